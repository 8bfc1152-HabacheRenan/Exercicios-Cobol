                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ENTCHAVE
                       FILE STATUS IS ST-EPI.
      *
       SELECT CADASO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ASOCHAVE
                       FILE STATUS IS ST-ASO.
       DATA DIVISION.
       FILE SECTION.
      *
               05 ENTDATA       PIC 9(08).
           03 ENTDEVOL          PIC 9(08).

       FD CADASO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADASO.DAT".
       01 REGASO.
           03 ASOCHAVE.
               05 ASOCODIGO     PIC 9(06).
               05 ASODATA       PIC 9(08).
               05 ASOTIPO       PIC X(01).
           03 ASORESULT         PIC X(01).
           03 ASOPROXIMO        PIC 9(08).
           03 ASOMEDICO         PIC X(30).
           03 ASOFUNC           PIC X(01).

       WORKING-STORAGE SECTION.
       01 ST-ASO         PIC X(02) VALUE "00".
       01 W-TEMASO       PIC X(01) VALUE "N".
       01 W-DTASO        PIC 9(08) VALUE ZEROS.
       01 W-DTASO-G REDEFINES W-DTASO.
           03 ANO-ASO    PIC 9(04).
           03 MES-ASO    PIC 9(02).
           03 DIA-ASO    PIC 9(02).
       01 W-DIASASO      PIC S9(07) VALUE ZEROS.
       01 ST-EPI         PIC X(02) VALUE "00".
       01 W-QTDEPI       PIC 9(02) VALUE ZEROS.
       01 W-LINEPI       PIC 9(03) VALUE ZEROS.
           03 DIA-DEM    PIC 9(02).
       01 MESES-ANO      PIC 9(02) VALUE ZEROS.
       01 MESES-TOTAL    PIC 9(04) VALUE ZEROS.
       01 W-REMUN        PIC 9(09)V99 VALUE ZEROS.
       01 W-TIPOADIC     PIC X(01) VALUE SPACES.
       01 W-VALADIC      PIC 9(06)V99 VALUE ZEROS.
       01 SALDOSALARIO   PIC 9(09)V99 VALUE ZEROS.
       01 AVISOPREVIO    PIC 9(09)V99 VALUE ZEROS.
       01 DECIMOPROP     PIC 9(09)V99 VALUE ZEROS.
              OPEN OUTPUT CADEPIENT
              CLOSE CADEPIENT
              OPEN INPUT CADEPIENT.
           OPEN INPUT CADASO
           IF ST-ASO = "30"
              OPEN OUTPUT CADASO
              CLOSE CADASO
              OPEN INPUT CADASO.
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "ARQUIVO DE CADFOLHA NAO EXISTE" TO MENS
           IF DIA-DEM NOT < 15
              ADD 1 TO MESES-ANO.

      *    REMUNERACAO = SALARIO + ADICIONAL DA FUNCAO
           MOVE SALARIOBASE TO W-REMUN
           CALL "ADICFUNC" USING FUNC W-REMUN W-TIPOADIC W-VALADIC
           ADD W-VALADIC TO W-REMUN

           COMPUTE SALDOSALARIO ROUNDED = (W-REMUN / 30) * DIA-DEM.
           COMPUTE DECIMOPROP ROUNDED = (W-REMUN / 12) * MESES-ANO.
           COMPUTE FERIASPROP ROUNDED = (W-REMUN / 12) * MESES-ANO.
           COMPUTE FERIASTERCO ROUNDED = FERIASPROP / 3.
           COMPUTE FGTSMES ROUNDED = W-REMUN * 0,08.
           COMPUTE FGTSTOTAL ROUNDED = FGTSMES * MESES-TOTAL.

           MOVE ZEROS TO AVISOPREVIO FGTSMULTA
           IF W-MOTIVO = "S"
              MOVE W-REMUN TO AVISOPREVIO
              COMPUTE FGTSMULTA ROUNDED = FGTSTOTAL * 0,40.

           COMPUTE TOTALRESCISAO ROUNDED =
       ROT-MONTAR.
      *    CHECKLIST: EPI AINDA NAO DEVOLVIDO PELO DESLIGADO
           PERFORM LISTA-EPI THRU LISTA-EPI-FIM
      *    CHECKLIST: EXAME DEMISSIONAL (SCP074)
           PERFORM VER-ASO THRU VER-ASO-FIM
           IF W-TEMASO NOT = "S"
              DISPLAY (19, 01) "*** ATENCAO: SEM ASO DEMISSIONAL ***"
              MOVE "* ATENCAO: SEM ASO DEMISSIONAL (SCP074) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-SALDOEMP > ZEROS
              DISPLAY (20, 01) "CONSIGNADO QUITADO NA RESCISAO: "
              DISPLAY (20, 33) W-SALDOEMP.
           EXIT.
      *
      ************************************************
      * EXAME DEMISSIONAL - DISPENSADO SE O ULTIMO   *
      * EXAME FOI HA ATE 135 DIAS DA DEMISSAO        *
      ************************************************
      *
       VER-ASO.
           MOVE "N" TO W-TEMASO
           MOVE ZEROS TO W-DTASO
           IF ST-ASO NOT = "00"
              GO TO VER-ASO-FIM.
           MOVE CODIGO TO ASOCODIGO
           MOVE DATAADMISSAO TO ASODATA
           MOVE SPACE TO ASOTIPO
           START CADASO KEY IS NOT LESS ASOCHAVE
           IF ST-ASO NOT = "00"
              GO TO VER-ASO-FIM.
       VER-ASO-RD.
           READ CADASO NEXT
           IF ST-ASO NOT = "00" OR ASOCODIGO NOT = CODIGO
              GO TO VER-ASO-PRAZO.
           IF ASOTIPO = "D"
              MOVE "S" TO W-TEMASO
              GO TO VER-ASO-FIM.
           MOVE ASODATA TO W-DTASO
           GO TO VER-ASO-RD.
       VER-ASO-PRAZO.
           IF W-DTASO = ZEROS
              GO TO VER-ASO-FIM.
           COMPUTE W-DIASASO =
              ((ANO-DEM * 360) + (MES-DEM * 30) + DIA-DEM)
            - ((ANO-ASO * 360) + (MES-ASO * 30) + DIA-ASO)
           IF W-DIASASO NOT > 135
              MOVE "S" TO W-TEMASO.
       VER-ASO-FIM.
           EXIT.
      *
      ************************************************
      * SOMA E QUITA AS PARCELAS ABERTAS DO          *
      * CONSIGNADO DO FUNCIONARIO DESLIGADO          *
      ************************************************
           CLOSE CADFOLHA
           CLOSE CADEMPPAR
           CLOSE CADEPIENT
           CLOSE CADASO
           CLOSE CADRESC
           CLOSE CADFERIAS.
       ROT-FIM2.
