      *******************************
      * PROGRAMA PARA ANALISE MENSAL DE VENDAS POR PRODUTO E CLIENTE *
      * COMPARA A COMPETENCIA COM O MES ANTERIOR                     *
      * VENDAS A EMPRESAS DO GRUPO (CADINTERCO) SAO ELIMINADAS E     *
      * APENAS TOTALIZADAS A PARTE                                   *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                                   WITH DUPLICATES
                       ALTERNATE RECORD KEY IS BARRAS
                                   WITH DUPLICATES.
      *
       SELECT CADINTERCO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ICCNPJ
                       FILE STATUS IS ST-IC.
       DATA DIVISION.
       FILE SECTION.
      *
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).
      *
       FD CADINTERCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADINTERCO.DAT".
       01 REGINTERCO.
           03 ICCNPJ            PIC 9(14).
           03 ICEMP             PIC 9(02).
           03 ICCLI             PIC X(01).
           03 ICFOR             PIC X(01).
           03 ICDEPOS           PIC 9(02).
           03 ICDATA            PIC 9(08).
           03 ICOPER            PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-IC          PIC X(02) VALUE "00".
       01 W-TEMIC        PIC X(01) VALUE "N".
       01 W-GRUPO        PIC X(01) VALUE "N".
       01 W-ELIMIN       PIC 9(13)V99 VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 CONLIN         PIC 9(03) VALUE 001.
           03 FILLER    PIC X(06) VALUE " ANT: ".
           03 DETTOTANT PIC 9(13)V99 VALUE ZEROS.

       01 DET5.
           03 FILLER    PIC X(17) VALUE "ELIMINADO GRUPO: ".
           03 DETELIM   PIC 9(13)V99 VALUE ZEROS.

       SCREEN SECTION.

       01  TELAVENDM.
              MOVE "SEM PRODUTOS - USE O SCP003" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADINTERCO
           IF ST-IC = "00"
              MOVE "S" TO W-TEMIC.

       INC-001.
           DISPLAY TELAVENDM
           ELSE
              COMPUTE MES-ANT = MES-COMP - 1.
           MOVE ZEROS TO W-TOTPRO W-TOTCLI W-TOTATU W-TOTANT.
           MOVE ZEROS TO W-ELIMIN.

      *
      *    VARRE OS ITENS ACUMULANDO POR PRODUTO
           DIVIDE VDATA BY 100 GIVING W-COMPVEN
           IF W-COMPVEN NOT = W-COMPET AND W-COMPVEN NOT = W-COMPANT
              GO TO VARRE-RD1.
           PERFORM EH-GRUPO THRU EH-GRUPO-FIM
           IF W-GRUPO = "S"
              GO TO VARRE-RD1.
           MOVE 1 TO I.
       VARRE-PROC.
           IF I > W-TOTPRO
           IF VSTATUS NOT = "F" AND VSTATUS NOT = "E"
              GO TO CLI-RD1.
           DIVIDE VDATA BY 100 GIVING W-COMPVEN
           IF W-COMPVEN NOT = W-COMPET AND W-COMPVEN NOT = W-COMPANT
              GO TO CLI-RD1.
           PERFORM EH-GRUPO THRU EH-GRUPO-FIM
           IF W-GRUPO = "S"
              IF W-COMPVEN = W-COMPET
                 ADD VVALOR TO W-ELIMIN
                 GO TO CLI-RD1
              ELSE
                 GO TO CLI-RD1.
           IF W-COMPVEN = W-COMPANT
              ADD VVALOR TO W-TOTANT
              GO TO CLI-RD1.
              MOVE 20 TO CONLIN.
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DET4
           IF W-ELIMIN NOT = ZEROS
              MOVE W-ELIMIN TO DETELIM
              ADD 1 TO LIN
              DISPLAY (LIN, 01) DET5.
           MOVE "*** FIM DA ANALISE MENSAL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.

      *    CLIENTE DA VENDA E EMPRESA DO GRUPO (W-GRUPO = "S")
       EH-GRUPO.
           MOVE "N" TO W-GRUPO
           IF W-TEMIC NOT = "S"
              GO TO EH-GRUPO-FIM.
           MOVE VCLICNPJ TO ICCNPJ
           READ CADINTERCO
           IF ST-IC = "00" AND ICCLI = "S"
              MOVE "S" TO W-GRUPO.
       EH-GRUPO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
           DISPLAY (01, 01) ERASE.
           CLOSE CADVENDA
           CLOSE CADVENDITEM
           CLOSE CADPRO
           IF W-TEMIC = "S"
              CLOSE CADINTERCO.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
