       PROGRAM-ID. CONTASRC.
      *******************************
      * PROGRAMA PARA RELATORIO DE AGING DO CONTAS A RECEBER *
      * TITULOS DE EMPRESA DO GRUPO (CADINTERCO) SAO ELIMINADOS *
      * DO CONSOLIDADO E APENAS TOTALIZADOS A PARTE            *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RECCHAVE
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADINTERCO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ICCNPJ
                       FILE STATUS IS ST-IC.
       DATA DIVISION.
       FILE SECTION.
      *
           03 RECSTATUS         PIC X(01).
           03 RECJUROS          PIC 9(09)V99.
           03 RECEMP            PIC 9(02).
           03 RECNIVCOB         PIC 9(01).
           03 RECDTCOB          PIC 9(08).
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
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-IC          PIC X(02) VALUE "00".
       01 W-TEMIC        PIC X(01) VALUE "N".
       01 W-ELIMIN       PIC 9(13)V99 VALUE ZEROS.
       01 W-ELIMED       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
              MOVE "SEM TITULOS A RECEBER CADASTRADOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADINTERCO
           IF ST-IC = "00"
              MOVE "S" TO W-TEMIC.

       INC-001.
           DISPLAY  TELAAGING
           COMPUTE W-SALDO = RECVALOR - RECRECEB
           IF W-SALDO = ZEROS
              GO TO VARRE-RD1.
           IF W-TEMIC = "S"
              MOVE RECCNPJ TO ICCNPJ
              READ CADINTERCO
              IF ST-IC = "00" AND ICCLI = "S"
                 ADD W-SALDO TO W-ELIMIN
                 GO TO VARRE-RD1.
           MOVE RECVENCTO TO W-VENC
           COMPUTE W-DIASVENC =
              (ANO-VENC * 360) + (MES-VENC * 30) + DIA-VENC

       LISTA-INI.
           IF W-TOTCLI = ZEROS
              PERFORM MOSTRA-ELIM THRU MOSTRA-ELIM-FIM
              MOVE "*** NENHUM TITULO EM ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       LISTA-RD1.
           IF I > W-TOTCLI
              PERFORM MOSTRA-ELIM THRU MOSTRA-ELIM-FIM
              MOVE "*** FIM DE PROCESSAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-SOL.
           GO TO ROT-FIM.

      *    SALDO ENTRE EMPRESAS DO GRUPO, FORA DO CONSOLIDADO
       MOSTRA-ELIM.
           IF W-ELIMIN = ZEROS
              GO TO MOSTRA-ELIM-FIM.
           MOVE W-ELIMIN TO W-ELIMED
           DISPLAY (21, 01) "ELIMINADO (EMPRESAS DO GRUPO): "
           DISPLAY (21, 32) W-ELIMED.
       MOSTRA-ELIM-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADRECEBER.
           IF W-TEMIC = "S"
              CLOSE CADINTERCO.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
