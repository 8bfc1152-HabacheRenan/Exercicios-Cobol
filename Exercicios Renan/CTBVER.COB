       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTBVER.
      *******************************
      * ROTINA COMUM DE VERIFICACAO DO FECHAMENTO CONTABIL      *
      * DEVOLVE S SE A COMPETENCIA JA FOI FECHADA PELO FECHACTB *
      * - NENHUM LANCAMENTO PODE ENTRAR NELA NO CADLANC         *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADFECHCTB ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FCCOMPET
                       FILE STATUS IS ST-ERRO.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADFECHCTB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFECHCTB.DAT".
       01 REGFECHCTB.
           03 FCCOMPET          PIC 9(06).
           03 FCDATA            PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 W-TEMARQ       PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01 PARMCOMPET     PIC 9(06).
       01 PARMFECH       PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARMCOMPET PARMFECH.
       INICIO.
           IF W-TEMARQ = SPACES
              OPEN INPUT CADFECHCTB
              IF ST-ERRO = "00"
                 MOVE "S" TO W-TEMARQ
              ELSE
                 IF ST-ERRO = "30" OR ST-ERRO = "35"
                    OPEN OUTPUT CADFECHCTB
                    CLOSE CADFECHCTB
                    OPEN INPUT CADFECHCTB
                    MOVE "S" TO W-TEMARQ
                 ELSE
                    MOVE "N" TO W-TEMARQ.

       AVALIA.
           MOVE "N" TO PARMFECH
           IF W-TEMARQ NOT = "S"
              GO TO ROT-FIM.
           MOVE PARMCOMPET TO FCCOMPET
           READ CADFECHCTB
           IF ST-ERRO = "00"
              MOVE "S" TO PARMFECH.
      *
       ROT-FIM.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
