       SELECT CADEMPRESA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT CADPLR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PLRCHAVE
                       FILE STATUS IS ST-PLR.
       DATA DIVISION.
       FILE SECTION.
      *
           03 PENPERC           PIC 9(02)V99.
           03 PENVALOR          PIC 9(06)V99.
           03 PENVALMES         PIC 9(06)V99.
      *
       FD CADPLR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPLR.DAT".
       01 REGPLR.
           03 PLRCHAVE.
               05 PLRCOMPET     PIC 9(06).
               05 PLRCODIGO     PIC 9(06).
           03 PLRREGRA          PIC X(01).
           03 PLRMESES          PIC 9(02).
           03 PLRVALOR          PIC 9(06)V99.
           03 PLRIRRF           PIC 9(06)V99.
           03 PLRLIQ            PIC 9(06)V99.

       WORKING-STORAGE SECTION.
       01 ST-PEN         PIC X(02) VALUE "00".
       01 ST-PLR         PIC X(02) VALUE "00".
       01 W-TEMPLR       PIC X(01) VALUE "N".
       01 W-SEL          PIC 9(01) VALUE ZEROS.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 W-TOTBRUTO     PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTINSS      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTIRPF      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTPLR       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTIRPLR     PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDDEP       PIC 9(02) VALUE ZEROS.
       01 W-QTDMES       PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
           03 FILLER      PIC X(26) VALUE "PENSAO ALIMENTICIA (MES): ".
           03 DETPEN      PIC 9(06)V99 VALUE ZEROS.

       01 DET8.
           03 FILLER      PIC X(26) VALUE "PLR (TRIBUT. EXCLUSIVA): ".
           03 DETPLR      PIC 9(09)V99 VALUE ZEROS.
           03 FILLER      PIC X(14) VALUE " IR RETIDO: ".
           03 DETIRPLR    PIC 9(09)V99 VALUE ZEROS.

       SCREEN SECTION.

       01  TELAINF.
              GO TO ROT-FIM2.

       INC-OP3.
           MOVE "N" TO W-TEMPLR
           OPEN INPUT CADPLR
           IF ST-PLR = "00"
              MOVE "S" TO W-TEMPLR.
           OPEN INPUT CADEMPRESA
           IF ST-ERRO3 = "00"
              READ CADEMPRESA
      *
       EMITE-INFORME.
           MOVE ZEROS TO W-TOTBRUTO W-TOTINSS W-TOTIRPF
           MOVE ZEROS TO W-TOTPLR W-TOTIRPLR
           MOVE ZEROS TO W-QTDDEP W-QTDMES
           MOVE 1 TO W-MES.
       EMITE-MES.
              ADD FPIMPOSTO TO W-TOTIRPF
              MOVE FPNUMFILHOS TO W-QTDDEP
              ADD 1 TO W-QTDMES.
           IF W-TEMPLR = "S"
              PERFORM EMITE-PLR THRU EMITE-PLR-FIM.
           ADD 1 TO W-MES
           GO TO EMITE-MES.
       EMITE-MOSTRA.
           IF ST-PEN = "00"
              MOVE PENVALMES TO DETPEN
              DISPLAY (16, 01) DET7.
           IF W-TOTPLR > ZEROS
              MOVE W-TOTPLR TO DETPLR
              MOVE W-TOTIRPLR TO DETIRPLR
              DISPLAY (18, 01) DET8.
       EMITE-INFORME-FIM.
           EXIT.
      *
      *    PLR DO MES (SCP072) - TRIBUTACAO EXCLUSIVA, SAI DO
      *    RENDIMENTO TRIBUTAVEL QUANDO A FOLHA DO MES FOI FECHADA
      *
       EMITE-PLR.
           MOVE FPCOMPET TO PLRCOMPET
           MOVE CODIGO TO PLRCODIGO
           READ CADPLR
           IF ST-PLR NOT = "00"
              GO TO EMITE-PLR-FIM.
           ADD PLRVALOR TO W-TOTPLR
           ADD PLRIRRF TO W-TOTIRPLR
           IF ST-ERRO2 = "00"
              IF W-TOTBRUTO < PLRVALOR
                 MOVE ZEROS TO W-TOTBRUTO
              ELSE
                 SUBTRACT PLRVALOR FROM W-TOTBRUTO.
       EMITE-PLR-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
           DISPLAY (01, 01) ERASE.
           CLOSE CADFOLHA
           CLOSE CADFPMES.
           IF W-TEMPLR = "S"
              CLOSE CADPLR.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
