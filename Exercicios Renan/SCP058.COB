                       NOME WITH DUPLICATES
                       ALTERNATE RECORD KEY IS CPF
                       FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADASO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ASOCHAVE
                       FILE STATUS IS ST-ASO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 FONETEL       PIC 9(09).
           03 CONTEMERG     PIC X(30).

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
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
       01 MENS                 PIC X(50) VALUE SPACES.
       01 ST-ERRO              PIC X(02) VALUE "00".
       01 ST-ERRO2             PIC X(02) VALUE "00".
       01 ST-ASO               PIC X(02) VALUE "00".
       01 W-TEMASO             PIC X(01) VALUE "N".
       01 LIN                  PIC 9(03) VALUE ZEROS.
       01 CONLIN               PIC 9(03) VALUE 001.
       01 W-CODLISTA           PIC 9(06) VALUE ZEROS.
              MOVE "SEM FUNCIONARIOS - USE O SCP001" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADASO
           IF ST-ASO = "30"
              OPEN OUTPUT CADASO
              CLOSE CADASO
              OPEN INPUT CADASO.

       MENU-AFA.
           DISPLAY (01, 01) ERASE
              MOVE "*** RETORNO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RET-R1.
      *    SO VOLTA AO TRABALHO COM ASO DE RETORNO APTO
           PERFORM VER-ASO THRU VER-ASO-FIM
           IF W-TEMASO NOT = "S"
              MOVE "* RETORNO EXIGE ASO DE RETORNO APTO (SCP074) *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-AFA.
           REWRITE REGAFAST
           MOVE "*** RETORNO REGISTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE "*** FIM DOS AFASTAMENTOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LISTA-INI.

      *
      *    EXAME DE RETORNO APTO FEITO DESDE O INICIO DO AFASTAMENTO
      *    (SCP074) - NAO MEXE NO REGISTRO DO AFASTAMENTO LIDO
      *
       VER-ASO.
           MOVE "N" TO W-TEMASO
           MOVE AFCODIGO TO ASOCODIGO
           MOVE AFINICIO TO ASODATA
           MOVE SPACE TO ASOTIPO
           START CADASO KEY IS NOT LESS ASOCHAVE
           IF ST-ASO NOT = "00"
              GO TO VER-ASO-FIM.
       VER-ASO-RD.
           READ CADASO NEXT
           IF ST-ASO NOT = "00" OR ASOCODIGO NOT = AFCODIGO
              GO TO VER-ASO-FIM.
           IF ASOTIPO = "R" AND ASORESULT = "A"
              MOVE "S" TO W-TEMASO
              GO TO VER-ASO-FIM.
           GO TO VER-ASO-RD.
       VER-ASO-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADAFAST
           CLOSE CADFOLHA
           CLOSE CADASO.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
