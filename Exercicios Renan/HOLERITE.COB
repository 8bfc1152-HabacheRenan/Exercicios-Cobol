                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PENCODIGO
                       FILE STATUS IS ST-PEN.
      *
       SELECT CADFPADIC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ADCHAVE
                       FILE STATUS IS ST-ADC.
       DATA DIVISION.
       FILE SECTION.
      *
           03 PENVALOR          PIC 9(06)V99.
           03 PENVALMES         PIC 9(06)V99.

       FD CADFPADIC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFPADIC.DAT".
       01 REGFPADIC.
           03 ADCHAVE.
               05 ADCOMPET      PIC 9(06).
               05 ADCODIGO      PIC 9(06).
               05 ADTIPO        PIC X(03).
           03 ADDESC            PIC X(30).
           03 ADNATUR           PIC X(01).
           03 ADVALOR           PIC 9(06)V99.

       FD HOLIMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "HOLERITE.TXT".

       WORKING-STORAGE SECTION.
       01 ST-PEN         PIC X(02) VALUE "00".
       01 ST-ADC         PIC X(02) VALUE "00".
       01 W-TEMADIC      PIC X(01) VALUE "N".
       01 ST-IMP         PIC X(02) VALUE "00".
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
           03 FILLER      PIC X(01) VALUE SPACE.
           03 DETRUBVAL   PIC 9(06)V99 VALUE ZEROS.

       01 DET9.
           03 FILLER      PIC X(04) VALUE "ADC ".
           03 DETADTIPO   PIC X(03) VALUE SPACES.
           03 FILLER      PIC X(01) VALUE SPACE.
           03 DETADDESC   PIC X(30) VALUE SPACES.
           03 FILLER      PIC X(01) VALUE SPACE.
           03 DETADNAT    PIC X(01) VALUE SPACE.
           03 FILLER      PIC X(01) VALUE SPACE.
           03 DETADVAL    PIC 9(06)V99 VALUE ZEROS.

       SCREEN SECTION.

       01  TELAHOL.
              OPEN OUTPUT CADPENSAO
              CLOSE CADPENSAO
              OPEN INPUT CADPENSAO.
           OPEN INPUT CADFPADIC
           IF ST-ADC = "00"
              MOVE "S" TO W-TEMADIC.
           IF ST-ERRO4 = "30"
              OPEN OUTPUT CADRUBR
              CLOSE CADRUBR
           PERFORM MOSTRA-PENSAO THRU MOSTRA-PENSAO-FIM
           MOVE FPCODIGO TO CODIGO
           PERFORM LISTA-EVEN THRU LISTA-EVEN-FIM
           PERFORM LISTA-ADIC THRU LISTA-ADIC-FIM
           GO TO ROT-SOL.

       ROT-MONTAR.
           PERFORM MOSTRA-BANCOH THRU MOSTRA-BANCOH-FIM
           MOVE CODIGO TO PENCODIGO
           PERFORM MOSTRA-PENSAO THRU MOSTRA-PENSAO-FIM
           PERFORM LISTA-EVEN THRU LISTA-EVEN-FIM
           PERFORM LISTA-ADIC THRU LISTA-ADIC-FIM.

       IMPRIME-HOL.
           MOVE ALL "-" TO REGHOLIMP
           CLOSE CADRUBR
           CLOSE CADBHORAS
           CLOSE CADPENSAO
           CLOSE CADFPADIC
           CLOSE HOLIMP.
      *    SO ESTE RODADO VAI PARA O SPOOL CENTRAL (SCP067)
           IF W-QTDHOL > ZEROS
           GO TO LISTA-EVEN-RD.
       LISTA-EVEN-FIM.
           EXIT.
      *
      ***********************************************
      * LISTA OS ADICIONAIS CALCULADOS NA FOLHA     *
      * (NOTURNO, DSR...) - CADA UM NA SUA LINHA    *
      ***********************************************
      *
       LISTA-ADIC.
           IF W-TEMADIC NOT = "S"
              GO TO LISTA-ADIC-FIM.
           MOVE W-COMPALVO TO ADCOMPET
           MOVE CODIGO TO ADCODIGO
           MOVE SPACES TO ADTIPO
           START CADFPADIC KEY IS NOT LESS ADCHAVE
           IF ST-ADC NOT = "00"
              GO TO LISTA-ADIC-FIM.
       LISTA-ADIC-RD.
           READ CADFPADIC NEXT
           IF ST-ADC NOT = "00"
              GO TO LISTA-ADIC-FIM.
           IF ADCOMPET NOT = W-COMPALVO OR ADCODIGO NOT = CODIGO
              GO TO LISTA-ADIC-FIM.
           MOVE ADTIPO TO DETADTIPO
           MOVE ADDESC TO DETADDESC
           MOVE ADNATUR TO DETADNAT
           MOVE ADVALOR TO DETADVAL
           WRITE REGHOLIMP FROM DET9
      *    NA TELA CABEM 5 LINHAS ENTRE RUBRICAS E ADICIONAIS
           IF W-LINEVE < 5
              ADD 1 TO W-LINEVE
              COMPUTE LIN = 16 + W-LINEVE
              DISPLAY (LIN, 01) DET9.
           GO TO LISTA-ADIC-RD.
       LISTA-ADIC-FIM.
           EXIT.

       ROT-MENS.
           MOVE ZEROS TO W-CONT.
