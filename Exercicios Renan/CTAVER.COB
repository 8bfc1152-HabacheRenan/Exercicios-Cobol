       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTAVER.
      *******************************
      * ROTINA COMUM DE VERIFICACAO DA CONTA CAIXA/BANCO         *
      * DEVOLVE S SE A CONTA (CXCONTA) ESTA CADASTRADA E ATIVA   *
      * NO CTABCO, COM A DESCRICAO; N SE NAO ESTA OU ESTA INATIVA*
      * ENQUANTO NENHUMA CONTA FOR CADASTRADA QUALQUER NUMERO    *
      * E ACEITO (DESCRICAO EM BRANCO)                           *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADCTABCO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CBCONTA
                       FILE STATUS IS ST-ERRO.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADCTABCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCTABCO.DAT".
       01 REGCTABCO.
           03 CBCONTA           PIC 9(02).
           03 CBDESC            PIC X(20).
           03 CBBANCO           PIC 9(03).
           03 CBAGENCIA         PIC 9(05).
           03 CBNUMCTA          PIC 9(10).
           03 CBDIGITO          PIC X(01).
           03 CBTIPO            PIC X(01).
           03 CBCTB             PIC 9(06).
           03 CBSALINI          PIC 9(11)V99.
           03 CBDATAINI         PIC 9(08).
           03 CBSIT             PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 W-TEMARQ       PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01 PARMCONTA      PIC 9(02).
       01 PARMOK         PIC X(01).
       01 PARMDESC       PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARMCONTA PARMOK PARMDESC.
       INICIO.
           IF W-TEMARQ NOT = SPACES
              GO TO AVALIA.
           MOVE "N" TO W-TEMARQ
           OPEN INPUT CADCTABCO
           IF ST-ERRO NOT = "00"
              GO TO AVALIA.
           MOVE ZEROS TO CBCONTA
           START CADCTABCO KEY IS NOT LESS CBCONTA
           IF ST-ERRO = "00"
              READ CADCTABCO NEXT
              IF ST-ERRO = "00"
                 MOVE "S" TO W-TEMARQ.

       AVALIA.
           MOVE "S" TO PARMOK
           MOVE SPACES TO PARMDESC
           IF W-TEMARQ NOT = "S"
              GO TO ROT-FIM.
           MOVE PARMCONTA TO CBCONTA
           READ CADCTABCO
           IF ST-ERRO NOT = "00"
              MOVE "N" TO PARMOK
              GO TO ROT-FIM.
           MOVE CBDESC TO PARMDESC
           IF CBSIT NOT = "A"
              MOVE "N" TO PARMOK.
      *
       ROT-FIM.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
