       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDSALDO.
      *******************************
      * ROTINA COMUM DO SALDO POR ENDERECO DE ESTOQUE            *
      * PARMOPER: E=ENTRA  S=SAI  C=CONSULTA  T=TOTAL ENDERECADO *
      *           U=SUGERE ENDERECO DE GUARDA  V=VALIDA ENDERECO *
      *           P=PROXIMO SALDO DO PRODUTO NO DEPOSITO         *
      * PARMRET : 00=OK  EN=ENDERECO INVALIDO/INATIVO            *
      *           SL=SALDO INSUFICIENTE  NE=SEM ENDERECO LIVRE   *
      *           FM=FIM DOS SALDOS                              *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADENDER ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ENDCHAVE
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADSALEND ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SECHAVE
                       FILE STATUS IS ST-ERRO2.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADENDER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADENDER.DAT".
       01 REGENDER.
           03 ENDCHAVE.
               05 ENDDEPOS      PIC 9(02).
               05 ENDLOCAL      PIC 9(07).
           03 ENDDESC           PIC X(20).
           03 ENDORDEM          PIC 9(07).
           03 ENDSITUA          PIC X(01).
           03 ENDQTD            PIC 9(07).
      *
       FD CADSALEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSALEND.DAT".
       01 REGSALEND.
           03 SECHAVE.
               05 SECODPRO      PIC 9(06).
               05 SEDEPOS       PIC 9(02).
               05 SELOTE        PIC X(10).
               05 SEENDER       PIC 9(07).
           03 SEQTD             PIC 9(06).
           03 SEDATA            PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 W-TEMARQ       PIC X(01) VALUE SPACES.
       01 W-ACHOU        PIC X(01) VALUE SPACES.
       01 W-ENDACHOU     PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
       01 PARMOPER        PIC X(01).
       01 PARMCODPRO      PIC 9(06).
       01 PARMDEPOS       PIC 9(02).
       01 PARMLOTE        PIC X(10).
       01 PARMENDER       PIC 9(07).
       01 PARMQTD         PIC 9(06).
       01 PARMORDEM       PIC 9(07).
       01 PARMRET         PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARMOPER PARMCODPRO PARMDEPOS
                                PARMLOTE PARMENDER PARMQTD
                                PARMORDEM PARMRET.
       INICIO.
           IF W-TEMARQ = "S"
              GO TO DESVIA.
           OPEN I-O CADENDER
           IF ST-ERRO = "30"
              OPEN OUTPUT CADENDER
              CLOSE CADENDER
              OPEN I-O CADENDER.
           OPEN I-O CADSALEND
           IF ST-ERRO2 = "30"
              OPEN OUTPUT CADSALEND
              CLOSE CADSALEND
              OPEN I-O CADSALEND.
           MOVE "S" TO W-TEMARQ.

       DESVIA.
           MOVE "00" TO PARMRET
           IF PARMOPER = "E"
              GO TO OPE-ENTRA.
           IF PARMOPER = "S"
              GO TO OPE-SAI.
           IF PARMOPER = "C"
              GO TO OPE-CONSULTA.
           IF PARMOPER = "T"
              GO TO OPE-TOTAL.
           IF PARMOPER = "U"
              GO TO OPE-SUGERE.
           IF PARMOPER = "V"
              GO TO OPE-VALIDA.
           IF PARMOPER = "P"
              GO TO OPE-PROXIMO.
           MOVE "EN" TO PARMRET
           GO TO ROT-FIM.

      *
      *    ENDERECO PRECISA EXISTIR NO DEPOSITO E ESTAR ATIVO
      *
       OPE-VALIDA.
           PERFORM LE-ENDER THRU LE-ENDER-FIM
           GO TO ROT-FIM.

       LE-ENDER.
           MOVE PARMDEPOS TO ENDDEPOS
           MOVE PARMENDER TO ENDLOCAL
           READ CADENDER
           IF ST-ERRO NOT = "00" OR ENDSITUA NOT = "A"
              MOVE "EN" TO PARMRET
              MOVE ZEROS TO PARMORDEM
              GO TO LE-ENDER-FIM.
           MOVE ENDORDEM TO PARMORDEM.
       LE-ENDER-FIM.
           EXIT.

      *
      *    ENTRADA: SOMA NO SALDO DO ENDERECO E NA OCUPACAO
      *
       OPE-ENTRA.
           PERFORM LE-ENDER THRU LE-ENDER-FIM
           IF PARMRET NOT = "00"
              GO TO ROT-FIM.
           ADD PARMQTD TO ENDQTD
           REWRITE REGENDER
           MOVE PARMCODPRO TO SECODPRO
           MOVE PARMDEPOS TO SEDEPOS
           MOVE PARMLOTE TO SELOTE
           MOVE PARMENDER TO SEENDER
           READ CADSALEND
           IF ST-ERRO2 = "00"
              ADD PARMQTD TO SEQTD
              ACCEPT SEDATA FROM DATE YYYYMMDD
              REWRITE REGSALEND
              GO TO ROT-FIM.
           MOVE PARMQTD TO SEQTD
           ACCEPT SEDATA FROM DATE YYYYMMDD
           WRITE REGSALEND
           GO TO ROT-FIM.

      *
      *    SAIDA: BAIXA O SALDO (ZERADO SAI DO ARQUIVO)
      *
       OPE-SAI.
           MOVE PARMCODPRO TO SECODPRO
           MOVE PARMDEPOS TO SEDEPOS
           MOVE PARMLOTE TO SELOTE
           MOVE PARMENDER TO SEENDER
           READ CADSALEND
           IF ST-ERRO2 NOT = "00"
              MOVE "SL" TO PARMRET
              GO TO ROT-FIM.
           IF SEQTD < PARMQTD
              MOVE "SL" TO PARMRET
              GO TO ROT-FIM.
           SUBTRACT PARMQTD FROM SEQTD
           IF SEQTD = ZEROS
              DELETE CADSALEND RECORD
           ELSE
              ACCEPT SEDATA FROM DATE YYYYMMDD
              REWRITE REGSALEND.
           MOVE PARMDEPOS TO ENDDEPOS
           MOVE PARMENDER TO ENDLOCAL
           READ CADENDER
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           IF ENDQTD < PARMQTD
              MOVE ZEROS TO ENDQTD
           ELSE
              SUBTRACT PARMQTD FROM ENDQTD.
           REWRITE REGENDER
           GO TO ROT-FIM.

      *
      *    CONSULTA O SALDO DE UM PRODUTO/LOTE/ENDERECO
      *
       OPE-CONSULTA.
           MOVE ZEROS TO PARMQTD
           MOVE PARMCODPRO TO SECODPRO
           MOVE PARMDEPOS TO SEDEPOS
           MOVE PARMLOTE TO SELOTE
           MOVE PARMENDER TO SEENDER
           READ CADSALEND
           IF ST-ERRO2 = "00"
              MOVE SEQTD TO PARMQTD.
           GO TO ROT-FIM.

      *
      *    TOTAL JA ENDERECADO DO PRODUTO NO DEPOSITO
      *
       OPE-TOTAL.
           MOVE ZEROS TO PARMQTD
           MOVE PARMCODPRO TO SECODPRO
           MOVE PARMDEPOS TO SEDEPOS
           MOVE SPACES TO SELOTE
           MOVE ZEROS TO SEENDER
           START CADSALEND KEY IS NOT LESS SECHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-FIM.
       OPE-TOTAL-RD.
           READ CADSALEND NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-FIM.
           IF SECODPRO NOT = PARMCODPRO OR SEDEPOS NOT = PARMDEPOS
              GO TO ROT-FIM.
           ADD SEQTD TO PARMQTD
           GO TO OPE-TOTAL-RD.

      *
      *    SUGESTAO DE GUARDA: ONDE JA ESTA O MESMO LOTE, SENAO
      *    ONDE JA ESTA O PRODUTO, SENAO O PRIMEIRO ENDERECO VAZIO
      *
       OPE-SUGERE.
           MOVE SPACES TO W-ACHOU
           MOVE ZEROS TO PARMENDER PARMORDEM W-ENDACHOU
           MOVE PARMCODPRO TO SECODPRO
           MOVE PARMDEPOS TO SEDEPOS
           MOVE SPACES TO SELOTE
           MOVE ZEROS TO SEENDER
           START CADSALEND KEY IS NOT LESS SECHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO OPE-SUGERE-VAZIO.
       OPE-SUGERE-RD.
           READ CADSALEND NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO OPE-SUGERE-FIM.
           IF SECODPRO NOT = PARMCODPRO OR SEDEPOS NOT = PARMDEPOS
              GO TO OPE-SUGERE-FIM.
           MOVE SEDEPOS TO ENDDEPOS
           MOVE SEENDER TO ENDLOCAL
           READ CADENDER
           IF ST-ERRO NOT = "00" OR ENDSITUA NOT = "A"
              GO TO OPE-SUGERE-RD.
           IF SELOTE = PARMLOTE
              MOVE SEENDER TO PARMENDER
              MOVE ENDORDEM TO PARMORDEM
              GO TO ROT-FIM.
           IF W-ACHOU = SPACES
              MOVE "S" TO W-ACHOU
              MOVE SEENDER TO W-ENDACHOU
              MOVE ENDORDEM TO PARMORDEM.
           GO TO OPE-SUGERE-RD.
       OPE-SUGERE-FIM.
           IF W-ACHOU = "S"
              MOVE W-ENDACHOU TO PARMENDER
              GO TO ROT-FIM.
       OPE-SUGERE-VAZIO.
           MOVE PARMDEPOS TO ENDDEPOS
           MOVE ZEROS TO ENDLOCAL
           START CADENDER KEY IS NOT LESS ENDCHAVE
           IF ST-ERRO NOT = "00"
              MOVE "NE" TO PARMRET
              GO TO ROT-FIM.
       OPE-SUGERE-VZ-RD.
           READ CADENDER NEXT
           IF ST-ERRO NOT = "00" OR ENDDEPOS NOT = PARMDEPOS
              MOVE "NE" TO PARMRET
              GO TO ROT-FIM.
           IF ENDSITUA NOT = "A" OR ENDQTD NOT = ZEROS
              GO TO OPE-SUGERE-VZ-RD.
           MOVE ENDLOCAL TO PARMENDER
           MOVE ENDORDEM TO PARMORDEM
           GO TO ROT-FIM.

      *
      *    PROXIMO SALDO DO PRODUTO NO DEPOSITO APOS LOTE/ENDERECO
      *    INFORMADOS (BRANCOS/ZEROS = PRIMEIRO)
      *
       OPE-PROXIMO.
           MOVE PARMCODPRO TO SECODPRO
           MOVE PARMDEPOS TO SEDEPOS
           MOVE PARMLOTE TO SELOTE
           MOVE PARMENDER TO SEENDER
           START CADSALEND KEY IS GREATER SECHAVE
           IF ST-ERRO2 NOT = "00"
              MOVE "FM" TO PARMRET
              GO TO ROT-FIM.
           READ CADSALEND NEXT
           IF ST-ERRO2 NOT = "00"
              MOVE "FM" TO PARMRET
              GO TO ROT-FIM.
           IF SECODPRO NOT = PARMCODPRO OR SEDEPOS NOT = PARMDEPOS
              MOVE "FM" TO PARMRET
              GO TO ROT-FIM.
           MOVE SELOTE TO PARMLOTE
           MOVE SEENDER TO PARMENDER
           MOVE SEQTD TO PARMQTD
           MOVE SEDEPOS TO ENDDEPOS
           MOVE SEENDER TO ENDLOCAL
           READ CADENDER
           IF ST-ERRO = "00"
              MOVE ENDORDEM TO PARMORDEM
           ELSE
              MOVE 9999999 TO PARMORDEM.
           GO TO ROT-FIM.
      *
       ROT-FIM.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
