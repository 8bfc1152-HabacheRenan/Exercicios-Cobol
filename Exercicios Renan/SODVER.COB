       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODVER.
      *******************************
      * ROTINA COMUM DE SEGREGACAO DE FUNCOES                    *
      * RECEBE AS OPCOES LIBERADAS DE UM PERFIL (PERFOPC) E      *
      * DEVOLVE QUANTOS PARES DA TABELA DE CONFLITOS (CADSOD,    *
      * MANTIDA NO SEGFUN) O PERFIL TEM, COM O PRIMEIRO PAR E    *
      * O SEU RISCO; SEM TABELA DEVOLVE ZERO                     *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADSOD ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SODCHAVE
                       FILE STATUS IS ST-ERRO.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADSOD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSOD.DAT".
       01 REGSOD.
           03 SODCHAVE.
               05 SODOPC1       PIC 9(03).
               05 SODOPC2       PIC 9(03).
           03 SODRISCO          PIC X(40).
           03 SODPROG1          PIC X(08).
           03 SODPROG2          PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".

       LINKAGE SECTION.
       01 PARMOPC        PIC X(299).
       01 PARMQTD        PIC 9(03).
       01 PARMOPC1       PIC 9(03).
       01 PARMOPC2       PIC 9(03).
       01 PARMRISCO      PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARMOPC PARMQTD PARMOPC1 PARMOPC2
                                PARMRISCO.
       INICIO.
           MOVE ZEROS TO PARMQTD PARMOPC1 PARMOPC2
           MOVE SPACES TO PARMRISCO
           OPEN INPUT CADSOD
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           MOVE ZEROS TO SODOPC1 SODOPC2
           START CADSOD KEY IS NOT LESS SODCHAVE
           IF ST-ERRO NOT = "00"
              GO TO FECHA.
       LE-PAR.
           READ CADSOD NEXT
           IF ST-ERRO NOT = "00"
              GO TO FECHA.
           IF SODOPC1 < 1 OR SODOPC1 > 299
                          OR SODOPC2 < 1 OR SODOPC2 > 299
              GO TO LE-PAR.
           IF PARMOPC(SODOPC1:1) NOT = "S"
                          OR PARMOPC(SODOPC2:1) NOT = "S"
              GO TO LE-PAR.
           ADD 1 TO PARMQTD
           IF PARMQTD = 1
              MOVE SODOPC1 TO PARMOPC1
              MOVE SODOPC2 TO PARMOPC2
              MOVE SODRISCO TO PARMRISCO.
           GO TO LE-PAR.
       FECHA.
           CLOSE CADSOD.
      *
       ROT-FIM.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
