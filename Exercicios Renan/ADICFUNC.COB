       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADICFUNC.
      *******************************
      * ROTINA COMUM DO ADICIONAL DA FUNCAO (CADFUNC)          *
      * P = PERICULOSIDADE: 30% DA REMUNERACAO BASE DO MES     *
      * I = INSALUBRIDADE: GRAU 10/20/40% DO SALARIO MINIMO    *
      *     (CADPARAM SALMINIM)                                *
      * DEVOLVE O TIPO E O VALOR MENSAL DO ADICIONAL           *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CODFUNC
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-ERRO2.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
           03 CODFUNC           PIC X(01).
           03 DESCFUNC          PIC X(25).
           03 FUNCADIC          PIC X(01).
           03 FUNCGRAU          PIC 9(02).

       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 W-TEMARQ       PIC X(01) VALUE SPACES.
       01 W-SALMIN       PIC 9(09)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01 PARMFUNC        PIC X(01).
       01 PARMBASE        PIC 9(09)V99.
       01 PARMTIPO        PIC X(01).
       01 PARMVALOR       PIC 9(06)V99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARMFUNC PARMBASE PARMTIPO PARMVALOR.
       INICIO.
           IF W-TEMARQ = SPACES
              OPEN INPUT CADFUNC
              IF ST-ERRO = "00"
                 MOVE "S" TO W-TEMARQ
              ELSE
                 MOVE "N" TO W-TEMARQ.
           IF W-TEMARQ = "S" AND W-SALMIN = ZEROS
              PERFORM LE-SALMIN THRU LE-SALMIN-FIM.

       CALCULA.
           MOVE SPACE TO PARMTIPO
           MOVE ZEROS TO PARMVALOR
           IF W-TEMARQ NOT = "S" OR PARMFUNC = SPACE
              GO TO ROT-FIM.
           MOVE PARMFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           IF FUNCADIC = "P"
              MOVE "P" TO PARMTIPO
              COMPUTE PARMVALOR ROUNDED = PARMBASE * 30 / 100
              GO TO ROT-FIM.
           IF FUNCADIC = "I"
              MOVE "I" TO PARMTIPO
              COMPUTE PARMVALOR ROUNDED = W-SALMIN * FUNCGRAU / 100.
      *
       ROT-FIM.
           EXIT PROGRAM.
      *
      *    SALARIO MINIMO VIGENTE (CADPARAM SALMINIM)
      *
       LE-SALMIN.
           OPEN INPUT CADPARAM
           IF ST-ERRO2 NOT = "00"
              GO TO LE-SALMIN-FIM.
           MOVE "SALMINIM" TO PARCODIGO
           READ CADPARAM
           IF ST-ERRO2 = "00"
              MOVE PARVALOR TO W-SALMIN.
           CLOSE CADPARAM.
       LE-SALMIN-FIM.
           EXIT.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
