       PROGRAM-ID. SCP007.
      ************************
      * PROGRAMA PARA CADASTRAR FUNCAO DO FUNCIONARIO *
      * COM O ADICIONAL DE PERICULOSIDADE/INSALUBRIDADE *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 REGFUNC.
           03 CODFUNC           PIC X(01).
           03 DESCFUNC          PIC X(25).
           03 FUNCADIC          PIC X(01).
           03 FUNCGRAU          PIC 9(02).

       WORKING-STORAGE SECTION.
       77 W-ACT                PIC 9(02) VALUE ZEROS.
               VALUE  "FUNCIONARIO ******************".
           05  LINE 03  COLUMN 01
               VALUE  " CODIGO:     DESCRICAO DA FUNCAO:".
           05  LINE 05  COLUMN 01
               VALUE  " ADICIONAL (P=PERICULOSIDADE I=INSALUBRI".
           05  LINE 05  COLUMN 42
               VALUE  "DADE N=NENHUM):".
           05  LINE 07  COLUMN 01
               VALUE  " GRAU DA INSALUBRIDADE (10/20/40):".
           05  TCODFUNC
               LINE 03  COLUMN 09  PIC X(01)
               USING  CODFUNC.
           05  TDESCFUNC
               LINE 03  COLUMN 35  PIC X(25)
               USING  DESCFUNC.
           05  TFUNCADIC
               LINE 05  COLUMN 58  PIC X(01)
               USING  FUNCADIC.
           05  TFUNCGRAU
               LINE 07  COLUMN 36  PIC 9(02)
               USING  FUNCGRAU.

       PROCEDURE DIVISION.
       R00.
                 NEXT SENTENCE.

       INICIO.
           MOVE SPACES TO CODFUNC DESCFUNC
           MOVE "N" TO FUNCADIC
           MOVE ZEROS TO FUNCGRAU.

           DISPLAY CADASTROFUNC.

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R0.

       R2.
           ACCEPT TFUNCADIC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF FUNCADIC NOT = "P" AND "I" AND "N"
              MOVE "*** DIGITE APENAS P, I OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF FUNCADIC NOT = "I"
              MOVE ZEROS TO FUNCGRAU
              DISPLAY CADASTROFUNC
              GO TO R4.

       R3.
           ACCEPT TFUNCGRAU
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF FUNCGRAU NOT = 10 AND 20 AND 40
              MOVE "*** GRAU DEVE SER 10, 20 OU 40 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY CADASTROFUNC.

       R4.
           IF W-SEL = 1
                GO TO ALT-OPC.

                DISPLAY (22, 25) "DADOS OK (S/N): ".
                ACCEPT (22, 43) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R2.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (22, 25) "ALTERAR? (S/N) : ".
                ACCEPT (22, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R2.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** FUNCAO NAO ALTERADA *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
