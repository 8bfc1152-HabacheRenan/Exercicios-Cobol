           03 CLILIMITE         PIC 9(09)V99.
           03 CLIBLOQ           PIC X(01).
           03 CLIGRUPO          PIC 9(02).
           03 CLIPRIOR          PIC 9(01).

       FD CADEND
           LABEL RECORD IS STANDARD
               VALUE  "BLOQUEADO (S/N):".
           05  LINE 16  COLUMN 01
               VALUE  "GRUPO DE PRECO:".
           05  LINE 16  COLUMN 41
               VALUE  "PRIORIDADE (1 A 9):".
           05  TCLICNPJ
               LINE 02  COLUMN 11  PIC 9(14)
               USING  CLICNPJ.
           05  TCLIGRUPO
               LINE 16  COLUMN 17  PIC 9(02)
               USING  CLIGRUPO.
           05  TCLIPRIOR
               LINE 16  COLUMN 61  PIC 9(01)
               USING  CLIPRIOR.

       PROCEDURE DIVISION.
       R0A.
           MOVE ZEROS TO CLIDATABAIXA CEP CLILIMITE CLIGRUPO
           MOVE "A" TO STATUSCLI
           MOVE "N" TO CLIBLOQ
           MOVE 5 TO CLIPRIOR
           MOVE SPACES TO CLINOME CLIFANTASIA CLICOMPL CLIEMAIL.

       DISPLAY-SCREEN.
           IF W-ACT = 01
               GO TO R11.

      *    PRIORIDADE NO ATENDIMENTO DE PENDENCIAS (1 = MAIOR)
       R13.
           ACCEPT TCLIPRIOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO R12.
           IF CLIPRIOR = ZEROS
               MOVE 5 TO CLIPRIOR
               DISPLAY TCLIPRIOR.

           IF W-SEL = 1
                GO TO ALT-OPC.

                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R13.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R13.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
