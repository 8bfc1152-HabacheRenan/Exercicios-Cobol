           03 HORASEX50         PIC 9(03).
           03 HORASEX100        PIC 9(03).
           03 DIASFALTA         PIC 9(02).
           03 HORASNOT          PIC 9(03).
           03 HORASDEB          PIC 9(03).

       FD CADFOLHA
           LABEL RECORD IS STANDARD
               VALUE  " HORAS EXTRAS 100 PCT:".
           05  LINE 13  COLUMN 01
               VALUE  " DIAS DE FALTA:".
           05  LINE 15  COLUMN 01
               VALUE  " HORAS NOTURNAS (REDUZIDAS):".
           05  LINE 17  COLUMN 01
               VALUE  " HORAS DEVIDAS AO TURNO:".
           05  TPONCOMPET
               LINE 03  COLUMN 24  PIC 9(06)
               USING  PONCOMPET.
           05  TDIASFALTA
               LINE 13  COLUMN 17  PIC 9(02)
               USING  DIASFALTA.
           05  THORASNOT
               LINE 15  COLUMN 30  PIC 9(03)
               USING  HORASNOT.
           05  THORASDEB
               LINE 17  COLUMN 26  PIC 9(03)
               USING  HORASDEB.

       PROCEDURE DIVISION.
       R00.

       INICIO.
           MOVE ZEROS TO PONCOMPET PONCODIGO HORASNORM
           MOVE ZEROS TO HORASEX50 HORASEX100 DIASFALTA HORASNOT.
           MOVE ZEROS TO HORASDEB.

           DISPLAY CADASTROPONTO.

              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT THORASNOT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.

       R7.
           ACCEPT THORASDEB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.

           IF W-SEL = 1
                GO TO ALT-OPC.

                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
