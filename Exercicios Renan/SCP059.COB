      * PROGRAMA PARA BANCO DE HORAS                            *
      * ADESAO DO FUNCIONARIO, LANCAMENTO DE COMPENSACAO,       *
      * SALDOS E AVISO DE PRAZO LEGAL DE COMPENSACAO            *
      * A FOLGA INFORMADA PELA DATA ABATE A JORNADA PREVISTA    *
      * DO TURNO DO FUNCIONARIO NAQUELE DIA (TURNODIA)          *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-DIASCRED           PIC S9(05) VALUE ZEROS.
       01 W-QTDLISTA           PIC 9(04) VALUE ZEROS.
       01 W-TEMREG             PIC X(01) VALUE "N".
       01 W-DTFOLGA            PIC 9(08) VALUE ZEROS.
       01 W-DTFOLGA-G REDEFINES W-DTFOLGA.
           03 ANO-FOLGA        PIC 9(04).
           03 MES-FOLGA        PIC 9(02).
           03 DIA-FOLGA        PIC 9(02).
       01 W-TURTEM             PIC X(01) VALUE "N".
       01 W-TURNO              PIC 9(03) VALUE ZEROS.
       01 W-TURENT             PIC 9(04) VALUE ZEROS.
       01 W-TURSAI             PIC 9(04) VALUE ZEROS.
       01 W-TURPREV            PIC 9(04) VALUE ZEROS.
       01 W-TURTOL             PIC 9(03) VALUE ZEROS.
       01 W-TURFOLGA           PIC X(01) VALUE "N".
      *
      ******************
      * REPORT SECTION *
           DISPLAY (12, 01) "SALDO ATUAL: "
           DISPLAY (12, 14) BHSALDO.

       COMP-R0.
           MOVE ZEROS TO W-DTFOLGA W-HORASCOMP
           DISPLAY (13, 01) "DATA DA FOLGA (0=DIGITAR HORAS): ".
           ACCEPT  (13, 35) W-DTFOLGA.
           IF W-DTFOLGA = ZEROS
              GO TO COMP-R1.
           IF MES-FOLGA = ZEROS OR MES-FOLGA > 12
                                OR DIA-FOLGA = ZEROS OR DIA-FOLGA > 31
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COMP-R0.
           CALL "TURNODIA" USING BHCODIGO W-DTFOLGA W-TURTEM
                                 W-TURNO W-TURENT W-TURSAI
                                 W-TURPREV W-TURTOL W-TURFOLGA
           IF W-TURTEM NOT = "S"
              MOVE "*** FUNCIONARIO SEM TURNO NA DATA (SCP075) ***"
                                                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COMP-R0.
           IF W-TURFOLGA NOT = "N" OR W-TURPREV = ZEROS
              MOVE "*** DIA JA E FOLGA OU FERIADO NA ESCALA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COMP-R0.
           COMPUTE W-HORASCOMP ROUNDED = W-TURPREV / 60
           DISPLAY (14, 01) "HORAS COMPENSADAS: "
           DISPLAY (14, 20) W-HORASCOMP
           GO TO COMP-R2.

       COMP-R1.
           DISPLAY (14, 01) "HORAS COMPENSADAS: ".
           ACCEPT  (14, 20) W-HORASCOMP.
           IF W-HORASCOMP = ZEROS
              MOVE "*** COMPENSACAO CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-BH.
       COMP-R2.
           IF W-HORASCOMP > BHSALDO
              MOVE "*** MAIOR QUE O SALDO DO BANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COMP-R0.
           SUBTRACT W-HORASCOMP FROM BHSALDO
           REWRITE REGBHORAS
           MOVE "*** COMPENSACAO LANCADA ***" TO MENS
