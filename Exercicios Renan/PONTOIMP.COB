      * (CADPARAM PONTOTOL), CLASSIFICA O DIA PELO DIAUTIL E    *
      * GRAVA O CADPONTO DA COMPETENCIA - DIAS INCONSISTENTES   *
      * SAEM NA LISTA PARA ACERTO MANUAL NO SCP018              *
      * SEPARA AS HORAS NOTURNAS (22H AS 5H) EM HORA REDUZIDA   *
      * DE 52M30S E FECHA A JORNADA QUE VIRA A MEIA-NOITE       *
      * FUNCIONARIO COM TURNO (SCP075) TEM O DIA COMPARADO COM A *
      * JORNADA PREVISTA: FALTA DE HORAS VAI PARA HORASDEB,      *
      * FOLGA DA ESCALA E FERIADO VAO A 100%, E A PRORROGACAO   *
      * DA JORNADA NOTURNA APOS AS 5H TAMBEM E NOTURNA          *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03 HORASEX50         PIC 9(03).
           03 HORASEX100        PIC 9(03).
           03 DIASFALTA         PIC 9(02).
           03 HORASNOT          PIC 9(03).
           03 HORASDEB          PIC 9(03).

       FD CADPARAM
           LABEL RECORD IS STANDARD
       01 W-MINENT       PIC 9(06) VALUE ZEROS.
       01 W-MINSAI       PIC 9(06) VALUE ZEROS.
       01 W-MINDIA       PIC 9(06) VALUE ZEROS.
       01 W-MINNOTD      PIC 9(06) VALUE ZEROS.
       01 W-NOTINI       PIC 9(06) VALUE ZEROS.
       01 W-NOTFIM       PIC 9(06) VALUE ZEROS.
       01 W-SOBINI       PIC 9(06) VALUE ZEROS.
       01 W-SOBFIM       PIC 9(06) VALUE ZEROS.
       01 W-EHUTIL       PIC X(01) VALUE SPACES.
       01 W-UTILDIA      PIC X(01) VALUE SPACES.
       01 W-PROXUTIL     PIC 9(08) VALUE ZEROS.
       01 W-HH           PIC 9(02) VALUE ZEROS.
       01 W-MM           PIC 9(02) VALUE ZEROS.
       01 W-DIF          PIC S9(06) VALUE ZEROS.
       01 W-TURTEM       PIC X(01) VALUE "N".
       01 W-TURNO        PIC 9(03) VALUE ZEROS.
       01 W-TURENT       PIC 9(04) VALUE ZEROS.
       01 W-TURSAI       PIC 9(04) VALUE ZEROS.
       01 W-TURPREV      PIC 9(04) VALUE ZEROS.
       01 W-TURTOL       PIC 9(03) VALUE ZEROS.
       01 W-TURFOLGA     PIC X(01) VALUE "N".
       01 W-TOLDIA       PIC 9(03) VALUE ZEROS.
       01 W-PRVENT       PIC 9(06) VALUE ZEROS.
       01 W-PRVSAI       PIC 9(06) VALUE ZEROS.
       01 W-PRORROG      PIC X(01) VALUE "N".
       01 W-QTDINC       PIC 9(04) VALUE ZEROS.
       01 W-QTDGRAV      PIC 9(04) VALUE ZEROS.
       01 W-TOTFUNC      PIC 9(03) VALUE ZEROS.
               05 TF-MIN50    PIC 9(06).
               05 TF-MIN100   PIC 9(06).
               05 TF-DIASPRES PIC 9(02).
               05 TF-MINNOT   PIC 9(06).
               05 TF-MINDEB   PIC 9(06).
      *-----------------------------------------------------------------
      *
      ******************
           DIVIDE PIM-DATA BY 100 GIVING W-COMPMARC
           IF W-COMPMARC NOT = W-COMPET
              GO TO LE-RD1.
      *    SAIDA NO DIA SEGUINTE FECHA A JORNADA QUE VIROU A NOITE
           IF PIM-CODIGO = W-CODATU AND PIM-DATA NOT = W-DATAATU
              AND PIM-SENT = "S" AND W-ENTPEND = "S"
              PERFORM SOMA-PERIODO THRU SOMA-PERIODO-FIM
              MOVE "N" TO W-ENTPEND
              PERFORM FECHA-DIA THRU FECHA-DIA-FIM
              MOVE PIM-DATA TO W-DATAATU
              MOVE ZEROS TO W-MINDIA W-MINNOTD
              PERFORM CLASSIFICA-DIA THRU CLASSIFICA-DIA-FIM
              GO TO LE-RD1.
           IF PIM-CODIGO NOT = W-CODATU OR PIM-DATA NOT = W-DATAATU
              PERFORM FECHA-DIA THRU FECHA-DIA-FIM
              MOVE PIM-CODIGO TO W-CODATU
              MOVE PIM-DATA TO W-DATAATU
              MOVE ZEROS TO W-MINDIA W-MINNOTD
              MOVE "N" TO W-ENTPEND
              PERFORM CLASSIFICA-DIA THRU CLASSIFICA-DIA-FIM.
           IF PIM-SENT = "E"

      *
      *    MINUTOS DO PERIODO ENTRADA->SAIDA
      *    SAIDA ANTES DA ENTRADA = SAIU DEPOIS DA MEIA-NOITE
      *
       SOMA-PERIODO.
           DIVIDE W-HORAENT BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MINENT = (W-HH * 60) + W-MM
           DIVIDE PIM-HORA BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MINSAI = (W-HH * 60) + W-MM
           IF W-MINSAI < W-MINENT
              ADD 1440 TO W-MINSAI.
           IF W-MINSAI > W-MINENT
              COMPUTE W-MINDIA = W-MINDIA + W-MINSAI - W-MINENT
              PERFORM SOMA-NOTURNO THRU SOMA-NOTURNO-FIM.
       SOMA-PERIODO-FIM.
           EXIT.

      *
      *    MINUTOS DO PERIODO DENTRO DAS FAIXAS NOTURNAS
      *    00:00-05:00 E 22:00-05:00 DO DIA SEGUINTE
      *
       SOMA-NOTURNO.
           MOVE ZEROS TO W-NOTINI
           MOVE 300 TO W-NOTFIM
           PERFORM SOBREPOE THRU SOBREPOE-FIM
           MOVE 1320 TO W-NOTINI
           MOVE 1740 TO W-NOTFIM
      *    JORNADA NOTURNA INTEIRA PRORROGADA: SEGUE NOTURNA APOS 5H
           IF W-PRORROG = "S" AND W-MINSAI > 1740
              MOVE W-MINSAI TO W-NOTFIM.
           PERFORM SOBREPOE THRU SOBREPOE-FIM.
       SOMA-NOTURNO-FIM.
           EXIT.

       SOBREPOE.
           MOVE W-MINENT TO W-SOBINI
           IF W-NOTINI > W-SOBINI
              MOVE W-NOTINI TO W-SOBINI.
           MOVE W-MINSAI TO W-SOBFIM
           IF W-NOTFIM < W-SOBFIM
              MOVE W-NOTFIM TO W-SOBFIM.
           IF W-SOBFIM > W-SOBINI
              COMPUTE W-MINNOTD = W-MINNOTD + W-SOBFIM - W-SOBINI.
       SOBREPOE-FIM.
           EXIT.

      *
      *    FECHA O DIA ANTERIOR: TOLERANCIA E CLASSIFICACAO
      *    UTIL: ATE 8H NORMAL, EXCEDENTE A 50%
           IF I = ZEROS
              GO TO FECHA-DIA-FIM.
           ADD 1 TO TF-DIASPRES(I)
           ADD W-MINNOTD TO TF-MINNOT(I)
           IF W-TURTEM = "S"
              GO TO FECHA-TURNO.
           IF W-UTILDIA NOT = "S"
              ADD W-MINDIA TO TF-MIN100(I)
              GO TO FECHA-DIA-FIM.
              COMPUTE TF-MIN50(I) = TF-MIN50(I) + W-MINDIA - 480
           ELSE
              ADD W-MINDIA TO TF-MINNORM(I).
           GO TO FECHA-DIA-FIM.
      *
      *    FUNCIONARIO COM TURNO: A ESCALA DIZ O QUE E DIA DE TRABALHO
      *    E QUANTO E A JORNADA. FALTA DE HORAS VAI PARA O DEBITO
      *
       FECHA-TURNO.
           IF W-TURFOLGA NOT = "N" OR W-TURPREV = ZEROS
              ADD W-MINDIA TO TF-MIN100(I)
              GO TO FECHA-DIA-FIM.
           MOVE W-TURTOL TO W-TOLDIA
           IF W-TOLDIA = ZEROS
              MOVE W-TOLMIN TO W-TOLDIA.
           COMPUTE W-DIF = W-MINDIA - W-TURPREV
           IF W-DIF < ZEROS
              COMPUTE W-DIF = ZEROS - W-DIF.
           IF W-DIF NOT > W-TOLDIA
              ADD W-TURPREV TO TF-MINNORM(I)
              GO TO FECHA-DIA-FIM.
           IF W-MINDIA > W-TURPREV
              ADD W-TURPREV TO TF-MINNORM(I)
              COMPUTE TF-MIN50(I) = TF-MIN50(I) + W-MINDIA - W-TURPREV
           ELSE
              ADD W-MINDIA TO TF-MINNORM(I)
              COMPUTE TF-MINDEB(I) = TF-MINDEB(I) + W-TURPREV
                                                  - W-MINDIA.
       FECHA-DIA-FIM.
           EXIT.

       CLASSIFICA-DIA.
           MOVE W-DATAATU TO W-PROXUTIL
           CALL "DIAUTIL" USING W-DATAATU W-EHUTIL W-PROXUTIL
           MOVE W-EHUTIL TO W-UTILDIA
           CALL "TURNODIA" USING W-CODATU W-DATAATU W-TURTEM
                                 W-TURNO W-TURENT W-TURSAI
                                 W-TURPREV W-TURTOL W-TURFOLGA
           MOVE "N" TO W-PRORROG
           IF W-TURTEM NOT = "S" OR W-TURFOLGA NOT = "N"
              GO TO CLASSIFICA-DIA-FIM.
      *    TURNO QUE COBRE TODA A FAIXA DAS 22H AS 5H
           DIVIDE W-TURENT BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-PRVENT = (W-HH * 60) + W-MM
           DIVIDE W-TURSAI BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-PRVSAI = (W-HH * 60) + W-MM
           IF W-PRVSAI NOT > W-PRVENT
              ADD 1440 TO W-PRVSAI.
           IF W-PRVENT NOT > 1320 AND W-PRVSAI > 1740
              MOVE "S" TO W-PRORROG.
       CLASSIFICA-DIA-FIM.
           EXIT.

                 MOVE ZEROS TO TF-MIN50(W-TOTFUNC)
                 MOVE ZEROS TO TF-MIN100(W-TOTFUNC)
                 MOVE ZEROS TO TF-DIASPRES(W-TOTFUNC)
                 MOVE ZEROS TO TF-MINNOT(W-TOTFUNC)
                 MOVE ZEROS TO TF-MINDEB(W-TOTFUNC)
                 MOVE W-TOTFUNC TO I
                 GO TO ACHA-FUNC-FIM
              ELSE
           COMPUTE HORASNORM = TF-MINNORM(I) / 60
           COMPUTE HORASEX50 = TF-MIN50(I) / 60
           COMPUTE HORASEX100 = TF-MIN100(I) / 60
      *    HORA NOTURNA REDUZIDA DE 52M30S
           COMPUTE HORASNOT ROUNDED = TF-MINNOT(I) / 52,5
      *    HORAS ABAIXO DA JORNADA DO TURNO (BANCO OU DESCONTO)
           COMPUTE HORASDEB = TF-MINDEB(I) / 60
      *    FALTAS FICAM PARA O ACERTO MANUAL NO SCP018
           MOVE ZEROS TO DIASFALTA
           WRITE REGPONTO
