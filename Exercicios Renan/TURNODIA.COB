       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNODIA.
      *******************************
      * ROTINA COMUM DA JORNADA PREVISTA DO FUNCIONARIO (SCP075)  *
      * ACHA O TURNO VIGENTE NA DATA (CADTURFUN) E O DIA DO CICLO *
      * DO TURNO (SEMANAL: DOMINGO A SABADO; ESCALA: DIAS DESDE A *
      * DATA-BASE DO CICLO). DEVOLVE ENTRADA, SAIDA, MINUTOS      *
      * PREVISTOS (SEM O INTERVALO), TOLERANCIA DO TURNO E SE O   *
      * DIA E FOLGA DA ESCALA (S) OU FERIADO (F)                  *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADTURNO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TURCODIGO
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADTURFUN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TFUCHAVE
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADFERIADO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FERDATA
                       FILE STATUS IS ST-ERRO3.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADTURNO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTURNO.DAT".
       01 REGTURNO.
           03 TURCODIGO         PIC 9(03).
           03 TURDESC           PIC X(30).
           03 TURTIPO           PIC X(01).
           03 TURCICLO          PIC 9(02).
           03 TURBASE           PIC 9(08).
           03 TURTOLER          PIC 9(03).
           03 TURDIA OCCURS 28 TIMES.
               05 TURENT        PIC 9(04).
               05 TURSAI        PIC 9(04).
               05 TURINTERV     PIC 9(03).
      *
       FD CADTURFUN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTURFUN.DAT".
       01 REGTURFUN.
           03 TFUCHAVE.
               05 TFUCODIGO     PIC 9(06).
               05 TFUVIGEN      PIC 9(08).
           03 TFUTURNO          PIC 9(03).
      *
       FD CADFERIADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFERIADO.DAT".
       01 REGFERIADO.
           03 FERDATA           PIC 9(08).
           03 FERDESC           PIC X(30).
           03 FERTIPO           PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 W-TEMARQ       PIC X(01) VALUE SPACES.
       01 W-TEMFER       PIC X(01) VALUE "N".
       01 W-TURNO        PIC 9(03) VALUE ZEROS.
       01 W-IDXT         PIC 9(02) VALUE ZEROS.
       01 W-HH           PIC 9(02) VALUE ZEROS.
       01 W-MM           PIC 9(02) VALUE ZEROS.
       01 W-MINENT       PIC 9(04) VALUE ZEROS.
       01 W-MINSAI       PIC 9(04) VALUE ZEROS.
       01 W-MINPREV      PIC S9(05) VALUE ZEROS.
      *    NUMERO DO DIA (DIA JULIANO) PARA CONTAR DIAS CORRIDOS
       01 W-DTJ          PIC 9(08) VALUE ZEROS.
       01 W-DTJ-G REDEFINES W-DTJ.
           03 ANO-J      PIC 9(04).
           03 MES-J      PIC 9(02).
           03 DIA-J      PIC 9(02).
       01 W-JA           PIC 9(01) VALUE ZEROS.
       01 W-JY           PIC 9(05) VALUE ZEROS.
       01 W-JM           PIC 9(02) VALUE ZEROS.
       01 W-JT1          PIC 9(05) VALUE ZEROS.
       01 W-JT2          PIC 9(05) VALUE ZEROS.
       01 W-JT3          PIC 9(05) VALUE ZEROS.
       01 W-JT4          PIC 9(05) VALUE ZEROS.
       01 W-JDN          PIC 9(08) VALUE ZEROS.
       01 W-JDNDATA      PIC 9(08) VALUE ZEROS.
       01 W-JDNBASE      PIC 9(08) VALUE ZEROS.
       01 W-DIASCIC      PIC S9(08) VALUE ZEROS.
       01 W-QUOC         PIC S9(08) VALUE ZEROS.
       01 W-RESTO        PIC S9(03) VALUE ZEROS.

       LINKAGE SECTION.
       01 PARMCODIGO      PIC 9(06).
       01 PARMDATA        PIC 9(08).
       01 PARMTEM         PIC X(01).
       01 PARMTURNO       PIC 9(03).
       01 PARMENT         PIC 9(04).
       01 PARMSAI         PIC 9(04).
       01 PARMPREV        PIC 9(04).
       01 PARMTOLER       PIC 9(03).
       01 PARMFOLGA       PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARMCODIGO PARMDATA PARMTEM
                                PARMTURNO PARMENT PARMSAI
                                PARMPREV PARMTOLER PARMFOLGA.
       INICIO.
           IF W-TEMARQ = SPACES
              OPEN INPUT CADTURNO
              OPEN INPUT CADTURFUN
              IF ST-ERRO = "00" AND ST-ERRO2 = "00"
                 MOVE "S" TO W-TEMARQ
              ELSE
                 MOVE "N" TO W-TEMARQ.
           IF W-TEMARQ = "S" AND W-TEMFER = "N"
              OPEN INPUT CADFERIADO
              IF ST-ERRO3 = "00"
                 MOVE "S" TO W-TEMFER
              ELSE
                 MOVE "X" TO W-TEMFER.

       BUSCA-VIGENCIA.
           MOVE "N" TO PARMTEM PARMFOLGA
           MOVE ZEROS TO PARMTURNO PARMENT PARMSAI PARMPREV PARMTOLER
           IF W-TEMARQ NOT = "S"
              GO TO ROT-FIM.
           MOVE ZEROS TO W-TURNO
           MOVE PARMCODIGO TO TFUCODIGO
           MOVE ZEROS TO TFUVIGEN
           START CADTURFUN KEY IS NOT LESS TFUCHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-FIM.
       BUSCA-VIG-RD.
           READ CADTURFUN NEXT
           IF ST-ERRO2 NOT = "00" OR TFUCODIGO NOT = PARMCODIGO
              GO TO BUSCA-TURNO.
           IF TFUVIGEN > PARMDATA
              GO TO BUSCA-TURNO.
           MOVE TFUTURNO TO W-TURNO
           GO TO BUSCA-VIG-RD.

       BUSCA-TURNO.
           IF W-TURNO = ZEROS
              GO TO ROT-FIM.
           MOVE W-TURNO TO TURCODIGO
           READ CADTURNO
           IF ST-ERRO NOT = "00" OR TURCICLO = ZEROS
              GO TO ROT-FIM.
           MOVE "S" TO PARMTEM
           MOVE W-TURNO TO PARMTURNO
           MOVE TURTOLER TO PARMTOLER.

      *
      *    DIA DO CICLO: SEMANAL CONTA DE UM DOMINGO (02/01/2000)
      *
       DIA-CICLO.
           MOVE PARMDATA TO W-DTJ
           PERFORM CALC-JDN THRU CALC-JDN-FIM
           MOVE W-JDN TO W-JDNDATA
           IF TURTIPO = "S"
              MOVE 20000102 TO W-DTJ
           ELSE
              MOVE TURBASE TO W-DTJ.
           PERFORM CALC-JDN THRU CALC-JDN-FIM
           MOVE W-JDN TO W-JDNBASE
           COMPUTE W-DIASCIC = W-JDNDATA - W-JDNBASE
           DIVIDE W-DIASCIC BY TURCICLO GIVING W-QUOC
                                        REMAINDER W-RESTO
           IF W-RESTO < ZEROS
              ADD TURCICLO TO W-RESTO.
           COMPUTE W-IDXT = W-RESTO + 1.

       PREVISTO.
           MOVE TURENT(W-IDXT) TO PARMENT
           MOVE TURSAI(W-IDXT) TO PARMSAI
           IF TURENT(W-IDXT) = ZEROS AND TURSAI(W-IDXT) = ZEROS
              MOVE "S" TO PARMFOLGA
              GO TO ROT-FIM.
           DIVIDE TURENT(W-IDXT) BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MINENT = (W-HH * 60) + W-MM
           DIVIDE TURSAI(W-IDXT) BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MINSAI = (W-HH * 60) + W-MM
      *    SAIDA MENOR QUE A ENTRADA = JORNADA VIRA A MEIA-NOITE
           IF W-MINSAI NOT > W-MINENT
              ADD 1440 TO W-MINSAI.
           COMPUTE W-MINPREV = W-MINSAI - W-MINENT - TURINTERV(W-IDXT)
           IF W-MINPREV > ZEROS
              MOVE W-MINPREV TO PARMPREV.
           IF W-TEMFER NOT = "S"
              GO TO ROT-FIM.
           MOVE PARMDATA TO FERDATA
           READ CADFERIADO
           IF ST-ERRO3 = "00"
              MOVE "F" TO PARMFOLGA.
           GO TO ROT-FIM.

      *
      *    NUMERO DO DIA JULIANO DE W-DTJ (DIVISOES TRUNCADAS)
      *
       CALC-JDN.
           MOVE ZEROS TO W-JA
           IF MES-J < 3
              MOVE 1 TO W-JA.
           COMPUTE W-JY = ANO-J + 4800 - W-JA
           COMPUTE W-JM = MES-J + (12 * W-JA) - 3
           COMPUTE W-JT1 = (153 * W-JM) + 2
           DIVIDE W-JT1 BY 5 GIVING W-JT1
           DIVIDE W-JY BY 4 GIVING W-JT2
           DIVIDE W-JY BY 100 GIVING W-JT3
           DIVIDE W-JY BY 400 GIVING W-JT4
           COMPUTE W-JDN = DIA-J + W-JT1 + (365 * W-JY)
              + W-JT2 - W-JT3 + W-JT4 - 32045.
       CALC-JDN-FIM.
           EXIT.
      *
       ROT-FIM.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
