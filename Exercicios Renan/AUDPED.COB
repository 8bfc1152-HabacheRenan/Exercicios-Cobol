       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDPED.
      *******************************
      * ROTINA COMUM DA TRILHA DO CICLO DE COMPRAS NO CADAUDIT    *
      * GRAVA QUEM FEZ CADA ETAPA DO PEDIDO (INCLUSAO SCP010,    *
      * APROVACAO SCP027, NOTA SCP028, PAGAMENTO SCP029):        *
      * AUD-ARQ "CADPEDID", AUD-CHAVE = PEDIDO, AUD-CAMPO = O    *
      * PROGRAMA DA ETAPA E AUD-NOVO = O QUE FOI FEITO           *
      * O SEGFUN CRUZA ESSA TRILHA COM A TABELA DE CONFLITOS     *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADAUDIT ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-AUD.
      *
       SELECT CADSESAUD ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-SES.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADAUDIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADAUDIT.TXT".
       01 REGAUDIT.
           03 AUD-ARQ        PIC X(08).
           03 AUD-CHAVE      PIC X(14).
           03 AUD-CAMPO      PIC X(12).
           03 AUD-ANT        PIC X(30).
           03 AUD-NOVO       PIC X(30).
           03 AUD-OPER       PIC 9(06).
           03 AUD-DATA       PIC 9(08).
           03 AUD-HORA       PIC 9(06).
      *
       FD CADSESAUD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSESSAO.TXT".
       01 REGSESAUD.
           03 SES-OPERCOD    PIC 9(06).
           03 FILLER         PIC X(01).
           03 SES-OPERADOR   PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-AUD         PIC X(02) VALUE "00".
       01 ST-SES         PIC X(02) VALUE "00".
       01 W-OPERAUD      PIC 9(06) VALUE ZEROS.
       01 W-HORAAUD-EQ.
          03 W-HORAAUD   PIC 9(06).
          03 W-HORAAUDC  PIC 9(02).

       LINKAGE SECTION.
       01 PARMPROG       PIC X(08).
       01 PARMPED        PIC 9(06).
       01 PARMTXT        PIC X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARMPROG PARMPED PARMTXT.
       INICIO.
           MOVE ZEROS TO W-OPERAUD
           OPEN INPUT CADSESAUD
           IF ST-SES = "00"
              READ CADSESAUD
              IF ST-SES = "00"
                 MOVE SES-OPERCOD TO W-OPERAUD.
           CLOSE CADSESAUD.

       GRAVA.
           OPEN EXTEND CADAUDIT
           IF ST-AUD = "35"
              OPEN OUTPUT CADAUDIT.
           IF ST-AUD NOT = "00"
              GO TO ROT-FIM.
           MOVE SPACES TO REGAUDIT
           MOVE "CADPEDID" TO AUD-ARQ
           MOVE PARMPED TO AUD-CHAVE
           MOVE PARMPROG TO AUD-CAMPO
           MOVE PARMTXT TO AUD-NOVO
           MOVE W-OPERAUD TO AUD-OPER
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORAAUD-EQ FROM TIME
           MOVE W-HORAAUD TO AUD-HORA
           WRITE REGAUDIT
           CLOSE CADAUDIT.
      *
       ROT-FIM.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
