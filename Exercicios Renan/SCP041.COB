       PROGRAM-ID. SCP041.
      ************************
      * PROGRAMA PARA BAIXA DE TITULOS DO CONTAS A RECEBER *
      * CONTA CAIXA/BANCO CONFERIDA NO CTABCO (CTAVER)      *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-PAR.
      *
           SELECT CADALERTA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ALECHAVE
                       FILE STATUS IS ST-ERRALE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 RECSTATUS         PIC X(01).
           03 RECJUROS          PIC 9(09)V99.
           03 RECEMP            PIC 9(02).
           03 RECNIVCOB         PIC 9(01).
           03 RECDTCOB          PIC 9(08).

       FD CADCLI
           LABEL RECORD IS STANDARD
           03 CLILIMITE         PIC 9(09)V99.
           03 CLIBLOQ           PIC X(01).
           03 CLIGRUPO          PIC 9(02).
           03 CLIPRIOR          PIC 9(01).

       FD CADCAIXA
           LABEL RECORD IS STANDARD
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.

       FD CADALERTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADALERTA.DAT".
       01 REGALERTA.
           03 ALECHAVE.
               05 ALETIPO    PIC X(03).
               05 ALEREF     PIC X(14).
           03 ALETEXTO       PIC X(40).
           03 ALEDATA        PIC 9(08).
           03 ALELIDO        PIC X(01).

       WORKING-STORAGE SECTION.
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
       01 ST-ERRO2             PIC X(02) VALUE "00".
       01 ST-CX                PIC X(02) VALUE "00".
       01 W-CONTACX            PIC 9(02) VALUE 01.
       01 W-CTAOK              PIC X(01) VALUE SPACES.
       01 W-CTADESC            PIC X(20) VALUE SPACES.
       01 W-VALORREC           PIC 9(11)V99 VALUE ZEROS.
       01 W-SALDOTIT           PIC 9(11)V99 VALUE ZEROS.
       01 ST-PAR               PIC X(02) VALUE "00".
       01 W-TOTPAGAR           PIC 9(11)V99 VALUE ZEROS.
       01 W-EXCESSO            PIC 9(09)V99 VALUE ZEROS.
       01 W-PRINCIPAL          PIC 9(11)V99 VALUE ZEROS.
       01 ST-ERRALE            PIC X(02) VALUE "00".
       01 W-CHVSALVA           PIC X(08) VALUE SPACES.
       01 W-CNPJDES            PIC 9(14) VALUE ZEROS.
       01 W-AINDABLQ           PIC X(01) VALUE "N".

       SCREEN SECTION.
       01  TELABAIXA.
              GO TO ROT-FIM.

       RA0.
           OPEN I-O CADCLI.
           IF ST-ERRO2 NOT = "00"
              MOVE "SEM CLIENTES - USE O SCP035" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              OPEN OUTPUT CADCAIXA
              CLOSE CADCAIXA
              OPEN I-O CADCAIXA.
           OPEN I-O CADALERTA
           IF ST-ERRALE = "30"
              OPEN OUTPUT CADALERTA
              CLOSE CADALERTA
              OPEN I-O CADALERTA.

       INICIO.
           MOVE ZEROS TO RECNUMVEN RECSEQ RECCNPJ RECVALOR
           ACCEPT  (19, 20) W-CONTACX WITH UPDATE.
           IF W-CONTACX = ZEROS
              MOVE 01 TO W-CONTACX.
           CALL "CTAVER" USING W-CONTACX W-CTAOK W-CTADESC
           IF W-CTAOK NOT = "S"
              MOVE "* CONTA CAIXA/BANCO NAO CADASTRADA OU INATIVA *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY (19, 24) W-CTADESC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
           REWRITE REGRECEBER
           IF ST-ERRO = "00" OR ST-ERRO = "02"
              PERFORM LANCA-CAIXA THRU LANCA-CAIXA-FIM.
           IF ST-ERRO = "00" OR ST-ERRO = "02"
              IF RECSTATUS = "Q" AND RECNIVCOB > 2
                 PERFORM VER-DESBLOQ THRU VER-DESBLOQ-FIM.
           IF ST-ERRO = "00" OR ST-ERRO = "02"
              IF RECSTATUS = "Q"
                 MOVE "*** TITULO QUITADO ***" TO MENS
              GO TO GRAVA-CAIXA-WR.
       GRAVA-CAIXA-FIM.
           EXIT.
      *
      *****************************************************
      * TITULO QUE ESTAVA NO NIVEL DE BLOQUEIO DA REGUA   *
      * (REGUACOB) FOI QUITADO: SE O CLIENTE NAO TEM MAIS *
      * TITULO NESSE NIVEL, LIBERA O CREDITO E AVISA      *
      *****************************************************
      *
       VER-DESBLOQ.
           MOVE RECCHAVE TO W-CHVSALVA
           MOVE RECCNPJ TO W-CNPJDES
           MOVE "N" TO W-AINDABLQ
           MOVE ZEROS TO RECCHAVE
           START CADRECEBER KEY IS NOT LESS RECCHAVE
           IF ST-ERRO NOT = "00"
              GO TO VER-DESBLOQ-CLI.
       VER-DESBLOQ-RD.
           READ CADRECEBER NEXT
           IF ST-ERRO NOT = "00"
              GO TO VER-DESBLOQ-CLI.
           IF RECCNPJ NOT = W-CNPJDES OR RECSTATUS = "Q"
              GO TO VER-DESBLOQ-RD.
           IF RECNIVCOB < 3 OR RECRECEB NOT < RECVALOR
              GO TO VER-DESBLOQ-RD.
           MOVE "S" TO W-AINDABLQ.
       VER-DESBLOQ-CLI.
           IF W-AINDABLQ = "S"
              GO TO VER-DESBLOQ-REP.
           MOVE W-CNPJDES TO CLICNPJ
           READ CADCLI
           IF ST-ERRO2 NOT = "00" OR CLIBLOQ NOT = "S"
              GO TO VER-DESBLOQ-REP.
           MOVE "N" TO CLIBLOQ
           REWRITE REGCLI
           MOVE "DES" TO ALETIPO
           MOVE W-CNPJDES TO ALEREF
           MOVE "BLOQUEIO LIBERADO - ATRASADOS QUITADOS" TO ALETEXTO
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM.
       VER-DESBLOQ-REP.
           MOVE W-CHVSALVA TO RECCHAVE
           READ CADRECEBER.
       VER-DESBLOQ-FIM.
           EXIT.
      *
      ************************************************
      * GRAVA (OU REATIVA) UM ALERTA NA FILA CENTRAL *
      ************************************************
      *
       GRAVA-ALERTA.
           ACCEPT ALEDATA FROM DATE YYYYMMDD
           MOVE "N" TO ALELIDO
           WRITE REGALERTA
           IF ST-ERRALE = "22"
              REWRITE REGALERTA.
       GRAVA-ALERTA-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADRECEBER
           CLOSE CADCLI
           CLOSE CADCAIXA
           CLOSE CADALERTA.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
