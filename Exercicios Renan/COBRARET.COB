      *******************************
      * PROGRAMA PARA PROCESSAR O RETORNO DE COBRANCA DO BANCO *
      * BAIXA OS TITULOS PAGOS E LISTA AS DIVERGENCIAS DE VALOR *
      * ENTRADAS NA CONTA BANCARIA DA COBRANCA, CONFERIDA NO    *
      * CTABCO (CTAVER)                                         *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CXCHAVE
                       FILE STATUS IS ST-CX.
      *
           SELECT CADCLI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CLICNPJ
                       ALTERNATE RECORD KEY IS
                       CLINOME WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADALERTA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ALECHAVE
                       FILE STATUS IS ST-ERRALE.
      *
       SELECT COBRARETS ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
           03 RECSTATUS         PIC X(01).
           03 RECJUROS          PIC 9(09)V99.
           03 RECEMP            PIC 9(02).
           03 RECNIVCOB         PIC 9(01).
           03 RECDTCOB          PIC 9(08).

       FD CADCAIXA
           LABEL RECORD IS STANDARD
           03 CXDOC             PIC X(10).
           03 CXVALOR           PIC 9(11)V99.
           03 CXCONC            PIC X(01).
      *
       FD CADCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
           03 CLICNPJ           PIC 9(14).
           03 CLINOME           PIC X(30).
           03 CLIFANTASIA       PIC X(12).
           03 CLICEP            PIC 9(09).
           03 CLINUMERO         PIC 9(05).
           03 CLICOMPL          PIC X(12).
           03 CLIDDD            PIC 9(02).
           03 CLITEL            PIC 9(09).
           03 CLIEMAIL          PIC X(35).
           03 STATUSCLI         PIC X(01).
           03 CLIDATABAIXA      PIC 9(08).
           03 CLIDATAULT        PIC 9(08).
           03 CLILIMITE         PIC 9(09)V99.
           03 CLIBLOQ           PIC X(01).
           03 CLIGRUPO          PIC 9(02).
           03 CLIPRIOR          PIC 9(01).
      *
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
      *
       FD COBRARETS
           LABEL RECORD IS STANDARD
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 ST-CX          PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRALE      PIC X(02) VALUE "00".
       01 W-CHVSALVA     PIC X(08) VALUE SPACES.
       01 W-CNPJDES      PIC 9(14) VALUE ZEROS.
       01 W-AINDABLQ     PIC X(01) VALUE "N".
       01 W-SALDO        PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTBAIXA     PIC 9(06) VALUE ZEROS.
       01 W-TOTREJ       PIC 9(06) VALUE ZEROS.
       01 W-TOTIGN       PIC 9(06) VALUE ZEROS.
       01 W-CONTACX      PIC 9(02) VALUE 01.
       01 W-CTAOK        PIC X(01) VALUE SPACES.
       01 W-CTADESC      PIC X(20) VALUE SPACES.
       01 W-TOTDIV       PIC 9(06) VALUE ZEROS.
       01 CONLIN         PIC 9(03) VALUE 001.
       01 LIN            PIC 9(03) VALUE ZEROS.
              CLOSE CADCAIXA
              OPEN I-O CADCAIXA.

       INC-OP4.
           OPEN I-O CADCLI
           OPEN I-O CADALERTA
           IF ST-ERRALE = "30"
              OPEN OUTPUT CADALERTA
              CLOSE CADALERTA
              OPEN I-O CADALERTA.

       INC-001.
           DISPLAY  TELARET.
           MOVE 01 TO W-CONTACX
           DISPLAY (03, 01) "CONTA BANCARIA DA COBRANCA: ".
           ACCEPT  (03, 29) W-CONTACX WITH UPDATE.
           IF W-CONTACX = ZEROS
              MOVE 01 TO W-CONTACX.
           CALL "CTAVER" USING W-CONTACX W-CTAOK W-CTADESC
           IF W-CTAOK NOT = "S"
              MOVE "* CONTA CAIXA/BANCO NAO CADASTRADA OU INATIVA *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           DISPLAY (03, 33) W-CTADESC
           MOVE 03 TO CONLIN.

       PROC-RD1.
              ADD 1 TO W-TOTIGN
              GO TO PROC-RD1.
           PERFORM LANCA-CAIXA THRU LANCA-CAIXA-FIM
           IF RECSTATUS = "Q" AND RECNIVCOB > 2
              PERFORM VER-DESBLOQ THRU VER-DESBLOQ-FIM.
           ADD 1 TO W-TOTBAIXA
           GO TO PROC-RD1.

           DISPLAY (01, 01) ERASE.
           CLOSE CADRECEBER
           CLOSE CADCAIXA
           CLOSE CADCLI
           CLOSE CADALERTA
           CLOSE COBRARETS.
       ROT-FIM2.
           EXIT PROGRAM.
      *****************************************************
      *
       LANCA-CAIXA.
           MOVE W-CONTACX TO CXCONTA
           MOVE "E" TO CXTIPO
           MOVE RECCNPJ TO CXCNPJ
           MOVE SPACES TO CXDOC
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
           IF ST-ERRO2 NOT = "00"
              GO TO VER-DESBLOQ-CLI.
       VER-DESBLOQ-RD.
           READ CADRECEBER NEXT
           IF ST-ERRO2 NOT = "00"
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
           IF ST-ERRO3 NOT = "00" OR CLIBLOQ NOT = "S"
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
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
