       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGUACOB.
      *******************************
      * REGUA DE COBRANCA - PASSO DA CADEIA NOTURNA (CADJOB)      *
      * CADA TITULO EM ABERTO SOBE DE NIVEL PELOS DIAS DE ATRASO: *
      *   1=LEMBRETE  2=NOTIFICACAO  3=BLOQUEIO  4=JURIDICO       *
      * DIAS DE CADA NIVEL NO CADPARAM (COBNIV1 A COBNIV4).       *
      * AO SUBIR DE NIVEL GRAVA O NIVEL E A DATA NO TITULO        *
      * (RECNIVCOB/RECDTCOB), EMITE A CARTA DO NIVEL NO           *
      * CARTACOB.TXT (SPOOL) E AVISA O CREDITO NO CADALERTA.      *
      * NO NIVEL 3 EM DIANTE BLOQUEIA O CLIENTE (CLIBLOQ); O      *
      * DESBLOQUEIO E FEITO NA BAIXA (SCP041/COBRARET) QUANDO     *
      * NAO RESTA TITULO DO CLIENTE NO NIVEL DE BLOQUEIO.         *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADRECEBER ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RECCHAVE
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADCLI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CLICNPJ
                       ALTERNATE RECORD KEY IS
                       CLINOME WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO2.
      *
       SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-PAR.
      *
       SELECT CADALERTA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ALECHAVE
                       FILE STATUS IS ST-ERRALE.
      *
       SELECT RELCARTA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADRECEBER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRECEBER.DAT".
       01 REGRECEBER.
           03 RECCHAVE.
               05 RECNUMVEN     PIC 9(06).
               05 RECSEQ        PIC 9(02).
           03 RECCNPJ           PIC 9(14).
           03 RECVALOR          PIC 9(11)V99.
           03 RECVENCTO         PIC 9(08).
           03 RECRECEB          PIC 9(11)V99.
           03 RECSTATUS         PIC X(01).
           03 RECJUROS          PIC 9(09)V99.
           03 RECEMP            PIC 9(02).
           03 RECNIVCOB         PIC 9(01).
           03 RECDTCOB          PIC 9(08).
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
       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.
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
       FD RELCARTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CARTACOB.TXT".
       01 REGCARTA           PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-ERRALE      PIC X(02) VALUE "00".
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-DATA         PIC 9(08) VALUE ZEROS.
       01 W-DATA-G REDEFINES W-DATA.
           03 ANO-DT     PIC 9(04).
           03 MES-DT     PIC 9(02).
           03 DIA-DT     PIC 9(02).
       01 W-DIASHOJE     PIC 9(08) VALUE ZEROS.
       01 W-DIASVENC     PIC 9(08) VALUE ZEROS.
       01 W-ATRASO       PIC S9(05) VALUE ZEROS.
       01 W-SALDO        PIC 9(11)V99 VALUE ZEROS.
       01 W-NIVEL        PIC 9(01) VALUE ZEROS.
       01 W-NIV          PIC 9(01) VALUE ZEROS.
       01 W-TEMCLI       PIC X(01) VALUE "N".
       01 W-QTDLIDO      PIC 9(06) VALUE ZEROS.
       01 W-QTDCARTA     PIC 9(05) VALUE ZEROS.
       01 W-QTDBLOQ      PIC 9(05) VALUE ZEROS.
       01 TAB-QTDNIV.
           03 W-QTDNIV       PIC 9(05) OCCURS 4 TIMES.
      *
      *    DIAS DE ATRASO PARA ENTRAR EM CADA NIVEL (PADRAO)
       01 TAB-DIAS-V.
           03 FILLER         PIC 9(03) VALUE 005.
           03 FILLER         PIC 9(03) VALUE 015.
           03 FILLER         PIC 9(03) VALUE 030.
           03 FILLER         PIC 9(03) VALUE 060.
       01 TAB-DIAS REDEFINES TAB-DIAS-V.
           03 TD-DIAS        PIC 9(03) OCCURS 4 TIMES.
      *
      *    NOME E TEXTO DA CARTA DE CADA NIVEL
       01 TAB-CARTA-V.
           03 FILLER         PIC X(12) VALUE "LEMBRETE".
           03 FILLER         PIC X(60) VALUE
              "NAO IDENTIFICAMOS O PAGAMENTO DO TITULO ABAIXO.".
           03 FILLER         PIC X(60) VALUE
              "CASO JA TENHA SIDO PAGO, DESCONSIDERE ESTE AVISO.".
           03 FILLER         PIC X(12) VALUE "NOTIFICACAO".
           03 FILLER         PIC X(60) VALUE
              "O TITULO ABAIXO ESTA VENCIDO E AINDA NAO FOI PAGO.".
           03 FILLER         PIC X(60) VALUE
              "REGULARIZE PARA EVITAR O BLOQUEIO DO SEU CREDITO.".
           03 FILLER         PIC X(12) VALUE "BLOQUEIO".
           03 FILLER         PIC X(60) VALUE
              "SEU CREDITO FOI BLOQUEADO PELO ATRASO DO TITULO ABAIXO.".
           03 FILLER         PIC X(60) VALUE
              "O CREDITO SERA LIBERADO APOS A QUITACAO DOS ATRASADOS.".
           03 FILLER         PIC X(12) VALUE "JURIDICO".
           03 FILLER         PIC X(60) VALUE
              "O TITULO ABAIXO FOI ENCAMINHADO PARA COBRANCA JURIDICA.".
           03 FILLER         PIC X(60) VALUE
              "ENTRE EM CONTATO COM URGENCIA PARA REGULARIZAR.".
       01 TAB-CARTA REDEFINES TAB-CARTA-V.
           03 TX-ITEM OCCURS 4 TIMES.
               05 TX-NOME    PIC X(12).
               05 TX-LIN1    PIC X(60).
               05 TX-LIN2    PIC X(60).
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAR1.
           03 FILLER    PIC X(24) VALUE "AVISO DE COBRANCA NIVEL ".
           03 CARNIV    PIC 9(01) VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE " - ".
           03 CARNOME   PIC X(12) VALUE SPACES.
           03 FILLER    PIC X(12) VALUE SPACES.
           03 FILLER    PIC X(06) VALUE "DATA: ".
           03 CARDATA   PIC 9(08) VALUE ZEROS.

       01 CAR2.
           03 FILLER    PIC X(09) VALUE "CLIENTE: ".
           03 CARCNPJ   PIC 9(14) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 CARCLI    PIC X(30) VALUE SPACES.

       01 CAR3.
           03 FILLER    PIC X(09) VALUE "E-MAIL: ".
           03 CAREMAIL  PIC X(35) VALUE SPACES.

       01 CAR4.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 CARTEXTO  PIC X(60) VALUE SPACES.

       01 CAR5.
           03 FILLER    PIC X(06) VALUE "VENDA ".
           03 CARNUM    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "/".
           03 CARSEQ    PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(07) VALUE " VENC. ".
           03 CARVENC   PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " SALDO: ".
           03 CARSALDO  PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " ATRASO ".
           03 CARATR    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(05) VALUE " DIAS".

       01 CARSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".

       01 ALE1.
           03 FILLER    PIC X(06) VALUE "NIVEL ".
           03 ALENIV    PIC 9(01) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 ALENOME   PIC X(12) VALUE SPACES.
           03 FILLER    PIC X(06) VALUE " CLI. ".
           03 ALECNPJ   PIC 9(14) VALUE ZEROS.

       SCREEN SECTION.

       01  TELAREG.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   REGUA DE C".
           05  LINE 02  COLUMN 43
               VALUE  "OBRANCA  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADRECEBER
           IF ST-ERRO NOT = "00"
              MOVE "SEM TITULOS A RECEBER CADASTRADOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM2.
           OPEN I-O CADCLI
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADCLI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRECEBER
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM2.
           OPEN I-O CADALERTA
           IF ST-ERRALE = "30"
              OPEN OUTPUT CADALERTA
              CLOSE CADALERTA
              OPEN I-O CADALERTA.
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              MOVE "COBNIV1" TO PARCODIGO
              MOVE 1 TO W-NIV
              PERFORM LE-PARAM THRU LE-PARAM-FIM
              MOVE "COBNIV2" TO PARCODIGO
              MOVE 2 TO W-NIV
              PERFORM LE-PARAM THRU LE-PARAM-FIM
              MOVE "COBNIV3" TO PARCODIGO
              MOVE 3 TO W-NIV
              PERFORM LE-PARAM THRU LE-PARAM-FIM
              MOVE "COBNIV4" TO PARCODIGO
              MOVE 4 TO W-NIV
              PERFORM LE-PARAM THRU LE-PARAM-FIM.
           CLOSE CADPARAM.
           OPEN OUTPUT RELCARTA
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-DATA
           COMPUTE W-DIASHOJE =
              (ANO-DT * 360) + (MES-DT * 30) + DIA-DT
           MOVE ZEROS TO W-QTDNIV(1) W-QTDNIV(2) W-QTDNIV(3)
           MOVE ZEROS TO W-QTDNIV(4).

       INC-001.
           DISPLAY  TELAREG
           DISPLAY (04, 01) "PROCESSANDO OS TITULOS EM ABERTO...".

      *
      ****************************************
      * VARRE OS TITULOS EM ABERTO           *
      ****************************************
      *
       VARRE-RD1.
           READ CADRECEBER NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRE-FIM.
           ADD 1 TO W-QTDLIDO
           IF RECSTATUS = "Q" OR RECRECEB NOT < RECVALOR
              GO TO VARRE-RD1.
           MOVE RECVENCTO TO W-DATA
           COMPUTE W-DIASVENC =
              (ANO-DT * 360) + (MES-DT * 30) + DIA-DT
           COMPUTE W-ATRASO = W-DIASHOJE - W-DIASVENC
           MOVE ZEROS TO W-NIVEL
           MOVE 1 TO W-NIV.
       VARRE-NIV.
           IF W-NIV > 4
              GO TO VARRE-SOBE.
           IF W-ATRASO NOT < TD-DIAS(W-NIV)
              MOVE W-NIV TO W-NIVEL.
           ADD 1 TO W-NIV
           GO TO VARRE-NIV.
      *    SO AGE QUANDO O TITULO SOBE DE NIVEL
       VARRE-SOBE.
           IF W-NIVEL NOT > RECNIVCOB
              GO TO VARRE-RD1.
           MOVE W-NIVEL TO RECNIVCOB
           MOVE W-HOJE TO RECDTCOB
           REWRITE REGRECEBER
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO VARRE-RD1.
           ADD 1 TO W-QTDNIV(W-NIVEL)
           COMPUTE W-SALDO = RECVALOR - RECRECEB
           MOVE "N" TO W-TEMCLI
           MOVE RECCNPJ TO CLICNPJ
           READ CADCLI
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMCLI
           ELSE
              MOVE SPACES TO CLINOME CLIEMAIL.
           PERFORM GRAVA-CARTA THRU GRAVA-CARTA-FIM
           MOVE "COB" TO ALETIPO
           MOVE SPACES TO ALEREF
           MOVE RECCHAVE TO ALEREF
           MOVE W-NIVEL TO ALENIV
           MOVE TX-NOME(W-NIVEL) TO ALENOME
           MOVE RECCNPJ TO ALECNPJ
           MOVE ALE1 TO ALETEXTO
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
           IF W-NIVEL < 3 OR W-TEMCLI NOT = "S"
              GO TO VARRE-RD1.
           IF CLIBLOQ = "S"
              GO TO VARRE-RD1.
           MOVE "S" TO CLIBLOQ
           REWRITE REGCLI
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              GO TO VARRE-RD1.
           ADD 1 TO W-QTDBLOQ
           MOVE "BLQ" TO ALETIPO
           MOVE RECCNPJ TO ALEREF
           MOVE "CREDITO BLOQUEADO PELA COBRANCA" TO ALETEXTO
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
           GO TO VARRE-RD1.

       VARRE-FIM.
           CLOSE RELCARTA
           IF W-QTDCARTA > ZEROS
      *       AS CARTAS VAO PARA O SPOOL CENTRAL (SCP067)
              MOVE "REGUACOB" TO W-SPPROG
              MOVE "CARTACOB.TXT" TO W-SPARQ
              CALL "SPOOLREG" USING W-SPPROG W-SPARQ.
           DISPLAY (06, 01) "TITULOS LIDOS     : "
           DISPLAY (06, 21) W-QTDLIDO
           DISPLAY (07, 01) "LEMBRETES         : "
           DISPLAY (07, 21) W-QTDNIV(1)
           DISPLAY (08, 01) "NOTIFICACOES      : "
           DISPLAY (08, 21) W-QTDNIV(2)
           DISPLAY (09, 01) "NIVEL BLOQUEIO    : "
           DISPLAY (09, 21) W-QTDNIV(3)
           DISPLAY (10, 01) "ENVIADOS JURIDICO : "
           DISPLAY (10, 21) W-QTDNIV(4)
           DISPLAY (11, 01) "CLIENTES BLOQUEADOS: "
           DISPLAY (11, 22) W-QTDBLOQ
           MOVE ZEROS TO RETURN-CODE
           MOVE "*** FIM DE PROCESSAMENTO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADRECEBER
           CLOSE CADCLI
           CLOSE CADALERTA.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *    DIAS DO NIVEL W-NIV (SO SE CADASTRADO NO CADPARAM)
      *
       LE-PARAM.
           READ CADPARAM
           IF ST-PAR = "00" AND PARVALOR > ZEROS
              MOVE PARVALOR TO TD-DIAS(W-NIV).
       LE-PARAM-FIM.
           EXIT.
      *
      *    CARTA DO NIVEL ALCANCADO PELO TITULO
      *
       GRAVA-CARTA.
           MOVE W-NIVEL TO CARNIV
           MOVE TX-NOME(W-NIVEL) TO CARNOME
           MOVE W-HOJE TO CARDATA
           WRITE REGCARTA FROM CAR1
           MOVE RECCNPJ TO CARCNPJ
           MOVE CLINOME TO CARCLI
           WRITE REGCARTA FROM CAR2
           MOVE CLIEMAIL TO CAREMAIL
           WRITE REGCARTA FROM CAR3
           MOVE SPACES TO REGCARTA
           WRITE REGCARTA
           MOVE TX-LIN1(W-NIVEL) TO CARTEXTO
           WRITE REGCARTA FROM CAR4
           MOVE TX-LIN2(W-NIVEL) TO CARTEXTO
           WRITE REGCARTA FROM CAR4
           MOVE SPACES TO REGCARTA
           WRITE REGCARTA
           MOVE RECNUMVEN TO CARNUM
           MOVE RECSEQ TO CARSEQ
           MOVE RECVENCTO TO CARVENC
           MOVE W-SALDO TO CARSALDO
           MOVE W-ATRASO TO CARATR
           WRITE REGCARTA FROM CAR5
           WRITE REGCARTA FROM CARSEP
           ADD 1 TO W-QTDCARTA.
       GRAVA-CARTA-FIM.
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
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 13) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
              GO TO ROT-MENS2
           ELSE
              DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-MENS.
      *

      *---------------------*** FIM DE PROGRAMA ***--------------------*
