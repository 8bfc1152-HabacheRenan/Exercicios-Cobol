       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGFUN.
      *******************************
      * SEGREGACAO DE FUNCOES NOS PERFIS DE ACESSO               *
      * TABELA DE CONFLITOS (CADSOD): PARES DE OPCOES DO MENU    *
      * QUE NAO DEVEM FICAR COM A MESMA PESSOA, COM O RISCO E O  *
      * PROGRAMA DE CADA OPCAO (PARA A TRILHA DO CADAUDIT)       *
      * NA CRIACAO DO ARQUIVO ENTRA O CICLO DE COMPRAS: PEDIDO   *
      * (21), APROVACAO (66), NOTA DE ENTRADA (67), PAGAMENTO(68)*
      * RELACAO DOS PERFIS (CADPERFIL) E DOS OPERADORES          *
      * (CADSENHA) COM PAR EM CONFLITO (SEGFUN.TXT); PERFIL 00   *
      * (LIVRE) E 99 (ADMIN) TEM TODAS AS OPCOES                 *
      * CASOS REAIS NO PERIODO (SEGCASO.TXT): MESMO OPERADOR NAS *
      * DUAS ETAPAS DO MESMO PEDIDO (TRILHA "CADPEDID" GRAVADA   *
      * PELA ROTINA AUDPED NO CADAUDIT) E OPERADOR QUE EXECUTOU  *
      * OS DOIS PROGRAMAS DO PAR (CADLOG)                        *
      * O SCP038 AVISA AO GRAVAR PERFIL EM CONFLITO (SODVER)     *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADSOD ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SODCHAVE
                       FILE STATUS IS ST-SOD.
      *
       SELECT CADPERFIL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PERFCODIGO
                       FILE STATUS IS ST-PER.
      *
       SELECT CADSENHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SENCODIGO
                       FILE STATUS IS ST-SEN.
      *
       SELECT CADAUDIT ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-AUD.
      *
       SELECT CADLOG ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-LOG.
      *
       SELECT RELSOD ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    SODOPC1 SEMPRE MENOR QUE SODOPC2
       FD CADSOD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSOD.DAT".
       01 REGSOD.
           03 SODCHAVE.
               05 SODOPC1       PIC 9(03).
               05 SODOPC2       PIC 9(03).
           03 SODRISCO          PIC X(40).
           03 SODPROG1          PIC X(08).
           03 SODPROG2          PIC X(08).
      *
       FD CADPERFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPERFIL.DAT".
       01 REGPERFIL.
           03 PERFCODIGO     PIC 9(02).
           03 PERFDESC       PIC X(20).
           03 PERFOPC        PIC X(299).
      *
       FD CADSENHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSENHA.DAT".
       01 REGSENHA.
           03 SENCODIGO      PIC 9(06).
           03 SENHA          PIC X(10).
           03 SENTROCA       PIC X(01).
           03 SENERROS       PIC 9(01).
           03 SENBLOQ        PIC X(01).
           03 SENPERFIL      PIC 9(02).
           03 SENEMP         PIC X(05).
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
       FD CADLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADLOG.TXT".
       01 REGLOG.
           03 LOG-DATA       PIC 9(08).
           03 FILLER         PIC X(01).
           03 LOG-HORA       PIC 9(06).
           03 FILLER         PIC X(01).
           03 LOG-OPERCOD    PIC 9(06).
           03 FILLER         PIC X(01).
           03 LOG-OPERADOR   PIC X(30).
           03 FILLER         PIC X(01).
           03 LOG-PROGR      PIC X(08).
      *
       FD RELSOD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQREL.
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-ARQREL       PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-SOD         PIC X(02) VALUE "00".
       01 ST-PER         PIC X(02) VALUE "00".
       01 ST-SEN         PIC X(02) VALUE "00".
       01 ST-AUD         PIC X(02) VALUE "00".
       01 ST-LOG         PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-TEMPER       PIC X(01) VALUE "N".
       01 W-TEMSEN       PIC X(01) VALUE "N".
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-OPC1         PIC 9(03) VALUE ZEROS.
       01 W-OPC2         PIC 9(03) VALUE ZEROS.
       01 W-AUXOPC       PIC 9(03) VALUE ZEROS.
       01 W-OPCOES       PIC X(299) VALUE SPACES.
       01 W-TIPOPER      PIC X(06) VALUE SPACES.
       01 W-ACHOU        PIC X(01) VALUE "N".
       01 W-DATAINI      PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM      PIC 9(08) VALUE ZEROS.
       01 W-QTDPER       PIC 9(05) VALUE ZEROS.
       01 W-QTDOPE       PIC 9(05) VALUE ZEROS.
       01 W-QTDCAS       PIC 9(05) VALUE ZEROS.
       01 W-QTDIND       PIC 9(05) VALUE ZEROS.
       01 W-PARES        PIC 9(03) VALUE ZEROS.
       01 I              PIC 9(04) VALUE ZEROS.
       01 J              PIC 9(04) VALUE ZEROS.
       01 K              PIC 9(04) VALUE ZEROS.
       01 W-TOTSOD       PIC 9(04) VALUE ZEROS.
       01 W-TOTAUD       PIC 9(04) VALUE ZEROS.
       01 W-TOTLOG       PIC 9(04) VALUE ZEROS.
       01 W-TOTCAS       PIC 9(04) VALUE ZEROS.
       01 W-PROGBUSCA    PIC X(08) VALUE SPACES.
       01 W-IC           PIC 9(04) VALUE ZEROS.
      *    TABELA DE CONFLITOS EM MEMORIA
       01 TAB-SOD.
           03 TS-ITEM OCCURS 100 TIMES.
               05 TS-OPC1     PIC 9(03).
               05 TS-OPC2     PIC 9(03).
               05 TS-RISCO    PIC X(40).
               05 TS-PROG1    PIC X(08).
               05 TS-PROG2    PIC X(08).
      *    ETAPAS DOS PEDIDOS NA TRILHA DO CADAUDIT
       01 TAB-AUD.
           03 TA-ITEM OCCURS 2000 TIMES.
               05 TA-PED      PIC X(06).
               05 TA-PROG     PIC X(08).
               05 TA-OPER     PIC 9(06).
      *    CASOS JA LISTADOS (PEDIDO, OPERADOR, PAR)
       01 TAB-CASO.
           03 TC-ITEM OCCURS 500 TIMES.
               05 TC-PED      PIC X(06).
               05 TC-OPER     PIC 9(06).
               05 TC-SOD      PIC 9(04).
      *    EXECUCOES DO CADLOG POR OPERADOR E PROGRAMA
       01 TAB-LOGX.
           03 TL-ITEM OCCURS 500 TIMES.
               05 TL-OPER     PIC 9(06).
               05 TL-PROG     PIC X(08).
               05 TL-QTD      PIC 9(05).
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 FILLER    PIC X(24) VALUE "SEGREGACAO DE FUNCOES - ".
           03 CABTIT    PIC X(34) VALUE SPACES.
           03 FILLER    PIC X(09) VALUE "EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CAB2.
           03 CABTXT    PIC X(79) VALUE SPACES.
       01 DETT.
           03 DTOPC1    PIC 999 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "X".
           03 DTOPC2    PIC 999 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DTPROG1   PIC X(08) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE "/".
           03 DTPROG2   PIC X(08) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DTRISCO   PIC X(40) VALUE SPACES.
       01 DETP.
           03 FILLER    PIC X(07) VALUE "PERFIL ".
           03 DPPERF    PIC 99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DPDESC    PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DPOPC1    PIC 999 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "X".
           03 DPOPC2    PIC 999 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DPRISCO   PIC X(40) VALUE SPACES.
       01 DETO.
           03 FILLER    PIC X(05) VALUE "OPER ".
           03 DOOPER    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(06) VALUE " PERF ".
           03 DOPERF    PIC 99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DOTIPO    PIC X(06) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DOOPC1    PIC 999 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "X".
           03 DOOPC2    PIC 999 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DORISCO   PIC X(40) VALUE SPACES.
       01 DETC.
           03 FILLER    PIC X(07) VALUE "PEDIDO ".
           03 DCPED     PIC X(06) VALUE SPACES.
           03 FILLER    PIC X(06) VALUE " OPER ".
           03 DCOPER    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCPROG1   PIC X(08) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE "+".
           03 DCPROG2   PIC X(08) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCRISCO   PIC X(35) VALUE SPACES.
       01 DETL.
           03 FILLER    PIC X(05) VALUE "OPER ".
           03 DLOPER    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DLPROG1   PIC X(08) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE "(".
           03 DLQTD1    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE ") ".
           03 DLPROG2   PIC X(08) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE "(".
           03 DLQTD2    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE ") ".
           03 DLRISCO   PIC X(35) VALUE SPACES.
       01 TOTLIN.
           03 TLTXT     PIC X(40) VALUE SPACES.
           03 TLQTD     PIC ZZZZ9 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".

       SCREEN SECTION.
       01  TELASOD.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   SEGREGACA".
           05  LINE 02  COLUMN 41
               VALUE  "O DE FUNCOES  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADSOD
           IF ST-SOD = "30"
              OPEN OUTPUT CADSOD
              CLOSE CADSOD
              OPEN I-O CADSOD
              IF ST-SOD = "00"
                 PERFORM GRAVA-PADRAO THRU GRAVA-PADRAO-FIM.
           IF ST-SOD NOT = "00"
              MOVE "ERRO NA ABERTURA DO CADSOD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "N" TO W-TEMPER W-TEMSEN
           OPEN INPUT CADPERFIL
           IF ST-PER = "00"
              MOVE "S" TO W-TEMPER.
           OPEN INPUT CADSENHA
           IF ST-SEN = "00"
              MOVE "S" TO W-TEMSEN.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-SOD.
           DISPLAY TELASOD
           DISPLAY (04, 01) "1 - TABELA DE CONFLITOS DE FUNCOES"
           DISPLAY (05, 01) "2 - PERFIS E OPERADORES EM CONFLITO"
           DISPLAY (06, 01) "3 - CASOS REAIS NO PERIODO"
           DISPLAY (07, 01) "0 - SAIR"
           DISPLAY (09, 01) "OPCAO: ".
           ACCEPT  (09, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO SOD-INI.
           IF W-OPCAO = "2"
              GO TO PERF-INI.
           IF W-OPCAO = "3"
              GO TO CASO-INI.
           GO TO MENU-SOD.

      *
      ************************************************
      * TABELA DE CONFLITOS                          *
      ************************************************
      *
       SOD-INI.
           DISPLAY TELASOD
           DISPLAY (04, 01) "OPCAO DO MENU 1 (0=VOLTAR): ".
           ACCEPT  (04, 29) W-OPC1.
           IF W-OPC1 = ZEROS
              GO TO MENU-SOD.
       SOD-OPC2.
           DISPLAY (05, 01) "OPCAO DO MENU 2           : ".
           ACCEPT  (05, 29) W-OPC2.
           IF W-OPC1 > 299 OR W-OPC2 = ZEROS OR W-OPC2 > 299
                           OR W-OPC2 = W-OPC1
              MOVE "*** OPCOES DE 1 A 299, DIFERENTES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOD-INI.
           IF W-OPC1 > W-OPC2
              MOVE W-OPC1 TO W-AUXOPC
              MOVE W-OPC2 TO W-OPC1
              MOVE W-AUXOPC TO W-OPC2.
           MOVE W-OPC1 TO SODOPC1
           MOVE W-OPC2 TO SODOPC2
           READ CADSOD
           IF ST-SOD NOT = "00"
              MOVE SPACES TO SODRISCO SODPROG1 SODPROG2
              DISPLAY (05, 34) "(NOVO)"
           ELSE
              DISPLAY (05, 34) "(JA CADASTRADO)".
       SOD-RISCO.
           DISPLAY (07, 01) "RISCO           : ".
           ACCEPT  (07, 19) SODRISCO WITH UPDATE.
           IF SODRISCO = SPACES
              MOVE "*** DESCREVA O RISCO DO PAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOD-RISCO.
           DISPLAY (09, 01) "PROGRAMA DA OPCAO "
           DISPLAY (09, 19) W-OPC1
           DISPLAY (09, 22) ": ".
           ACCEPT  (09, 24) SODPROG1 WITH UPDATE.
           DISPLAY (10, 01) "PROGRAMA DA OPCAO "
           DISPLAY (10, 19) W-OPC2
           DISPLAY (10, 22) ": ".
           ACCEPT  (10, 24) SODPROG2 WITH UPDATE.
           DISPLAY (11, 01) "(PROGRAMAS PARA CRUZAR COM O CADLOG E A"
           DISPLAY (12, 01) " TRILHA DO CADAUDIT - BRANCO=NAO CRUZA)".
           MOVE "S" TO W-OPCAO
           DISPLAY (14, 01) "GRAVA (S/N  E=EXCLUI): ".
           ACCEPT  (14, 24) W-OPCAO WITH UPDATE.
           IF W-OPCAO = "E" OR "e"
              GO TO SOD-EXCLUI.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO SOD-INI.
           MOVE W-OPC1 TO SODOPC1
           MOVE W-OPC2 TO SODOPC2
           WRITE REGSOD
           IF ST-SOD = "22"
              REWRITE REGSOD.
           MOVE "*** PAR DE CONFLITO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO SOD-INI.
       SOD-EXCLUI.
           MOVE W-OPC1 TO SODOPC1
           MOVE W-OPC2 TO SODOPC2
           READ CADSOD
           IF ST-SOD = "00"
              DELETE CADSOD RECORD
              MOVE "*** PAR DE CONFLITO EXCLUIDO ***" TO MENS
           ELSE
              MOVE "*** PAR NAO CADASTRADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO SOD-INI.

      *
      *    PARES DO CICLO DE COMPRAS GRAVADOS NA CRIACAO DO CADSOD
      *
       GRAVA-PADRAO.
           MOVE 021 TO SODOPC1
           MOVE 066 TO SODOPC2
           MOVE "CRIA E APROVA O MESMO PEDIDO DE COMPRA" TO SODRISCO
           MOVE "SCP010" TO SODPROG1
           MOVE "SCP027" TO SODPROG2
           WRITE REGSOD
           MOVE 021 TO SODOPC1
           MOVE 067 TO SODOPC2
           MOVE "CRIA O PEDIDO E LANCA A NOTA DE ENTRADA" TO SODRISCO
           MOVE "SCP010" TO SODPROG1
           MOVE "SCP028" TO SODPROG2
           WRITE REGSOD
           MOVE 021 TO SODOPC1
           MOVE 068 TO SODOPC2
           MOVE "CRIA O PEDIDO E PAGA O FORNECEDOR" TO SODRISCO
           MOVE "SCP010" TO SODPROG1
           MOVE "SCP029" TO SODPROG2
           WRITE REGSOD
           MOVE 066 TO SODOPC1
           MOVE 068 TO SODOPC2
           MOVE "APROVA O PEDIDO E PAGA O FORNECEDOR" TO SODRISCO
           MOVE "SCP027" TO SODPROG1
           MOVE "SCP029" TO SODPROG2
           WRITE REGSOD
           MOVE 067 TO SODOPC1
           MOVE 068 TO SODOPC2
           MOVE "LANCA A NOTA E PAGA O FORNECEDOR" TO SODRISCO
           MOVE "SCP028" TO SODPROG1
           MOVE "SCP029" TO SODPROG2
           WRITE REGSOD.
       GRAVA-PADRAO-FIM.
           EXIT.

      *
      *    CARREGA A TABELA DE CONFLITOS EM MEMORIA
      *
       CARREGA-SOD.
           MOVE ZEROS TO W-TOTSOD
           MOVE ZEROS TO SODOPC1 SODOPC2
           START CADSOD KEY IS NOT LESS SODCHAVE
           IF ST-SOD NOT = "00"
              GO TO CARREGA-SOD-FIM.
       CARREGA-SOD-RD.
           READ CADSOD NEXT
           IF ST-SOD NOT = "00" OR W-TOTSOD NOT < 100
              GO TO CARREGA-SOD-FIM.
           IF SODOPC1 < 1 OR SODOPC2 > 299
              GO TO CARREGA-SOD-RD.
           ADD 1 TO W-TOTSOD
           MOVE SODOPC1 TO TS-OPC1(W-TOTSOD)
           MOVE SODOPC2 TO TS-OPC2(W-TOTSOD)
           MOVE SODRISCO TO TS-RISCO(W-TOTSOD)
           MOVE SODPROG1 TO TS-PROG1(W-TOTSOD)
           MOVE SODPROG2 TO TS-PROG2(W-TOTSOD)
           GO TO CARREGA-SOD-RD.
       CARREGA-SOD-FIM.
           EXIT.

      *
      ************************************************
      * PERFIS E OPERADORES COM PAR EM CONFLITO      *
      ************************************************
      *
       PERF-INI.
           DISPLAY TELASOD
           PERFORM CARREGA-SOD THRU CARREGA-SOD-FIM
           IF W-TOTSOD = ZEROS
              MOVE "*** TABELA DE CONFLITOS VAZIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-SOD.
           MOVE ZEROS TO W-QTDPER W-QTDOPE
           MOVE "SEGFUN.TXT" TO W-ARQREL
           OPEN OUTPUT RELSOD
           MOVE "PERFIS E OPERADORES EM CONFLITO" TO CABTIT
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM LINSEP
           MOVE "PARES EM CONFLITO (OPCOES / PROGRAMAS / RISCO)"
                                             TO CABTXT
           WRITE REGREL FROM CAB2
           MOVE 1 TO I.
       PERF-TAB.
           IF I > W-TOTSOD
              GO TO PERF-PERFIS.
           MOVE TS-OPC1(I) TO DTOPC1
           MOVE TS-OPC2(I) TO DTOPC2
           MOVE TS-PROG1(I) TO DTPROG1
           MOVE TS-PROG2(I) TO DTPROG2
           MOVE TS-RISCO(I) TO DTRISCO
           WRITE REGREL FROM DETT
           ADD 1 TO I
           GO TO PERF-TAB.
       PERF-PERFIS.
           WRITE REGREL FROM LINSEP
           MOVE "PERFIS COM PAR EM CONFLITO (CADPERFIL)" TO CABTXT
           WRITE REGREL FROM CAB2
           IF W-TEMPER NOT = "S"
              GO TO PERF-OPER.
           MOVE ZEROS TO PERFCODIGO
           START CADPERFIL KEY IS NOT LESS PERFCODIGO
           IF ST-PER NOT = "00"
              GO TO PERF-OPER.
       PERF-RD.
           READ CADPERFIL NEXT
           IF ST-PER NOT = "00"
              GO TO PERF-OPER.
           MOVE ZEROS TO W-PARES
           MOVE 1 TO I.
       PERF-PAR.
           IF I > W-TOTSOD
              IF W-PARES > ZEROS
                 ADD 1 TO W-QTDPER
                 GO TO PERF-RD
              ELSE
                 GO TO PERF-RD.
           IF PERFOPC(TS-OPC1(I):1) = "S"
                           AND PERFOPC(TS-OPC2(I):1) = "S"
              ADD 1 TO W-PARES
              MOVE PERFCODIGO TO DPPERF
              MOVE PERFDESC TO DPDESC
              MOVE TS-OPC1(I) TO DPOPC1
              MOVE TS-OPC2(I) TO DPOPC2
              MOVE TS-RISCO(I) TO DPRISCO
              WRITE REGREL FROM DETP.
           ADD 1 TO I
           GO TO PERF-PAR.
      *
      *    OPERADORES: PERFIL 00 E 99 TEM TODAS AS OPCOES; PERFIL
      *    SEM CADASTRO NAO TEM NENHUMA (O MENU NEGA O ACESSO)
      *
       PERF-OPER.
           WRITE REGREL FROM LINSEP
           MOVE "OPERADORES COM PAR EM CONFLITO (CADSENHA)" TO CABTXT
           WRITE REGREL FROM CAB2
           IF W-TEMSEN NOT = "S"
              GO TO PERF-FIM.
           MOVE ZEROS TO SENCODIGO
           START CADSENHA KEY IS NOT LESS SENCODIGO
           IF ST-SEN NOT = "00"
              GO TO PERF-FIM.
       PERF-OPER-RD.
           READ CADSENHA NEXT
           IF ST-SEN NOT = "00"
              GO TO PERF-FIM.
           MOVE ALL "S" TO W-OPCOES
           MOVE "LIVRE" TO W-TIPOPER
           IF SENPERFIL = 99
              MOVE "ADMIN" TO W-TIPOPER.
           IF SENPERFIL = ZEROS OR SENPERFIL = 99
              GO TO PERF-OPER-VER.
           MOVE SPACES TO W-TIPOPER
           MOVE ALL "N" TO W-OPCOES
           IF W-TEMPER NOT = "S"
              GO TO PERF-OPER-VER.
           MOVE SENPERFIL TO PERFCODIGO
           READ CADPERFIL
           IF ST-PER = "00"
              MOVE PERFOPC TO W-OPCOES.
       PERF-OPER-VER.
           IF SENBLOQ = "S"
              MOVE "BLOQ." TO W-TIPOPER.
           MOVE ZEROS TO W-PARES
           MOVE 1 TO I.
       PERF-OPER-PAR.
           IF I > W-TOTSOD
              IF W-PARES > ZEROS
                 ADD 1 TO W-QTDOPE
                 GO TO PERF-OPER-RD
              ELSE
                 GO TO PERF-OPER-RD.
           IF W-OPCOES(TS-OPC1(I):1) = "S"
                           AND W-OPCOES(TS-OPC2(I):1) = "S"
              ADD 1 TO W-PARES
              MOVE SENCODIGO TO DOOPER
              MOVE SENPERFIL TO DOPERF
              MOVE W-TIPOPER TO DOTIPO
              MOVE TS-OPC1(I) TO DOOPC1
              MOVE TS-OPC2(I) TO DOOPC2
              MOVE TS-RISCO(I) TO DORISCO
              WRITE REGREL FROM DETO.
           ADD 1 TO I
           GO TO PERF-OPER-PAR.
       PERF-FIM.
           WRITE REGREL FROM LINSEP
           MOVE "PERFIS COM CONFLITO:" TO TLTXT
           MOVE W-QTDPER TO TLQTD
           WRITE REGREL FROM TOTLIN
           MOVE "OPERADORES COM CONFLITO:" TO TLTXT
           MOVE W-QTDOPE TO TLQTD
           WRITE REGREL FROM TOTLIN
           CLOSE RELSOD
           MOVE "SEGFUN.TXT" TO W-SPARQ
           PERFORM SPOOL THRU SPOOL-FIM
           DISPLAY (06, 01) "PERFIS COM CONFLITO    : "
           DISPLAY (06, 26) W-QTDPER
           DISPLAY (07, 01) "OPERADORES COM CONFLITO: "
           DISPLAY (07, 26) W-QTDOPE
           MOVE "*** RELACAO GRAVADA EM SEGFUN.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-SOD.

      *
      ************************************************
      * CASOS REAIS NO PERIODO                       *
      ************************************************
      *
       CASO-INI.
           DISPLAY TELASOD
           DISPLAY (04, 01) "DATA INICIAL (0=TODAS): ".
           ACCEPT  (04, 26) W-DATAINI
           DISPLAY (05, 01) "DATA FINAL   (0=TODAS): ".
           ACCEPT  (05, 26) W-DATAFIM
           IF W-DATAFIM = ZEROS
              MOVE 99991231 TO W-DATAFIM.
           PERFORM CARREGA-SOD THRU CARREGA-SOD-FIM
           IF W-TOTSOD = ZEROS
              MOVE "*** TABELA DE CONFLITOS VAZIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-SOD.
           MOVE ZEROS TO W-TOTAUD W-TOTLOG W-TOTCAS W-QTDCAS W-QTDIND
      *    ETAPAS DOS PEDIDOS (CADAUDIT) NO PERIODO
           OPEN INPUT CADAUDIT
           IF ST-AUD NOT = "00"
              GO TO CASO-LOG.
       CASO-AUD-RD.
           READ CADAUDIT
           IF ST-AUD NOT = "00"
              CLOSE CADAUDIT
              GO TO CASO-LOG.
           IF AUD-ARQ NOT = "CADPEDID" OR AUD-OPER = ZEROS
              GO TO CASO-AUD-RD.
           IF AUD-DATA < W-DATAINI OR AUD-DATA > W-DATAFIM
              GO TO CASO-AUD-RD.
           MOVE AUD-CAMPO TO W-PROGBUSCA
           PERFORM PROG-NA-TAB THRU PROG-NA-TAB-FIM
           IF W-ACHOU NOT = "S"
              GO TO CASO-AUD-RD.
           IF W-TOTAUD NOT < 2000
              MOVE "* TRILHA MAIOR QUE 2000 ETAPAS - REDUZA O PERIODO*"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAUDIT
              GO TO CASO-LOG.
           ADD 1 TO W-TOTAUD
           MOVE AUD-CHAVE TO TA-PED(W-TOTAUD)
           MOVE AUD-CAMPO TO TA-PROG(W-TOTAUD)
           MOVE AUD-OPER TO TA-OPER(W-TOTAUD)
           GO TO CASO-AUD-RD.
      *    EXECUCOES (CADLOG) NO PERIODO DOS PROGRAMAS DA TABELA
       CASO-LOG.
           OPEN INPUT CADLOG
           IF ST-LOG NOT = "00"
              GO TO CASO-REL.
       CASO-LOG-RD.
           READ CADLOG
           IF ST-LOG NOT = "00"
              CLOSE CADLOG
              GO TO CASO-REL.
           IF LOG-DATA < W-DATAINI OR LOG-DATA > W-DATAFIM
              GO TO CASO-LOG-RD.
           MOVE LOG-PROGR TO W-PROGBUSCA
           PERFORM PROG-NA-TAB THRU PROG-NA-TAB-FIM
           IF W-ACHOU NOT = "S"
              GO TO CASO-LOG-RD.
           MOVE 1 TO I.
       CASO-LOG-ACHA.
           IF I > W-TOTLOG
              IF W-TOTLOG < 500
                 ADD 1 TO W-TOTLOG
                 MOVE LOG-OPERCOD TO TL-OPER(W-TOTLOG)
                 MOVE LOG-PROGR TO TL-PROG(W-TOTLOG)
                 MOVE 1 TO TL-QTD(W-TOTLOG)
                 GO TO CASO-LOG-RD
              ELSE
                 GO TO CASO-LOG-RD.
           IF TL-OPER(I) = LOG-OPERCOD AND TL-PROG(I) = LOG-PROGR
              ADD 1 TO TL-QTD(I)
              GO TO CASO-LOG-RD.
           ADD 1 TO I
           GO TO CASO-LOG-ACHA.

       CASO-REL.
           MOVE "SEGCASO.TXT" TO W-ARQREL
           OPEN OUTPUT RELSOD
           MOVE "CASOS REAIS NO PERIODO" TO CABTIT
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           MOVE SPACES TO CABTXT
           STRING "PERIODO: " W-DATAINI " A " W-DATAFIM
              DELIMITED BY SIZE INTO CABTXT
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM LINSEP
           MOVE "MESMO OPERADOR NAS DUAS ETAPAS DO PEDIDO (CADAUDIT)"
                                             TO CABTXT
           WRITE REGREL FROM CAB2
           MOVE 1 TO I.
      *    CADA PAR DE ETAPAS DO MESMO PEDIDO E MESMO OPERADOR
       CASO-I.
           IF I > W-TOTAUD
              GO TO CASO-IND.
           COMPUTE J = I + 1.
       CASO-J.
           IF J > W-TOTAUD
              ADD 1 TO I
              GO TO CASO-I.
           IF TA-PED(J) NOT = TA-PED(I) OR TA-OPER(J) NOT = TA-OPER(I)
                                  OR TA-PROG(J) = TA-PROG(I)
              ADD 1 TO J
              GO TO CASO-J.
           MOVE 1 TO K.
       CASO-K.
           IF K > W-TOTSOD
              ADD 1 TO J
              GO TO CASO-J.
           IF TS-PROG1(K) = TA-PROG(I) AND TS-PROG2(K) = TA-PROG(J)
              PERFORM GRAVA-CASO THRU GRAVA-CASO-FIM.
           IF TS-PROG1(K) = TA-PROG(J) AND TS-PROG2(K) = TA-PROG(I)
              PERFORM GRAVA-CASO THRU GRAVA-CASO-FIM.
           ADD 1 TO K
           GO TO CASO-K.
      *    OPERADOR QUE EXECUTOU OS DOIS PROGRAMAS DO PAR
       CASO-IND.
           WRITE REGREL FROM LINSEP
           MOVE "OPERADOR EXECUTOU OS DOIS PROGRAMAS DO PAR (CADLOG)"
                                             TO CABTXT
           WRITE REGREL FROM CAB2
           MOVE 1 TO K.
       CASO-IND-K.
           IF K > W-TOTSOD
              GO TO CASO-FIM.
           IF TS-PROG1(K) = SPACES OR TS-PROG2(K) = SPACES
              ADD 1 TO K
              GO TO CASO-IND-K.
           MOVE 1 TO I.
       CASO-IND-I.
           IF I > W-TOTLOG
              ADD 1 TO K
              GO TO CASO-IND-K.
           IF TL-PROG(I) NOT = TS-PROG1(K)
              ADD 1 TO I
              GO TO CASO-IND-I.
           MOVE 1 TO J.
       CASO-IND-J.
           IF J > W-TOTLOG
              ADD 1 TO I
              GO TO CASO-IND-I.
           IF TL-OPER(J) = TL-OPER(I) AND TL-PROG(J) = TS-PROG2(K)
              ADD 1 TO W-QTDIND
              MOVE TL-OPER(I) TO DLOPER
              MOVE TL-PROG(I) TO DLPROG1
              MOVE TL-QTD(I) TO DLQTD1
              MOVE TL-PROG(J) TO DLPROG2
              MOVE TL-QTD(J) TO DLQTD2
              MOVE TS-RISCO(K) TO DLRISCO
              WRITE REGREL FROM DETL.
           ADD 1 TO J
           GO TO CASO-IND-J.

       CASO-FIM.
           WRITE REGREL FROM LINSEP
           MOVE "PEDIDOS COM O MESMO OPERADOR NO PAR:" TO TLTXT
           MOVE W-QTDCAS TO TLQTD
           WRITE REGREL FROM TOTLIN
           MOVE "OPERADORES QUE EXECUTARAM O PAR:" TO TLTXT
           MOVE W-QTDIND TO TLQTD
           WRITE REGREL FROM TOTLIN
           CLOSE RELSOD
           MOVE "SEGCASO.TXT" TO W-SPARQ
           PERFORM SPOOL THRU SPOOL-FIM
           DISPLAY (07, 01) "CASOS NOS PEDIDOS      : "
           DISPLAY (07, 26) W-QTDCAS
           DISPLAY (08, 01) "OPERADORES NO CADLOG   : "
           DISPLAY (08, 26) W-QTDIND
           MOVE "*** CASOS GRAVADOS EM SEGCASO.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-SOD.

      *
      *    LISTA O CASO (PEDIDO I/J, PAR K) UMA SO VEZ
      *
       GRAVA-CASO.
           MOVE "N" TO W-ACHOU
           MOVE 1 TO W-IC.
       GRAVA-CASO-1.
           IF W-IC > W-TOTCAS
              GO TO GRAVA-CASO-2.
           IF TC-PED(W-IC) = TA-PED(I) AND TC-OPER(W-IC) =
                        TA-OPER(I) AND TC-SOD(W-IC) = K
              GO TO GRAVA-CASO-FIM.
           ADD 1 TO W-IC
           GO TO GRAVA-CASO-1.
       GRAVA-CASO-2.
           IF W-TOTCAS < 500
              ADD 1 TO W-TOTCAS
              MOVE TA-PED(I) TO TC-PED(W-TOTCAS)
              MOVE TA-OPER(I) TO TC-OPER(W-TOTCAS)
              MOVE K TO TC-SOD(W-TOTCAS).
           ADD 1 TO W-QTDCAS
           MOVE TA-PED(I) TO DCPED
           MOVE TA-OPER(I) TO DCOPER
           MOVE TS-PROG1(K) TO DCPROG1
           MOVE TS-PROG2(K) TO DCPROG2
           MOVE TS-RISCO(K) TO DCRISCO
           WRITE REGREL FROM DETC.
       GRAVA-CASO-FIM.
           EXIT.

      *
      *    W-ACHOU = S SE W-PROGBUSCA E PROGRAMA DE ALGUM PAR
      *
       PROG-NA-TAB.
           MOVE "N" TO W-ACHOU
           IF W-PROGBUSCA = SPACES
              GO TO PROG-NA-TAB-FIM.
           MOVE 1 TO K.
       PROG-NA-TAB-1.
           IF K > W-TOTSOD
              GO TO PROG-NA-TAB-FIM.
           IF TS-PROG1(K) = W-PROGBUSCA OR TS-PROG2(K) = W-PROGBUSCA
              MOVE "S" TO W-ACHOU
              GO TO PROG-NA-TAB-FIM.
           ADD 1 TO K
           GO TO PROG-NA-TAB-1.
       PROG-NA-TAB-FIM.
           EXIT.

      *    O RELATORIO VAI PARA O SPOOL CENTRAL (SCP067)
       SPOOL.
           MOVE "SEGFUN" TO W-SPPROG
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ.
       SPOOL-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADSOD
           IF W-TEMPER = "S"
              CLOSE CADPERFIL.
           IF W-TEMSEN = "S"
              CLOSE CADSENHA.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
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
