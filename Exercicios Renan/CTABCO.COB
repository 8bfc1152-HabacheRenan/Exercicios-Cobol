       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTABCO.
      *******************************
      * CADASTRO DAS CONTAS CAIXA/BANCO DO LIVRO CAIXA           *
      * CADA CONTA (CXCONTA DO CADCAIXA) TEM BANCO, AGENCIA,     *
      * NUMERO, TIPO (C=CAIXA/FUNDO M=CONTA MOVIMENTO            *
      * A=APLICACAO), CONTA CONTABIL DO CADPLANO E O SALDO DE    *
      * ABERTURA NUMA DATA; O SALDO DA CONTA E O DE ABERTURA     *
      * MAIS OS MOVIMENTOS DO CADCAIXA A PARTIR DESSA DATA       *
      * TRANSFERENCIA: SAIDA NA ORIGEM E ENTRADA NO DESTINO COM  *
      * O MESMO DOCUMENTO (CXDOC "T", FORA DE RECEITA E DESPESA) *
      * RENDIMENTO DE APLICACAO: ENTRADA NA CONTA (CXDOC "I"),   *
      * CONTABILIZADA PELO CONTABIL NO MAPA CXA/RENDIM           *
      * AS BAIXAS (SCP029, SCP041, COBRARET) E A CONCILIACAO     *
      * (BANCOCON) SO ACEITAM CONTA ATIVA (ROTINA CTAVER)        *
      * RELACAO DAS CONTAS COM SALDO NO SPOOL (CTABCO.TXT)       *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADCTABCO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CBCONTA
                       FILE STATUS IS ST-CB.
      *
       SELECT CADCAIXA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CXCHAVE
                       FILE STATUS IS ST-CX.
      *
       SELECT CADPLANO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CTACODIGO
                       FILE STATUS IS ST-PLA.
      *
       SELECT RELCTA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    CBTIPO: C=CAIXA/FUNDO  M=CONTA MOVIMENTO  A=APLICACAO
      *    CBSIT : A=ATIVA  I=INATIVA
       FD CADCTABCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCTABCO.DAT".
       01 REGCTABCO.
           03 CBCONTA           PIC 9(02).
           03 CBDESC            PIC X(20).
           03 CBBANCO           PIC 9(03).
           03 CBAGENCIA         PIC 9(05).
           03 CBNUMCTA          PIC 9(10).
           03 CBDIGITO          PIC X(01).
           03 CBTIPO            PIC X(01).
           03 CBCTB             PIC 9(06).
           03 CBSALINI          PIC 9(11)V99.
           03 CBDATAINI         PIC 9(08).
           03 CBSIT             PIC X(01).
      *
       FD CADCAIXA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCAIXA.DAT".
       01 REGCAIXA.
           03 CXCHAVE.
               05 CXDATA        PIC 9(08).
               05 CXSEQ         PIC 9(04).
           03 CXCONTA           PIC 9(02).
           03 CXTIPO            PIC X(01).
           03 CXCNPJ            PIC 9(14).
           03 CXDOC             PIC X(10).
           03 CXVALOR           PIC 9(11)V99.
           03 CXCONC            PIC X(01).
      *
       FD CADPLANO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPLANO.DAT".
       01 REGPLANO.
           03 CTACODIGO         PIC 9(06).
           03 CTADESC           PIC X(30).
           03 CTATIPO           PIC X(01).
           03 CTALINHA          PIC X(02).
      *
       FD RELCTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CTABCO.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-CB          PIC X(02) VALUE "00".
       01 ST-CX          PIC X(02) VALUE "00".
       01 ST-PLA         PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-TEMPLA       PIC X(01) VALUE "N".
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-CONTA        PIC 9(02) VALUE ZEROS.
       01 W-CONTADES     PIC 9(02) VALUE ZEROS.
       01 W-DTINIORI     PIC 9(08) VALUE ZEROS.
       01 W-DATAMOV      PIC 9(08) VALUE ZEROS.
       01 W-DATAMOV-G REDEFINES W-DATAMOV.
           03 ANO-MOV    PIC 9(04).
           03 MES-MOV    PIC 9(02).
           03 DIA-MOV    PIC 9(02).
       01 W-VALOR        PIC 9(11)V99 VALUE ZEROS.
       01 W-DATASAL      PIC 9(08) VALUE ZEROS.
       01 W-SALDO        PIC S9(13)V99 VALUE ZEROS.
       01 W-TOTSALDO     PIC S9(13)V99 VALUE ZEROS.
       01 W-QTD          PIC 9(03) VALUE ZEROS.
       01 W-SALED        PIC ----.---.---.--9,99 VALUE ZEROS.
       01 W-DOCTRF.
           03 FILLER     PIC X(02) VALUE "TC".
           03 W-DOCTRFORI PIC 9(02).
           03 W-DOCTRFDES PIC 9(02).
           03 FILLER     PIC X(04) VALUE SPACES.
       01 W-DOCREND.
           03 FILLER     PIC X(05) VALUE "IREND".
           03 W-DOCRENDCTA PIC 9(02).
           03 FILLER     PIC X(03) VALUE SPACES.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 FILLER    PIC X(30) VALUE
              "CONTAS CAIXA/BANCO - SALDO EM ".
           03 CABDATA   PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(10) VALUE SPACES.
           03 FILLER    PIC X(09) VALUE "EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CAB2.
           03 FILLER    PIC X(41) VALUE
              "CT DESCRICAO            T BCO AGENC NUMER".
           03 FILLER    PIC X(38) VALUE
              "O      CONTAB  S               SALDO".
       01 DET1.
           03 DCONTA    PIC 99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DDESC     PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DTIPO     PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DBANCO    PIC 999 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DAGENCIA  PIC 9(05) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DNUMCTA   PIC 9(10) VALUE ZEROS.
           03 DDIGITO   PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCTB      PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DSIT      PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DSALDO    PIC ----.---.---.--9,99 VALUE ZEROS.
       01 TOTLIN.
           03 TLTXT     PIC X(40) VALUE SPACES.
           03 FILLER    PIC X(19) VALUE SPACES.
           03 TLVAL     PIC ----.---.---.--9,99 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".

       SCREEN SECTION.
       01  TELACTA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   CONTAS CA".
           05  LINE 02  COLUMN 41
               VALUE  "IXA/BANCO  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADCTABCO
           IF ST-CB = "30"
              OPEN OUTPUT CADCTABCO
              CLOSE CADCTABCO
              OPEN I-O CADCTABCO.
           OPEN I-O CADCAIXA
           IF ST-CX = "30"
              OPEN OUTPUT CADCAIXA
              CLOSE CADCAIXA
              OPEN I-O CADCAIXA.
           IF ST-CB NOT = "00" OR ST-CX NOT = "00"
              MOVE "ERRO NA ABERTURA DO CADCTABCO/CADCAIXA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "N" TO W-TEMPLA
           OPEN INPUT CADPLANO
           IF ST-PLA = "00"
              MOVE "S" TO W-TEMPLA.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-CTA.
           DISPLAY TELACTA
           DISPLAY (04, 01) "1 - CADASTRO DE CONTAS"
           DISPLAY (05, 01) "2 - TRANSFERENCIA ENTRE CONTAS"
           DISPLAY (06, 01) "3 - RENDIMENTO DE APLICACAO"
           DISPLAY (07, 01) "4 - RELACAO DAS CONTAS COM SALDO"
           DISPLAY (08, 01) "0 - SAIR"
           DISPLAY (10, 01) "OPCAO: ".
           ACCEPT  (10, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO CAD-INI.
           IF W-OPCAO = "2"
              GO TO TRF-INI.
           IF W-OPCAO = "3"
              GO TO REN-INI.
           IF W-OPCAO = "4"
              GO TO REL-INI.
           GO TO MENU-CTA.

      *
      ************************************************
      * CADASTRO DE CONTAS                           *
      ************************************************
      *
       CAD-INI.
           DISPLAY TELACTA
           DISPLAY (04, 01) "CONTA NO CAIXA (0=VOLTAR): ".
           ACCEPT  (04, 28) W-CONTA.
           IF W-CONTA = ZEROS
              GO TO MENU-CTA.
           MOVE W-CONTA TO CBCONTA
           READ CADCTABCO
           IF ST-CB NOT = "00"
              MOVE SPACES TO CBDESC CBDIGITO
              MOVE ZEROS TO CBBANCO CBAGENCIA CBNUMCTA CBCTB CBSALINI
              MOVE "M" TO CBTIPO
              MOVE "A" TO CBSIT
              MOVE W-HOJE TO CBDATAINI
              DISPLAY (04, 33) "(NOVA)".
       CAD-DESC.
           DISPLAY (06, 01) "DESCRICAO          : ".
           ACCEPT  (06, 22) CBDESC WITH UPDATE.
           IF CBDESC = SPACES
              MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-DESC.
       CAD-TIPO.
           DISPLAY (07, 01) "TIPO (C=CAIXA M=MOVIMENTO A=APLICACAO): ".
           ACCEPT  (07, 42) CBTIPO WITH UPDATE.
           IF CBTIPO NOT = "C" AND CBTIPO NOT = "M"
                               AND CBTIPO NOT = "A"
              MOVE "*** TIPO C, M OU A ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-TIPO.
           IF CBTIPO = "C"
              MOVE ZEROS TO CBBANCO CBAGENCIA CBNUMCTA
              MOVE SPACE TO CBDIGITO
              GO TO CAD-CTB.
       CAD-BANCO.
           DISPLAY (08, 01) "BANCO              : ".
           ACCEPT  (08, 22) CBBANCO WITH UPDATE.
           IF CBBANCO = ZEROS
              MOVE "*** INFORME O CODIGO DO BANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-BANCO.
           DISPLAY (09, 01) "AGENCIA            : ".
           ACCEPT  (09, 22) CBAGENCIA WITH UPDATE.
       CAD-NUMCTA.
           DISPLAY (10, 01) "NUMERO DA CONTA    : ".
           ACCEPT  (10, 22) CBNUMCTA WITH UPDATE.
           IF CBNUMCTA = ZEROS
              MOVE "*** INFORME O NUMERO DA CONTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-NUMCTA.
           DISPLAY (10, 33) "-".
           ACCEPT  (10, 34) CBDIGITO WITH UPDATE.
       CAD-CTB.
           DISPLAY (11, 01) "CONTA CONTABIL     : ".
           ACCEPT  (11, 22) CBCTB WITH UPDATE.
           IF W-TEMPLA NOT = "S"
              GO TO CAD-SALINI.
           MOVE CBCTB TO CTACODIGO
           READ CADPLANO
           IF ST-PLA NOT = "00"
              MOVE "*** CONTA NAO EXISTE NO PLANO (SCP050) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-CTB.
           DISPLAY (11, 30) CTADESC.
       CAD-SALINI.
           DISPLAY (12, 01) "SALDO DE ABERTURA  : ".
           ACCEPT  (12, 22) CBSALINI WITH UPDATE.
       CAD-DATAINI.
           DISPLAY (13, 01) "DATA DE ABERTURA   : ".
           ACCEPT  (13, 22) CBDATAINI WITH UPDATE.
           MOVE CBDATAINI TO W-DATAMOV
           IF CBDATAINI = ZEROS OR MES-MOV < 1 OR MES-MOV > 12
              OR DIA-MOV < 1 OR DIA-MOV > 31
              MOVE "*** DATA DE ABERTURA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-DATAINI.
           DISPLAY (14, 01) "(MOVIMENTOS ANTERIORES A ESTA DATA JA"
           DISPLAY (15, 01) " ESTAO NO SALDO DE ABERTURA)".
       CAD-SIT.
           DISPLAY (16, 01) "SITUACAO (A/I)     : ".
           ACCEPT  (16, 22) CBSIT WITH UPDATE.
           IF CBSIT NOT = "A" AND CBSIT NOT = "I"
              MOVE "*** SITUACAO A=ATIVA OU I=INATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-SIT.
           MOVE "S" TO W-OPCAO
           DISPLAY (18, 01) "GRAVA (S/N): ".
           ACCEPT  (18, 14) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO CAD-INI.
           MOVE W-CONTA TO CBCONTA
           WRITE REGCTABCO
           IF ST-CB = "22"
              REWRITE REGCTABCO.
           MOVE "*** CONTA GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CAD-INI.

      *
      *    LE A CONTA W-CONTA, QUE DEVE ESTAR ATIVA
      *    (W-CONTA = ZEROS SE NAO PODE SER USADA)
      *
       LE-CONTA.
           MOVE W-CONTA TO CBCONTA
           READ CADCTABCO
           IF ST-CB NOT = "00"
              MOVE "*** CONTA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE ZEROS TO W-CONTA
              GO TO LE-CONTA-FIM.
           IF CBSIT NOT = "A"
              MOVE "*** CONTA INATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE ZEROS TO W-CONTA.
       LE-CONTA-FIM.
           EXIT.

      *
      *    SALDO DA CONTA CBCONTA EM W-DATASAL: ABERTURA MAIS OS
      *    MOVIMENTOS DE CBDATAINI ATE W-DATASAL
      *
       SALDO-CONTA.
           MOVE ZEROS TO W-SALDO
           IF CBDATAINI > W-DATASAL
              GO TO SALDO-CONTA-FIM.
           MOVE CBSALINI TO W-SALDO
           MOVE CBDATAINI TO CXDATA
           MOVE ZEROS TO CXSEQ
           START CADCAIXA KEY IS NOT LESS CXCHAVE
           IF ST-CX NOT = "00"
              GO TO SALDO-CONTA-FIM.
       SALDO-CONTA-RD.
           READ CADCAIXA NEXT
           IF ST-CX NOT = "00" OR CXDATA > W-DATASAL
              GO TO SALDO-CONTA-FIM.
           IF CXCONTA NOT = CBCONTA
              GO TO SALDO-CONTA-RD.
           IF CXTIPO = "E"
              ADD CXVALOR TO W-SALDO
           ELSE
              SUBTRACT CXVALOR FROM W-SALDO.
           GO TO SALDO-CONTA-RD.
       SALDO-CONTA-FIM.
           EXIT.

      *
      *    DATA DO MOVIMENTO (PADRAO HOJE) EM W-DATAMOV
      *
       PEDE-DATA.
           MOVE W-HOJE TO W-DATAMOV
           DISPLAY (10, 01) "DATA DO MOVIMENTO : ".
           ACCEPT  (10, 21) W-DATAMOV WITH UPDATE.
           IF W-DATAMOV = ZEROS OR MES-MOV < 1 OR MES-MOV > 12
              OR DIA-MOV < 1 OR DIA-MOV > 31
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-DATA.
       PEDE-DATA-FIM.
           EXIT.

      *
      ************************************************
      * TRANSFERENCIA ENTRE CONTAS                   *
      * SAIDA NA ORIGEM E ENTRADA NO DESTINO, MESMA  *
      * DATA E MESMO DOCUMENTO TCOODD                *
      ************************************************
      *
       TRF-INI.
           DISPLAY TELACTA
           DISPLAY (04, 01) "CONTA DE ORIGEM  (0=VOLTAR): ".
           ACCEPT  (04, 30) W-CONTA.
           IF W-CONTA = ZEROS
              GO TO MENU-CTA.
           PERFORM LE-CONTA THRU LE-CONTA-FIM
           IF W-CONTA = ZEROS
              GO TO TRF-INI.
           DISPLAY (04, 34) CBDESC
           MOVE CBDATAINI TO W-DTINIORI
           MOVE W-HOJE TO W-DATASAL
           PERFORM SALDO-CONTA THRU SALDO-CONTA-FIM
           MOVE W-SALDO TO W-SALED
           DISPLAY (05, 01) "SALDO ATUAL: "
           DISPLAY (05, 14) W-SALED.
       TRF-DEST.
           DISPLAY (07, 01) "CONTA DE DESTINO : ".
           ACCEPT  (07, 20) W-CONTADES.
           IF W-CONTADES = ZEROS
              GO TO TRF-INI.
           IF W-CONTADES = W-CONTA
              MOVE "*** DESTINO IGUAL A ORIGEM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRF-DEST.
           MOVE W-CONTADES TO CBCONTA
           READ CADCTABCO
           IF ST-CB NOT = "00" OR CBSIT NOT = "A"
              MOVE "*** DESTINO NAO CADASTRADO OU INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRF-DEST.
           DISPLAY (07, 24) CBDESC.
       TRF-VALOR.
           MOVE ZEROS TO W-VALOR
           DISPLAY (08, 01) "VALOR            : ".
           ACCEPT  (08, 20) W-VALOR.
           IF W-VALOR = ZEROS
              GO TO TRF-DEST.
           PERFORM PEDE-DATA THRU PEDE-DATA-FIM
           IF W-DATAMOV < W-DTINIORI OR W-DATAMOV < CBDATAINI
              MOVE "* DATA ANTERIOR A ABERTURA DE UMA DAS CONTAS *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRF-VALOR.
           MOVE "N" TO W-OPCAO
           DISPLAY (12, 01) "CONFIRMA A TRANSFERENCIA (S/N): ".
           ACCEPT  (12, 33) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** TRANSFERENCIA ABANDONADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRF-INI.
           MOVE W-CONTA TO W-DOCTRFORI
           MOVE W-CONTADES TO W-DOCTRFDES
           MOVE W-CONTA TO CXCONTA
           MOVE "S" TO CXTIPO
           MOVE ZEROS TO CXCNPJ
           MOVE W-DOCTRF TO CXDOC
           MOVE W-VALOR TO CXVALOR
           MOVE "N" TO CXCONC
           PERFORM GRAVA-CAIXA THRU GRAVA-CAIXA-FIM
           MOVE W-CONTADES TO CXCONTA
           MOVE "E" TO CXTIPO
           MOVE ZEROS TO CXCNPJ
           MOVE W-DOCTRF TO CXDOC
           MOVE W-VALOR TO CXVALOR
           MOVE "N" TO CXCONC
           PERFORM GRAVA-CAIXA THRU GRAVA-CAIXA-FIM
           MOVE "*** TRANSFERENCIA GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO TRF-INI.

      *
      *    LANCA O MOVIMENTO NO LIVRO CAIXA (PROX. SEQ. DO DIA)
      *
       GRAVA-CAIXA.
           MOVE W-DATAMOV TO CXDATA
           MOVE ZEROS TO CXSEQ.
       GRAVA-CAIXA-WR.
           ADD 1 TO CXSEQ
           IF CXSEQ > 9999
              GO TO GRAVA-CAIXA-FIM.
           WRITE REGCAIXA
           IF ST-CX = "22"
              GO TO GRAVA-CAIXA-WR.
       GRAVA-CAIXA-FIM.
           EXIT.

      *
      ************************************************
      * RENDIMENTO DE APLICACAO FINANCEIRA           *
      * ENTRADA NA CONTA COM DOCUMENTO IRENDCC       *
      ************************************************
      *
       REN-INI.
           DISPLAY TELACTA
           DISPLAY (04, 01) "CONTA (0=VOLTAR): ".
           ACCEPT  (04, 19) W-CONTA.
           IF W-CONTA = ZEROS
              GO TO MENU-CTA.
           PERFORM LE-CONTA THRU LE-CONTA-FIM
           IF W-CONTA = ZEROS
              GO TO REN-INI.
           DISPLAY (04, 23) CBDESC
           IF CBTIPO NOT = "A"
              DISPLAY (05, 01) "(CONTA NAO E DE APLICACAO)".
       REN-VALOR.
           MOVE ZEROS TO W-VALOR
           DISPLAY (08, 01) "RENDIMENTO LIQUIDO: ".
           ACCEPT  (08, 21) W-VALOR.
           IF W-VALOR = ZEROS
              GO TO REN-INI.
           PERFORM PEDE-DATA THRU PEDE-DATA-FIM
           IF W-DATAMOV < CBDATAINI
              MOVE "*** DATA ANTERIOR A ABERTURA DA CONTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REN-VALOR.
           MOVE "S" TO W-OPCAO
           DISPLAY (12, 01) "CONFIRMA O RENDIMENTO (S/N): ".
           ACCEPT  (12, 30) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO REN-INI.
           MOVE W-CONTA TO W-DOCRENDCTA
           MOVE W-CONTA TO CXCONTA
           MOVE "E" TO CXTIPO
           MOVE ZEROS TO CXCNPJ
           MOVE W-DOCREND TO CXDOC
           MOVE W-VALOR TO CXVALOR
           MOVE "N" TO CXCONC
           PERFORM GRAVA-CAIXA THRU GRAVA-CAIXA-FIM
           MOVE "*** RENDIMENTO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO REN-INI.

      *
      ************************************************
      * RELACAO DAS CONTAS COM O SALDO NA DATA       *
      ************************************************
      *
       REL-INI.
           DISPLAY TELACTA
           MOVE W-HOJE TO W-DATASAL
           DISPLAY (04, 01) "SALDO EM (AAAAMMDD): ".
           ACCEPT  (04, 22) W-DATASAL WITH UPDATE.
           IF W-DATASAL = ZEROS
              GO TO MENU-CTA.
           MOVE ZEROS TO W-TOTSALDO W-QTD
           OPEN OUTPUT RELCTA
           MOVE W-DATASAL TO CABDATA
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO CBCONTA
           START CADCTABCO KEY IS NOT LESS CBCONTA
           IF ST-CB NOT = "00"
              GO TO REL-FIM.
       REL-RD.
           READ CADCTABCO NEXT
           IF ST-CB NOT = "00"
              GO TO REL-FIM.
           PERFORM SALDO-CONTA THRU SALDO-CONTA-FIM
           ADD 1 TO W-QTD
           ADD W-SALDO TO W-TOTSALDO
           MOVE CBCONTA TO DCONTA
           MOVE CBDESC TO DDESC
           MOVE CBTIPO TO DTIPO
           MOVE CBBANCO TO DBANCO
           MOVE CBAGENCIA TO DAGENCIA
           MOVE CBNUMCTA TO DNUMCTA
           MOVE CBDIGITO TO DDIGITO
           MOVE CBCTB TO DCTB
           MOVE CBSIT TO DSIT
           MOVE W-SALDO TO DSALDO
           WRITE REGREL FROM DET1
           GO TO REL-RD.
       REL-FIM.
           WRITE REGREL FROM LINSEP
           MOVE "SALDO TOTAL DAS CONTAS:" TO TLTXT
           MOVE W-TOTSALDO TO TLVAL
           WRITE REGREL FROM TOTLIN
           CLOSE RELCTA
           PERFORM SPOOL THRU SPOOL-FIM
           DISPLAY (06, 01) "CONTAS: "
           DISPLAY (06, 09) W-QTD
           MOVE W-TOTSALDO TO W-SALED
           DISPLAY (07, 01) "SALDO TOTAL: "
           DISPLAY (07, 14) W-SALED
           MOVE "*** RELACAO GRAVADA EM CTABCO.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-CTA.

      *    O RELATORIO VAI PARA O SPOOL CENTRAL (SCP067)
       SPOOL.
           MOVE "CTABCO" TO W-SPPROG
           MOVE "CTABCO.TXT" TO W-SPARQ
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
           CLOSE CADCTABCO CADCAIXA
           IF W-TEMPLA = "S"
              CLOSE CADPLANO.
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
