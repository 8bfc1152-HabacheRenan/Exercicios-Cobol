       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXPEQ.
      *******************************
      * FUNDO DE CAIXA PEQUENO (FUNDO FIXO)                      *
      * CADA FUNDO E UMA CONTA DO LIVRO CAIXA (CXCONTA) COM UM   *
      * VALOR FIXO, UM RESPONSAVEL E A CONTA DE ORIGEM QUE O     *
      * REPOE. O SALDO E A SOMA DE ENTRADAS MENOS SAIDAS DO      *
      * CADCAIXA NA CONTA DO FUNDO (PAGAMENTOS PELO REEMBDES)    *
      * REPOSICAO: SAIDA NA ORIGEM E ENTRADA NO FUNDO ATE O      *
      * VALOR FIXO (CXDOC "T" = TRANSFERENCIA ENTRE CONTAS, FORA *
      * DA CONTABILIZACAO DO CONTABIL)                           *
      * CONFERENCIA: CONTAGEM FISICA X SALDO; A DIFERENCA E      *
      * LANCADA COMO AJUSTE (CXDOC "J") E FICA NO HISTORICO      *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADFUNDO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FUNCONTA
                       FILE STATUS IS ST-FUN.
      *
       SELECT CADFUNDCONT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FCTCHAVE
                       FILE STATUS IS ST-FCT.
      *
       SELECT CADCAIXA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CXCHAVE
                       FILE STATUS IS ST-CX.
      *
       SELECT CADFOLHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       FILE STATUS  IS ST-ERRO.
      *
       SELECT CADSESSAO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-SES.
      *
       SELECT RELFUNDO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADFUNDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFUNDO.DAT".
       01 REGFUNDO.
           03 FUNCONTA          PIC 9(02).
           03 FUNDESC           PIC X(20).
           03 FUNVALOR          PIC 9(09)V99.
           03 FUNRESP           PIC 9(06).
           03 FUNORIG           PIC 9(02).
           03 FUNSIT            PIC X(01).
      *
       FD CADFUNDCONT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFUNDCONT.DAT".
       01 REGFUNDCONT.
           03 FCTCHAVE.
               05 FCTCONTA      PIC 9(02).
               05 FCTDATA       PIC 9(08).
               05 FCTSEQ        PIC 9(02).
           03 FCTSALDO          PIC S9(09)V99.
           03 FCTCONTADO        PIC 9(09)V99.
           03 FCTDIF            PIC S9(09)V99.
           03 FCTOPER           PIC 9(06).
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
       FD CADFOLHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFOLHA.DAT".
       01 REGFOLHA.
           03 CODIGO        PIC 9(06).
           03 NOME          PIC X(30).
           03 TIPOSALARIO   PIC X(01).
           03 SALARIOBASE   PIC 9(06)V99.
           03 NUMFILHOS     PIC 9(02).
           03 DEPARTAMENTO  PIC 9(02).
           03 FUNC          PIC X(01).
           03 BRUTO         PIC 9(09)V99.
           03 DEPTXT        PIC X(10).
           03 TXTFUNC       PIC X(25).
           03 INSS          PIC 9(06)V99.
           03 IMPOSTO       PIC 9(06)V99.
           03 SALFAMI       PIC 9(06)V99.
           03 SALIQ         PIC 9(06)V99.
           03 DATANASC      PIC 9(08).
           03 STATUSFUNC    PIC X(01).
           03 DATABAIXA     PIC 9(08).
           03 CPF           PIC 9(11).
           03 DATAADMISSAO  PIC 9(08).
           03 BANCO         PIC 9(03).
           03 AGENCIA       PIC 9(05).
           03 CONTA         PIC 9(10).
           03 ENDCEP        PIC 9(09).
           03 ENDNUM        PIC 9(05).
           03 ENDCOMPL      PIC X(12).
           03 FONEDDD       PIC 9(02).
           03 FONETEL       PIC 9(09).
           03 CONTEMERG     PIC X(30).
      *
       FD CADSESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSESSAO.TXT".
       01 REGSESSAO.
           03 SES-OPERCOD    PIC 9(06).
           03 FILLER         PIC X(01).
           03 SES-OPERADOR   PIC X(30).
      *
       FD RELFUNDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CXPEQ.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-FUN         PIC X(02) VALUE "00".
       01 ST-FCT         PIC X(02) VALUE "00".
       01 ST-CX          PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-SES         PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 LIN            PIC 9(03) VALUE ZEROS.
       01 W-TEMFOL       PIC X(01) VALUE "N".
       01 W-OPERCOD      PIC 9(06) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-FUNDO        PIC 9(02) VALUE ZEROS.
       01 W-CONTAAUX     PIC 9(02) VALUE ZEROS.
       01 W-SALDO        PIC S9(11)V99 VALUE ZEROS.
       01 W-REPOR        PIC 9(11)V99 VALUE ZEROS.
       01 W-CONTADO      PIC 9(09)V99 VALUE ZEROS.
       01 W-DIF          PIC S9(09)V99 VALUE ZEROS.
       01 W-VALED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-SALED        PIC ---.---.--9,99 VALUE ZEROS.
       01 W-DATAINI      PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM      PIC 9(08) VALUE ZEROS.
       01 W-SALANT       PIC S9(11)V99 VALUE ZEROS.
       01 W-TOTENT       PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTSAI       PIC 9(11)V99 VALUE ZEROS.
       01 W-QTD          PIC 9(05) VALUE ZEROS.
       01 W-MESAUX       PIC 9(06) VALUE ZEROS.
       01 W-DOCFUNDO.
           03 FILLER     PIC X(06) VALUE "TFUNDO".
           03 W-DOCFUNNUM PIC 9(02).
           03 FILLER     PIC X(02) VALUE SPACES.
       01 W-DOCAJUSTE.
           03 FILLER     PIC X(06) VALUE "JCONTA".
           03 W-DOCAJUNUM PIC 9(02).
           03 FILLER     PIC X(02) VALUE SPACES.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 DETEXT.
           03 DEDATA    PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DESEQ     PIC 9(04) VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DEDOC     PIC X(10) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DEENT     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DESAI     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DESALDO   PIC ----.---.--9,99 VALUE ZEROS.
       01 DETCONT.
           03 DCDATA    PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCSEQ     PIC 99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCSALDO   PIC ---.---.--9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCCONTADO PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCDIF     PIC ---.---.--9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCOPER    PIC 9(06) VALUE ZEROS.
       01 CAB1.
           03 FILLER    PIC X(23) VALUE "FUNDO DE CAIXA PEQUENO ".
           03 CABCONTA  PIC 99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 CABDESC   PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(09) VALUE " EMISSAO ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CAB2.
           03 FILLER    PIC X(13) VALUE "PERIODO DE : ".
           03 CABINI    PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(05) VALUE " A : ".
           03 CABFIM    PIC 9(08) VALUE ZEROS.
       01 CAB3.
           03 FILLER    PIC X(40) VALUE
              "DATA     SEQ   DOCUMENTO         ENTRADA".
           03 FILLER    PIC X(39) VALUE
              "          SAIDA           SALDO        ".
       01 CAB4.
           03 FILLER    PIC X(41) VALUE
              "DATA     SQ          SALDO        CONTADO".
           03 FILLER    PIC X(38) VALUE
              "      DIFERENCA OPERAD                ".
       01 TOTLIN.
           03 TLTXT     PIC X(40) VALUE SPACES.
           03 TLVAL     PIC ----.---.---.--9,99 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".

       SCREEN SECTION.
       01  TELAFUN.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   FUNDO DE".
           05  LINE 02  COLUMN 40
               VALUE  " CAIXA PEQUENO  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADFUNDO
           IF ST-FUN = "30"
              OPEN OUTPUT CADFUNDO
              CLOSE CADFUNDO
              OPEN I-O CADFUNDO.
           OPEN I-O CADFUNDCONT
           IF ST-FCT = "30"
              OPEN OUTPUT CADFUNDCONT
              CLOSE CADFUNDCONT
              OPEN I-O CADFUNDCONT.
           OPEN I-O CADCAIXA
           IF ST-CX = "30"
              OPEN OUTPUT CADCAIXA
              CLOSE CADCAIXA
              OPEN I-O CADCAIXA.
           IF ST-FUN NOT = "00" OR ST-FCT NOT = "00"
                                OR ST-CX NOT = "00"
              MOVE "ERRO NA ABERTURA DOS ARQUIVOS DO FUNDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "N" TO W-TEMFOL
           OPEN INPUT CADFOLHA
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMFOL.
           OPEN INPUT CADSESSAO
           IF ST-SES = "00"
              READ CADSESSAO
              IF ST-SES = "00"
                 MOVE SES-OPERCOD TO W-OPERCOD.
           CLOSE CADSESSAO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-FU.
           DISPLAY TELAFUN
           DISPLAY (04, 01) "1 - CADASTRO DE FUNDOS"
           DISPLAY (05, 01) "2 - REPOSICAO DO FUNDO"
           DISPLAY (06, 01) "3 - CONFERENCIA (CONTAGEM) DO FUNDO"
           DISPLAY (07, 01) "4 - EXTRATO DO FUNDO"
           DISPLAY (08, 01) "5 - HISTORICO DAS CONFERENCIAS"
           DISPLAY (09, 01) "0 - SAIR"
           DISPLAY (11, 01) "OPCAO: ".
           ACCEPT  (11, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO CAD-INI.
           IF W-OPCAO = "2"
              GO TO REP-INI.
           IF W-OPCAO = "3"
              GO TO CON-INI.
           IF W-OPCAO = "4"
              GO TO EXT-INI.
           IF W-OPCAO = "5"
              GO TO HIS-INI.
           GO TO MENU-FU.

      *
      ************************************************
      * CADASTRO DE FUNDOS                           *
      ************************************************
      *
       CAD-INI.
           DISPLAY TELAFUN
           DISPLAY (04, 01) "CONTA DO FUNDO NO CAIXA (0=VOLTAR): ".
           ACCEPT  (04, 37) W-FUNDO.
           IF W-FUNDO = ZEROS
              GO TO MENU-FU.
           IF W-FUNDO = 01
              MOVE "* A CONTA 01 E O CAIXA GERAL - ESCOLHA OUTRA *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-INI.
           MOVE W-FUNDO TO FUNCONTA
           READ CADFUNDO
           IF ST-FUN NOT = "00"
              MOVE SPACES TO FUNDESC
              MOVE ZEROS TO FUNVALOR FUNRESP
              MOVE 01 TO FUNORIG
              MOVE "A" TO FUNSIT
              DISPLAY (04, 42) "(NOVO)".
       CAD-DESC.
           DISPLAY (06, 01) "DESCRICAO          : ".
           ACCEPT  (06, 22) FUNDESC WITH UPDATE.
           IF FUNDESC = SPACES
              MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-DESC.
       CAD-VALOR.
           DISPLAY (07, 01) "VALOR FIXO         : ".
           ACCEPT  (07, 22) FUNVALOR WITH UPDATE.
           IF FUNVALOR = ZEROS
              MOVE "*** INFORME O VALOR FIXO DO FUNDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-VALOR.
       CAD-RESP.
           DISPLAY (08, 01) "RESPONSAVEL (FUNC.): ".
           ACCEPT  (08, 22) FUNRESP WITH UPDATE.
           IF W-TEMFOL = "S"
              MOVE FUNRESP TO CODIGO
              READ CADFOLHA
              IF ST-ERRO NOT = "00" OR STATUSFUNC NOT = "A"
                 MOVE "*** RESPONSAVEL NAO E FUNCIONARIO ATIVO ***"
                                             TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO CAD-RESP
              ELSE
                 DISPLAY (08, 30) NOME.
       CAD-ORIG.
           DISPLAY (09, 01) "CONTA DE ORIGEM    : ".
           ACCEPT  (09, 22) FUNORIG WITH UPDATE.
           IF FUNORIG = ZEROS OR FUNORIG = W-FUNDO
              MOVE "*** CONTA DE ORIGEM INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-ORIG.
       CAD-SIT.
           DISPLAY (10, 01) "SITUACAO (A/I)     : ".
           ACCEPT  (10, 22) FUNSIT WITH UPDATE.
           IF FUNSIT NOT = "A" AND FUNSIT NOT = "I"
              MOVE "*** SITUACAO A=ATIVO OU I=INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-SIT.
           MOVE "S" TO W-OPCAO
           DISPLAY (12, 01) "GRAVA (S/N): ".
           ACCEPT  (12, 14) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO CAD-INI.
           MOVE W-FUNDO TO FUNCONTA
           WRITE REGFUNDO
           IF ST-FUN = "22"
              REWRITE REGFUNDO.
           MOVE "*** FUNDO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CAD-INI.

      *
      *    LE O FUNDO W-FUNDO E MOSTRA O SALDO (W-FUNDO = 0 SE NAO HA)
      *
       LE-FUNDO.
           DISPLAY TELAFUN
           DISPLAY (04, 01) "CONTA DO FUNDO (0=VOLTAR): ".
           ACCEPT  (04, 28) W-FUNDO.
           IF W-FUNDO = ZEROS
              GO TO LE-FUNDO-FIM.
           MOVE W-FUNDO TO FUNCONTA
           READ CADFUNDO
           IF ST-FUN NOT = "00"
              MOVE "*** FUNDO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-FUNDO.
           DISPLAY (04, 32) FUNDESC
           MOVE W-FUNDO TO W-CONTAAUX
           MOVE ZEROS TO W-DATAINI
           MOVE 99999999 TO W-DATAFIM
           PERFORM SALDO-CONTA THRU SALDO-CONTA-FIM
           MOVE FUNVALOR TO W-VALED
           MOVE W-SALDO TO W-SALED
           DISPLAY (05, 01) "VALOR FIXO: "
           DISPLAY (05, 13) W-VALED
           DISPLAY (06, 01) "SALDO     : "
           DISPLAY (06, 13) W-SALED.
       LE-FUNDO-FIM.
           EXIT.

      *
      *    SALDO DA CONTA W-CONTAAUX NO CAIXA ENTRE W-DATAINI E
      *    W-DATAFIM (ENTRADAS MENOS SAIDAS)
      *
       SALDO-CONTA.
           MOVE ZEROS TO W-SALDO
           MOVE W-DATAINI TO CXDATA
           MOVE ZEROS TO CXSEQ
           START CADCAIXA KEY IS NOT LESS CXCHAVE
           IF ST-CX NOT = "00"
              GO TO SALDO-CONTA-FIM.
       SALDO-CONTA-RD.
           READ CADCAIXA NEXT
           IF ST-CX NOT = "00" OR CXDATA > W-DATAFIM
              GO TO SALDO-CONTA-FIM.
           IF CXCONTA NOT = W-CONTAAUX
              GO TO SALDO-CONTA-RD.
           IF CXTIPO = "E"
              ADD CXVALOR TO W-SALDO
           ELSE
              SUBTRACT CXVALOR FROM W-SALDO.
           GO TO SALDO-CONTA-RD.
       SALDO-CONTA-FIM.
           EXIT.

      *
      ************************************************
      * REPOSICAO DO FUNDO ATE O VALOR FIXO          *
      ************************************************
      *
       REP-INI.
           PERFORM LE-FUNDO THRU LE-FUNDO-FIM
           IF W-FUNDO = ZEROS
              GO TO MENU-FU.
           IF FUNSIT NOT = "A"
              MOVE "*** FUNDO INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REP-INI.
           IF W-SALDO NOT < FUNVALOR
              MOVE "*** FUNDO COMPLETO - NADA A REPOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REP-INI.
           COMPUTE W-REPOR = FUNVALOR - W-SALDO
           MOVE W-REPOR TO W-VALED
           DISPLAY (08, 01) "VALOR DA REPOSICAO: "
           DISPLAY (08, 21) W-VALED
           DISPLAY (09, 01) "CONTA DE ORIGEM   : "
           DISPLAY (09, 21) FUNORIG
           MOVE "N" TO W-OPCAO
           DISPLAY (11, 01) "CONFIRMA A REPOSICAO (S/N): ".
           ACCEPT  (11, 29) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** REPOSICAO ABANDONADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REP-INI.
           MOVE W-FUNDO TO W-DOCFUNNUM
           MOVE ZEROS TO CXCNPJ
           MOVE W-DOCFUNDO TO CXDOC
           MOVE W-REPOR TO CXVALOR
           MOVE "N" TO CXCONC
           MOVE FUNORIG TO CXCONTA
           MOVE "S" TO CXTIPO
           PERFORM GRAVA-CAIXA THRU GRAVA-CAIXA-FIM
           MOVE W-FUNDO TO CXCONTA
           MOVE "E" TO CXTIPO
           MOVE W-DOCFUNDO TO CXDOC
           MOVE W-REPOR TO CXVALOR
           MOVE "N" TO CXCONC
           MOVE ZEROS TO CXCNPJ
           PERFORM GRAVA-CAIXA THRU GRAVA-CAIXA-FIM
           MOVE "*** FUNDO REPOSTO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO REP-INI.

      *
      *    LANCA O MOVIMENTO NO LIVRO CAIXA (PROX. SEQ.)
      *
       GRAVA-CAIXA.
           MOVE W-HOJE TO CXDATA
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
      * CONFERENCIA (CONTAGEM FISICA) DO FUNDO       *
      ************************************************
      *
       CON-INI.
           PERFORM LE-FUNDO THRU LE-FUNDO-FIM
           IF W-FUNDO = ZEROS
              GO TO MENU-FU.
           MOVE ZEROS TO W-CONTADO
           DISPLAY (08, 01) "VALOR CONTADO     : ".
           ACCEPT  (08, 21) W-CONTADO.
           COMPUTE W-DIF = W-CONTADO - W-SALDO
           MOVE W-DIF TO W-SALED
           DISPLAY (09, 01) "DIFERENCA         : "
           DISPLAY (09, 21) W-SALED
           MOVE "N" TO W-OPCAO
           DISPLAY (11, 01) "GRAVA A CONFERENCIA (S/N): ".
           ACCEPT  (11, 28) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO CON-INI.
           MOVE W-FUNDO TO FCTCONTA
           MOVE W-HOJE TO FCTDATA
           MOVE ZEROS TO FCTSEQ
           MOVE W-SALDO TO FCTSALDO
           MOVE W-CONTADO TO FCTCONTADO
           MOVE W-DIF TO FCTDIF
           MOVE W-OPERCOD TO FCTOPER.
       CON-GRAVA.
           ADD 1 TO FCTSEQ
           IF FCTSEQ > 99
              MOVE "*** LIMITE DE CONFERENCIAS NO DIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CON-INI.
           WRITE REGFUNDCONT
           IF ST-FCT = "22"
              GO TO CON-GRAVA.
      *    DIFERENCA AJUSTA O LIVRO CAIXA PARA O VALOR CONTADO
           IF W-DIF = ZEROS
              MOVE "*** CONFERENCIA SEM DIFERENCA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CON-INI.
           MOVE W-FUNDO TO CXCONTA W-DOCAJUNUM
           IF W-DIF > ZEROS
              MOVE "E" TO CXTIPO
              MOVE W-DIF TO CXVALOR
           ELSE
              MOVE "S" TO CXTIPO
              COMPUTE CXVALOR = W-DIF * -1.
           MOVE ZEROS TO CXCNPJ
           MOVE W-DOCAJUSTE TO CXDOC
           MOVE "N" TO CXCONC
           PERFORM GRAVA-CAIXA THRU GRAVA-CAIXA-FIM
           MOVE "*** DIFERENCA LANCADA COMO AJUSTE NO CAIXA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CON-INI.

      *
      ************************************************
      * EXTRATO DO FUNDO (SPOOL)                     *
      ************************************************
      *
       EXT-INI.
           PERFORM LE-FUNDO THRU LE-FUNDO-FIM
           IF W-FUNDO = ZEROS
              GO TO MENU-FU.
           DIVIDE W-HOJE BY 100 GIVING W-MESAUX
           COMPUTE W-DATAINI = W-MESAUX * 100 + 1
           MOVE W-HOJE TO W-DATAFIM
           DISPLAY (08, 01) "DATA INICIAL: ".
           ACCEPT  (08, 15) W-DATAINI WITH UPDATE.
           DISPLAY (09, 01) "DATA FINAL  : ".
           ACCEPT  (09, 15) W-DATAFIM WITH UPDATE.
           IF W-DATAFIM < W-DATAINI
              MOVE "*** PERIODO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXT-INI.
      *    SALDO ANTERIOR = MOVIMENTO ATE A VESPERA DA DATA INICIAL
           MOVE W-DATAFIM TO CABFIM
           MOVE W-DATAINI TO CABINI
           COMPUTE W-DATAFIM = W-DATAINI - 1
           MOVE ZEROS TO W-DATAINI
           MOVE W-FUNDO TO W-CONTAAUX
           PERFORM SALDO-CONTA THRU SALDO-CONTA-FIM
           MOVE W-SALDO TO W-SALANT
           MOVE CABINI TO W-DATAINI
           MOVE CABFIM TO W-DATAFIM
           MOVE ZEROS TO W-TOTENT W-TOTSAI W-QTD
           OPEN OUTPUT RELFUNDO
           MOVE W-FUNDO TO CABCONTA
           MOVE FUNDESC TO CABDESC
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CAB3
           WRITE REGREL FROM LINSEP
           MOVE "SALDO ANTERIOR:" TO TLTXT
           MOVE W-SALANT TO TLVAL
           WRITE REGREL FROM TOTLIN
           MOVE W-SALANT TO W-SALDO
           MOVE W-DATAINI TO CXDATA
           MOVE ZEROS TO CXSEQ
           START CADCAIXA KEY IS NOT LESS CXCHAVE
           IF ST-CX NOT = "00"
              GO TO EXT-FIM.
       EXT-RD.
           READ CADCAIXA NEXT
           IF ST-CX NOT = "00" OR CXDATA > W-DATAFIM
              GO TO EXT-FIM.
           IF CXCONTA NOT = W-FUNDO
              GO TO EXT-RD.
           MOVE CXDATA TO DEDATA
           MOVE CXSEQ TO DESEQ
           MOVE CXDOC TO DEDOC
           MOVE ZEROS TO DEENT DESAI
           IF CXTIPO = "E"
              MOVE CXVALOR TO DEENT
              ADD CXVALOR TO W-TOTENT W-SALDO
           ELSE
              MOVE CXVALOR TO DESAI
              ADD CXVALOR TO W-TOTSAI
              SUBTRACT CXVALOR FROM W-SALDO.
           MOVE W-SALDO TO DESALDO
           WRITE REGREL FROM DETEXT
           ADD 1 TO W-QTD
           GO TO EXT-RD.
       EXT-FIM.
           WRITE REGREL FROM LINSEP
           MOVE "TOTAL DE ENTRADAS:" TO TLTXT
           MOVE W-TOTENT TO TLVAL
           WRITE REGREL FROM TOTLIN
           MOVE "TOTAL DE SAIDAS:" TO TLTXT
           MOVE W-TOTSAI TO TLVAL
           WRITE REGREL FROM TOTLIN
           MOVE "SALDO FINAL:" TO TLTXT
           MOVE W-SALDO TO TLVAL
           WRITE REGREL FROM TOTLIN
           CLOSE RELFUNDO
           PERFORM SPOOL THRU SPOOL-FIM
           DISPLAY (11, 01) "MOVIMENTOS: "
           DISPLAY (11, 13) W-QTD
           MOVE "*** EXTRATO GRAVADO EM CXPEQ.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FU.

      *
      ************************************************
      * HISTORICO DAS CONFERENCIAS (SPOOL)           *
      ************************************************
      *
       HIS-INI.
           PERFORM LE-FUNDO THRU LE-FUNDO-FIM
           IF W-FUNDO = ZEROS
              GO TO MENU-FU.
           MOVE ZEROS TO W-QTD
           OPEN OUTPUT RELFUNDO
           MOVE W-FUNDO TO CABCONTA
           MOVE FUNDESC TO CABDESC
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CAB4
           WRITE REGREL FROM LINSEP
           MOVE W-FUNDO TO FCTCONTA
           MOVE ZEROS TO FCTDATA FCTSEQ
           START CADFUNDCONT KEY IS NOT LESS FCTCHAVE
           IF ST-FCT NOT = "00"
              GO TO HIS-FIM.
       HIS-RD.
           READ CADFUNDCONT NEXT
           IF ST-FCT NOT = "00" OR FCTCONTA NOT = W-FUNDO
              GO TO HIS-FIM.
           MOVE FCTDATA TO DCDATA
           MOVE FCTSEQ TO DCSEQ
           MOVE FCTSALDO TO DCSALDO
           MOVE FCTCONTADO TO DCCONTADO
           MOVE FCTDIF TO DCDIF
           MOVE FCTOPER TO DCOPER
           WRITE REGREL FROM DETCONT
           ADD 1 TO W-QTD
           GO TO HIS-RD.
       HIS-FIM.
           WRITE REGREL FROM LINSEP
           CLOSE RELFUNDO
           PERFORM SPOOL THRU SPOOL-FIM
           DISPLAY (08, 01) "CONFERENCIAS: "
           DISPLAY (08, 15) W-QTD
           MOVE "*** HISTORICO GRAVADO EM CXPEQ.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FU.

      *    O RELATORIO VAI PARA O SPOOL CENTRAL (SCP067)
       SPOOL.
           MOVE "CXPEQ" TO W-SPPROG
           MOVE "CXPEQ.TXT" TO W-SPARQ
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
           CLOSE CADFUNDO CADFUNDCONT CADCAIXA
           IF W-TEMFOL = "S"
              CLOSE CADFOLHA.
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
