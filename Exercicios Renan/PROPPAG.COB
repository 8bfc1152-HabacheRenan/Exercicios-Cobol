       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPPAG.
      *******************************
      * PROPOSTA DE PAGAMENTO A FORNECEDORES                    *
      * SELECIONA OS TITULOS DO CADPAGAR EM ABERTO (EM REAIS)   *
      * VENCIDOS ATE UMA DATA, POR FORNECEDOR, CENTRO DE CUSTO  *
      * DO PEDIDO E PRIORIDADE DO FORNECEDOR, E CONFRONTA O     *
      * TOTAL COM A POSICAO DE CAIXA DA CONTA PAGADORA NA DATA  *
      * DO PAGAMENTO: SALDO DO LIVRO CAIXA, MENOS CHEQUES A     *
      * COMPENSAR, MAIS O A RECEBER EM ABERTO ATE A DATA        *
      * (MESMAS FONTES DO FLUXOCX)                              *
      * DADOS BANCARIOS, PRIORIDADE E FORMA DE PAGAMENTO DO     *
      * FORNECEDOR NO CADFORBCO; CODIGO DE BARRAS DO BOLETO DO  *
      * TITULO NO CADTITBOL                                     *
      * SITUACAO: A=ABERTA V=APROVADA R=REMESSA GERADA          *
      *           F=FINALIZADA C=CANCELADA                      *
      * ITEM: P=PROPOSTO X=RETIRADO E=ENVIADO AO BANCO          *
      *       L=LIQUIDADO R=REJEITADO                           *
      * APROVACAO SO PELO OPERADOR DO PARAMETRO APROVPAG, QUE   *
      * NAO PODE SER QUEM MONTOU A PROPOSTA                     *
      * REMESSA NO PAGREM E RETORNO NO PAGRET                   *
      * LISTAGEM NO SPOOL (PROPPAG.TXT)                         *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADFORBCO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FBCNPJ
                       FILE STATUS IS ST-FB.
      *
       SELECT CADTITBOL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TBCHAVE
                       FILE STATUS IS ST-TB.
      *
       SELECT CADPROPPG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PPNUM
                       FILE STATUS IS ST-PP.
      *
       SELECT CADPROPIT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PICHAVE
                       FILE STATUS IS ST-PI.
      *
       SELECT CADPAGAR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TITCHAVE
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADFOR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CNPJ
                       FILE STATUS IS ST-FOR.
      *
       SELECT CADPEDIDO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMPEDIDO
                       FILE STATUS IS ST-PED.
      *
       SELECT CADCAIXA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CXCHAVE
                       FILE STATUS IS ST-CX.
      *
       SELECT CADCHEQUE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CHQCHAVE
                       FILE STATUS IS ST-CHQ.
      *
       SELECT CADRECEBER ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RECCHAVE
                       FILE STATUS IS ST-REC.
      *
       SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-PAR.
      *
       SELECT CADSESSAO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-SES.
      *
       SELECT CADEMPATIVA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-EAT.
      *
       SELECT RELPROP ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    FBFORMA: T=TRANSFERENCIA PARA A CONTA  B=BOLETO
      *    FBPRIOR: 1=MAIS ALTA ... 9=MAIS BAIXA
       FD CADFORBCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFORBCO.DAT".
       01 REGFORBCO.
           03 FBCNPJ            PIC 9(14).
           03 FBBANCO           PIC 9(03).
           03 FBAGENCIA         PIC 9(05).
           03 FBCONTA           PIC 9(10).
           03 FBPRIOR           PIC 9(01).
           03 FBFORMA           PIC X(01).
           03 FBDTALT           PIC 9(08).
      *
       FD CADTITBOL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTITBOL.DAT".
       01 REGTITBOL.
           03 TBCHAVE.
               05 TBNUMPED      PIC 9(06).
               05 TBSEQ         PIC 9(02).
           03 TBCODBAR          PIC X(48).
      *
       FD CADPROPPG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPROPPG.DAT".
       01 REGPROPPG.
           03 PPNUM             PIC 9(06).
           03 PPDATA            PIC 9(08).
           03 PPVENCATE         PIC 9(08).
           03 PPDTPAG           PIC 9(08).
           03 PPCONTA           PIC 9(02).
           03 PPEMP             PIC 9(02).
           03 PPSTATUS          PIC X(01).
           03 PPQTD             PIC 9(04).
           03 PPTOTAL           PIC 9(13)V99.
           03 PPOPER            PIC 9(06).
           03 PPAPROV           PIC 9(06).
           03 PPDTAPROV         PIC 9(08).
           03 PPDTREM           PIC 9(08).
      *
       FD CADPROPIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPROPIT.DAT".
       01 REGPROPIT.
           03 PICHAVE.
               05 PINUM         PIC 9(06).
               05 PIITEM        PIC 9(04).
           03 PITITNUMPED       PIC 9(06).
           03 PITITSEQ          PIC 9(02).
           03 PICNPJ            PIC 9(14).
           03 PIVENCTO          PIC 9(08).
           03 PIVALOR           PIC 9(11)V99.
           03 PIFORMA           PIC X(01).
           03 PISTATUS          PIC X(01).
           03 PIVALPAG          PIC 9(11)V99.
           03 PIDTPAG           PIC 9(08).
      *
       FD CADPAGAR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPAGAR.DAT".
       01 REGPAGAR.
           03 TITCHAVE.
               05 TITNUMPED     PIC 9(06).
               05 TITSEQ        PIC 9(02).
           03 TITCNPJ           PIC 9(14).
           03 TITVALOR          PIC 9(11)V99.
           03 TITVENCTO         PIC 9(08).
           03 TITPAGO           PIC 9(11)V99.
           03 TITSTATUS         PIC X(01).
           03 TITJUROS          PIC 9(09)V99.
           03 TITEMP            PIC 9(02).
           03 TITMOEDA          PIC X(03).
           03 TITVALME          PIC 9(11)V99.
           03 TITPAGOME         PIC 9(11)V99.
           03 TITTAXA           PIC 9(05)V9(06).
      *
       FD CADFOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFOR.DAT".
       01 REGFOR.
           03 CNPJ              PIC 9(14).
           03 RAZAOSOCIAL       PIC X(35).
           03 NOMEFANTASIA      PIC X(12).
           03 FCEP              PIC 9(09).
           03 NUMERO            PIC 9(05).
           03 COMPL             PIC X(12).
           03 DDD               PIC 9(02).
           03 TEL               PIC 9(09).
           03 EMAIL             PIC X(35).
           03 RAMO              PIC 9(01).
           03 RAMOTXT           PIC X(20).
           03 STATUSFOR         PIC X(01).
           03 DATABAIXA         PIC 9(08).
           03 DATAULTALT        PIC 9(08).
      *
       FD CADPEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPEDIDO.DAT".
       01 REGPEDIDO.
           03 NUMPEDIDO         PIC 9(06).
           03 PCNPJ             PIC 9(14).
           03 STATUSPEDIDO      PIC X(01).
           03 DATAPEDIDO        PIC 9(08).
           03 DATARECEB         PIC 9(08).
           03 VALORPEDIDO       PIC 9(11)V99.
           03 APROVSTATUS       PIC X(01).
           03 APROVCOD          PIC 9(06).
           03 APROVDATA         PIC 9(08).
           03 DATAPROMET        PIC 9(08).
           03 PCONDPG           PIC 9(03).
           03 PCCUSTO           PIC 9(03).
           03 PCONTRATO         PIC X(01).
           03 PEMP              PIC 9(02).
           03 PMOEDA            PIC X(03).
           03 PTAXA             PIC 9(05)V9(06).
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
       FD CADCHEQUE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCHEQUE.DAT".
       01 REGCHEQUE.
           03 CHQCHAVE.
               05 CHQCONTA      PIC 9(02).
               05 CHQNUM        PIC 9(06).
           03 CHQSTATUS         PIC X(01).
           03 CHQDATA           PIC 9(08).
           03 CHQVALOR          PIC 9(11)V99.
           03 CHQPRINC          PIC 9(11)V99.
           03 CHQCNPJ           PIC 9(14).
           03 CHQFAVOR          PIC X(35).
           03 CHQDOC            PIC X(10).
           03 CHQCXDATA         PIC 9(08).
           03 CHQCXSEQ          PIC 9(04).
           03 CHQDTCOMP         PIC 9(08).
           03 CHQDTCANC         PIC 9(08).
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
       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.
      *
       FD CADSESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSESSAO.TXT".
       01 REGSESSAO.
           03 SES-OPERCOD    PIC 9(06).
           03 FILLER         PIC X(01).
           03 SES-OPERADOR   PIC X(30).
      *
       FD CADEMPATIVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMPATIVA.TXT".
       01 REGEMPATIVA.
           03 EAT-COD        PIC 9(02).
           03 FILLER         PIC X(01).
           03 EAT-NOME       PIC X(30).
      *
       FD RELPROP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PROPPAG.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-FB          PIC X(02) VALUE "00".
       01 ST-TB          PIC X(02) VALUE "00".
       01 ST-PP          PIC X(02) VALUE "00".
       01 ST-PI          PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 ST-PED         PIC X(02) VALUE "00".
       01 ST-CX          PIC X(02) VALUE "00".
       01 ST-CHQ         PIC X(02) VALUE "00".
       01 ST-REC         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-SES         PIC X(02) VALUE "00".
       01 ST-EAT         PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-TEMFOR       PIC X(01) VALUE "N".
       01 W-TEMPED       PIC X(01) VALUE "N".
       01 W-TEMCX        PIC X(01) VALUE "N".
       01 W-TEMCHQ       PIC X(01) VALUE "N".
       01 W-TEMREC       PIC X(01) VALUE "N".
       01 W-NOVO         PIC X(01) VALUE "N".
       01 W-ACHOU        PIC X(01) VALUE "N".
       01 W-GRAVA        PIC X(01) VALUE "N".
       01 W-OPERCOD      PIC 9(06) VALUE ZEROS.
       01 W-APROVPAG     PIC 9(06) VALUE ZEROS.
       01 W-EMPATIVA     PIC 9(02) VALUE 01.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-CNPJ         PIC 9(14) VALUE ZEROS.
       01 W-NUMPED       PIC 9(06) VALUE ZEROS.
       01 W-SEQ          PIC 9(02) VALUE ZEROS.
       01 W-CODBAR       PIC X(48) VALUE SPACES.
       01 W-NUMPROP      PIC 9(06) VALUE ZEROS.
       01 W-PROXPROP     PIC 9(06) VALUE ZEROS.
       01 W-ITEM         PIC 9(04) VALUE ZEROS.
       01 W-VENCATE      PIC 9(08) VALUE ZEROS.
       01 W-FILCNPJ      PIC 9(14) VALUE ZEROS.
       01 W-FILCC        PIC 9(03) VALUE ZEROS.
       01 W-FILPRI       PIC 9(01) VALUE 9.
       01 W-FILEMP       PIC 9(02) VALUE ZEROS.
       01 W-DTPAG        PIC 9(08) VALUE ZEROS.
       01 W-CONTA        PIC 9(02) VALUE 01.
       01 W-PRIOR        PIC 9(01) VALUE ZEROS.
       01 W-FORMA        PIC X(01) VALUE SPACES.
       01 W-SALDO        PIC 9(11)V99 VALUE ZEROS.
       01 W-QTD          PIC 9(04) VALUE ZEROS.
       01 W-TOTAL        PIC 9(13)V99 VALUE ZEROS.
       01 W-SALDOCTA     PIC S9(13)V99 VALUE ZEROS.
       01 W-CHQABERTO    PIC 9(13)V99 VALUE ZEROS.
       01 W-RECEBER      PIC 9(13)V99 VALUE ZEROS.
       01 W-POSICAO      PIC S9(13)V99 VALUE ZEROS.
       01 W-SOBRA        PIC S9(13)V99 VALUE ZEROS.
       01 W-VALED        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-SVALED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-LIN          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
      *    LINHA DO ITEM NA TELA DE CONSULTA
       01 DETTELA.
           03 DTITEM    PIC 9(04) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DTPED     PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "/".
           03 DTSEQ     PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DTCNPJ    PIC 9(14) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DTVENC    PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DTVALOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DTFORMA   PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DTSIT     PIC X(01) VALUE SPACE.
      *
       01 CAB1.
           03 FILLER    PIC X(20) VALUE "PROPOSTA DE PAGAMENT".
           03 FILLER    PIC X(02) VALUE "O ".
           03 CABNUM    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(07) VALUE " SIT.: ".
           03 CABSIT    PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(10) VALUE " PAGTO.: ".
           03 CABDTPAG  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " CONTA: ".
           03 CABCONTA  PIC 9(02) VALUE ZEROS.
       01 CAB2.
           03 FILLER    PIC X(40) VALUE
              "ITEM TITULO    FORNECEDOR               ".
           03 FILLER    PIC X(39) VALUE
              "    VENCTO          VALOR F S          ".
       01 DETREL.
           03 DRITEM    PIC 9(04) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DRPED     PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "/".
           03 DRSEQ     PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DRFOR     PIC X(28) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DRVENC    PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DRVALOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DRFORMA   PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DRSIT     PIC X(01) VALUE SPACE.
       01 TOTLIN.
           03 TLTXT     PIC X(40) VALUE SPACES.
           03 TLVAL     PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".

       SCREEN SECTION.
       01  TELAPROP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   PROPOSTA D".
           05  LINE 02  COLUMN 42
               VALUE  "E PAGAMENTO  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADFORBCO
           IF ST-FB = "30"
              OPEN OUTPUT CADFORBCO
              CLOSE CADFORBCO
              OPEN I-O CADFORBCO.
           OPEN I-O CADTITBOL
           IF ST-TB = "30"
              OPEN OUTPUT CADTITBOL
              CLOSE CADTITBOL
              OPEN I-O CADTITBOL.
           OPEN I-O CADPROPPG
           IF ST-PP = "30"
              OPEN OUTPUT CADPROPPG
              CLOSE CADPROPPG
              OPEN I-O CADPROPPG.
           OPEN I-O CADPROPIT
           IF ST-PI = "30"
              OPEN OUTPUT CADPROPIT
              CLOSE CADPROPIT
              OPEN I-O CADPROPIT.
           IF ST-FB NOT = "00" OR ST-TB NOT = "00"
                               OR ST-PP NOT = "00"
                               OR ST-PI NOT = "00"
              MOVE "ERRO NA ABERTURA DOS ARQUIVOS DE PROPOSTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADPAGAR
           IF ST-ERRO NOT = "00"
              MOVE "SEM TITULOS A PAGAR CADASTRADOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFORBCO CADTITBOL CADPROPPG CADPROPIT
              GO TO ROT-FIM2.
           MOVE "N" TO W-TEMFOR W-TEMPED W-TEMCX W-TEMCHQ W-TEMREC
           OPEN INPUT CADFOR
           IF ST-FOR = "00"
              MOVE "S" TO W-TEMFOR.
           OPEN INPUT CADPEDIDO
           IF ST-PED = "00"
              MOVE "S" TO W-TEMPED.
           OPEN INPUT CADCAIXA
           IF ST-CX = "00"
              MOVE "S" TO W-TEMCX.
           OPEN INPUT CADCHEQUE
           IF ST-CHQ = "00"
              MOVE "S" TO W-TEMCHQ.
           OPEN INPUT CADRECEBER
           IF ST-REC = "00"
              MOVE "S" TO W-TEMREC.
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              MOVE "APROVPAG" TO PARCODIGO
              READ CADPARAM
              IF ST-PAR = "00"
                 MOVE PARVALOR TO W-APROVPAG.
           CLOSE CADPARAM.
           OPEN INPUT CADSESSAO
           IF ST-SES = "00"
              READ CADSESSAO
              IF ST-SES = "00"
                 MOVE SES-OPERCOD TO W-OPERCOD.
           CLOSE CADSESSAO.
           MOVE 01 TO W-EMPATIVA
           OPEN INPUT CADEMPATIVA
           IF ST-EAT = "00"
              READ CADEMPATIVA
              IF ST-EAT = "00" AND EAT-COD > ZEROS
                 MOVE EAT-COD TO W-EMPATIVA.
           CLOSE CADEMPATIVA.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-PROP.
           DISPLAY TELAPROP
           DISPLAY (04, 01) "1 - DADOS BANCARIOS DO FORNECEDOR"
           DISPLAY (05, 01) "2 - CODIGO DE BARRAS DO BOLETO"
           DISPLAY (06, 01) "3 - NOVA PROPOSTA DE PAGAMENTO"
           DISPLAY (07, 01) "4 - CONSULTA / RETIRADA DE TITULOS"
           DISPLAY (08, 01) "5 - APROVACAO DA PROPOSTA"
           DISPLAY (09, 01) "6 - LISTAGEM DA PROPOSTA"
           DISPLAY (10, 01) "0 - SAIR"
           DISPLAY (12, 01) "OPCAO: ".
           ACCEPT  (12, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO FOR-INI.
           IF W-OPCAO = "2"
              GO TO BOL-INI.
           IF W-OPCAO = "3"
              GO TO NOV-INI.
           IF W-OPCAO = "4"
              GO TO CON-INI.
           IF W-OPCAO = "5"
              GO TO APR-INI.
           IF W-OPCAO = "6"
              GO TO LST-INI.
           GO TO MENU-PROP.

      *
      ************************************************
      * DADOS BANCARIOS E PRIORIDADE DO FORNECEDOR   *
      ************************************************
      *
       FOR-INI.
           DISPLAY TELAPROP
           MOVE ZEROS TO W-CNPJ
           DISPLAY (04, 01) "CNPJ DO FORNECEDOR (0=VOLTAR): ".
           ACCEPT  (04, 33) W-CNPJ.
           IF W-CNPJ = ZEROS
              GO TO MENU-PROP.
           IF W-TEMFOR = "S"
              MOVE W-CNPJ TO CNPJ
              READ CADFOR
              IF ST-FOR NOT = "00"
                 MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO FOR-INI
              ELSE
                 DISPLAY (05, 01) RAZAOSOCIAL.
           MOVE W-CNPJ TO FBCNPJ
           READ CADFORBCO
           IF ST-FB = "00"
              MOVE "N" TO W-NOVO
           ELSE
              MOVE "S" TO W-NOVO
              MOVE W-CNPJ TO FBCNPJ
              MOVE ZEROS TO FBBANCO FBAGENCIA FBCONTA
              MOVE 5 TO FBPRIOR
              MOVE "B" TO FBFORMA.
       FOR-BCO.
           DISPLAY (07, 01) "BANCO  : ".
           ACCEPT  (07, 10) FBBANCO WITH UPDATE.
           DISPLAY (08, 01) "AGENCIA: ".
           ACCEPT  (08, 10) FBAGENCIA WITH UPDATE.
           DISPLAY (09, 01) "CONTA  : ".
           ACCEPT  (09, 10) FBCONTA WITH UPDATE.
       FOR-PRI.
           DISPLAY (11, 01) "PRIORIDADE (1=ALTA ... 9=BAIXA): ".
           ACCEPT  (11, 35) FBPRIOR WITH UPDATE.
           IF FBPRIOR = ZEROS
              MOVE "*** PRIORIDADE DE 1 A 9 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FOR-PRI.
       FOR-FRM.
           DISPLAY (12, 01) "FORMA (T=TRANSFERENCIA  B=BOLETO): ".
           ACCEPT  (12, 37) FBFORMA WITH UPDATE.
           IF FBFORMA = "t"
              MOVE "T" TO FBFORMA.
           IF FBFORMA = "b"
              MOVE "B" TO FBFORMA.
           IF FBFORMA NOT = "T" AND FBFORMA NOT = "B"
              MOVE "*** DIGITE T OU B ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FOR-FRM.
           IF FBFORMA = "T" AND (FBBANCO = ZEROS OR FBAGENCIA = ZEROS
                                 OR FBCONTA = ZEROS)
              MOVE "* TRANSFERENCIA EXIGE BANCO, AGENCIA E CONTA *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FOR-BCO.
           MOVE "S" TO W-OPCAO
           DISPLAY (14, 01) "GRAVA (S/N): ".
           ACCEPT  (14, 14) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO FOR-INI.
           MOVE W-HOJE TO FBDTALT
           IF W-NOVO = "S"
              WRITE REGFORBCO
           ELSE
              REWRITE REGFORBCO.
           IF ST-FB NOT = "00" AND ST-FB NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADFORBCO" TO MENS
           ELSE
              MOVE "*** DADOS BANCARIOS GRAVADOS ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO FOR-INI.

      *
      ************************************************
      * CODIGO DE BARRAS DO BOLETO DO TITULO         *
      ************************************************
      *
       BOL-INI.
           DISPLAY TELAPROP
           MOVE ZEROS TO W-NUMPED W-SEQ
           DISPLAY (04, 01) "PEDIDO DO TITULO (0=VOLTAR): ".
           ACCEPT  (04, 31) W-NUMPED.
           IF W-NUMPED = ZEROS
              GO TO MENU-PROP.
           DISPLAY (05, 01) "SEQUENCIA: ".
           ACCEPT  (05, 12) W-SEQ.
           IF W-SEQ = ZEROS
              MOVE 1 TO W-SEQ.
           MOVE W-NUMPED TO TITNUMPED
           MOVE W-SEQ TO TITSEQ
           READ CADPAGAR
           IF ST-ERRO NOT = "00"
              MOVE "*** TITULO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BOL-INI.
           IF TITSTATUS = "Q"
              MOVE "*** TITULO JA QUITADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BOL-INI.
           MOVE TITVALOR TO W-VALED
           DISPLAY (07, 01) "CNPJ: "
           DISPLAY (07, 07) TITCNPJ
           DISPLAY (08, 01) "VALOR: "
           DISPLAY (08, 08) W-VALED
           DISPLAY (09, 01) "VENCIMENTO: "
           DISPLAY (09, 13) TITVENCTO
           MOVE W-NUMPED TO TBNUMPED
           MOVE W-SEQ TO TBSEQ
           READ CADTITBOL
           IF ST-TB = "00"
              MOVE "N" TO W-NOVO
              MOVE TBCODBAR TO W-CODBAR
           ELSE
              MOVE "S" TO W-NOVO
              MOVE SPACES TO W-CODBAR.
       BOL-COD.
           DISPLAY (11, 01) "LINHA DIGITAVEL (SO NUMEROS):"
           ACCEPT  (12, 01) W-CODBAR WITH UPDATE.
           IF W-CODBAR = SPACES
              GO TO BOL-INI.
      *    47 DIGITOS DA LINHA DIGITAVEL OU 44 DO CODIGO DE BARRAS
           IF W-CODBAR(1:47) IS NUMERIC
              GO TO BOL-GRV.
           IF W-CODBAR(1:44) IS NUMERIC AND W-CODBAR(45:4) = SPACES
              GO TO BOL-GRV.
           MOVE "* INFORME 47 OU 44 DIGITOS, SEM PONTOS *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO BOL-COD.
       BOL-GRV.
           MOVE W-NUMPED TO TBNUMPED
           MOVE W-SEQ TO TBSEQ
           MOVE W-CODBAR TO TBCODBAR
           IF W-NOVO = "S"
              WRITE REGTITBOL
           ELSE
              REWRITE REGTITBOL.
           IF ST-TB NOT = "00" AND ST-TB NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADTITBOL" TO MENS
           ELSE
              MOVE "*** CODIGO DE BARRAS GRAVADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO BOL-INI.

      *
      ************************************************
      * NOVA PROPOSTA - SELECAO DOS TITULOS          *
      ************************************************
      *
       NOV-INI.
           DISPLAY TELAPROP
           MOVE W-HOJE TO W-VENCATE W-DTPAG
           MOVE ZEROS TO W-FILCNPJ W-FILCC
           MOVE 9 TO W-FILPRI
           MOVE W-EMPATIVA TO W-FILEMP
           MOVE 01 TO W-CONTA
           DISPLAY (04, 01) "VENCIMENTO ATE (0=VOLTAR): ".
           ACCEPT  (04, 28) W-VENCATE WITH UPDATE.
           IF W-VENCATE = ZEROS
              GO TO MENU-PROP.
           DISPLAY (05, 01) "FORNECEDOR CNPJ (0=TODOS): ".
           ACCEPT  (05, 28) W-FILCNPJ WITH UPDATE.
           DISPLAY (06, 01) "CENTRO DE CUSTO (0=TODOS): ".
           ACCEPT  (06, 28) W-FILCC WITH UPDATE.
           DISPLAY (07, 01) "PRIORIDADE ATE (1 A 9): ".
           ACCEPT  (07, 25) W-FILPRI WITH UPDATE.
           IF W-FILPRI = ZEROS
              MOVE 9 TO W-FILPRI.
           DISPLAY (08, 01) "EMPRESA (0=TODAS): ".
           ACCEPT  (08, 20) W-FILEMP WITH UPDATE.
       NOV-PAG.
           DISPLAY (10, 01) "DATA DO PAGAMENTO: ".
           ACCEPT  (10, 20) W-DTPAG WITH UPDATE.
           IF W-DTPAG < W-HOJE
              MOVE "* DATA DO PAGAMENTO ANTERIOR A HOJE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE W-HOJE TO W-DTPAG
              GO TO NOV-PAG.
           DISPLAY (11, 01) "CONTA PAGADORA: ".
           ACCEPT  (11, 17) W-CONTA WITH UPDATE.
           IF W-CONTA = ZEROS
              MOVE 01 TO W-CONTA.
           MOVE "N" TO W-GRAVA
           PERFORM SEL-TIT THRU SEL-TIT-FIM
           IF W-QTD = ZEROS
              MOVE "*** NENHUM TITULO NO CRITERIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOV-INI.
           DISPLAY (13, 01) "TITULOS SELECIONADOS: "
           DISPLAY (13, 23) W-QTD
           PERFORM POSICAO THRU POSICAO-FIM.
           MOVE "S" TO W-OPCAO
           DISPLAY (21, 01) "GRAVA A PROPOSTA (S/N): ".
           ACCEPT  (21, 25) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO NOV-INI.
           PERFORM PROXIMO-NUM THRU PROXIMO-NUM-FIM
           MOVE W-PROXPROP TO PPNUM W-NUMPROP
           MOVE W-HOJE TO PPDATA
           MOVE W-VENCATE TO PPVENCATE
           MOVE W-DTPAG TO PPDTPAG
           MOVE W-CONTA TO PPCONTA
           MOVE W-FILEMP TO PPEMP
           MOVE "A" TO PPSTATUS
           MOVE ZEROS TO PPQTD PPTOTAL PPAPROV PPDTAPROV PPDTREM
           MOVE W-OPERCOD TO PPOPER
           WRITE REGPROPPG
           IF ST-PP NOT = "00" AND ST-PP NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADPROPPG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-GRAVA
           PERFORM SEL-TIT THRU SEL-TIT-FIM
           MOVE W-NUMPROP TO PPNUM
           READ CADPROPPG
           MOVE W-QTD TO PPQTD
           MOVE W-TOTAL TO PPTOTAL
           REWRITE REGPROPPG
           DISPLAY (21, 01) LIMPA
           DISPLAY (21, 01) "PROPOSTA GRAVADA NUMERO: "
           DISPLAY (21, 26) W-NUMPROP
           MOVE "*** PROPOSTA AGUARDA APROVACAO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-PROP.

      *
      *    PERCORRE O CADPAGAR COM OS FILTROS; W-GRAVA = S GRAVA
      *    OS ITENS DA PROPOSTA W-NUMPROP
      *
       SEL-TIT.
           MOVE ZEROS TO W-QTD W-TOTAL W-ITEM
           MOVE ZEROS TO TITNUMPED TITSEQ
           START CADPAGAR KEY IS NOT LESS TITCHAVE
           IF ST-ERRO NOT = "00"
              GO TO SEL-TIT-FIM.
       SEL-TIT-RD.
           READ CADPAGAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO SEL-TIT-FIM.
           IF TITSTATUS = "Q" OR TITMOEDA NOT = SPACES
              GO TO SEL-TIT-RD.
           IF TITVENCTO > W-VENCATE
              GO TO SEL-TIT-RD.
           COMPUTE W-SALDO = TITVALOR - TITPAGO
           IF W-SALDO = ZEROS
              GO TO SEL-TIT-RD.
           IF W-FILEMP > ZEROS AND TITEMP NOT = W-FILEMP
              GO TO SEL-TIT-RD.
           IF W-FILCNPJ > ZEROS AND TITCNPJ NOT = W-FILCNPJ
              GO TO SEL-TIT-RD.
           IF W-FILCC = ZEROS
              GO TO SEL-TIT-PRI.
           IF W-TEMPED NOT = "S"
              GO TO SEL-TIT-RD.
           MOVE TITNUMPED TO NUMPEDIDO
           READ CADPEDIDO
           IF ST-PED NOT = "00" OR PCCUSTO NOT = W-FILCC
              GO TO SEL-TIT-RD.
       SEL-TIT-PRI.
           MOVE TITCNPJ TO FBCNPJ
           READ CADFORBCO
           IF ST-FB = "00"
              MOVE FBPRIOR TO W-PRIOR
              MOVE FBFORMA TO W-FORMA
           ELSE
              MOVE 9 TO W-PRIOR
              MOVE "B" TO W-FORMA.
           IF W-PRIOR > W-FILPRI
              GO TO SEL-TIT-RD.
           PERFORM EM-PROPOSTA THRU EM-PROPOSTA-FIM
           IF W-ACHOU = "S"
              GO TO SEL-TIT-RD.
           ADD 1 TO W-QTD
           ADD W-SALDO TO W-TOTAL
           IF W-GRAVA NOT = "S"
              GO TO SEL-TIT-RD.
           ADD 1 TO W-ITEM
           MOVE W-NUMPROP TO PINUM
           MOVE W-ITEM TO PIITEM
           MOVE TITNUMPED TO PITITNUMPED
           MOVE TITSEQ TO PITITSEQ
           MOVE TITCNPJ TO PICNPJ
           MOVE TITVENCTO TO PIVENCTO
           MOVE W-SALDO TO PIVALOR
           MOVE W-FORMA TO PIFORMA
           MOVE "P" TO PISTATUS
           MOVE ZEROS TO PIVALPAG PIDTPAG
           WRITE REGPROPIT
           GO TO SEL-TIT-RD.
       SEL-TIT-FIM.
           EXIT.

      *
      *    W-ACHOU = S SE O TITULO JA ESTA EM PROPOSTA ATIVA
      *
       EM-PROPOSTA.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO PINUM PIITEM
           START CADPROPIT KEY IS NOT LESS PICHAVE
           IF ST-PI NOT = "00"
              GO TO EM-PROPOSTA-FIM.
       EM-PROPOSTA-RD.
           READ CADPROPIT NEXT
           IF ST-PI NOT = "00"
              GO TO EM-PROPOSTA-FIM.
           IF PITITNUMPED NOT = TITNUMPED OR PITITSEQ NOT = TITSEQ
              GO TO EM-PROPOSTA-RD.
           IF PISTATUS = "P" OR PISTATUS = "E"
              MOVE "S" TO W-ACHOU
              GO TO EM-PROPOSTA-FIM.
           GO TO EM-PROPOSTA-RD.
       EM-PROPOSTA-FIM.
           EXIT.

       PROXIMO-NUM.
           MOVE 1 TO W-PROXPROP
           MOVE ZEROS TO PPNUM
           START CADPROPPG KEY IS NOT LESS PPNUM
           IF ST-PP NOT = "00"
              GO TO PROXIMO-NUM-FIM.
       PROXIMO-NUM-RD.
           READ CADPROPPG NEXT
           IF ST-PP NOT = "00"
              GO TO PROXIMO-NUM-FIM.
           COMPUTE W-PROXPROP = PPNUM + 1
           GO TO PROXIMO-NUM-RD.
       PROXIMO-NUM-FIM.
           EXIT.

      *
      ************************************************
      * POSICAO DE CAIXA DA CONTA W-CONTA NA DATA    *
      * W-DTPAG CONTRA O TOTAL W-TOTAL DA PROPOSTA   *
      ************************************************
      *
       POSICAO.
           MOVE ZEROS TO W-SALDOCTA W-CHQABERTO W-RECEBER
           IF W-TEMCX NOT = "S"
              GO TO POSICAO-CHQ.
           MOVE ZEROS TO CXDATA CXSEQ
           START CADCAIXA KEY IS NOT LESS CXCHAVE
           IF ST-CX NOT = "00"
              GO TO POSICAO-CHQ.
       POSICAO-CX.
           READ CADCAIXA NEXT
           IF ST-CX NOT = "00" OR CXDATA > W-DTPAG
              GO TO POSICAO-CHQ.
           IF CXCONTA NOT = W-CONTA
              GO TO POSICAO-CX.
           IF CXTIPO = "E"
              ADD CXVALOR TO W-SALDOCTA
           ELSE
              SUBTRACT CXVALOR FROM W-SALDOCTA.
           GO TO POSICAO-CX.
       POSICAO-CHQ.
           IF W-TEMCHQ NOT = "S"
              GO TO POSICAO-REC.
           MOVE W-CONTA TO CHQCONTA
           MOVE ZEROS TO CHQNUM
           START CADCHEQUE KEY IS NOT LESS CHQCHAVE
           IF ST-CHQ NOT = "00"
              GO TO POSICAO-REC.
       POSICAO-CHQ-RD.
           READ CADCHEQUE NEXT
           IF ST-CHQ NOT = "00" OR CHQCONTA NOT = W-CONTA
              GO TO POSICAO-REC.
           IF CHQSTATUS = "E"
              ADD CHQVALOR TO W-CHQABERTO.
           GO TO POSICAO-CHQ-RD.
       POSICAO-REC.
           IF W-TEMREC NOT = "S"
              GO TO POSICAO-MOSTRA.
           MOVE ZEROS TO RECNUMVEN RECSEQ
           START CADRECEBER KEY IS NOT LESS RECCHAVE
           IF ST-REC NOT = "00"
              GO TO POSICAO-MOSTRA.
       POSICAO-REC-RD.
           READ CADRECEBER NEXT
           IF ST-REC NOT = "00"
              GO TO POSICAO-MOSTRA.
           IF RECSTATUS = "Q" OR RECVENCTO > W-DTPAG
              GO TO POSICAO-REC-RD.
           IF RECVALOR > RECRECEB
              COMPUTE W-RECEBER = W-RECEBER + RECVALOR - RECRECEB.
           GO TO POSICAO-REC-RD.
       POSICAO-MOSTRA.
           COMPUTE W-POSICAO = W-SALDOCTA - W-CHQABERTO + W-RECEBER
           COMPUTE W-SOBRA = W-POSICAO - W-TOTAL
           MOVE W-SALDOCTA TO W-SVALED
           DISPLAY (14, 01) "SALDO DO LIVRO CAIXA DA CONTA:"
           DISPLAY (14, 40) W-SVALED
           MOVE W-CHQABERTO TO W-VALED
           DISPLAY (15, 01) "(-) CHEQUES A COMPENSAR      :"
           DISPLAY (15, 41) W-VALED
           MOVE W-RECEBER TO W-VALED
           DISPLAY (16, 01) "(+) A RECEBER ATE O PAGAMENTO:"
           DISPLAY (16, 41) W-VALED
           MOVE W-POSICAO TO W-SVALED
           DISPLAY (17, 01) "(=) POSICAO DE CAIXA         :"
           DISPLAY (17, 40) W-SVALED
           MOVE W-TOTAL TO W-VALED
           DISPLAY (18, 01) "TOTAL DA PROPOSTA            :"
           DISPLAY (18, 41) W-VALED
           MOVE W-SOBRA TO W-SVALED
           DISPLAY (19, 01) "SOBRA / (FALTA)              :"
           DISPLAY (19, 40) W-SVALED
           IF W-SOBRA < ZEROS
              MOVE "* PROPOSTA MAIOR QUE A POSICAO DE CAIXA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       POSICAO-FIM.
           EXIT.

      *
      ************************************************
      * CONSULTA E RETIRADA DE TITULOS               *
      ************************************************
      *
       CON-INI.
           DISPLAY TELAPROP
           MOVE ZEROS TO W-NUMPROP
           DISPLAY (04, 01) "PROPOSTA (0=VOLTAR): ".
           ACCEPT  (04, 22) W-NUMPROP.
           IF W-NUMPROP = ZEROS
              GO TO MENU-PROP.
           PERFORM LE-PROP THRU LE-PROP-FIM
           IF ST-PP NOT = "00"
              GO TO CON-INI.
           PERFORM LISTA-ITENS THRU LISTA-ITENS-FIM.
       CON-RET.
           IF PPSTATUS NOT = "A"
              DISPLAY (21, 01) "TECLE ENTER PARA CONTINUAR..."
              ACCEPT  (21, 31) W-OPCAO
              GO TO CON-INI.
           MOVE ZEROS TO W-ITEM
           DISPLAY (21, 01) "ITEM A RETIRAR (0=VOLTAR): ".
           ACCEPT  (21, 28) W-ITEM.
           IF W-ITEM = ZEROS
              GO TO CON-INI.
           MOVE W-NUMPROP TO PINUM
           MOVE W-ITEM TO PIITEM
           READ CADPROPIT
           IF ST-PI NOT = "00" OR PISTATUS NOT = "P"
              MOVE "*** ITEM NAO ESTA PROPOSTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CON-RET.
           MOVE "X" TO PISTATUS
           REWRITE REGPROPIT
           MOVE W-NUMPROP TO PPNUM
           READ CADPROPPG
           SUBTRACT 1 FROM PPQTD
           SUBTRACT PIVALOR FROM PPTOTAL
           REWRITE REGPROPPG
           MOVE "*** TITULO RETIRADO DA PROPOSTA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CON-RET.

      *
      *    LE E MOSTRA O CABECALHO DA PROPOSTA W-NUMPROP
      *
       LE-PROP.
           MOVE W-NUMPROP TO PPNUM
           READ CADPROPPG
           IF ST-PP NOT = "00"
              MOVE "*** PROPOSTA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-PROP-FIM.
           DISPLAY (04, 30) "SIT.: "
           DISPLAY (04, 36) PPSTATUS
           DISPLAY (04, 40) "PAGTO.: "
           DISPLAY (04, 48) PPDTPAG
           DISPLAY (04, 58) "CONTA: "
           DISPLAY (04, 65) PPCONTA
           MOVE PPTOTAL TO W-VALED
           DISPLAY (05, 01) "TITULOS: "
           DISPLAY (05, 10) PPQTD
           DISPLAY (05, 16) "TOTAL: "
           DISPLAY (05, 23) W-VALED.
       LE-PROP-FIM.
           EXIT.

      *
      *    ITENS DA PROPOSTA W-NUMPROP NA TELA (LINHAS 7 A 19)
      *
       LISTA-ITENS.
           DISPLAY (06, 01) "ITEM TITULO    CNPJ           VENCTO"
           DISPLAY (06, 41) "            VALOR F S"
           MOVE 06 TO W-LIN
           MOVE W-NUMPROP TO PINUM
           MOVE ZEROS TO PIITEM
           START CADPROPIT KEY IS NOT LESS PICHAVE
           IF ST-PI NOT = "00"
              GO TO LISTA-ITENS-FIM.
       LISTA-ITENS-RD.
           READ CADPROPIT NEXT
           IF ST-PI NOT = "00" OR PINUM NOT = W-NUMPROP
              GO TO LISTA-ITENS-FIM.
           ADD 1 TO W-LIN
           IF W-LIN > 19
              DISPLAY (21, 01) "TECLE ENTER PARA CONTINUAR..."
              ACCEPT  (21, 31) W-OPCAO
              DISPLAY TELAPROP
              PERFORM LE-PROP THRU LE-PROP-FIM
              DISPLAY (06, 01) "ITEM TITULO    CNPJ           VENCTO"
              DISPLAY (06, 41) "            VALOR F S"
              MOVE 07 TO W-LIN.
           MOVE PIITEM TO DTITEM
           MOVE PITITNUMPED TO DTPED
           MOVE PITITSEQ TO DTSEQ
           MOVE PICNPJ TO DTCNPJ
           MOVE PIVENCTO TO DTVENC
           MOVE PIVALOR TO DTVALOR
           MOVE PIFORMA TO DTFORMA
           MOVE PISTATUS TO DTSIT
           DISPLAY (W-LIN, 01) DETTELA
           GO TO LISTA-ITENS-RD.
       LISTA-ITENS-FIM.
           EXIT.

      *
      ************************************************
      * APROVACAO DA PROPOSTA                        *
      ************************************************
      *
       APR-INI.
           DISPLAY TELAPROP
           IF W-APROVPAG = ZEROS
              MOVE "* PARAMETRO APROVPAG NAO CADASTRADO (SCP021) *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-PROP.
           IF W-OPERCOD NOT = W-APROVPAG
              MOVE "*** OPERADOR NAO AUTORIZADO A APROVAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-PROP.
           MOVE ZEROS TO W-NUMPROP
           DISPLAY (04, 01) "PROPOSTA (0=VOLTAR): ".
           ACCEPT  (04, 22) W-NUMPROP.
           IF W-NUMPROP = ZEROS
              GO TO MENU-PROP.
           PERFORM LE-PROP THRU LE-PROP-FIM
           IF ST-PP NOT = "00"
              GO TO APR-INI.
           IF PPSTATUS NOT = "A"
              MOVE "*** PROPOSTA NAO AGUARDA APROVACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-INI.
           IF PPOPER = W-OPERCOD
              MOVE "* QUEM MONTOU A PROPOSTA NAO PODE APROVA-LA *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-INI.
           MOVE PPCONTA TO W-CONTA
           MOVE PPDTPAG TO W-DTPAG
           MOVE PPTOTAL TO W-TOTAL
           PERFORM POSICAO THRU POSICAO-FIM
           MOVE W-NUMPROP TO PPNUM
           READ CADPROPPG.
       APR-OPC.
           MOVE SPACE TO W-OPCAO
           DISPLAY (21, 01) "A=APROVA  C=CANCELA  0=VOLTAR: ".
           ACCEPT  (21, 33) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO APR-INI.
           IF W-OPCAO = "A" OR "a"
              MOVE "V" TO PPSTATUS
              MOVE W-OPERCOD TO PPAPROV
              MOVE W-HOJE TO PPDTAPROV
              REWRITE REGPROPPG
              MOVE "*** PROPOSTA APROVADA - GERE A REMESSA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-INI.
           IF W-OPCAO NOT = "C" AND "c"
              GO TO APR-OPC.
           MOVE "C" TO PPSTATUS
           MOVE W-OPERCOD TO PPAPROV
           MOVE W-HOJE TO PPDTAPROV
           REWRITE REGPROPPG
      *    OS TITULOS VOLTAM A FICAR LIVRES PARA OUTRA PROPOSTA
           MOVE W-NUMPROP TO PINUM
           MOVE ZEROS TO PIITEM
           START CADPROPIT KEY IS NOT LESS PICHAVE
           IF ST-PI NOT = "00"
              GO TO APR-CANC-FIM.
       APR-CANC-RD.
           READ CADPROPIT NEXT
           IF ST-PI NOT = "00" OR PINUM NOT = W-NUMPROP
              GO TO APR-CANC-FIM.
           IF PISTATUS = "P"
              MOVE "X" TO PISTATUS
              REWRITE REGPROPIT.
           GO TO APR-CANC-RD.
       APR-CANC-FIM.
           MOVE "*** PROPOSTA CANCELADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO APR-INI.

      *
      ************************************************
      * LISTAGEM DA PROPOSTA (SPOOL)                 *
      ************************************************
      *
       LST-INI.
           DISPLAY TELAPROP
           MOVE ZEROS TO W-NUMPROP
           DISPLAY (04, 01) "PROPOSTA (0=VOLTAR): ".
           ACCEPT  (04, 22) W-NUMPROP.
           IF W-NUMPROP = ZEROS
              GO TO MENU-PROP.
           PERFORM LE-PROP THRU LE-PROP-FIM
           IF ST-PP NOT = "00"
              GO TO LST-INI.
           MOVE ZEROS TO W-QTD W-TOTAL
           OPEN OUTPUT RELPROP
           MOVE PPNUM TO CABNUM
           MOVE PPSTATUS TO CABSIT
           MOVE PPDTPAG TO CABDTPAG
           MOVE PPCONTA TO CABCONTA
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM LINSEP
           MOVE W-NUMPROP TO PINUM
           MOVE ZEROS TO PIITEM
           START CADPROPIT KEY IS NOT LESS PICHAVE
           IF ST-PI NOT = "00"
              GO TO LST-FIM.
       LST-RD.
           READ CADPROPIT NEXT
           IF ST-PI NOT = "00" OR PINUM NOT = W-NUMPROP
              GO TO LST-FIM.
           MOVE PIITEM TO DRITEM
           MOVE PITITNUMPED TO DRPED
           MOVE PITITSEQ TO DRSEQ
           MOVE SPACES TO DRFOR
           MOVE PICNPJ TO DRFOR
           IF W-TEMFOR = "S"
              MOVE PICNPJ TO CNPJ
              READ CADFOR
              IF ST-FOR = "00"
                 MOVE RAZAOSOCIAL TO DRFOR.
           MOVE PIVENCTO TO DRVENC
           MOVE PIVALOR TO DRVALOR
           IF PISTATUS = "L"
              MOVE PIVALPAG TO DRVALOR.
           MOVE PIFORMA TO DRFORMA
           MOVE PISTATUS TO DRSIT
           WRITE REGREL FROM DETREL
           IF PISTATUS NOT = "X" AND PISTATUS NOT = "R"
              ADD 1 TO W-QTD
              ADD PIVALOR TO W-TOTAL.
           GO TO LST-RD.
       LST-FIM.
           WRITE REGREL FROM LINSEP
           MOVE "TOTAL DA PROPOSTA:" TO TLTXT
           MOVE W-TOTAL TO TLVAL
           WRITE REGREL FROM TOTLIN
           MOVE "F: T=TRANSFERENCIA B=BOLETO  S: P=PROPOSTO X=RETIRADO"
                                             TO REGREL
           WRITE REGREL
           MOVE "   E=ENVIADO L=LIQUIDADO R=REJEITADO" TO REGREL
           WRITE REGREL
           CLOSE RELPROP
           PERFORM SPOOL THRU SPOOL-FIM
           MOVE "*** LISTAGEM GRAVADA EM PROPPAG.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-PROP.

      *    O RELATORIO VAI PARA O SPOOL CENTRAL (SCP067)
       SPOOL.
           MOVE "PROPPAG" TO W-SPPROG
           MOVE "PROPPAG.TXT" TO W-SPARQ
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
           CLOSE CADFORBCO CADTITBOL CADPROPPG CADPROPIT CADPAGAR
           IF W-TEMFOR = "S"
              CLOSE CADFOR.
           IF W-TEMPED = "S"
              CLOSE CADPEDIDO.
           IF W-TEMCX = "S"
              CLOSE CADCAIXA.
           IF W-TEMCHQ = "S"
              CLOSE CADCHEQUE.
           IF W-TEMREC = "S"
              CLOSE CADRECEBER.
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
