       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDEDI.
      *******************************
      * PROGRAMA DE TRANSMISSAO ELETRONICA DE PEDIDOS DE COMPRA   *
      * GERA UM ARQUIVO POR FORNECEDOR (PC + CNPJ + .TXT) COM OS  *
      * PEDIDOS APROVADOS AINDA NAO ENVIADOS (CADPEDEDI) E LE A   *
      * CONFIRMACAO DO FORNECEDOR (CONFPED.TXT): A DATA CONFIRMADA*
      * VAI PARA A DATA PROMETIDA DO ITEM E DO PEDIDO (AGENDREC); *
      * QUANTIDADE OU PRECO DIFERENTE DO PEDIDO GERA CADALERTA    *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADPEDIDO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMPEDIDO
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADPEDITEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ITECHAVE
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADPRO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       FILE STATUS IS ST-ERRO3
                       ALTERNATE RECORD KEY IS DESC
                                   WITH DUPLICATES
                       ALTERNATE RECORD KEY IS BARRAS
                                   WITH DUPLICATES.
      *
       SELECT CADPROFOR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMPROFOR
                       FILE STATUS IS ST-ERRO4
                       ALTERNATE RECORD KEY IS PFCODIGO
                                   WITH DUPLICATES.
      *
       SELECT CADPEDEDI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EDINUMPED
                       FILE STATUS IS ST-ERRO5.
      *
       SELECT CADALERTA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ALECHAVE
                       FILE STATUS IS ST-ERRALE.
      *
       SELECT ARQPED ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-ERRO6.
      *
       SELECT CONFPED ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-ERRO7.
      *
       SELECT RELEDI ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD CADPEDITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPEDITEM.DAT".
       01 REGPEDITEM.
           03 ITECHAVE.
               05 ITENUMPED     PIC 9(06).
               05 ITENUMLIN     PIC 9(02).
           03 ITECODPRO         PIC 9(06).
           03 ITEQTDPED         PIC 9(06).
           03 ITEPRECO          PIC 9(09)V99.
           03 ITEVALOR          PIC 9(11)V99.
           03 ITEQTDREC         PIC 9(06).
           03 ITEDATAPROM       PIC 9(08).

       FD CADPRO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPRO.DAT".
       01 REGPRO.
           03 CODIGO            PIC 9(06).
           03 DESC              PIC X(30).
           03 UNIDADE           PIC X(02).
           03 UNIDADETXT        PIC X(15).
           03 TIPOPRODUTO       PIC 9(01).
           03 TIPOTXT          PIC X(15).
           03 FCNPJ             PIC 9(14).
           03 QUANTIDADE        PIC 9(06).
           03 ESTMINIMO         PIC 9(06).
           03 PRECO             PIC 9(09)V99.
           03 DATAULTALT2       PIC 9(08).
           03 CUSTOMEDIO        PIC 9(09)V99.
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       FD CADPROFOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPROFOR.DAT".
       01 REGPROFOR.
           03 NUMPROFOR         PIC 9(06).
           03 PFCODIGO          PIC 9(06).
           03 PFCNPJ            PIC 9(14).
           03 PFPRECO           PIC 9(09)V99.
           03 PFCODFOR          PIC X(15).
           03 PFVIGEN           PIC 9(08).

      *    SITUACAO: E=ENVIADO C=CONFIRMADO D=CONFIRMADO COM DIVERGENCIA
       FD CADPEDEDI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPEDEDI.DAT".
       01 REGPEDEDI.
           03 EDINUMPED         PIC 9(06).
           03 EDICNPJ           PIC 9(14).
           03 EDIDATAENV        PIC 9(08).
           03 EDIDATACONF       PIC 9(08).
           03 EDISITUA          PIC X(01).
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
      *    ARQUIVO DO FORNECEDOR: H=CABECALHO DO PEDIDO  I=ITEM
       FD ARQPED
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQNOME.
       01 REGEDICAB.
           03 EC-TIPO           PIC X(01).
           03 EC-NUMPED         PIC 9(06).
           03 EC-CNPJ           PIC 9(14).
           03 EC-DATAPED        PIC 9(08).
           03 EC-DATAPROM       PIC 9(08).
           03 EC-CONDPG         PIC 9(03).
           03 EC-VALOR          PIC 9(11)V99.
           03 FILLER            PIC X(27).
       01 REGEDIITEM.
           03 EI-TIPO           PIC X(01).
           03 EI-NUMPED         PIC 9(06).
           03 EI-NUMLIN         PIC 9(02).
           03 EI-CODPRO         PIC 9(06).
           03 EI-CODFOR         PIC X(15).
           03 EI-BARRAS         PIC 9(13).
           03 EI-QTD            PIC 9(06).
           03 EI-PRECO          PIC 9(09)V99.
           03 EI-DATAPROM       PIC 9(08).
           03 FILLER            PIC X(12).
      *
      *    CONFIRMACAO DO FORNECEDOR: UMA LINHA POR ITEM DO PEDIDO
       FD CONFPED
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONFPED.TXT".
       01 REGCONF.
           03 CNF-NUMPED        PIC 9(06).
           03 CNF-NUMLIN        PIC 9(02).
           03 CNF-CNPJ          PIC 9(14).
           03 CNF-CODPRO        PIC 9(06).
           03 CNF-QTD           PIC 9(06).
           03 CNF-PRECO         PIC 9(09)V99.
           03 CNF-DATA          PIC 9(08).
           03 FILLER            PIC X(27).

       FD RELEDI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PEDEDI.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-SEL          PIC 9(01) VALUE ZEROS.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-ERRO5       PIC X(02) VALUE "00".
       01 ST-ERRO6       PIC X(02) VALUE "00".
       01 ST-ERRO7       PIC X(02) VALUE "00".
       01 ST-ERRALE      PIC X(02) VALUE "00".
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 CONLIN         PIC 9(03) VALUE 001.
       01 LIN            PIC 9(03) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-ARQNOME.
           03 FILLER     PIC X(02) VALUE "PC".
           03 ARQ-CNPJ   PIC 9(14) VALUE ZEROS.
           03 FILLER     PIC X(04) VALUE ".TXT".
       01 W-ELEG         PIC X(01) VALUE "N".
       01 W-EXISTE       PIC X(01) VALUE "N".
       01 W-DIVERGE      PIC X(01) VALUE "N".
       01 W-PEDDATA      PIC 9(06) VALUE ZEROS.
       01 W-PEDCNF       PIC 9(06) VALUE ZEROS.
       01 W-NUMPEDESC    PIC 9(06) VALUE ZEROS.
       01 W-TOTFOR       PIC 9(03) VALUE ZEROS.
       01 I              PIC 9(03) VALUE ZEROS.
       01 W-QTDARQ       PIC 9(04) VALUE ZEROS.
       01 W-QTDPED       PIC 9(04) VALUE ZEROS.
       01 W-QTDPEDARQ    PIC 9(04) VALUE ZEROS.
       01 W-QTDLIDO      PIC 9(05) VALUE ZEROS.
       01 W-QTDCONF      PIC 9(05) VALUE ZEROS.
       01 W-QTDDIV       PIC 9(05) VALUE ZEROS.
       01 W-QTDREJ       PIC 9(05) VALUE ZEROS.
       01 TAB-FORN.
           03 TF-CNPJ    PIC 9(14) OCCURS 200 TIMES.
       01 W-ALEREF.
           03 ALR-PED    PIC 9(06) VALUE ZEROS.
           03 ALR-LIN    PIC 9(02) VALUE ZEROS.
           03 FILLER     PIC X(06) VALUE SPACES.
       01 W-ALETXT.
           03 FILLER     PIC X(12) VALUE "CONF.PEDIDO ".
           03 ALT-PED    PIC 9(06) VALUE ZEROS.
           03 FILLER     PIC X(01) VALUE "/".
           03 ALT-LIN    PIC 9(02) VALUE ZEROS.
           03 FILLER     PIC X(01) VALUE SPACE.
           03 ALT-QUAL   PIC X(18) VALUE SPACES.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 FILLER    PIC X(40) VALUE
              "CONFIRMACOES DE PEDIDOS DE FORNECEDORES ".
           03 FILLER    PIC X(10) VALUE "LIDAS EM: ".
           03 CABDATA   PIC 9(08) VALUE ZEROS.

       01 CAB2.
           03 FILLER    PIC X(40) VALUE
              "PEDIDO    PROD.  QTPED QTCNF   PRECO PED".
           03 FILLER    PIC X(39) VALUE
              "  PRECO CNF OCORRENCIA".

       01 DET2.
           03 DETPED    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "/".
           03 DETLIN    PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETPRO    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETQTDPED PIC ZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETQTDCNF PIC ZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETPRPED  PIC ZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETPRCNF  PIC ZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETOBS    PIC X(20) VALUE SPACES.

       01 TOT1.
           03 FILLER    PIC X(07) VALUE "LIDAS: ".
           03 TOTLID    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(14) VALUE " CONFIRMADAS: ".
           03 TOTCNF    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(14) VALUE " DIVERGENTES: ".
           03 TOTDIV    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(13) VALUE " REJEITADAS: ".
           03 TOTREJ    PIC ZZZZ9 VALUE ZEROS.

       01 DET3.
           03 FILLER    PIC X(09) VALUE "ARQUIVO: ".
           03 DETARQ    PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(10) VALUE " PEDIDOS: ".
           03 DETQTDARQ PIC ZZZ9 VALUE ZEROS.

       SCREEN SECTION.

       01  TELAEDI.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   TRANSMISS".
           05  LINE 02  COLUMN 44
               VALUE  "AO DE PEDIDOS  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADPEDIDO
           IF ST-ERRO NOT = "00"
              MOVE "SEM PEDIDOS CADASTRADOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O CADPEDITEM
           IF ST-ERRO2 NOT = "00"
              MOVE "SEM ITENS DE PEDIDO CADASTRADOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPEDIDO
              GO TO ROT-FIM2.
           OPEN INPUT CADPRO
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADPRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPEDIDO
              CLOSE CADPEDITEM
              GO TO ROT-FIM2.
           OPEN INPUT CADPROFOR
           IF ST-ERRO4 = "30"
              OPEN OUTPUT CADPROFOR
              CLOSE CADPROFOR
              OPEN INPUT CADPROFOR.
           OPEN I-O CADPEDEDI
           IF ST-ERRO5 = "30"
              OPEN OUTPUT CADPEDEDI
              CLOSE CADPEDEDI
              OPEN I-O CADPEDEDI.

       RALE0.
           OPEN I-O CADALERTA
           IF ST-ERRALE = "30"
              OPEN OUTPUT CADALERTA
              CLOSE CADALERTA
              OPEN I-O CADALERTA.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-EDI.
           DISPLAY TELAEDI
           DISPLAY (04, 01) "1 - GERAR ARQUIVOS DOS PEDIDOS APROVADOS"
           DISPLAY (05, 01) "2 - LER CONFIRMACAO DO FORNECEDOR"
           DISPLAY (06, 01) "3 - LIBERAR PEDIDO PARA REENVIO"
           DISPLAY (07, 01) "0 - SAIR"
           DISPLAY (09, 01) "OPCAO: ".
           ACCEPT  (09, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO ENV-INI.
           IF W-OPCAO = "2"
              GO TO CNF-INI.
           IF W-OPCAO = "3"
              GO TO REENV-INI.
           GO TO MENU-EDI.

      *
      ****************************************
      * GERACAO DOS ARQUIVOS POR FORNECEDOR  *
      ****************************************
      *
       ENV-INI.
           DISPLAY TELAEDI
           DISPLAY (03, 01) "*** ARQUIVOS DE PEDIDOS GERADOS ***"
           MOVE ZEROS TO W-TOTFOR W-QTDARQ W-QTDPED
           MOVE 04 TO CONLIN
           MOVE ZEROS TO NUMPEDIDO
           START CADPEDIDO KEY IS NOT LESS NUMPEDIDO
           IF ST-ERRO NOT = "00"
              GO TO ENV-FIM.
      *
      *    FORNECEDORES COM PEDIDO APROVADO A ENVIAR
      *
       ENV-FORN.
           READ CADPEDIDO NEXT
           IF ST-ERRO NOT = "00"
              GO TO ENV-ARQ.
           PERFORM VER-ELEG THRU VER-ELEG-FIM
           IF W-ELEG NOT = "S"
              GO TO ENV-FORN.
           MOVE 1 TO I.
       ENV-FORN1.
           IF I > W-TOTFOR
              IF W-TOTFOR < 200
                 ADD 1 TO W-TOTFOR
                 MOVE PCNPJ TO TF-CNPJ(W-TOTFOR)
                 GO TO ENV-FORN
              ELSE
                 GO TO ENV-FORN.
           IF TF-CNPJ(I) = PCNPJ
              GO TO ENV-FORN.
           ADD 1 TO I
           GO TO ENV-FORN1.

      *
      *    UM ARQUIVO POR FORNECEDOR
      *
       ENV-ARQ.
           MOVE 1 TO I.
       ENV-ARQ1.
           IF I > W-TOTFOR
              GO TO ENV-FIM.
           MOVE TF-CNPJ(I) TO ARQ-CNPJ
           OPEN OUTPUT ARQPED
           IF ST-ERRO6 NOT = "00"
              MOVE "ERRO NA CRIACAO DO ARQUIVO DO FORNECEDOR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              ADD 1 TO I
              GO TO ENV-ARQ1.
           ADD 1 TO W-QTDARQ
           MOVE ZEROS TO W-QTDPEDARQ
           MOVE ZEROS TO NUMPEDIDO
           START CADPEDIDO KEY IS NOT LESS NUMPEDIDO
           IF ST-ERRO NOT = "00"
              GO TO ENV-ARQ-FIM.
       ENV-PED.
           READ CADPEDIDO NEXT
           IF ST-ERRO NOT = "00"
              GO TO ENV-ARQ-FIM.
           IF PCNPJ NOT = TF-CNPJ(I)
              GO TO ENV-PED.
           PERFORM VER-ELEG THRU VER-ELEG-FIM
           IF W-ELEG NOT = "S"
              GO TO ENV-PED.
           PERFORM GRAVA-PED THRU GRAVA-PED-FIM
           ADD 1 TO W-QTDPEDARQ
           GO TO ENV-PED.
       ENV-ARQ-FIM.
           CLOSE ARQPED
           ADD W-QTDPEDARQ TO W-QTDPED
           MOVE W-ARQNOME TO DETARQ
           MOVE W-QTDPEDARQ TO DETQTDARQ
           ADD 1 TO CONLIN
           IF CONLIN > 19
              DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
              ACCEPT (22, 31) W-OPCAO
              DISPLAY TELAEDI
              MOVE 04 TO CONLIN.
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DET3
           ADD 1 TO I
           GO TO ENV-ARQ1.

       ENV-FIM.
           IF W-QTDARQ = ZEROS
              MOVE "*** NENHUM PEDIDO APROVADO A TRANSMITIR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-EDI.
           DISPLAY (21, 01) "PEDIDOS TRANSMITIDOS: "
           DISPLAY (21, 23) W-QTDPED
           MOVE "*** ARQUIVOS GERADOS - ENVIE AOS FORNECEDORES ***"
                                             TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
           ACCEPT (22, 31) W-OPCAO
           GO TO MENU-EDI.

      *
      *    PEDIDO PENDENTE, APROVADO (OU SEM ALCADA) E NAO ENVIADO
      *
       VER-ELEG.
           MOVE "N" TO W-ELEG
           IF STATUSPEDIDO NOT = "P"
              GO TO VER-ELEG-FIM.
           IF APROVSTATUS = "A" OR APROVSTATUS = "R"
              GO TO VER-ELEG-FIM.
           MOVE NUMPEDIDO TO EDINUMPED
           READ CADPEDEDI
           IF ST-ERRO5 = "00"
              GO TO VER-ELEG-FIM.
           MOVE "S" TO W-ELEG.
       VER-ELEG-FIM.
           EXIT.

      *
      *    CABECALHO + ITENS DO PEDIDO NO ARQUIVO E REGISTRO DO ENVIO
      *
       GRAVA-PED.
           MOVE SPACES TO REGEDICAB
           MOVE "H" TO EC-TIPO
           MOVE NUMPEDIDO TO EC-NUMPED
           MOVE PCNPJ TO EC-CNPJ
           MOVE DATAPEDIDO TO EC-DATAPED
           MOVE DATAPROMET TO EC-DATAPROM
           MOVE PCONDPG TO EC-CONDPG
           MOVE VALORPEDIDO TO EC-VALOR
           WRITE REGEDICAB
           MOVE NUMPEDIDO TO ITENUMPED
           MOVE ZEROS TO ITENUMLIN
           START CADPEDITEM KEY IS NOT LESS ITECHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO GRAVA-PED-EDI.
       GRAVA-PED-IT.
           READ CADPEDITEM NEXT
           IF ST-ERRO2 NOT = "00" OR ITENUMPED NOT = NUMPEDIDO
              GO TO GRAVA-PED-EDI.
           MOVE SPACES TO REGEDIITEM
           MOVE "I" TO EI-TIPO
           MOVE ITENUMPED TO EI-NUMPED
           MOVE ITENUMLIN TO EI-NUMLIN
           MOVE ITECODPRO TO EI-CODPRO
           MOVE ITEQTDPED TO EI-QTD
           MOVE ITEPRECO TO EI-PRECO
           MOVE ITEDATAPROM TO EI-DATAPROM
           MOVE ZEROS TO EI-BARRAS
           MOVE ITECODPRO TO CODIGO
           READ CADPRO
           IF ST-ERRO3 = "00"
              MOVE BARRAS TO EI-BARRAS.
           PERFORM BUSCA-CODFOR THRU BUSCA-CODFOR-FIM
           WRITE REGEDIITEM
           GO TO GRAVA-PED-IT.
       GRAVA-PED-EDI.
           MOVE NUMPEDIDO TO EDINUMPED
           MOVE PCNPJ TO EDICNPJ
           MOVE W-HOJE TO EDIDATAENV
           MOVE ZEROS TO EDIDATACONF
           MOVE "E" TO EDISITUA
           WRITE REGPEDEDI
           IF ST-ERRO5 = "22"
              REWRITE REGPEDEDI.
       GRAVA-PED-FIM.
           EXIT.

      *
      *    CODIGO DO ITEM NO FORNECEDOR (CADPROFOR)
      *
       BUSCA-CODFOR.
           MOVE SPACES TO EI-CODFOR
           MOVE ITECODPRO TO PFCODIGO
           START CADPROFOR KEY IS NOT LESS PFCODIGO
           IF ST-ERRO4 NOT = "00"
              GO TO BUSCA-CODFOR-FIM.
       BUSCA-CODFOR-RD.
           READ CADPROFOR NEXT
           IF ST-ERRO4 NOT = "00" OR PFCODIGO NOT = ITECODPRO
              GO TO BUSCA-CODFOR-FIM.
           IF PFCNPJ = PCNPJ
              MOVE PFCODFOR TO EI-CODFOR
              GO TO BUSCA-CODFOR-FIM.
           GO TO BUSCA-CODFOR-RD.
       BUSCA-CODFOR-FIM.
           EXIT.

      *
      ****************************************
      * LEITURA DA CONFIRMACAO DO FORNECEDOR *
      ****************************************
      *
       CNF-INI.
           OPEN INPUT CONFPED
           IF ST-ERRO7 NOT = "00"
              MOVE "ARQUIVO CONFPED.TXT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-EDI.
           DISPLAY TELAEDI
           DISPLAY (03, 01) CAB2
           MOVE 03 TO CONLIN
           MOVE ZEROS TO W-QTDLIDO W-QTDCONF W-QTDDIV W-QTDREJ
           MOVE ZEROS TO W-PEDDATA W-PEDCNF
           OPEN OUTPUT RELEDI
           MOVE W-HOJE TO CABDATA
           WRITE REGREL FROM CAB1
           MOVE SPACES TO REGREL
           WRITE REGREL
           WRITE REGREL FROM CAB2.

       CNF-RD1.
           READ CONFPED
           IF ST-ERRO7 NOT = "00"
              GO TO CNF-FIM.
           IF CNF-NUMPED NOT NUMERIC OR CNF-NUMPED = ZEROS
              GO TO CNF-RD1.
           ADD 1 TO W-QTDLIDO
           MOVE ZEROS TO ITEQTDPED ITEPRECO
           MOVE CNF-NUMPED TO NUMPEDIDO
           READ CADPEDIDO
           IF ST-ERRO NOT = "00" OR PCNPJ NOT = CNF-CNPJ
              MOVE "PEDIDO NAO CONFERE" TO DETOBS
              GO TO CNF-REJ.
           IF STATUSPEDIDO NOT = "P"
              MOVE "PEDIDO NAO PENDENTE" TO DETOBS
              GO TO CNF-REJ.
           MOVE CNF-NUMPED TO ITENUMPED
           MOVE CNF-NUMLIN TO ITENUMLIN
           READ CADPEDITEM
           IF ST-ERRO2 NOT = "00" OR ITECODPRO NOT = CNF-CODPRO
              MOVE ZEROS TO ITEQTDPED ITEPRECO
              MOVE "ITEM NAO CONFERE" TO DETOBS
              GO TO CNF-REJ.
           ADD 1 TO W-QTDCONF
      *    DATA CONFIRMADA PASSA A SER A DATA PROMETIDA
           IF CNF-DATA NOT NUMERIC OR CNF-DATA = ZEROS
              GO TO CNF-DIVERG.
           MOVE CNF-DATA TO ITEDATAPROM.
       CNF-RW-ITEM.
           REWRITE REGPEDITEM
           IF ST-ERRO2 = "51" OR ST-ERRO2 = "61"
              MOVE "CADPEDITEM EM USO - AGUARDANDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CNF-RW-ITEM.
      *    O PEDIDO FICA COM A MAIOR DATA CONFIRMADA DOS SEUS ITENS
           IF NUMPEDIDO NOT = W-PEDDATA
              MOVE CNF-DATA TO DATAPROMET
           ELSE
              IF CNF-DATA > DATAPROMET
                 MOVE CNF-DATA TO DATAPROMET.
           MOVE NUMPEDIDO TO W-PEDDATA.
       CNF-RW-PED.
           REWRITE REGPEDIDO
           IF ST-ERRO = "51" OR ST-ERRO = "61"
              MOVE "CADPEDIDO EM USO - AGUARDANDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CNF-RW-PED.

       CNF-DIVERG.
           MOVE "N" TO W-DIVERGE
           MOVE SPACES TO ALT-QUAL
           IF CNF-QTD NOT = ITEQTDPED AND CNF-PRECO NOT = ITEPRECO
              MOVE "QTD E PRECO DIVERG" TO ALT-QUAL
           ELSE
              IF CNF-QTD NOT = ITEQTDPED
                 MOVE "QTD DIVERGENTE" TO ALT-QUAL
              ELSE
                 IF CNF-PRECO NOT = ITEPRECO
                    MOVE "PRECO DIVERGENTE" TO ALT-QUAL.
           IF ALT-QUAL NOT = SPACES
              MOVE "S" TO W-DIVERGE
              ADD 1 TO W-QTDDIV
              MOVE ITENUMPED TO ALR-PED ALT-PED
              MOVE ITENUMLIN TO ALR-LIN ALT-LIN
              MOVE "CNF" TO ALETIPO
              MOVE W-ALEREF TO ALEREF
              MOVE W-ALETXT TO ALETEXTO
              PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
              MOVE ALT-QUAL TO DETOBS
              PERFORM MOSTRA-DET THRU MOSTRA-DET-FIM.
           PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           GO TO CNF-RD1.

       CNF-REJ.
           ADD 1 TO W-QTDREJ
           PERFORM MOSTRA-DET THRU MOSTRA-DET-FIM
           GO TO CNF-RD1.

       CNF-FIM.
           CLOSE CONFPED
           MOVE W-QTDLIDO TO TOTLID
           MOVE W-QTDCONF TO TOTCNF
           MOVE W-QTDDIV TO TOTDIV
           MOVE W-QTDREJ TO TOTREJ
           DISPLAY (21, 01) TOT1
           MOVE SPACES TO REGREL
           WRITE REGREL
           WRITE REGREL FROM TOT1
           CLOSE RELEDI
      *    O IMPRESSO VAI PARA O SPOOL CENTRAL (SCP067)
           MOVE "PEDEDI" TO W-SPPROG
           MOVE "PEDEDI.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           MOVE "*** CONFIRMACOES LIDAS - LISTA EM PEDEDI.TXT ***"
                                             TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
           ACCEPT (22, 31) W-OPCAO
           GO TO MENU-EDI.

      *
      *    SITUACAO DO PEDIDO NO CONTROLE DE TRANSMISSAO
      *
       GRAVA-CONF.
           MOVE NUMPEDIDO TO EDINUMPED
           READ CADPEDEDI
           IF ST-ERRO5 = "00"
              MOVE "S" TO W-EXISTE
           ELSE
              MOVE "N" TO W-EXISTE
              MOVE NUMPEDIDO TO EDINUMPED
              MOVE PCNPJ TO EDICNPJ
              MOVE ZEROS TO EDIDATAENV
              MOVE "C" TO EDISITUA.
      *    NOVA CONFIRMACAO DO PEDIDO RECOMECA A SITUACAO
           IF NUMPEDIDO NOT = W-PEDCNF
              MOVE "C" TO EDISITUA.
           IF W-DIVERGE = "S"
              MOVE "D" TO EDISITUA.
           MOVE W-HOJE TO EDIDATACONF
           MOVE NUMPEDIDO TO W-PEDCNF
           IF W-EXISTE = "S"
              REWRITE REGPEDEDI
           ELSE
              WRITE REGPEDEDI.
       GRAVA-CONF-FIM.
           EXIT.

      *
      *    OCORRENCIA NA TELA E NA LISTA
      *
       MOSTRA-DET.
           MOVE CNF-NUMPED TO DETPED
           MOVE CNF-NUMLIN TO DETLIN
           MOVE CNF-CODPRO TO DETPRO
           MOVE ITEQTDPED TO DETQTDPED
           MOVE CNF-QTD TO DETQTDCNF
           MOVE ITEPRECO TO DETPRPED
           MOVE CNF-PRECO TO DETPRCNF
           WRITE REGREL FROM DET2
           ADD 1 TO CONLIN
           IF CONLIN > 19
              DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
              ACCEPT (22, 31) W-OPCAO
              DISPLAY TELAEDI
              DISPLAY (03, 01) CAB2
              MOVE 04 TO CONLIN.
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DET2.
       MOSTRA-DET-FIM.
           EXIT.

      *
      ****************************************
      * LIBERA UM PEDIDO PARA NOVO ENVIO     *
      ****************************************
      *
       REENV-INI.
           DISPLAY TELAEDI
           DISPLAY (04, 01) "NUMERO DO PEDIDO (0=VOLTAR): ".
           ACCEPT  (04, 30) W-NUMPEDESC.
           IF W-NUMPEDESC = ZEROS
              GO TO MENU-EDI.
           MOVE W-NUMPEDESC TO EDINUMPED
           READ CADPEDEDI
           IF ST-ERRO5 NOT = "00"
              MOVE "*** PEDIDO AINDA NAO FOI TRANSMITIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REENV-INI.
           DISPLAY (06, 01) "ENVIADO EM: "
           DISPLAY (06, 13) EDIDATAENV
           DISPLAY (07, 01) "SITUACAO  : "
           DISPLAY (07, 13) EDISITUA.
       REENV-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (09, 01) "INCLUIR NA PROXIMA TRANSMISSAO (S/N): ".
           ACCEPT  (09, 40) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO REENV-INI.
           DELETE CADPEDEDI RECORD
           IF ST-ERRO5 = "00"
              MOVE "*** PEDIDO LIBERADO PARA REENVIO ***" TO MENS
           ELSE
              MOVE "ERRO NA LIBERACAO DO PEDIDO" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO REENV-INI.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADPEDIDO
           CLOSE CADPEDITEM
           CLOSE CADPRO
           CLOSE CADPROFOR
           CLOSE CADPEDEDI
           CLOSE CADALERTA.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
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
