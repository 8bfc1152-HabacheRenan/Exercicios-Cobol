       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGVEN.
      *******************************
      * ANALISE DE MARGEM BRUTA DAS VENDAS DA COMPETENCIA         *
      * RECEITA DO ITEM (LIQUIDA DAS DEVOLUCOES DO SCP045) MENOS  *
      * ICMS/IPI DA NOTA DO SCP043, COMISSAO DO SCP044 E O CUSTO  *
      * DO EMBARQUE (CADCUSTVEN) - MEDIO OU FIFO, A ESCOLHER.     *
      * VENDA AINDA NAO EMBARCADA USA O CUSTO MEDIO ATUAL.        *
      * SUBTOTAIS POR CLIENTE, VENDEDOR, TIPO DE PRODUTO E        *
      * PRODUTO. VENDA COM MARGEM ABAIXO DO MARGEMIN (SOBRE O     *
      * CUSTO) SAI MARCADA. O IMPRESSO VAI PARA O SPOOL           *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADVENDA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMVENDA
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADVENDITEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS VICHAVE
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
       SELECT CADCLI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CLICNPJ
                       ALTERNATE RECORD KEY IS
                       CLINOME WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO4.
      *
       SELECT CADCUSTVEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CVCHAVE
                       FILE STATUS IS ST-ERRO5.
      *
       SELECT CADNFSAIDA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NFSNUM
                       FILE STATUS IS ST-ERRO6.
      *
       SELECT CADNFSITEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NFICHAVE
                       FILE STATUS IS ST-ERRO7.
      *
       SELECT CADCOMIS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS COMCODIGO
                       FILE STATUS IS ST-ERRO8.
      *
       SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-ERRO9.
      *
       SELECT RELMARG ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADVENDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVENDA.DAT".
       01 REGVENDA.
           03 NUMVENDA          PIC 9(06).
           03 VCLICNPJ          PIC 9(14).
           03 VDATA             PIC 9(08).
           03 VSTATUS           PIC X(01).
           03 VVALOR            PIC 9(11)V99.
           03 VVENDEDOR         PIC 9(06).
           03 VCONDPG           PIC 9(03).
           03 VEMP              PIC 9(02).
      *
       FD CADVENDITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVENDITEM.DAT".
       01 REGVENDITEM.
           03 VICHAVE.
               05 VINUMVEN      PIC 9(06).
               05 VINUMLIN      PIC 9(02).
           03 VICODPRO          PIC 9(06).
           03 VIQTD             PIC 9(06).
           03 VIPRECO           PIC 9(09)V99.
           03 VIVALOR           PIC 9(11)V99.
           03 VIQTDDEV          PIC 9(06).
      *
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
       FD CADCUSTVEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCUSTVEN.DAT".
       01 REGCUSTVEN.
           03 CVCHAVE.
               05 CVNUMVEN      PIC 9(06).
               05 CVNUMLIN      PIC 9(02).
           03 CVCODPRO          PIC 9(06).
           03 CVQTD             PIC 9(06).
           03 CVCUSTMED         PIC 9(09)V99.
           03 CVCUSTFIFO        PIC 9(11)V99.
           03 CVDATA            PIC 9(08).
      *
       FD CADNFSAIDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNFSAIDA.DAT".
       01 REGNFSAIDA.
           03 NFSNUM            PIC 9(09).
           03 NFSNUMVEN         PIC 9(06).
           03 NFSCNPJ           PIC 9(14).
           03 NFSDATA           PIC 9(08).
           03 NFSSTATUS         PIC X(01).
           03 NFSVALOR          PIC 9(11)V99.
           03 NFSEMP            PIC 9(02).
           03 NFSCANDATA        PIC 9(08).
      *
       FD CADNFSITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNFSITEM.DAT".
       01 REGNFSITEM.
           03 NFICHAVE.
               05 NFINUM        PIC 9(09).
               05 NFILIN        PIC 9(02).
           03 NFICODPRO         PIC 9(06).
           03 NFIQTD            PIC 9(06).
           03 NFIPRECO          PIC 9(09)V99.
           03 NFIVALOR          PIC 9(11)V99.
           03 NFICFOP           PIC 9(04).
           03 NFIBASE           PIC 9(11)V99.
           03 NFIALIQICMS       PIC 9(02)V99.
           03 NFIVALICMS        PIC 9(09)V99.
           03 NFIALIQIPI        PIC 9(02)V99.
           03 NFIVALIPI         PIC 9(09)V99.
      *
       FD CADCOMIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOMIS.DAT".
       01 REGCOMIS.
           03 COMCODIGO         PIC 9(06).
           03 COMPERC           PIC 9(03)V99.
      *
       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.
      *
       FD RELMARG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MARGVEN.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-ERRO5       PIC X(02) VALUE "00".
       01 ST-ERRO6       PIC X(02) VALUE "00".
       01 ST-ERRO7       PIC X(02) VALUE "00".
       01 ST-ERRO8       PIC X(02) VALUE "00".
       01 ST-ERRO9       PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPVEN      PIC 9(06) VALUE ZEROS.
       01 W-METODO       PIC X(01) VALUE "M".
       01 W-MARGEMIN     PIC 9(09)V99 VALUE ZEROS.
       01 W-VENATU       PIC 9(06) VALUE ZEROS.
       01 W-VENOK        PIC X(01) VALUE "N".
       01 W-NOMECLI      PIC X(30) VALUE SPACES.
       01 W-PERCCOM      PIC 9(03)V99 VALUE ZEROS.
       01 W-NFNUM        PIC 9(09) VALUE ZEROS.
       01 W-QTDLIQ       PIC 9(06) VALUE ZEROS.
       01 W-RECITEM      PIC 9(11)V99 VALUE ZEROS.
       01 W-IMPITEM      PIC 9(11)V99 VALUE ZEROS.
       01 W-COMITEM      PIC 9(11)V99 VALUE ZEROS.
       01 W-CUSITEM      PIC 9(11)V99 VALUE ZEROS.
       01 W-DEDITEM      PIC 9(11)V99 VALUE ZEROS.
       01 W-VENITENS     PIC 9(03) VALUE ZEROS.
       01 W-VENREC       PIC 9(13)V99 VALUE ZEROS.
       01 W-VENIMP       PIC 9(13)V99 VALUE ZEROS.
       01 W-VENCOM       PIC 9(13)V99 VALUE ZEROS.
       01 W-VENCUS       PIC 9(13)V99 VALUE ZEROS.
       01 W-MARGEM       PIC S9(13)V99 VALUE ZEROS.
       01 W-LIMITE       PIC S9(13)V99 VALUE ZEROS.
       01 W-PERC         PIC S9(05)V9 VALUE ZEROS.
       01 W-TOTREC       PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTDED       PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTCUS       PIC 9(13)V99 VALUE ZEROS.
       01 W-QTDVEN       PIC 9(05) VALUE ZEROS.
       01 W-QTDBAIXA     PIC 9(05) VALUE ZEROS.
       01 W-GTIPO        PIC X(01) VALUE SPACES.
       01 W-GCHAVE       PIC 9(14) VALUE ZEROS.
       01 W-GDESC        PIC X(10) VALUE SPACES.
       01 W-TOTNF        PIC 9(03) VALUE ZEROS.
       01 W-TOTGRP       PIC 9(03) VALUE ZEROS.
       01 I              PIC 9(03) VALUE ZEROS.
      *
      *    NOTAS EMITIDAS (NAO CANCELADAS) DAS VENDAS DA COMPETENCIA
      *
       01 TAB-NOTAS.
           03 TN-ITEM OCCURS 500 TIMES.
               05 TN-NUMVEN   PIC 9(06).
               05 TN-NFSNUM   PIC 9(09).
      *
      *    SUBTOTAIS: C=CLIENTE V=VENDEDOR T=TIPO DE PRODUTO P=PRODUTO
      *
       01 TAB-GRUPO.
           03 TG-ITEM OCCURS 600 TIMES.
               05 TG-TIPO     PIC X(01).
               05 TG-CHAVE    PIC 9(14).
               05 TG-DESC     PIC X(10).
               05 TG-RECEITA  PIC 9(13)V99.
               05 TG-DEDUC    PIC 9(13)V99.
               05 TG-CUSTO    PIC 9(13)V99.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 FILLER    PIC X(30) VALUE
              "ANALISE DE MARGEM DAS VENDAS  ".
           03 FILLER    PIC X(06) VALUE "COMP: ".
           03 CABCOMP   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(09) VALUE "  CUSTO: ".
           03 CABMET    PIC X(05) VALUE SPACES.
           03 FILLER    PIC X(12) VALUE "   EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CAB2.
           03 FILLER    PIC X(40) VALUE
              "VENDA  CLIENTE          RECEITA   IMPOST".
           03 FILLER    PIC X(39) VALUE
              "OS  COMISSAO      CUSTO      MARGEM   ".
       01 CAB3.
           03 FILLER    PIC X(20) VALUE "SUBTOTAL POR ".
           03 CABGRUPO  PIC X(20) VALUE SPACES.
       01 CAB4.
           03 FILLER    PIC X(40) VALUE
              "        CODIGO DESCRICAO      RECEITA  D".
           03 FILLER    PIC X(39) VALUE
              "EDUCOES      CUSTO      MARGEM  MARG%".
       01 DET1.
           03 DETVEN    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCLI    PIC X(12) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETREC    PIC ZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETIMP    PIC ZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCOM    PIC ZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCUS    PIC ZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETMAR    PIC -ZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETFLAG   PIC X(03) VALUE SPACES.
       01 DET2.
           03 DETGCOD   PIC Z(13)9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETGDESC  PIC X(10) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETGREC   PIC ZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETGDED   PIC ZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETGCUS   PIC ZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETGMAR   PIC -ZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETGPERC  PIC -ZZZ9,9 VALUE ZEROS.
       01 TOT1.
           03 FILLER    PIC X(21) VALUE "TOTAL   RECEITA LIQ.:".
           03 TOTREC    PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(12) VALUE "  DEDUCOES: ".
           03 TOTDED    PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
       01 TOT2.
           03 FILLER    PIC X(21) VALUE "        CUSTO       :".
           03 TOTCUS    PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(12) VALUE "  MARGEM  : ".
           03 TOTMAR    PIC -ZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 TOTPERC   PIC -ZZZ9,9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "%".
       01 TOT3.
           03 FILLER    PIC X(21) VALUE "VENDAS ANALISADAS   :".
           03 TOTVEN    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(30) VALUE
              "   ABAIXO DO MARGEMIN (***): ".
           03 TOTBAIXA  PIC ZZZZ9 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".
       SCREEN SECTION.
       01  TELAMARG.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   ANALISE D".
           05  LINE 02  COLUMN 42
               VALUE  "E MARGEM DAS VENDAS  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN INPUT CADVENDA
           IF ST-ERRO NOT = "00"
              MOVE "SEM VENDAS - USE O SCP036" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADVENDITEM
           IF ST-ERRO2 NOT = "00"
              MOVE "SEM ITENS DE VENDA CADASTRADOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADVENDA
              GO TO ROT-FIM2.
           OPEN INPUT CADPRO
           IF ST-ERRO3 NOT = "00"
              MOVE "SEM PRODUTOS - USE O SCP003" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADVENDA CADVENDITEM
              GO TO ROT-FIM2.
           OPEN INPUT CADCLI
           OPEN INPUT CADCUSTVEN
           OPEN INPUT CADNFSAIDA
           OPEN INPUT CADNFSITEM
           OPEN INPUT CADCOMIS
           OPEN INPUT CADPARAM
           IF ST-ERRO9 = "00"
              MOVE "MARGEMIN" TO PARCODIGO
              READ CADPARAM
              IF ST-ERRO9 = "00"
                 MOVE PARVALOR TO W-MARGEMIN.
           CLOSE CADPARAM
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       INC-001.
           DISPLAY TELAMARG
           DISPLAY (04, 01) "COMPETENCIA (AAAAMM  0=SAIR): ".
           ACCEPT  (04, 31) W-COMPET.
           IF W-COMPET = ZEROS
              GO TO ROT-FIM.
       INC-002.
           MOVE "M" TO W-METODO
           DISPLAY (05, 01) "CUSTO (M=MEDIO  F=FIFO): ".
           ACCEPT  (05, 26) W-METODO WITH UPDATE.
           IF W-METODO = "m"
              MOVE "M" TO W-METODO.
           IF W-METODO = "f"
              MOVE "F" TO W-METODO.
           IF W-METODO NOT = "M" AND W-METODO NOT = "F"
              MOVE "*** INFORME M OU F ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           DISPLAY (06, 01) "MARGEM MINIMA SOBRE O CUSTO (%): "
           DISPLAY (06, 34) W-MARGEMIN.
           MOVE "S" TO W-OPCAO
           DISPLAY (08, 01) "EMITE A ANALISE DE MARGEM (S/N): ".
           ACCEPT  (08, 34) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO INC-001.
           DISPLAY (10, 01) "APURANDO A MARGEM DAS VENDAS..."
           MOVE ZEROS TO W-TOTNF W-TOTGRP W-TOTREC W-TOTDED W-TOTCUS
           MOVE ZEROS TO W-QTDVEN W-QTDBAIXA W-VENATU
           MOVE "N" TO W-VENOK
           PERFORM CARGA-NF THRU CARGA-NF-FIM
           OPEN OUTPUT RELMARG
           MOVE W-COMPET TO CABCOMP
           MOVE W-HOJE TO CABEMIS
           IF W-METODO = "F"
              MOVE "FIFO " TO CABMET
           ELSE
              MOVE "MEDIO" TO CABMET.
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM LINSEP
           PERFORM ITENS THRU ITENS-FIM
           PERFORM TOTAL-GERAL THRU TOTAL-GERAL-FIM
           MOVE "C" TO W-GTIPO
           MOVE "CLIENTE" TO CABGRUPO
           PERFORM LISTA-GRUPO THRU LISTA-GRUPO-FIM
           MOVE "V" TO W-GTIPO
           MOVE "VENDEDOR" TO CABGRUPO
           PERFORM LISTA-GRUPO THRU LISTA-GRUPO-FIM
           MOVE "T" TO W-GTIPO
           MOVE "TIPO DE PRODUTO" TO CABGRUPO
           PERFORM LISTA-GRUPO THRU LISTA-GRUPO-FIM
           MOVE "P" TO W-GTIPO
           MOVE "PRODUTO" TO CABGRUPO
           PERFORM LISTA-GRUPO THRU LISTA-GRUPO-FIM
           CLOSE RELMARG
      *    O IMPRESSO VAI PARA O SPOOL CENTRAL (SCP067)
           MOVE "MARGVEN" TO W-SPPROG
           MOVE "MARGVEN.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (12, 01) "VENDAS ANALISADAS      : "
           DISPLAY (12, 26) W-QTDVEN
           DISPLAY (13, 01) "ABAIXO DA MARGEM MINIMA: "
           DISPLAY (13, 26) W-QTDBAIXA
           MOVE "*** ANALISE GERADA E ENVIADA AO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.

      *
      ****************************************
      * NOTAS DE SAIDA VALIDAS DAS VENDAS DA *
      * COMPETENCIA (CANCELADAS FICAM FORA)  *
      ****************************************
      *
       CARGA-NF.
           MOVE ZEROS TO NFSNUM
           START CADNFSAIDA KEY IS NOT LESS NFSNUM
           IF ST-ERRO6 NOT = "00"
              GO TO CARGA-NF-FIM.
       CARGA-NF-RD.
           READ CADNFSAIDA NEXT
           IF ST-ERRO6 NOT = "00"
              GO TO CARGA-NF-FIM.
           IF NFSSTATUS = "C"
              GO TO CARGA-NF-RD.
           MOVE NFSNUMVEN TO NUMVENDA
           READ CADVENDA
           IF ST-ERRO NOT = "00"
              GO TO CARGA-NF-RD.
           DIVIDE VDATA BY 100 GIVING W-COMPVEN
           IF W-COMPVEN NOT = W-COMPET
              GO TO CARGA-NF-RD.
           IF W-TOTNF < 500
              ADD 1 TO W-TOTNF
              MOVE NFSNUMVEN TO TN-NUMVEN(W-TOTNF)
              MOVE NFSNUM TO TN-NFSNUM(W-TOTNF).
           GO TO CARGA-NF-RD.
       CARGA-NF-FIM.
           EXIT.

      *
      ****************************************
      * ITENS DAS VENDAS CONFIRMADAS DA      *
      * COMPETENCIA, UMA LINHA POR VENDA     *
      ****************************************
      *
       ITENS.
           MOVE ZEROS TO VINUMVEN VINUMLIN
           START CADVENDITEM KEY IS NOT LESS VICHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO ITENS-FIM.
       ITENS-RD.
           READ CADVENDITEM NEXT
           IF ST-ERRO2 NOT = "00"
              PERFORM QUEBRA-VENDA THRU QUEBRA-VENDA-FIM
              GO TO ITENS-FIM.
           IF VINUMVEN NOT = W-VENATU
              PERFORM QUEBRA-VENDA THRU QUEBRA-VENDA-FIM
              PERFORM NOVA-VENDA THRU NOVA-VENDA-FIM.
           IF W-VENOK NOT = "S"
              GO TO ITENS-RD.
           IF VIQTD = ZEROS OR VIQTDDEV NOT < VIQTD
              GO TO ITENS-RD.
           PERFORM CALC-ITEM THRU CALC-ITEM-FIM
           GO TO ITENS-RD.
       ITENS-FIM.
           EXIT.

       NOVA-VENDA.
           MOVE VINUMVEN TO W-VENATU NUMVENDA
           MOVE "N" TO W-VENOK
           MOVE ZEROS TO W-VENITENS W-VENREC W-VENIMP W-VENCOM
           MOVE ZEROS TO W-VENCUS
           READ CADVENDA
           IF ST-ERRO NOT = "00"
              GO TO NOVA-VENDA-FIM.
           IF VSTATUS NOT = "F" AND VSTATUS NOT = "E"
              GO TO NOVA-VENDA-FIM.
           DIVIDE VDATA BY 100 GIVING W-COMPVEN
           IF W-COMPVEN NOT = W-COMPET
              GO TO NOVA-VENDA-FIM.
           MOVE "S" TO W-VENOK
           MOVE VCLICNPJ TO CLICNPJ
           READ CADCLI
           IF ST-ERRO4 = "00"
              MOVE CLINOME TO W-NOMECLI
           ELSE
              MOVE "** NAO CADASTRADO" TO W-NOMECLI.
           MOVE ZEROS TO W-PERCCOM
           IF VVENDEDOR NOT = ZEROS
              MOVE VVENDEDOR TO COMCODIGO
              READ CADCOMIS
              IF ST-ERRO8 = "00"
                 MOVE COMPERC TO W-PERCCOM.
           MOVE ZEROS TO W-NFNUM
           MOVE 1 TO I.
       NOVA-VENDA-NF.
           IF I > W-TOTNF
              GO TO NOVA-VENDA-FIM.
           IF TN-NUMVEN(I) = W-VENATU
              MOVE TN-NFSNUM(I) TO W-NFNUM
              GO TO NOVA-VENDA-FIM.
           ADD 1 TO I
           GO TO NOVA-VENDA-NF.
       NOVA-VENDA-FIM.
           EXIT.

      *
      *    ITEM: TUDO PROPORCIONAL A QUANTIDADE NAO DEVOLVIDA
      *
       CALC-ITEM.
           COMPUTE W-QTDLIQ = VIQTD - VIQTDDEV
           COMPUTE W-RECITEM ROUNDED = VIVALOR * W-QTDLIQ / VIQTD
           MOVE ZEROS TO W-IMPITEM
           IF W-NFNUM NOT = ZEROS
              MOVE W-NFNUM TO NFINUM
              MOVE VINUMLIN TO NFILIN
              READ CADNFSITEM
              IF ST-ERRO7 = "00"
                 COMPUTE W-IMPITEM ROUNDED =
                    (NFIVALICMS + NFIVALIPI) * W-QTDLIQ / VIQTD.
           COMPUTE W-COMITEM ROUNDED = W-RECITEM * W-PERCCOM / 100
           MOVE VICODPRO TO CODIGO
           READ CADPRO
           IF ST-ERRO3 NOT = "00"
              MOVE ZEROS TO TIPOPRODUTO CUSTOMEDIO
              MOVE SPACES TO DESC TIPOTXT.
      *    CUSTO DO EMBARQUE; SEM EMBARQUE VALE O MEDIO DE HOJE
           COMPUTE W-CUSITEM ROUNDED = CUSTOMEDIO * W-QTDLIQ
           MOVE VINUMVEN TO CVNUMVEN
           MOVE VINUMLIN TO CVNUMLIN
           READ CADCUSTVEN
           IF ST-ERRO5 = "00" AND CVQTD NOT = ZEROS
              IF W-METODO = "F"
                 COMPUTE W-CUSITEM ROUNDED =
                    CVCUSTFIFO * W-QTDLIQ / CVQTD
              ELSE
                 COMPUTE W-CUSITEM ROUNDED = CVCUSTMED * W-QTDLIQ.
           ADD 1 TO W-VENITENS
           ADD W-RECITEM TO W-VENREC
           ADD W-IMPITEM TO W-VENIMP
           ADD W-COMITEM TO W-VENCOM
           ADD W-CUSITEM TO W-VENCUS
           COMPUTE W-DEDITEM = W-IMPITEM + W-COMITEM
           MOVE "C" TO W-GTIPO
           MOVE VCLICNPJ TO W-GCHAVE
           MOVE W-NOMECLI TO W-GDESC
           PERFORM ACUMULA THRU ACUMULA-FIM
           MOVE "V" TO W-GTIPO
           MOVE VVENDEDOR TO W-GCHAVE
           MOVE SPACES TO W-GDESC
           PERFORM ACUMULA THRU ACUMULA-FIM
           MOVE "T" TO W-GTIPO
           MOVE TIPOPRODUTO TO W-GCHAVE
           MOVE TIPOTXT TO W-GDESC
           PERFORM ACUMULA THRU ACUMULA-FIM
           MOVE "P" TO W-GTIPO
           MOVE VICODPRO TO W-GCHAVE
           MOVE DESC TO W-GDESC
           PERFORM ACUMULA THRU ACUMULA-FIM.
       CALC-ITEM-FIM.
           EXIT.

       ACUMULA.
           MOVE 1 TO I.
       ACUMULA-ACH.
           IF I > W-TOTGRP
              IF W-TOTGRP < 600
                 ADD 1 TO W-TOTGRP
                 MOVE W-GTIPO TO TG-TIPO(W-TOTGRP)
                 MOVE W-GCHAVE TO TG-CHAVE(W-TOTGRP)
                 MOVE W-GDESC TO TG-DESC(W-TOTGRP)
                 MOVE ZEROS TO TG-RECEITA(W-TOTGRP) TG-DEDUC(W-TOTGRP)
                 MOVE ZEROS TO TG-CUSTO(W-TOTGRP)
                 MOVE W-TOTGRP TO I
              ELSE
                 GO TO ACUMULA-FIM.
           IF TG-TIPO(I) NOT = W-GTIPO OR TG-CHAVE(I) NOT = W-GCHAVE
              ADD 1 TO I
              GO TO ACUMULA-ACH.
           ADD W-RECITEM TO TG-RECEITA(I)
           ADD W-DEDITEM TO TG-DEDUC(I)
           ADD W-CUSITEM TO TG-CUSTO(I).
       ACUMULA-FIM.
           EXIT.

      *
      *    FIM DE UMA VENDA: LINHA DA VENDA E TESTE DO MARGEMIN
      *
       QUEBRA-VENDA.
           IF W-VENOK NOT = "S" OR W-VENITENS = ZEROS
              GO TO QUEBRA-VENDA-FIM.
           COMPUTE W-MARGEM = W-VENREC - W-VENIMP - W-VENCOM - W-VENCUS
           COMPUTE W-LIMITE ROUNDED = W-VENCUS * W-MARGEMIN / 100
           MOVE W-VENATU TO DETVEN
           MOVE W-NOMECLI TO DETCLI
           MOVE W-VENREC TO DETREC
           MOVE W-VENIMP TO DETIMP
           MOVE W-VENCOM TO DETCOM
           MOVE W-VENCUS TO DETCUS
           MOVE W-MARGEM TO DETMAR
           MOVE SPACES TO DETFLAG
           IF W-MARGEM < W-LIMITE
              MOVE "***" TO DETFLAG
              ADD 1 TO W-QTDBAIXA.
           WRITE REGREL FROM DET1
           ADD 1 TO W-QTDVEN
           ADD W-VENREC TO W-TOTREC
           ADD W-VENIMP TO W-TOTDED
           ADD W-VENCOM TO W-TOTDED
           ADD W-VENCUS TO W-TOTCUS.
       QUEBRA-VENDA-FIM.
           EXIT.

       TOTAL-GERAL.
           WRITE REGREL FROM LINSEP
           MOVE W-TOTREC TO TOTREC
           MOVE W-TOTDED TO TOTDED
           MOVE W-TOTCUS TO TOTCUS
           COMPUTE W-MARGEM = W-TOTREC - W-TOTDED - W-TOTCUS
           MOVE W-MARGEM TO TOTMAR
           MOVE ZEROS TO W-PERC
           IF W-TOTREC NOT = ZEROS
              COMPUTE W-PERC ROUNDED = W-MARGEM * 100 / W-TOTREC.
           MOVE W-PERC TO TOTPERC
           MOVE W-QTDVEN TO TOTVEN
           MOVE W-QTDBAIXA TO TOTBAIXA
           WRITE REGREL FROM TOT1
           WRITE REGREL FROM TOT2
           WRITE REGREL FROM TOT3
           WRITE REGREL FROM LINSEP.
       TOTAL-GERAL-FIM.
           EXIT.

      *
      ****************************************
      * SUBTOTAIS DE UM GRUPO (W-GTIPO)      *
      ****************************************
      *
       LISTA-GRUPO.
           MOVE SPACES TO REGREL
           WRITE REGREL
           WRITE REGREL FROM CAB3
           WRITE REGREL FROM CAB4
           WRITE REGREL FROM LINSEP
           MOVE 1 TO I.
       LISTA-GRUPO-RD.
           IF I > W-TOTGRP
              GO TO LISTA-GRUPO-FIM.
           IF TG-TIPO(I) NOT = W-GTIPO
              ADD 1 TO I
              GO TO LISTA-GRUPO-RD.
           MOVE TG-CHAVE(I) TO DETGCOD
           MOVE TG-DESC(I) TO DETGDESC
           MOVE TG-RECEITA(I) TO DETGREC
           MOVE TG-DEDUC(I) TO DETGDED
           MOVE TG-CUSTO(I) TO DETGCUS
           COMPUTE W-MARGEM = TG-RECEITA(I) - TG-DEDUC(I) - TG-CUSTO(I)
           MOVE W-MARGEM TO DETGMAR
           MOVE ZEROS TO W-PERC
           IF TG-RECEITA(I) NOT = ZEROS
              COMPUTE W-PERC ROUNDED = W-MARGEM * 100 / TG-RECEITA(I).
           MOVE W-PERC TO DETGPERC
           WRITE REGREL FROM DET2
           ADD 1 TO I
           GO TO LISTA-GRUPO-RD.
       LISTA-GRUPO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADVENDA CADVENDITEM CADPRO CADCLI CADCUSTVEN
           CLOSE CADNFSAIDA CADNFSITEM CADCOMIS.
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
