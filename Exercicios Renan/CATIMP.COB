       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATIMP.
      *******************************
      * PROGRAMA PARA IMPORTAR O CATALOGO DE PRECOS DO FORNECEDOR *
      * LE O CATFOR.TXT E ACHA O PAR PRODUTO/FORNECEDOR (SCP016)  *
      * PELO NOSSO CODIGO, PELO EAN (BARRAS) OU PELO CODIGO DO    *
      * ITEM NO FORNECEDOR. O PRECO ENTRA NO CADCATPRE COM A      *
      * DATA DE INICIO DA VIGENCIA E O PRECO ANTERIOR; SE JA      *
      * ESTA EM VIGOR, VAI TAMBEM PARA O PFPRECO DO CADPROFOR.    *
      * ITENS SEM CORRESPONDENCIA E AUMENTOS ACIMA DA TOLERANCIA  *
      * (CADPARAM CATTOLER) SAEM NA LISTA (CATIMP.TXT)            *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CATFOR ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADFOR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CNPJ
                       ALTERNATE RECORD KEY IS NOMEFANTASIA
                       WITH DUPLICATES
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
       SELECT CADCATPRE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CATCHAVE
                       FILE STATUS IS ST-ERRO5.
      *
       SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-ERRO6.
      *
       SELECT CADSESSAO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-SES.
      *
       SELECT RELCAT ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CATFOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CATFOR.TXT".
       01 REGCATFOR.
           03 CTL-CODIGO        PIC 9(06).
           03 CTL-BARRAS        PIC 9(13).
           03 CTL-CODFOR        PIC X(15).
           03 CTL-DESC          PIC X(30).
           03 CTL-PRECO         PIC 9(09)V99.
           03 FILLER            PIC X(05).

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

       FD CADCATPRE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCATPRE.DAT".
       01 REGCATPRE.
           03 CATCHAVE.
               05 CATNUMPF      PIC 9(06).
               05 CATVIGEN      PIC 9(08).
           03 CATPRECO          PIC 9(09)V99.
           03 CATPRECOANT       PIC 9(09)V99.
           03 CATCNPJ           PIC 9(14).
           03 CATCODPRO         PIC 9(06).
           03 CATDATAIMP        PIC 9(08).
           03 CATOPER           PIC 9(06).

       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.

       FD CADSESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSESSAO.TXT".
       01 REGSESSAO.
           03 SES-OPERCOD    PIC 9(06).
           03 FILLER         PIC X(01).
           03 SES-OPERADOR   PIC X(30).

       FD RELCAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CATIMP.TXT".
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
       01 ST-SES         PIC X(02) VALUE "00".
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 CONLIN         PIC 9(03) VALUE 001.
       01 LIN            PIC 9(03) VALUE ZEROS.
       01 W-OPERCOD      PIC 9(06) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-CNPJ         PIC 9(14) VALUE ZEROS.
       01 W-VIGEN        PIC 9(08) VALUE ZEROS.
       01 W-VIGEN-G REDEFINES W-VIGEN.
           03 ANO-VIG    PIC 9(04).
           03 MES-VIG    PIC 9(02).
           03 DIA-VIG    PIC 9(02).
       01 W-TOLER        PIC 9(03)V99 VALUE 10,00.
       01 W-MODO         PIC X(01) VALUE "S".
       01 W-TEMCAT       PIC X(01) VALUE "N".
       01 W-EXISTE       PIC X(01) VALUE "N".
       01 W-NUMPF        PIC 9(06) VALUE ZEROS.
       01 W-CODBUSCA     PIC 9(06) VALUE ZEROS.
       01 W-PRECOANT     PIC 9(09)V99 VALUE ZEROS.
       01 W-PCTAUM       PIC 9(07)V99 VALUE ZEROS.
       01 W-PRECOVIG     PIC 9(09)V99 VALUE ZEROS.
       01 W-DATAVIG      PIC 9(08) VALUE ZEROS.
       01 W-QTDLIDO      PIC 9(05) VALUE ZEROS.
       01 W-QTDACHOU     PIC 9(05) VALUE ZEROS.
       01 W-QTDSEM       PIC 9(05) VALUE ZEROS.
       01 W-QTDAUM       PIC 9(05) VALUE ZEROS.
       01 W-QTDGRAV      PIC 9(05) VALUE ZEROS.
       01 W-TOTPF        PIC 9(03) VALUE ZEROS.
       01 I              PIC 9(03) VALUE ZEROS.
      *    PARES PRODUTO/FORNECEDOR DO FORNECEDOR DO CATALOGO
       01 TAB-PF.
           03 TPF-ITEM OCCURS 500 TIMES.
               05 TPF-NUM     PIC 9(06).
               05 TPF-COD     PIC 9(06).
               05 TPF-CODFOR  PIC X(15).
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 FILLER    PIC X(24) VALUE "CATALOGO DO FORNECEDOR: ".
           03 CABCNPJ   PIC 9(14) VALUE ZEROS.
           03 FILLER    PIC X(11) VALUE " VIGENCIA: ".
           03 CABVIG    PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(12) VALUE " TOLERANCIA:".
           03 CABTOL    PIC ZZ9,99 VALUE ZEROS.

       01 CAB2.
           03 FILLER    PIC X(40) VALUE
              "ITEM DO FORNEC. DESCRICAO              ".
           03 FILLER    PIC X(39) VALUE
              "   ATUAL       NOVO OCORRENCIA".

       01 DET2.
           03 DETCODFOR PIC X(15) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETDESC   PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETANT    PIC ZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETNOVO   PIC ZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETOBS    PIC X(20) VALUE SPACES.

       01 TOT1.
           03 FILLER    PIC X(07) VALUE "LIDOS: ".
           03 TOTLID    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(09) VALUE " ACHADOS:".
           03 TOTACH    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(14) VALUE " SEM CORRESP.:".
           03 TOTSEM    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(11) VALUE " AUMENTOS: ".
           03 TOTAUM    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(11) VALUE " GRAVADOS: ".
           03 TOTGRV    PIC ZZZZ9 VALUE ZEROS.

       SCREEN SECTION.

       01  TELACAT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   CATALOGO D".
           05  LINE 02  COLUMN 44
               VALUE  "E PRECOS DO FORNECEDOR  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN INPUT CADFOR
           IF ST-ERRO2 NOT = "00"
              MOVE "SEM FORNECEDORES - USE O SCP002" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADPRO
           IF ST-ERRO3 NOT = "00"
              MOVE "SEM PRODUTOS - USE O SCP003" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFOR
              GO TO ROT-FIM2.
           OPEN I-O CADPROFOR
           IF ST-ERRO4 NOT = "00"
              MOVE "SEM PRODUTO/FORNECEDOR - USE O SCP016" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFOR
              CLOSE CADPRO
              GO TO ROT-FIM2.
           OPEN I-O CADCATPRE
           IF ST-ERRO5 = "30"
              OPEN OUTPUT CADCATPRE
              CLOSE CADCATPRE
              OPEN I-O CADCATPRE.
           OPEN INPUT CADPARAM
           IF ST-ERRO6 = "00"
              MOVE "CATTOLER" TO PARCODIGO
              READ CADPARAM
              IF ST-ERRO6 = "00" AND PARVALOR > ZEROS
                 MOVE PARVALOR TO W-TOLER.
           CLOSE CADPARAM.
           OPEN INPUT CADSESSAO
           IF ST-SES = "00"
              READ CADSESSAO
              IF ST-SES = "00"
                 MOVE SES-OPERCOD TO W-OPERCOD.
           CLOSE CADSESSAO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-CAT.
           DISPLAY TELACAT
           DISPLAY (04, 01) "1 - IMPORTAR CATALOGO (CATFOR.TXT)"
           DISPLAY (05, 01) "2 - ATUALIZAR PRECOS QUE ENTRARAM EM VIGOR"
           DISPLAY (06, 01) "0 - SAIR"
           DISPLAY (08, 01) "OPCAO: ".
           ACCEPT  (08, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO IMP-INI.
           IF W-OPCAO = "2"
              GO TO VIG-INI.
           GO TO MENU-CAT.

      *
      ****************************************
      * IMPORTACAO DO CATALOGO               *
      ****************************************
      *
       IMP-INI.
           DISPLAY TELACAT.
       R0.
           DISPLAY (04, 01) "CNPJ DO FORNECEDOR (0=VOLTAR): ".
           ACCEPT  (04, 32) W-CNPJ.
           IF W-CNPJ = ZEROS
              GO TO MENU-CAT.
           MOVE W-CNPJ TO CNPJ
           READ CADFOR
           IF ST-ERRO2 NOT = "00"
              MOVE "* CNPJ NAO EXISTE, USE O SCP002 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           DISPLAY (05, 01) RAZAOSOCIAL.

       R1.
           DISPLAY (06, 01) "INICIO DA VIGENCIA (AAAAMMDD 0=HOJE): ".
           ACCEPT  (06, 39) W-VIGEN.
           IF W-VIGEN = ZEROS
              MOVE W-HOJE TO W-VIGEN.
           IF MES-VIG < 01 OR MES-VIG > 12 OR
              DIA-VIG < 01 OR DIA-VIG > 31
              MOVE "*** DATA DE VIGENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (06, 39) W-VIGEN.

       R2.
           DISPLAY (07, 01) "TOLERANCIA DE AUMENTO (%): ".
           ACCEPT  (07, 28) W-TOLER WITH UPDATE.

      *
      *    PARES DO FORNECEDOR EM MEMORIA
      *
       CARREGA-PF.
           MOVE ZEROS TO W-TOTPF NUMPROFOR
           START CADPROFOR KEY IS NOT LESS NUMPROFOR
           IF ST-ERRO4 NOT = "00"
              GO TO CARREGA-FIM.
       CARREGA-RD.
           READ CADPROFOR NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO CARREGA-FIM.
           IF PFCNPJ NOT = W-CNPJ
              GO TO CARREGA-RD.
           IF W-TOTPF NOT < 500
              GO TO CARREGA-FIM.
           ADD 1 TO W-TOTPF
           MOVE NUMPROFOR TO TPF-NUM(W-TOTPF)
           MOVE PFCODIGO TO TPF-COD(W-TOTPF)
           MOVE PFCODFOR TO TPF-CODFOR(W-TOTPF)
           GO TO CARREGA-RD.
       CARREGA-FIM.
           IF W-TOTPF = ZEROS
              MOVE "* FORNECEDOR SEM PRODUTOS NO SCP016 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO IMP-INI.

      *
      *    PASSO 1 - SEMPRE SIMULA PRIMEIRO
      *
       SIMULA.
           MOVE "S" TO W-MODO
           PERFORM VARRE THRU VARRE-FIM
           IF W-TEMCAT NOT = "S"
              MOVE "ARQUIVO CATFOR.TXT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CAT.
           PERFORM MOSTRA-TOT THRU MOSTRA-TOT-FIM
           IF W-QTDACHOU = ZEROS
              MOVE "*** NENHUM ITEM DO CATALOGO FOI ACHADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CAT.

       APLICA-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (22, 01) "GRAVAR OS PRECOS DO CATALOGO (S/N): ".
           ACCEPT  (22, 38) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** IMPORTACAO DESCARTADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CAT.
           MOVE "A" TO W-MODO
           OPEN OUTPUT RELCAT
           MOVE W-CNPJ TO CABCNPJ
           MOVE W-VIGEN TO CABVIG
           MOVE W-TOLER TO CABTOL
           WRITE REGREL FROM CAB1
           MOVE SPACES TO REGREL
           WRITE REGREL
           WRITE REGREL FROM CAB2
           PERFORM VARRE THRU VARRE-FIM
           PERFORM MOSTRA-TOT THRU MOSTRA-TOT-FIM
           MOVE SPACES TO REGREL
           WRITE REGREL
           WRITE REGREL FROM TOT1
           CLOSE RELCAT
      *    O IMPRESSO VAI PARA O SPOOL CENTRAL (SCP067)
           MOVE "CATIMP" TO W-SPPROG
           MOVE "CATIMP.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           MOVE "*** CATALOGO GRAVADO - LISTA EM CATIMP.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-CAT.

      *
      *    LE O CATALOGO INTEIRO
      *    W-MODO: S=SIMULA (SO LISTA NA TELA)  A=GRAVA OS PRECOS
      *
       VARRE.
           MOVE ZEROS TO W-QTDLIDO W-QTDACHOU W-QTDSEM W-QTDAUM
           MOVE ZEROS TO W-QTDGRAV
           MOVE "N" TO W-TEMCAT
           OPEN INPUT CATFOR
           IF ST-ERRO NOT = "00"
              GO TO VARRE-FIM.
           MOVE "S" TO W-TEMCAT
           IF W-MODO = "S"
              DISPLAY TELACAT
              DISPLAY (03, 01) CAB2
              MOVE 03 TO CONLIN.
       VARRE-RD1.
           READ CATFOR
           IF ST-ERRO NOT = "00"
              CLOSE CATFOR
              GO TO VARRE-FIM.
      *    LINHA SEM PRECO (CABECALHO/RODAPE DO FORNECEDOR) E IGNORADA
           IF CTL-PRECO NOT NUMERIC OR CTL-PRECO = ZEROS
              GO TO VARRE-RD1.
           ADD 1 TO W-QTDLIDO
           MOVE ZEROS TO W-PRECOANT
           PERFORM ACHA-ITEM THRU ACHA-ITEM-FIM
           IF W-NUMPF = ZEROS
              ADD 1 TO W-QTDSEM
              MOVE "SEM CORRESPONDENCIA" TO DETOBS
              PERFORM MOSTRA-DET THRU MOSTRA-DET-FIM
              GO TO VARRE-RD1.
           MOVE W-NUMPF TO NUMPROFOR
           READ CADPROFOR
           IF ST-ERRO4 NOT = "00"
              ADD 1 TO W-QTDSEM
              MOVE "SEM CORRESPONDENCIA" TO DETOBS
              PERFORM MOSTRA-DET THRU MOSTRA-DET-FIM
              GO TO VARRE-RD1.
           ADD 1 TO W-QTDACHOU
           MOVE PFPRECO TO W-PRECOANT
           IF CTL-PRECO > W-PRECOANT AND W-PRECOANT > ZEROS
              COMPUTE W-PCTAUM ROUNDED =
                 (CTL-PRECO - W-PRECOANT) * 100 / W-PRECOANT
              IF W-PCTAUM > W-TOLER
                 ADD 1 TO W-QTDAUM
                 MOVE "AUMENTO ACIMA TOLER." TO DETOBS
                 PERFORM MOSTRA-DET THRU MOSTRA-DET-FIM.
           IF W-MODO = "A"
              PERFORM GRAVA-PRECO THRU GRAVA-PRECO-FIM.
           GO TO VARRE-RD1.
       VARRE-FIM.
           EXIT.

      *
      *    ACHA O PAR DO FORNECEDOR: NOSSO CODIGO, EAN, CODIGO
      *    DO ITEM NO FORNECEDOR - NESTA ORDEM
      *
       ACHA-ITEM.
           MOVE ZEROS TO W-NUMPF
           IF CTL-CODIGO NOT NUMERIC OR CTL-CODIGO = ZEROS
              GO TO ACHA-EAN.
           MOVE CTL-CODIGO TO W-CODBUSCA
           PERFORM BUSCA-COD THRU BUSCA-COD-FIM
           IF W-NUMPF NOT = ZEROS
              GO TO ACHA-ITEM-FIM.
       ACHA-EAN.
           IF CTL-BARRAS NOT NUMERIC OR CTL-BARRAS = ZEROS
              GO TO ACHA-CODFOR.
           MOVE CTL-BARRAS TO BARRAS
           READ CADPRO KEY IS BARRAS
           IF ST-ERRO3 NOT = "00"
              GO TO ACHA-CODFOR.
           MOVE CODIGO TO W-CODBUSCA
           PERFORM BUSCA-COD THRU BUSCA-COD-FIM
           IF W-NUMPF NOT = ZEROS
              GO TO ACHA-ITEM-FIM.
       ACHA-CODFOR.
           IF CTL-CODFOR = SPACES
              GO TO ACHA-ITEM-FIM.
           MOVE 1 TO I.
       ACHA-CODFOR-1.
           IF I > W-TOTPF
              GO TO ACHA-ITEM-FIM.
           IF TPF-CODFOR(I) = CTL-CODFOR
              MOVE TPF-NUM(I) TO W-NUMPF
              GO TO ACHA-ITEM-FIM.
           ADD 1 TO I
           GO TO ACHA-CODFOR-1.
       ACHA-ITEM-FIM.
           EXIT.

       BUSCA-COD.
           MOVE 1 TO I.
       BUSCA-COD-1.
           IF I > W-TOTPF
              GO TO BUSCA-COD-FIM.
           IF TPF-COD(I) = W-CODBUSCA
              MOVE TPF-NUM(I) TO W-NUMPF
              GO TO BUSCA-COD-FIM.
           ADD 1 TO I
           GO TO BUSCA-COD-1.
       BUSCA-COD-FIM.
           EXIT.

      *
      *    GRAVA O PRECO NO CADCATPRE (HISTORICO COM O PRECO
      *    ANTERIOR) E, SE JA VALE, NO PFPRECO DO CADPROFOR
      *
       GRAVA-PRECO.
           MOVE W-NUMPF TO CATNUMPF
           MOVE W-VIGEN TO CATVIGEN
           READ CADCATPRE
           IF ST-ERRO5 = "00"
              MOVE "S" TO W-EXISTE
           ELSE
              MOVE "N" TO W-EXISTE
              MOVE W-NUMPF TO CATNUMPF
              MOVE W-VIGEN TO CATVIGEN
              MOVE W-PRECOANT TO CATPRECOANT.
           MOVE CTL-PRECO TO CATPRECO
           MOVE W-CNPJ TO CATCNPJ
           MOVE PFCODIGO TO CATCODPRO
           MOVE W-HOJE TO CATDATAIMP
           MOVE W-OPERCOD TO CATOPER.
       GRAVA-CAT-WR.
           IF W-EXISTE = "S"
              REWRITE REGCATPRE
           ELSE
              WRITE REGCATPRE.
           IF ST-ERRO5 = "51" OR ST-ERRO5 = "61"
              MOVE "CADCATPRE EM USO - AGUARDANDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-CAT-WR.
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
              GO TO GRAVA-PRECO-FIM.
           ADD 1 TO W-QTDGRAV
      *    PRECO FUTURO FICA SO NO CATALOGO ATE ENTRAR EM VIGOR
           IF W-VIGEN > W-HOJE OR W-VIGEN < PFVIGEN
              GO TO GRAVA-PRECO-FIM.
           MOVE CTL-PRECO TO PFPRECO
           MOVE W-VIGEN TO PFVIGEN
           IF PFCODFOR = SPACES
              MOVE CTL-CODFOR TO PFCODFOR.
       GRAVA-PF-RW.
           REWRITE REGPROFOR
           IF ST-ERRO4 = "51" OR ST-ERRO4 = "61"
              MOVE "CADPROFOR EM USO - AGUARDANDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-PF-RW.
       GRAVA-PRECO-FIM.
           EXIT.

      *
      *    LINHA DE OCORRENCIA: NA TELA (SIMULACAO) OU NA LISTA
      *
       MOSTRA-DET.
           IF CTL-CODFOR NOT = SPACES
              MOVE CTL-CODFOR TO DETCODFOR
           ELSE
              MOVE CTL-BARRAS TO DETCODFOR.
           MOVE CTL-DESC TO DETDESC
           MOVE W-PRECOANT TO DETANT
           MOVE CTL-PRECO TO DETNOVO
           IF W-MODO = "A"
              WRITE REGREL FROM DET2
              GO TO MOSTRA-DET-FIM.
           ADD 1 TO CONLIN
           IF CONLIN > 19
              DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
              ACCEPT (22, 31) W-OPCAO
              DISPLAY TELACAT
              DISPLAY (03, 01) CAB2
              MOVE 04 TO CONLIN.
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DET2.
       MOSTRA-DET-FIM.
           EXIT.

       MOSTRA-TOT.
           MOVE W-QTDLIDO TO TOTLID
           MOVE W-QTDACHOU TO TOTACH
           MOVE W-QTDSEM TO TOTSEM
           MOVE W-QTDAUM TO TOTAUM
           MOVE W-QTDGRAV TO TOTGRV
           DISPLAY (21, 01) TOT1.
       MOSTRA-TOT-FIM.
           EXIT.

      *
      ****************************************
      * PRECOS DO CATALOGO QUE JA ENTRARAM   *
      * EM VIGOR VAO PARA O PFPRECO          *
      ****************************************
      *
       VIG-INI.
           DISPLAY TELACAT
           MOVE ZEROS TO W-QTDGRAV NUMPROFOR
           START CADPROFOR KEY IS NOT LESS NUMPROFOR
           IF ST-ERRO4 NOT = "00"
              GO TO VIG-FIM.
       VIG-RD1.
           READ CADPROFOR NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO VIG-FIM.
           PERFORM BUSCA-VIG THRU BUSCA-VIG-FIM
           IF W-DATAVIG = ZEROS OR W-DATAVIG NOT > PFVIGEN
              GO TO VIG-RD1.
           MOVE W-PRECOVIG TO PFPRECO
           MOVE W-DATAVIG TO PFVIGEN.
       VIG-RW1.
           REWRITE REGPROFOR
           IF ST-ERRO4 = "51" OR ST-ERRO4 = "61"
              MOVE "CADPROFOR EM USO - AGUARDANDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VIG-RW1.
           IF ST-ERRO4 = "00" OR ST-ERRO4 = "02"
              ADD 1 TO W-QTDGRAV.
           GO TO VIG-RD1.
       VIG-FIM.
           DISPLAY (10, 01) "PRECOS ATUALIZADOS: "
           DISPLAY (10, 21) W-QTDGRAV
           MOVE "*** PRECOS EM VIGOR ATUALIZADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-CAT.

      *
      *    PRECO DE MAIOR VIGENCIA ATE HOJE DO PAR NUMPROFOR
      *    (MESMA REGRA DA ROTINA CATPRECO)
      *
       BUSCA-VIG.
           MOVE ZEROS TO W-PRECOVIG W-DATAVIG
           MOVE NUMPROFOR TO CATNUMPF
           MOVE ZEROS TO CATVIGEN
           START CADCATPRE KEY IS NOT LESS CATCHAVE
           IF ST-ERRO5 NOT = "00"
              GO TO BUSCA-VIG-FIM.
       BUSCA-VIG-RD.
           READ CADCATPRE NEXT
           IF ST-ERRO5 NOT = "00" OR CATNUMPF NOT = NUMPROFOR
              GO TO BUSCA-VIG-FIM.
           IF CATVIGEN > W-HOJE
              GO TO BUSCA-VIG-FIM.
           MOVE CATPRECO TO W-PRECOVIG
           MOVE CATVIGEN TO W-DATAVIG
           GO TO BUSCA-VIG-RD.
       BUSCA-VIG-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADFOR
           CLOSE CADPRO
           CLOSE CADPROFOR
           CLOSE CADCATPRE.
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
