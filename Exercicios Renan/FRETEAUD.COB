       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRETEAUD.
      *******************************
      * PROGRAMA DE CONFERENCIA DA FATURA DE FRETE DA             *
      * TRANSPORTADORA (LISTA DE CT-E)                            *
      * AS LINHAS SAO DIGITADAS OU IMPORTADAS DO CTEFRETE.TXT E   *
      * CADA UMA E CONFERIDA COM O EMBARQUE (CADEXPED, SCP048)    *
      * PELO NUMERO DA VENDA E PELA DATA. O VALOR COBRADO E       *
      * COMPARADO COM O FRETE COTADO (EXPFRETE): ACIMA DA         *
      * TOLERANCIA (CADPARAM FRTTOLER) SO SE APROVA A COTACAO;    *
      * CT-E EM DUPLICIDADE OU SEM EMBARQUE NAO SE APROVA.        *
      * EMBARQUES DO PERIODO NUNCA COBRADOS SAEM NA LISTA         *
      * (AUDFRETE.TXT). O TITULO A PAGAR (CADPAGAR) E GERADO SO   *
      * PELO VALOR APROVADO, COM UM PEDIDO JA RECEBIDO PARA A     *
      * CHAVE DO TITULO (MESMO CRITERIO DO CONSIGBX)              *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADFATFRT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FFCHAVE
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADCTE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CTECHAVE
                       ALTERNATE RECORD KEY IS CTEVENDA
                                   WITH DUPLICATES
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADEXPED ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EXPNUMVEN
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT CADTRANSP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TRACNPJ
                       FILE STATUS IS ST-ERRO4.
      *
       SELECT CADPEDIDO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMPEDIDO
                       FILE STATUS IS ST-ERRO5.
      *
       SELECT CADPAGAR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TITCHAVE
                       FILE STATUS IS ST-ERRO6.
      *
       SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-ERRO7.
      *
       SELECT CTEFRETE ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-ERRO8.
      *
       SELECT CADEMPATIVA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-EAT.
      *
       SELECT RELAUD ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    FATURA DA TRANSPORTADORA
      *    FFSTATUS: A=ABERTA  C=CONFERIDA  P=TITULO GERADO
       FD CADFATFRT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFATFRT.DAT".
       01 REGFATFRT.
           03 FFCHAVE.
               05 FFCNPJ        PIC 9(14).
               05 FFNUM         PIC 9(09).
           03 FFDATA            PIC 9(08).
           03 FFVENCTO          PIC 9(08).
           03 FFDTINI           PIC 9(08).
           03 FFDTFIM           PIC 9(08).
           03 FFVALOR           PIC 9(11)V99.
           03 FFAPROV           PIC 9(11)V99.
           03 FFSTATUS          PIC X(01).
           03 FFNUMPED          PIC 9(06).
      *
      *    LINHAS DA FATURA (UM CT-E POR EMBARQUE)
      *    CTESIT: BRANCO=NAO CONFERIDA  O=OK  A=ACIMA DA TOLERANCIA
      *            D=DUPLICADA  N=SEM EMBARQUE CORRESPONDENTE
       FD CADCTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCTE.DAT".
       01 REGCTE.
           03 CTECHAVE.
               05 CTECNPJ       PIC 9(14).
               05 CTEFAT        PIC 9(09).
               05 CTENUM        PIC 9(09).
           03 CTEVENDA          PIC 9(06).
           03 CTEDATA           PIC 9(08).
           03 CTEVALOR          PIC 9(09)V99.
           03 CTECOTADO         PIC 9(09)V99.
           03 CTEAPROV          PIC 9(09)V99.
           03 CTESIT            PIC X(01).
      *
       FD CADEXPED
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEXPED.DAT".
       01 REGEXPED.
           03 EXPNUMVEN         PIC 9(06).
           03 EXPDATA           PIC 9(08).
           03 EXPDEPOS          PIC 9(02).
           03 EXPTRACNPJ        PIC 9(14).
           03 EXPFRETE          PIC 9(09)V99.
      *
       FD CADTRANSP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTRANSP.DAT".
       01 REGTRANSP.
           03 TRACNPJ           PIC 9(14).
           03 TRANOME           PIC X(30).
           03 TRADDD            PIC 9(02).
           03 TRATEL            PIC 9(09).
           03 TRASTATUS         PIC X(01).
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
       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.
      *
      *    ARQUIVO DA TRANSPORTADORA: UMA LINHA POR CT-E
       FD CTEFRETE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CTEFRETE.TXT".
       01 REGCTF.
           03 CTF-CNPJ          PIC 9(14).
           03 CTF-FATURA        PIC 9(09).
           03 CTF-CTE           PIC 9(09).
           03 CTF-VENDA         PIC 9(06).
           03 CTF-DATA          PIC 9(08).
           03 CTF-VALOR         PIC 9(09)V99.
      *
       FD CADEMPATIVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMPATIVA.TXT".
       01 REGEMPATIVA.
           03 EAT-COD        PIC 9(02).
           03 FILLER         PIC X(01).
           03 EAT-NOME       PIC X(30).
      *
       FD RELAUD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AUDFRETE.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 W-FUNC         PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-ERRO5       PIC X(02) VALUE "00".
       01 ST-ERRO6       PIC X(02) VALUE "00".
       01 ST-ERRO7       PIC X(02) VALUE "00".
       01 ST-ERRO8       PIC X(02) VALUE "00".
       01 ST-EAT         PIC X(02) VALUE "00".
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-DATA         PIC 9(08) VALUE ZEROS.
       01 W-DATA-G REDEFINES W-DATA.
           03 ANO-DT     PIC 9(04).
           03 MES-DT     PIC 9(02).
           03 DIA-DT     PIC 9(02).
       01 W-CNPJ         PIC 9(14) VALUE ZEROS.
       01 W-NUMFAT       PIC 9(09) VALUE ZEROS.
       01 W-NUMCTE       PIC 9(09) VALUE ZEROS.
       01 W-EXISTE       PIC X(01) VALUE "N".
       01 W-TEMLIN       PIC X(01) VALUE "N".
       01 W-TOLER        PIC 9(03)V99 VALUE 5,00.
       01 W-LIMITE       PIC 9(09)V99 VALUE ZEROS.
       01 W-EMPATIVA     PIC 9(02) VALUE 01.
       01 W-PROXPED      PIC 9(06) VALUE ZEROS.
       01 W-EHUTIL       PIC X(01) VALUE SPACES.
       01 W-PROXUTIL     PIC 9(08) VALUE ZEROS.
       01 W-CTESALVO     PIC X(80) VALUE SPACES.
       01 W-CHVSALVA     PIC X(32) VALUE SPACES.
       01 W-VENDA        PIC 9(06) VALUE ZEROS.
       01 W-DUPLIC       PIC X(01) VALUE "N".
       01 W-COBRADO      PIC X(01) VALUE "N".
       01 W-QTDLIN       PIC 9(05) VALUE ZEROS.
       01 W-QTDOK        PIC 9(05) VALUE ZEROS.
       01 W-QTDACIMA     PIC 9(05) VALUE ZEROS.
       01 W-QTDDUP       PIC 9(05) VALUE ZEROS.
       01 W-QTDSEM       PIC 9(05) VALUE ZEROS.
       01 W-QTDNCOB      PIC 9(05) VALUE ZEROS.
       01 W-QTDLIDO      PIC 9(05) VALUE ZEROS.
       01 W-QTDGRAV      PIC 9(05) VALUE ZEROS.
       01 W-TOTCOB       PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTAPR       PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTNCOB      PIC 9(11)V99 VALUE ZEROS.
       01 W-DIFER        PIC 9(11)V99 VALUE ZEROS.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 FILLER    PIC X(18) VALUE "FATURA DE FRETE - ".
           03 CABCNPJ   PIC 9(14) VALUE ZEROS.
           03 FILLER    PIC X(04) VALUE " N. ".
           03 CABFAT    PIC 9(09) VALUE ZEROS.
           03 FILLER    PIC X(13) VALUE " TOLERANCIA: ".
           03 CABTOL    PIC ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE " %".

       01 CAB2.
           03 FILLER    PIC X(40) VALUE
              "CT-E      VENDA  DATA        COBRADO    ".
           03 FILLER    PIC X(39) VALUE
              "COTADO   APROVADO OCORRENCIA".

       01 DET2.
           03 DETCTE    PIC 9(09) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETVENDA  PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETDATA   PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCOB    PIC ZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCOT    PIC ZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETAPR    PIC ZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETOBS    PIC X(18) VALUE SPACES.

       01 CAB3.
           03 FILLER    PIC X(40) VALUE
              "EMBARQUES DO PERIODO SEM COBRANCA:      ".

       01 DET3.
           03 FILLER    PIC X(10) VALUE SPACES.
           03 DETNVENDA PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETNDATA  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(12) VALUE SPACES.
           03 DETNCOT   PIC ZZZZZZ9,99 VALUE ZEROS.

       01 TOT1.
           03 FILLER    PIC X(08) VALUE "LINHAS: ".
           03 TOTLIN    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(06) VALUE " OK:  ".
           03 TOTOK     PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " ACIMA: ".
           03 TOTACI    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " DUPL.: ".
           03 TOTDUP    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(12) VALUE " SEM EMBARQ:".
           03 TOTSEM    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(11) VALUE " NAO COBR.:".
           03 TOTNCO    PIC ZZZZ9 VALUE ZEROS.

       01 TOT2.
           03 FILLER    PIC X(09) VALUE "COBRADO: ".
           03 TOTCOB    PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(11) VALUE " APROVADO: ".
           03 TOTAPR    PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " GLOSA: ".
           03 TOTDIF    PIC ZZZZZZZZZZ9,99 VALUE ZEROS.

       SCREEN SECTION.

       01  TELAAUD.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   CONFERENCI".
           05  LINE 02  COLUMN 43
               VALUE  "A DE FATURA DE FRETE  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN INPUT CADTRANSP
           IF ST-ERRO4 NOT = "00"
              MOVE "SEM TRANSPORTADORAS - USE O SCP047" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADEXPED
           IF ST-ERRO3 NOT = "00"
              MOVE "SEM EMBARQUES - USE O SCP048" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTRANSP
              GO TO ROT-FIM2.
           OPEN I-O CADFATFRT
           IF ST-ERRO = "30"
              OPEN OUTPUT CADFATFRT
              CLOSE CADFATFRT
              OPEN I-O CADFATFRT.
           OPEN I-O CADCTE
           IF ST-ERRO2 = "30"
              OPEN OUTPUT CADCTE
              CLOSE CADCTE
              OPEN I-O CADCTE.
           OPEN INPUT CADPARAM
           IF ST-ERRO7 = "00"
              MOVE "FRTTOLER" TO PARCODIGO
              READ CADPARAM
              IF ST-ERRO7 = "00" AND PARVALOR > ZEROS
                 MOVE PARVALOR TO W-TOLER.
           CLOSE CADPARAM.
           OPEN INPUT CADEMPATIVA
           IF ST-EAT = "00"
              READ CADEMPATIVA
              IF ST-EAT = "00" AND EAT-COD > ZEROS
                 MOVE EAT-COD TO W-EMPATIVA.
           CLOSE CADEMPATIVA.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-AUD.
           DISPLAY TELAAUD
           DISPLAY (04, 01) "1 - DIGITAR FATURA / LINHAS DE CT-E"
           DISPLAY (05, 01) "2 - IMPORTAR LINHAS DE CT-E (CTEFRETE.TXT)"
           DISPLAY (06, 01) "3 - CONFERIR FATURA COM OS EMBARQUES"
           DISPLAY (07, 01) "4 - APROVAR E GERAR TITULO A PAGAR"
           DISPLAY (08, 01) "0 - SAIR"
           DISPLAY (10, 01) "OPCAO: ".
           ACCEPT  (10, 08) W-FUNC.
           IF W-FUNC = "0"
              GO TO ROT-FIM.
           IF W-FUNC NOT = "1" AND W-FUNC NOT = "2" AND
              W-FUNC NOT = "3" AND W-FUNC NOT = "4"
              GO TO MENU-AUD.

      *
      ****************************************
      * CABECALHO DA FATURA (TODAS AS OPCOES)*
      ****************************************
      *
       FAT-INI.
           DISPLAY TELAAUD.
       FAT-R0.
           DISPLAY (04, 01) "CNPJ DA TRANSPORTADORA (0=VOLTAR): ".
           ACCEPT  (04, 37) W-CNPJ.
           IF W-CNPJ = ZEROS
              GO TO MENU-AUD.
           MOVE W-CNPJ TO TRACNPJ
           READ CADTRANSP
           IF ST-ERRO4 NOT = "00"
              MOVE "* TRANSPORTADORA NAO EXISTE, USE O SCP047 *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FAT-R0.
           DISPLAY (05, 01) TRANOME.
       FAT-R1.
           DISPLAY (06, 01) "NUMERO DA FATURA: ".
           ACCEPT  (06, 19) W-NUMFAT.
           IF W-NUMFAT = ZEROS
              GO TO FAT-INI.
           MOVE W-CNPJ TO FFCNPJ
           MOVE W-NUMFAT TO FFNUM
           READ CADFATFRT
           IF ST-ERRO = "00"
              GO TO FAT-MOSTRA.
           IF W-FUNC = "3" OR W-FUNC = "4"
              MOVE "*** FATURA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FAT-R1.
           MOVE ZEROS TO FFVALOR FFAPROV FFNUMPED
           MOVE "A" TO FFSTATUS
           MOVE W-HOJE TO FFDATA.
       FAT-R2.
           DISPLAY (07, 01) "EMISSAO: ".
           ACCEPT  (07, 10) FFDATA WITH UPDATE.
           MOVE FFDATA TO W-DATA
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-EXISTE = "N"
              GO TO FAT-R2.
       FAT-R3.
           DISPLAY (07, 22) "VENCIMENTO: ".
           ACCEPT  (07, 34) FFVENCTO.
           MOVE FFVENCTO TO W-DATA
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-EXISTE = "N"
              GO TO FAT-R3.
       FAT-R4.
           DISPLAY (08, 01) "PERIODO DE: ".
           ACCEPT  (08, 13) FFDTINI.
           MOVE FFDTINI TO W-DATA
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-EXISTE = "N"
              GO TO FAT-R4.
       FAT-R5.
           DISPLAY (08, 22) "ATE: ".
           ACCEPT  (08, 27) FFDTFIM.
           MOVE FFDTFIM TO W-DATA
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-EXISTE = "N"
              GO TO FAT-R5.
           IF FFDTFIM < FFDTINI
              MOVE "*** FIM DO PERIODO ANTES DO INICIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FAT-R4.
           WRITE REGFATFRT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DA FATURA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-AUD.
           GO TO FAT-DESVIA.
       FAT-MOSTRA.
           DISPLAY (07, 01) "EMISSAO: "
           DISPLAY (07, 10) FFDATA
           DISPLAY (07, 22) "VENCIMENTO: "
           DISPLAY (07, 34) FFVENCTO
           DISPLAY (08, 01) "PERIODO DE: "
           DISPLAY (08, 13) FFDTINI
           DISPLAY (08, 22) "ATE: "
           DISPLAY (08, 27) FFDTFIM
           IF FFSTATUS = "P"
              DISPLAY (08, 42) "TITULO GERADO NO PEDIDO "
              DISPLAY (08, 66) FFNUMPED
              MOVE "*** FATURA JA APROVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FAT-R1.
           IF FFSTATUS = "C"
              DISPLAY (08, 42) "CONFERIDA".
       FAT-DESVIA.
           IF W-FUNC = "1"
              GO TO LIN-INI.
           IF W-FUNC = "2"
              GO TO IMP-INI.
           IF W-FUNC = "3"
              GO TO AUD-INI.
           GO TO APR-INI.

      *
      ****************************************
      * DIGITACAO DAS LINHAS (CT-E)          *
      * VALOR ZERO EXCLUI A LINHA            *
      ****************************************
      *
       LIN-INI.
           DISPLAY (10, 01) LIMPA
           DISPLAY (11, 01) LIMPA
           DISPLAY (12, 01) LIMPA
           DISPLAY (10, 01) "NUMERO DO CT-E (0=FIM): ".
           ACCEPT  (10, 25) W-NUMCTE.
           IF W-NUMCTE = ZEROS
              GO TO MENU-AUD.
           MOVE W-CNPJ TO CTECNPJ
           MOVE W-NUMFAT TO CTEFAT
           MOVE W-NUMCTE TO CTENUM
           MOVE "S" TO W-TEMLIN
           READ CADCTE
           IF ST-ERRO2 NOT = "00"
              MOVE "N" TO W-TEMLIN
              MOVE ZEROS TO CTEVENDA CTEDATA CTEVALOR.
       LIN-R1.
           DISPLAY (11, 01) "VENDA: ".
           ACCEPT  (11, 08) CTEVENDA WITH UPDATE.
           IF CTEVENDA = ZEROS
              MOVE "*** NUMERO DA VENDA OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LIN-R1.
       LIN-R2.
           DISPLAY (11, 20) "DATA DO EMBARQUE: ".
           ACCEPT  (11, 38) CTEDATA WITH UPDATE.
           MOVE CTEDATA TO W-DATA
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-EXISTE = "N"
              GO TO LIN-R2.
       LIN-R3.
           DISPLAY (12, 01) "VALOR COBRADO (0=EXCLUI): ".
           ACCEPT  (12, 27) CTEVALOR WITH UPDATE.
           MOVE ZEROS TO CTECOTADO CTEAPROV
           MOVE SPACE TO CTESIT
           IF CTEVALOR = ZEROS AND W-TEMLIN = "N"
              GO TO LIN-INI.
           IF CTEVALOR = ZEROS
              DELETE CADCTE RECORD
              MOVE "*** LINHA EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LIN-FAT.
           WRITE REGCTE
           IF ST-ERRO2 = "22"
              REWRITE REGCTE.
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "ERRO NA GRAVACAO DA LINHA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-AUD.
      *    LINHA NOVA OU ALTERADA: A FATURA VOLTA A SER CONFERIDA
       LIN-FAT.
           IF FFSTATUS NOT = "A"
              MOVE "A" TO FFSTATUS
              REWRITE REGFATFRT.
           GO TO LIN-INI.

      *
      ****************************************
      * IMPORTACAO DO CTEFRETE.TXT           *
      * SO AS LINHAS DESTA TRANSPORTADORA E  *
      * DESTA FATURA                         *
      ****************************************
      *
       IMP-INI.
           OPEN INPUT CTEFRETE
           IF ST-ERRO8 NOT = "00"
              MOVE "ARQUIVO CTEFRETE.TXT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-AUD.
           MOVE ZEROS TO W-QTDLIDO W-QTDGRAV.
       IMP-RD.
           READ CTEFRETE
           IF ST-ERRO8 NOT = "00"
              GO TO IMP-FIM.
           IF CTF-CNPJ NOT NUMERIC OR CTF-FATURA NOT NUMERIC
              GO TO IMP-RD.
           IF CTF-CNPJ NOT = W-CNPJ OR CTF-FATURA NOT = W-NUMFAT
              GO TO IMP-RD.
           ADD 1 TO W-QTDLIDO
           IF CTF-CTE NOT NUMERIC OR CTF-VENDA NOT NUMERIC OR
              CTF-DATA NOT NUMERIC OR CTF-VALOR NOT NUMERIC
              GO TO IMP-RD.
           IF CTF-CTE = ZEROS OR CTF-VALOR = ZEROS
              GO TO IMP-RD.
           MOVE W-CNPJ TO CTECNPJ
           MOVE W-NUMFAT TO CTEFAT
           MOVE CTF-CTE TO CTENUM
           MOVE CTF-VENDA TO CTEVENDA
           MOVE CTF-DATA TO CTEDATA
           MOVE CTF-VALOR TO CTEVALOR
           MOVE ZEROS TO CTECOTADO CTEAPROV
           MOVE SPACE TO CTESIT
           WRITE REGCTE
           IF ST-ERRO2 = "22"
              REWRITE REGCTE.
           IF ST-ERRO2 = "00" OR ST-ERRO2 = "02"
              ADD 1 TO W-QTDGRAV.
           GO TO IMP-RD.
       IMP-FIM.
           CLOSE CTEFRETE
           IF W-QTDGRAV > ZEROS AND FFSTATUS NOT = "A"
              MOVE "A" TO FFSTATUS
              REWRITE REGFATFRT.
           DISPLAY (10, 01) "LINHAS DA FATURA NO ARQUIVO: "
           DISPLAY (10, 30) W-QTDLIDO
           DISPLAY (11, 01) "LINHAS GRAVADAS             : "
           DISPLAY (11, 30) W-QTDGRAV
           MOVE "*** IMPORTACAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-AUD.

      *
      ****************************************
      * CONFERENCIA DA FATURA                *
      ****************************************
      *
       AUD-INI.
           DISPLAY (10, 01) "TOLERANCIA SOBRE A COTACAO (%): ".
           ACCEPT  (10, 33) W-TOLER WITH UPDATE.
           MOVE ZEROS TO W-QTDLIN W-QTDOK W-QTDACIMA W-QTDDUP
           MOVE ZEROS TO W-QTDSEM W-QTDNCOB
           MOVE ZEROS TO W-TOTCOB W-TOTAPR W-TOTNCOB
           OPEN OUTPUT RELAUD
           MOVE W-CNPJ TO CABCNPJ
           MOVE W-NUMFAT TO CABFAT
           MOVE W-TOLER TO CABTOL
           WRITE REGREL FROM CAB1
           MOVE SPACES TO REGREL
           WRITE REGREL
           WRITE REGREL FROM CAB2
           MOVE W-CNPJ TO CTECNPJ
           MOVE W-NUMFAT TO CTEFAT
           MOVE ZEROS TO CTENUM
           START CADCTE KEY IS NOT LESS CTECHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO AUD-NCOB.
       AUD-RD.
           READ CADCTE NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO AUD-NCOB.
           IF CTECNPJ NOT = W-CNPJ OR CTEFAT NOT = W-NUMFAT
              GO TO AUD-NCOB.
           ADD 1 TO W-QTDLIN
           ADD CTEVALOR TO W-TOTCOB
           MOVE ZEROS TO CTECOTADO CTEAPROV
      *    O EMBARQUE TEM DE SER DESTA TRANSPORTADORA E DESTA DATA
           MOVE CTEVENDA TO EXPNUMVEN
           READ CADEXPED
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO CTESIT
              MOVE "SEM EMBARQUE" TO DETOBS
              GO TO AUD-GRAVA.
           IF EXPTRACNPJ NOT = W-CNPJ
              MOVE "N" TO CTESIT
              MOVE "OUTRA TRANSPORT." TO DETOBS
              GO TO AUD-GRAVA.
           IF EXPDATA NOT = CTEDATA
              MOVE "N" TO CTESIT
              MOVE "DATA NAO CONFERE" TO DETOBS
              GO TO AUD-GRAVA.
           MOVE EXPFRETE TO CTECOTADO
           PERFORM VER-DUPLIC THRU VER-DUPLIC-FIM
           IF W-DUPLIC = "S"
              MOVE "D" TO CTESIT
              MOVE "CT-E DUPLICADO" TO DETOBS
              GO TO AUD-GRAVA.
           COMPUTE W-LIMITE ROUNDED =
              CTECOTADO + (CTECOTADO * W-TOLER / 100)
           IF CTEVALOR > W-LIMITE
              MOVE "A" TO CTESIT
              MOVE CTECOTADO TO CTEAPROV
              MOVE "ACIMA DA COTACAO" TO DETOBS
              GO TO AUD-GRAVA.
           MOVE "O" TO CTESIT
           MOVE CTEVALOR TO CTEAPROV
           MOVE "OK" TO DETOBS.
       AUD-GRAVA.
           REWRITE REGCTE
           IF CTESIT = "O"
              ADD 1 TO W-QTDOK.
           IF CTESIT = "A"
              ADD 1 TO W-QTDACIMA.
           IF CTESIT = "D"
              ADD 1 TO W-QTDDUP.
           IF CTESIT = "N"
              ADD 1 TO W-QTDSEM.
           ADD CTEAPROV TO W-TOTAPR
           MOVE CTENUM TO DETCTE
           MOVE CTEVENDA TO DETVENDA
           MOVE CTEDATA TO DETDATA
           MOVE CTEVALOR TO DETCOB
           MOVE CTECOTADO TO DETCOT
           MOVE CTEAPROV TO DETAPR
           WRITE REGREL FROM DET2
      *    A VERIFICACAO DE DUPLICIDADE MUDA A POSICAO DO ARQUIVO
           START CADCTE KEY IS GREATER THAN CTECHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO AUD-NCOB.
           GO TO AUD-RD.

      *    EMBARQUES DA TRANSPORTADORA NO PERIODO SEM NENHUM CT-E
       AUD-NCOB.
           MOVE SPACES TO REGREL
           WRITE REGREL
           WRITE REGREL FROM CAB3
           MOVE ZEROS TO EXPNUMVEN
           START CADEXPED KEY IS NOT LESS EXPNUMVEN
           IF ST-ERRO3 NOT = "00"
              GO TO AUD-FIM.
       AUD-NCOB-RD.
           READ CADEXPED NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO AUD-FIM.
           IF EXPTRACNPJ NOT = W-CNPJ
              GO TO AUD-NCOB-RD.
           IF EXPDATA < FFDTINI OR EXPDATA > FFDTFIM
              GO TO AUD-NCOB-RD.
           PERFORM VER-COBRADO THRU VER-COBRADO-FIM
           IF W-COBRADO = "S"
              GO TO AUD-NCOB-RD.
           ADD 1 TO W-QTDNCOB
           ADD EXPFRETE TO W-TOTNCOB
           MOVE EXPNUMVEN TO DETNVENDA
           MOVE EXPDATA TO DETNDATA
           MOVE EXPFRETE TO DETNCOT
           WRITE REGREL FROM DET3
           GO TO AUD-NCOB-RD.

       AUD-FIM.
           MOVE W-TOTCOB TO FFVALOR
           MOVE W-TOTAPR TO FFAPROV
           MOVE "C" TO FFSTATUS
           REWRITE REGFATFRT
           MOVE ZEROS TO W-DIFER
           IF W-TOTCOB > W-TOTAPR
              COMPUTE W-DIFER = W-TOTCOB - W-TOTAPR.
           MOVE W-QTDLIN TO TOTLIN
           MOVE W-QTDOK TO TOTOK
           MOVE W-QTDACIMA TO TOTACI
           MOVE W-QTDDUP TO TOTDUP
           MOVE W-QTDSEM TO TOTSEM
           MOVE W-QTDNCOB TO TOTNCO
           MOVE W-TOTCOB TO TOTCOB
           MOVE W-TOTAPR TO TOTAPR
           MOVE W-DIFER TO TOTDIF
           MOVE SPACES TO REGREL
           WRITE REGREL
           WRITE REGREL FROM TOT1
           WRITE REGREL FROM TOT2
           CLOSE RELAUD
      *    O IMPRESSO VAI PARA O SPOOL CENTRAL (SCP067)
           MOVE "FRETEAUD" TO W-SPPROG
           MOVE "AUDFRETE.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (12, 01) "LINHAS CONFERIDAS : "
           DISPLAY (12, 21) W-QTDLIN
           DISPLAY (13, 01) "OK                : "
           DISPLAY (13, 21) W-QTDOK
           DISPLAY (14, 01) "ACIMA DA COTACAO  : "
           DISPLAY (14, 21) W-QTDACIMA
           DISPLAY (15, 01) "CT-E DUPLICADOS   : "
           DISPLAY (15, 21) W-QTDDUP
           DISPLAY (16, 01) "SEM EMBARQUE      : "
           DISPLAY (16, 21) W-QTDSEM
           DISPLAY (17, 01) "EMBARQUES NAO COBRADOS: "
           DISPLAY (17, 25) W-QTDNCOB
           DISPLAY (18, 01) "TOTAL COBRADO     : "
           DISPLAY (18, 21) W-TOTCOB
           DISPLAY (19, 01) "TOTAL APROVADO    : "
           DISPLAY (19, 21) W-TOTAPR
           DISPLAY (20, 01) "GLOSA             : "
           DISPLAY (20, 21) W-DIFER
           MOVE "*** CONFERENCIA GRAVADA EM AUDFRETE.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-AUD.

      *
      ****************************************
      * APROVACAO: TITULO PELO VALOR APROVADO*
      ****************************************
      *
       APR-INI.
           IF FFSTATUS NOT = "C"
              MOVE "* CONFIRA A FATURA ANTES (OPCAO 3) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-AUD.
           MOVE ZEROS TO W-DIFER
           IF FFVALOR > FFAPROV
              COMPUTE W-DIFER = FFVALOR - FFAPROV.
           DISPLAY (10, 01) "TOTAL COBRADO : "
           DISPLAY (10, 17) FFVALOR
           DISPLAY (11, 01) "TOTAL APROVADO: "
           DISPLAY (11, 17) FFAPROV
           DISPLAY (12, 01) "GLOSA         : "
           DISPLAY (12, 17) W-DIFER.
       APR-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (14, 01) "GERAR O TITULO PELO VALOR APROVADO (S/N): "
           ACCEPT  (14, 43) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** FATURA NAO APROVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-AUD.
           IF FFAPROV = ZEROS
              MOVE "P" TO FFSTATUS
              REWRITE REGFATFRT
              MOVE "*** NADA APROVADO - SEM TITULO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-AUD.
           OPEN I-O CADPEDIDO
           IF ST-ERRO5 = "30"
              OPEN OUTPUT CADPEDIDO
              CLOSE CADPEDIDO
              OPEN I-O CADPEDIDO.
           OPEN I-O CADPAGAR
           IF ST-ERRO6 = "30"
              OPEN OUTPUT CADPAGAR
              CLOSE CADPAGAR
              OPEN I-O CADPAGAR.
      *    PROXIMO NUMERO LIVRE DE PEDIDO
           MOVE ZEROS TO W-PROXPED NUMPEDIDO
           START CADPEDIDO KEY IS NOT LESS NUMPEDIDO
           IF ST-ERRO5 NOT = "00"
              GO TO APR-PED.
       APR-PED-RD.
           READ CADPEDIDO NEXT
           IF ST-ERRO5 NOT = "00"
              GO TO APR-PED.
           MOVE NUMPEDIDO TO W-PROXPED
           GO TO APR-PED-RD.
       APR-PED.
           ADD 1 TO W-PROXPED
           MOVE W-PROXPED TO NUMPEDIDO
           MOVE W-CNPJ TO PCNPJ
           MOVE "R" TO STATUSPEDIDO
           MOVE W-HOJE TO DATAPEDIDO DATARECEB
           MOVE FFVENCTO TO DATAPROMET
           MOVE FFAPROV TO VALORPEDIDO
           MOVE SPACE TO APROVSTATUS
           MOVE ZEROS TO APROVCOD APROVDATA
           MOVE ZEROS TO PCONDPG PCCUSTO
           MOVE "N" TO PCONTRATO
           MOVE W-EMPATIVA TO PEMP
           MOVE SPACES TO PMOEDA
           MOVE ZEROS TO PTAXA
           WRITE REGPEDIDO
           IF ST-ERRO5 = "22"
              GO TO APR-PED.
      *    VENCIMENTO DA FATURA, EM DIA UTIL
           CALL "DIAUTIL" USING FFVENCTO W-EHUTIL W-PROXUTIL
           MOVE NUMPEDIDO TO TITNUMPED
           MOVE 1 TO TITSEQ
           MOVE W-CNPJ TO TITCNPJ
           MOVE FFAPROV TO TITVALOR
           MOVE W-PROXUTIL TO TITVENCTO
           MOVE ZEROS TO TITPAGO TITJUROS
           MOVE "A" TO TITSTATUS
           MOVE W-EMPATIVA TO TITEMP
           MOVE SPACES TO TITMOEDA
           MOVE ZEROS TO TITVALME TITPAGOME TITTAXA
           WRITE REGPAGAR
           IF ST-ERRO6 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO TITULO A PAGAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPEDIDO CADPAGAR
              GO TO MENU-AUD.
           CLOSE CADPEDIDO CADPAGAR
           MOVE NUMPEDIDO TO FFNUMPED
           MOVE "P" TO FFSTATUS
           REWRITE REGFATFRT
           DISPLAY (16, 01) "TITULO GERADO NO PEDIDO: "
           DISPLAY (16, 26) NUMPEDIDO
           DISPLAY (17, 01) "VENCIMENTO             : "
           DISPLAY (17, 26) W-PROXUTIL
           MOVE "*** TITULO A PAGAR GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-AUD.

      *
      *****************************************************
      * CT-E DUPLICADO: A MESMA VENDA JA COBRADA NUM CT-E *
      * MENOR DESTA FATURA OU NUMA FATURA JA CONFERIDA    *
      * (LINHA ACEITA, OK OU ACIMA DA COTACAO)            *
      *****************************************************
      *
       VER-DUPLIC.
           MOVE "N" TO W-DUPLIC
           MOVE REGCTE TO W-CTESALVO
           MOVE CTECHAVE TO W-CHVSALVA
           MOVE CTEVENDA TO W-VENDA
           START CADCTE KEY IS NOT LESS CTEVENDA
           IF ST-ERRO2 NOT = "00"
              GO TO VER-DUPLIC-SAI.
       VER-DUPLIC-RD.
           READ CADCTE NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO VER-DUPLIC-SAI.
           IF CTEVENDA NOT = W-VENDA
              GO TO VER-DUPLIC-SAI.
           IF CTECHAVE = W-CHVSALVA
              GO TO VER-DUPLIC-RD.
           IF CTECNPJ = W-CNPJ AND CTEFAT = W-NUMFAT
              IF CTECHAVE < W-CHVSALVA
                 MOVE "S" TO W-DUPLIC
                 GO TO VER-DUPLIC-SAI
              ELSE
                 GO TO VER-DUPLIC-RD.
           IF CTESIT = "O" OR CTESIT = "A"
              MOVE "S" TO W-DUPLIC
              GO TO VER-DUPLIC-SAI.
           GO TO VER-DUPLIC-RD.
       VER-DUPLIC-SAI.
           MOVE W-CTESALVO TO REGCTE.
       VER-DUPLIC-FIM.
           EXIT.

      *
      *    O EMBARQUE TEM ALGUM CT-E DA TRANSPORTADORA (FORA OS
      *    RECUSADOS POR DUPLICIDADE OU SEM EMBARQUE)
      *
       VER-COBRADO.
           MOVE "N" TO W-COBRADO
           MOVE EXPNUMVEN TO CTEVENDA
           START CADCTE KEY IS NOT LESS CTEVENDA
           IF ST-ERRO2 NOT = "00"
              GO TO VER-COBRADO-FIM.
       VER-COBRADO-RD.
           READ CADCTE NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO VER-COBRADO-FIM.
           IF CTEVENDA NOT = EXPNUMVEN
              GO TO VER-COBRADO-FIM.
           IF CTECNPJ NOT = W-CNPJ
              GO TO VER-COBRADO-RD.
           IF CTESIT = "D" OR CTESIT = "N"
              GO TO VER-COBRADO-RD.
           MOVE "S" TO W-COBRADO.
       VER-COBRADO-FIM.
           EXIT.

      *
      *    DATA AAAAMMDD COM MES E DIA VALIDOS
      *
       VALIDA-DATA.
           MOVE "S" TO W-EXISTE
           IF MES-DT < 01 OR MES-DT > 12 OR
              DIA-DT < 01 OR DIA-DT > 31 OR ANO-DT < 1900
              MOVE "N" TO W-EXISTE
              MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VALIDA-DATA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADTRANSP
           CLOSE CADEXPED
           CLOSE CADFATFRT
           CLOSE CADCTE.
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
