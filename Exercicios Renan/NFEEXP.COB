       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFEEXP.
      *******************************
      * NOTA FISCAL ELETRONICA (NF-E) DAS NOTAS DE SAIDA           *
      * 1 - GERA O ARQUIVO DE ENVIO (NFEENV.TXT) PARA O PROGRAMA   *
      *     TRANSMISSOR COM AS NOTAS PENDENTES DO CADNFE (SCP043 E *
      *     FATCONT): EMITENTE, NOTA, DESTINATARIO (CADCLI/CADEND),*
      *     ITENS COM CFOP E ICMS/IPI, TOTAIS E TRANSPORTADORA     *
      *     (CADEXPED)                                             *
      * 2 - LE O RETORNO (NFERET.TXT): AUTORIZACAO GRAVA A CHAVE   *
      *     DE ACESSO E O PROTOCOLO, REJEICAO GERA ALERTA "NFE".   *
      *     RETORNO DO EVENTO DE CANCELAMENTO (NFECANC.TXT, GERADO *
      *     NO CANCELAMENTO DO SCP043) FECHA O CANCELAMENTO        *
      * 3 - REENVIO DE NOTA REJEITADA / SEM RETORNO / EVENTO       *
      * 4 - CONSULTA DA SITUACAO DA NF-E                           *
      * SITUACAO (NFESIT): P=PENDENTE  G=ENVIADA  A=AUTORIZADA     *
      *   R=REJEITADA  C=CANCELAMENTO ENVIADO  K=CANCELADA         *
      *   E=CANCELAMENTO REJEITADO  X=DESCARTADA ANTES DE AUTORIZAR*
      * CONFERENCIA NO SPOOL (NFEREL.TXT)                          *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADNFE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NFENUM
                       ALTERNATE RECORD KEY IS NFENUMVEN
                                   WITH DUPLICATES
                       FILE STATUS IS ST-NFE.
      *
       SELECT CADNFSAIDA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NFSNUM
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADNFSITEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NFICHAVE
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADCLI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CLICNPJ
                       ALTERNATE RECORD KEY IS
                       CLINOME WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO3.
      *
       SELECT CADEND ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CEP
                       ALTERNATE RECORD KEY IS
                       CIDADE WITH DUPLICATES
                       FILE STATUS IS ST-ERRO4.
      *
       SELECT CADPRO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       FILE STATUS IS ST-ERRO5
                       ALTERNATE RECORD KEY IS DESC
                                   WITH DUPLICATES
                       ALTERNATE RECORD KEY IS BARRAS
                                   WITH DUPLICATES.
      *
       SELECT CADCFOP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CFOPCOD
                       FILE STATUS IS ST-CFO.
      *
       SELECT CADEXPED ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EXPNUMVEN
                       FILE STATUS IS ST-EXP.
      *
       SELECT CADTRANSP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TRACNPJ
                       FILE STATUS IS ST-TRA.
      *
       SELECT CADALERTA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ALECHAVE
                       FILE STATUS IS ST-ALE.
      *
       SELECT CADEMP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EMPCOD
                       FILE STATUS IS ST-EMP.
      *
       SELECT CADEMPRESA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-EMS.
      *
       SELECT CADEMPATIVA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-EAT.
      *
       SELECT NFEENV ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT NFERET ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-RET.
      *
       SELECT NFECANC ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-CAN.
      *
       SELECT RELNFE ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADNFE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNFE.DAT".
       01 REGNFE.
           03 NFENUM            PIC 9(09).
           03 NFENUMVEN         PIC 9(06).
           03 NFESIT            PIC X(01).
           03 NFECHAVE          PIC X(44).
           03 NFEPROT           PIC X(15).
           03 NFEDATAENV        PIC 9(08).
           03 NFEDATARET        PIC 9(08).
           03 NFECSTAT          PIC 9(03).
           03 NFEMOTIVO         PIC X(40).
           03 NFEIMPR           PIC X(01).
           03 NFEPROTCAN        PIC X(15).
           03 NFEJUST           PIC X(60).
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
       FD CADEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEND.DAT".
       01 REGEND.
           03 CEP            PIC 9(09).
           03 LOGRADOURO     PIC X(35).
           03 BAIRRO         PIC X(20).
           03 CIDADE         PIC X(20).
           03 UF             PIC X(02).
           03 UFTXT          PIC X(20).
           03 STATUSEND      PIC X(01).
           03 DATABAIXA2     PIC 9(08).
           03 DATAULTALT2    PIC 9(08).
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
           03 DATAULTALT2B      PIC 9(08).
           03 CUSTOMEDIO        PIC 9(09)V99.
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).
      *
       FD CADCFOP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCFOP.DAT".
       01 REGCFOP.
           03 CFOPCOD           PIC 9(04).
           03 CFOPDESC          PIC X(30).
           03 CFOPTIPO          PIC X(01).
           03 CFOPPISCOF        PIC X(01).
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
       FD CADEMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMP.DAT".
       01 REGEMP.
           03 EMPCOD            PIC 9(02).
           03 EMPCNPJ           PIC 9(14).
           03 EMPNOME           PIC X(30).
      *
       FD CADEMPRESA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMPRESA.TXT".
       01 REGEMPRESA.
           03 NOMEEMPRESA    PIC X(16).
      *
       FD CADEMPATIVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMPATIVA.TXT".
       01 REGEMPATIVA.
           03 EAT-COD        PIC 9(02).
           03 FILLER         PIC X(01).
           03 EAT-NOME       PIC X(30).
      *
       FD NFEENV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NFEENV.TXT".
       01 REGENV             PIC X(200).
      *
       FD NFERET
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NFERET.TXT".
       01 REGRET.
           03 RETTIPO           PIC X(01).
           03 RETNUM            PIC 9(09).
           03 RETCSTAT          PIC 9(03).
           03 RETCHAVE          PIC X(44).
           03 RETPROT           PIC X(15).
           03 RETDATA           PIC 9(08).
           03 RETMOTIVO         PIC X(40).
      *
       FD NFECANC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NFECANC.TXT".
       01 REGCANC            PIC X(145).
      *
       FD RELNFE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NFEREL.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-NFE         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-ERRO5       PIC X(02) VALUE "00".
       01 ST-CFO         PIC X(02) VALUE "00".
       01 ST-EXP         PIC X(02) VALUE "00".
       01 ST-TRA         PIC X(02) VALUE "00".
       01 ST-ALE         PIC X(02) VALUE "00".
       01 ST-EMP         PIC X(02) VALUE "00".
       01 ST-EMS         PIC X(02) VALUE "00".
       01 ST-EAT         PIC X(02) VALUE "00".
       01 ST-RET         PIC X(02) VALUE "00".
       01 ST-CAN         PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-EMPRESA      PIC X(16) VALUE "FATEC ZONA LESTE".
       01 W-EMPATIVA     PIC 9(02) VALUE 01.
       01 W-EMPNOME      PIC X(30) VALUE SPACES.
       01 W-EMPCNPJ      PIC 9(14) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-NFNUM        PIC 9(09) VALUE ZEROS.
       01 W-OBS          PIC X(30) VALUE SPACES.
       01 W-CFOP1        PIC 9(04) VALUE ZEROS.
       01 W-QTDIT        PIC 9(03) VALUE ZEROS.
       01 W-QTDENV       PIC 9(05) VALUE ZEROS.
       01 W-QTDRECUS     PIC 9(05) VALUE ZEROS.
       01 W-QTDOUTRA     PIC 9(05) VALUE ZEROS.
       01 W-QTDREG       PIC 9(08) VALUE ZEROS.
       01 W-VALENV       PIC 9(13)V99 VALUE ZEROS.
       01 W-QTDAUT       PIC 9(05) VALUE ZEROS.
       01 W-QTDREJ       PIC 9(05) VALUE ZEROS.
       01 W-QTDCANC      PIC 9(05) VALUE ZEROS.
       01 W-QTDIGN       PIC 9(05) VALUE ZEROS.
       01 W-TOTBASE      PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTICMS      PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTIPI       PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTPROD      PIC 9(13)V99 VALUE ZEROS.
       01 W-SITTXT       PIC X(24) VALUE SPACES.
      *
      *    REGISTRO 0 - EMITENTE
       01 ENV-EMIT.
           03 FILLER         PIC X(01) VALUE "0".
           03 E0-VERSAO      PIC X(04) VALUE "4.00".
           03 E0-CNPJ        PIC 9(14).
           03 E0-NOME        PIC X(30).
           03 E0-EMP         PIC 9(02).
           03 E0-DATA        PIC 9(08).
           03 FILLER         PIC X(141) VALUE SPACES.
      *
      *    REGISTRO 1 - IDENTIFICACAO DA NOTA
       01 ENV-NOTA.
           03 FILLER         PIC X(01) VALUE "1".
           03 E1-NUM         PIC 9(09).
           03 E1-SERIE       PIC 9(03) VALUE 001.
           03 E1-MODELO      PIC 9(02) VALUE 55.
           03 E1-DATA        PIC 9(08).
           03 E1-TPNF        PIC 9(01) VALUE 1.
           03 E1-CFOP        PIC 9(04).
           03 E1-NATOP       PIC X(30).
           03 E1-VALOR       PIC 9(11)V99.
           03 E1-VENDA       PIC 9(06).
           03 FILLER         PIC X(123) VALUE SPACES.
      *
      *    REGISTRO 2 - DESTINATARIO
       01 ENV-DEST.
           03 FILLER         PIC X(01) VALUE "2".
           03 E2-CNPJ        PIC 9(14).
           03 E2-NOME        PIC X(30).
           03 E2-LOGRA       PIC X(35).
           03 E2-NUMERO      PIC 9(05).
           03 E2-COMPL       PIC X(12).
           03 E2-BAIRRO      PIC X(20).
           03 E2-CIDADE      PIC X(20).
           03 E2-UF          PIC X(02).
           03 E2-CEP         PIC 9(09).
           03 E2-DDD         PIC 9(02).
           03 E2-TEL         PIC 9(09).
           03 E2-EMAIL       PIC X(35).
           03 FILLER         PIC X(06) VALUE SPACES.
      *
      *    REGISTRO 3 - ITEM COM ICMS E IPI
       01 ENV-ITEM.
           03 FILLER         PIC X(01) VALUE "3".
           03 E3-LIN         PIC 9(02).
           03 E3-CODPRO      PIC 9(06).
           03 E3-EAN         PIC 9(13).
           03 E3-DESC        PIC X(30).
           03 E3-CFOP        PIC 9(04).
           03 E3-UNID        PIC X(02).
           03 E3-QTD         PIC 9(06).
           03 E3-PRECO       PIC 9(09)V99.
           03 E3-VALOR       PIC 9(11)V99.
           03 E3-BASE        PIC 9(11)V99.
           03 E3-ALIQICMS    PIC 9(02)V99.
           03 E3-VALICMS     PIC 9(09)V99.
           03 E3-ALIQIPI     PIC 9(02)V99.
           03 E3-VALIPI      PIC 9(09)V99.
           03 FILLER         PIC X(64) VALUE SPACES.
      *
      *    REGISTRO 4 - TOTAIS DA NOTA
       01 ENV-TOTAL.
           03 FILLER         PIC X(01) VALUE "4".
           03 E4-BASE        PIC 9(13)V99.
           03 E4-ICMS        PIC 9(13)V99.
           03 E4-IPI         PIC 9(13)V99.
           03 E4-PROD        PIC 9(13)V99.
           03 E4-NOTA        PIC 9(13)V99.
           03 FILLER         PIC X(124) VALUE SPACES.
      *
      *    REGISTRO 5 - TRANSPORTE (0=POR CONTA DO EMITENTE 9=SEM)
       01 ENV-TRANSP.
           03 FILLER         PIC X(01) VALUE "5".
           03 E5-MODFRETE    PIC 9(01).
           03 E5-CNPJ        PIC 9(14).
           03 E5-NOME        PIC X(30).
           03 E5-FRETE       PIC 9(09)V99.
           03 FILLER         PIC X(143) VALUE SPACES.
      *
      *    REGISTRO 9 - TRAILER
       01 ENV-TRAILER.
           03 FILLER         PIC X(01) VALUE "9".
           03 E9-QTDNF       PIC 9(06).
           03 E9-QTDREG      PIC 9(08).
           03 E9-TOTAL       PIC 9(13)V99.
           03 FILLER         PIC X(170) VALUE SPACES.
      *
      *    EVENTO DE CANCELAMENTO (MESMO REGISTRO DO SCP043)
       01 EVE-CANC.
           03 FILLER         PIC X(01) VALUE "E".
           03 EV-TPEVENTO    PIC X(06) VALUE "110111".
           03 EV-NUM         PIC 9(09).
           03 EV-CHAVE       PIC X(44).
           03 EV-PROT        PIC X(15).
           03 EV-DATA        PIC 9(08).
           03 EV-SEQ         PIC 9(02) VALUE 01.
           03 EV-JUST        PIC X(60).
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 CABTIT    PIC X(40) VALUE SPACES.
           03 FILLER    PIC X(09) VALUE "EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CAB2.
           03 FILLER    PIC X(40) VALUE
              "NOTA      VENDA  CLIENTE         VALOR  ".
           03 FILLER    PIC X(39) VALUE
              "      SITUACAO                       ".
       01 DET1.
           03 DETNF     PIC 9(09) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETVEN    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCNPJ   PIC 9(14) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETVAL    PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETOBS    PIC X(34) VALUE SPACES.
       01 DET2.
           03 DETNF2    PIC 9(09) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETTIPO2  PIC X(01) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCST2   PIC 9(03) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETOBS2   PIC X(22) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETMOT2   PIC X(40) VALUE SPACES.
       01 TOT1.
           03 FILLER    PIC X(10) VALUE "ENVIADAS: ".
           03 TOTENV    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(13) VALUE "  RECUSADAS: ".
           03 TOTREC    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(10) VALUE "  VALOR: ".
           03 TOTVAL    PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
       01 TOT2.
           03 FILLER    PIC X(13) VALUE "AUTORIZADAS: ".
           03 TOTAUT    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(14) VALUE "  REJEITADAS: ".
           03 TOTREJ    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(15) VALUE "  CANCELAMENT: ".
           03 TOTCAN    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(14) VALUE "  IGNORADOS: ".
           03 TOTIGN    PIC ZZZZ9 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".
       SCREEN SECTION.
       01  TELANFE.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   NOTA FISC".
           05  LINE 02  COLUMN 42
               VALUE  "AL ELETRONICA (NF-E)  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADNFE
           IF ST-NFE = "30"
              OPEN OUTPUT CADNFE
              CLOSE CADNFE
              OPEN I-O CADNFE.
           IF ST-NFE NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADNFE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADNFSAIDA
           IF ST-ERRO NOT = "00"
              MOVE "SEM NOTAS DE SAIDA - USE O SCP043" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADNFE
              GO TO ROT-FIM2.
           OPEN INPUT CADNFSITEM
           OPEN INPUT CADCLI
           OPEN INPUT CADEND
           OPEN INPUT CADPRO
           OPEN INPUT CADCFOP
           OPEN INPUT CADEXPED
           OPEN INPUT CADTRANSP
           OPEN I-O CADALERTA
           IF ST-ALE = "30"
              OPEN OUTPUT CADALERTA
              CLOSE CADALERTA
              OPEN I-O CADALERTA.

       INC-OP2.
           OPEN INPUT CADEMPRESA
           IF ST-EMS = "00"
              READ CADEMPRESA
              IF ST-EMS = "00"
                 MOVE NOMEEMPRESA TO W-EMPRESA.
           CLOSE CADEMPRESA.
           MOVE 01 TO W-EMPATIVA
           OPEN INPUT CADEMPATIVA
           IF ST-EAT = "00"
              READ CADEMPATIVA
              IF ST-EAT = "00" AND EAT-COD > ZEROS
                 MOVE EAT-COD TO W-EMPATIVA.
           CLOSE CADEMPATIVA.
      *    EMITENTE: CNPJ E RAZAO DO CADEMP (SCP069)
           MOVE ZEROS TO W-EMPCNPJ
           MOVE W-EMPRESA TO W-EMPNOME
           OPEN INPUT CADEMP
           IF ST-EMP = "00"
              MOVE W-EMPATIVA TO EMPCOD
              READ CADEMP
              IF ST-EMP = "00"
                 MOVE EMPCNPJ TO W-EMPCNPJ
                 MOVE EMPNOME TO W-EMPNOME.
           CLOSE CADEMP.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-NFE.
           DISPLAY TELANFE
           DISPLAY (04, 01) "1 - GERAR ARQUIVO DE ENVIO (NFEENV.TXT)"
           DISPLAY (05, 01) "2 - PROCESSAR RETORNO (NFERET.TXT)"
           DISPLAY (06, 01) "3 - REENVIAR NOTA / EVENTO"
           DISPLAY (07, 01) "4 - CONSULTAR SITUACAO DA NF-E"
           DISPLAY (08, 01) "0 - SAIR"
           DISPLAY (10, 01) "OPCAO: ".
           ACCEPT  (10, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO GERA-INI.
           IF W-OPCAO = "2"
              GO TO RET-INI.
           IF W-OPCAO = "3"
              GO TO REENV-INI.
           IF W-OPCAO = "4"
              GO TO CONS-INI.
           GO TO MENU-NFE.

      *
      ************************************************
      * GERACAO DO ARQUIVO DE ENVIO DAS PENDENTES    *
      ************************************************
      *
       GERA-INI.
           DISPLAY (12, 01) "EMPRESA: "
           DISPLAY (12, 10) W-EMPATIVA
           DISPLAY (12, 13) W-EMPNOME
           IF W-EMPCNPJ = ZEROS
              MOVE "* EMPRESA SEM CNPJ NO CADEMP - USE O SCP069 *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-NFE.
           MOVE "S" TO W-OPCAO
           DISPLAY (14, 01) "GERA O ARQUIVO DAS NF-E PENDENTES (S/N): ".
           ACCEPT  (14, 42) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO MENU-NFE.
           MOVE ZEROS TO W-QTDENV W-QTDRECUS W-QTDOUTRA W-VALENV
           MOVE 1 TO W-QTDREG
           OPEN OUTPUT NFEENV
           OPEN OUTPUT RELNFE
           MOVE W-EMPCNPJ TO E0-CNPJ
           MOVE W-EMPNOME TO E0-NOME
           MOVE W-EMPATIVA TO E0-EMP
           MOVE W-HOJE TO E0-DATA
           WRITE REGENV FROM ENV-EMIT
           MOVE "NF-E - ARQUIVO DE ENVIO (NFEENV.TXT)    " TO CABTIT
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO NFENUM
           START CADNFE KEY IS NOT LESS NFENUM
           IF ST-NFE NOT = "00"
              GO TO GERA-FIM.
       GERA-RD.
           READ CADNFE NEXT
           IF ST-NFE NOT = "00"
              GO TO GERA-FIM.
           IF NFESIT NOT = "P"
              GO TO GERA-RD.
           MOVE NFENUM TO NFSNUM
           READ CADNFSAIDA
           IF ST-ERRO NOT = "00" OR NFSSTATUS NOT = "E"
              GO TO GERA-RD.
           IF NFSEMP NOT = W-EMPATIVA
              ADD 1 TO W-QTDOUTRA
              GO TO GERA-RD.
           MOVE NFSNUM TO DETNF
           MOVE NFSNUMVEN TO DETVEN
           MOVE NFSCNPJ TO DETCNPJ
           MOVE NFSVALOR TO DETVAL
           PERFORM VALIDA-NF THRU VALIDA-NF-FIM
           IF W-OBS NOT = SPACES
              MOVE W-OBS TO DETOBS
              WRITE REGREL FROM DET1
              ADD 1 TO W-QTDRECUS
              GO TO GERA-RD.
           PERFORM GRAVA-ENV THRU GRAVA-ENV-FIM
           MOVE "G" TO NFESIT
           MOVE W-HOJE TO NFEDATAENV
           MOVE ZEROS TO NFEDATARET NFECSTAT
           MOVE SPACES TO NFEMOTIVO
           REWRITE REGNFE
           MOVE "ENVIADA" TO DETOBS
           WRITE REGREL FROM DET1
           ADD 1 TO W-QTDENV
           ADD NFSVALOR TO W-VALENV
           GO TO GERA-RD.

       GERA-FIM.
           ADD 1 TO W-QTDREG
           MOVE W-QTDENV TO E9-QTDNF
           MOVE W-QTDREG TO E9-QTDREG
           MOVE W-VALENV TO E9-TOTAL
           WRITE REGENV FROM ENV-TRAILER
           CLOSE NFEENV
           WRITE REGREL FROM LINSEP
           MOVE W-QTDENV TO TOTENV
           MOVE W-QTDRECUS TO TOTREC
           MOVE W-VALENV TO TOTVAL
           WRITE REGREL FROM TOT1
           CLOSE RELNFE
      *    A CONFERENCIA VAI PARA O SPOOL CENTRAL (SCP067)
           MOVE "NFEEXP" TO W-SPPROG
           MOVE "NFEREL.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (16, 01) "NOTAS NO ARQUIVO     : "
           DISPLAY (16, 24) W-QTDENV
           DISPLAY (17, 01) "RECUSADAS (CADASTRO) : "
           DISPLAY (17, 24) W-QTDRECUS
           DISPLAY (18, 01) "DE OUTRA EMPRESA     : "
           DISPLAY (18, 24) W-QTDOUTRA
           IF W-QTDENV = ZEROS
              MOVE "*** NENHUMA NF-E PENDENTE DE ENVIO ***" TO MENS
           ELSE
              MOVE "*** ARQUIVO NFEENV.TXT GERADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-NFE.

      *
      *    DADOS OBRIGATORIOS: DESTINATARIO, ENDERECO E ITENS COM CFOP
      *
       VALIDA-NF.
           MOVE SPACES TO W-OBS
           MOVE ZEROS TO W-QTDIT W-CFOP1
           MOVE NFSCNPJ TO CLICNPJ
           READ CADCLI
           IF ST-ERRO3 NOT = "00"
              MOVE "CLIENTE NAO CADASTRADO" TO W-OBS
              GO TO VALIDA-NF-FIM.
           MOVE CLICEP TO CEP
           READ CADEND
           IF ST-ERRO4 NOT = "00"
              MOVE "CEP DO CLIENTE SEM ENDERECO" TO W-OBS
              GO TO VALIDA-NF-FIM.
           MOVE NFSNUM TO NFINUM
           MOVE ZEROS TO NFILIN
           START CADNFSITEM KEY IS NOT LESS NFICHAVE
           IF ST-ERRO2 NOT = "00"
              MOVE "NOTA SEM ITENS" TO W-OBS
              GO TO VALIDA-NF-FIM.
       VALIDA-NF-RD.
           READ CADNFSITEM NEXT
           IF ST-ERRO2 NOT = "00" OR NFINUM NOT = NFSNUM
              GO TO VALIDA-NF-TOT.
           ADD 1 TO W-QTDIT
           IF NFICFOP = ZEROS
              MOVE "ITEM SEM CFOP" TO W-OBS
              GO TO VALIDA-NF-FIM.
           IF W-CFOP1 = ZEROS
              MOVE NFICFOP TO W-CFOP1.
           GO TO VALIDA-NF-RD.
       VALIDA-NF-TOT.
           IF W-QTDIT = ZEROS
              MOVE "NOTA SEM ITENS" TO W-OBS.
       VALIDA-NF-FIM.
           EXIT.

      *
      *    REGISTROS 1 A 5 DE UMA NOTA (CADCLI E CADEND JA LIDOS)
      *
       GRAVA-ENV.
           MOVE NFSNUM TO E1-NUM
           MOVE NFSDATA TO E1-DATA
           MOVE W-CFOP1 TO E1-CFOP CFOPCOD
           READ CADCFOP
           IF ST-CFO = "00"
              MOVE CFOPDESC TO E1-NATOP
           ELSE
              MOVE "VENDA DE MERCADORIA" TO E1-NATOP.
           MOVE NFSVALOR TO E1-VALOR
           MOVE NFSNUMVEN TO E1-VENDA
           WRITE REGENV FROM ENV-NOTA
           MOVE CLICNPJ TO E2-CNPJ
           MOVE CLINOME TO E2-NOME
           MOVE LOGRADOURO TO E2-LOGRA
           MOVE CLINUMERO TO E2-NUMERO
           MOVE CLICOMPL TO E2-COMPL
           MOVE BAIRRO TO E2-BAIRRO
           MOVE CIDADE TO E2-CIDADE
           MOVE UF TO E2-UF
           MOVE CLICEP TO E2-CEP
           MOVE CLIDDD TO E2-DDD
           MOVE CLITEL TO E2-TEL
           MOVE CLIEMAIL TO E2-EMAIL
           WRITE REGENV FROM ENV-DEST
           ADD 2 TO W-QTDREG
           MOVE ZEROS TO W-TOTBASE W-TOTICMS W-TOTIPI W-TOTPROD
           MOVE NFSNUM TO NFINUM
           MOVE ZEROS TO NFILIN
           START CADNFSITEM KEY IS NOT LESS NFICHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO GRAVA-ENV-TOT.
       GRAVA-ENV-IT.
           READ CADNFSITEM NEXT
           IF ST-ERRO2 NOT = "00" OR NFINUM NOT = NFSNUM
              GO TO GRAVA-ENV-TOT.
           MOVE NFILIN TO E3-LIN
           MOVE NFICODPRO TO E3-CODPRO CODIGO
           READ CADPRO
           IF ST-ERRO5 = "00"
              MOVE BARRAS TO E3-EAN
              MOVE DESC TO E3-DESC
              MOVE UNIDADE TO E3-UNID
           ELSE
              MOVE ZEROS TO E3-EAN
              MOVE SPACES TO E3-DESC
              MOVE "UN" TO E3-UNID.
           MOVE NFICFOP TO E3-CFOP
           MOVE NFIQTD TO E3-QTD
           MOVE NFIPRECO TO E3-PRECO
           MOVE NFIVALOR TO E3-VALOR
           MOVE NFIBASE TO E3-BASE
           MOVE NFIALIQICMS TO E3-ALIQICMS
           MOVE NFIVALICMS TO E3-VALICMS
           MOVE NFIALIQIPI TO E3-ALIQIPI
           MOVE NFIVALIPI TO E3-VALIPI
           WRITE REGENV FROM ENV-ITEM
           ADD 1 TO W-QTDREG
           ADD NFIBASE TO W-TOTBASE
           ADD NFIVALICMS TO W-TOTICMS
           ADD NFIVALIPI TO W-TOTIPI
           ADD NFIVALOR TO W-TOTPROD
           GO TO GRAVA-ENV-IT.
       GRAVA-ENV-TOT.
           MOVE W-TOTBASE TO E4-BASE
           MOVE W-TOTICMS TO E4-ICMS
           MOVE W-TOTIPI TO E4-IPI
           MOVE W-TOTPROD TO E4-PROD
           MOVE NFSVALOR TO E4-NOTA
           WRITE REGENV FROM ENV-TOTAL
      *    TRANSPORTADORA DO EMBARQUE (SCP048), SE JA EXPEDIDA
           MOVE 9 TO E5-MODFRETE
           MOVE ZEROS TO E5-CNPJ E5-FRETE
           MOVE SPACES TO E5-NOME
           MOVE NFSNUMVEN TO EXPNUMVEN
           READ CADEXPED
           IF ST-EXP = "00" AND EXPTRACNPJ NOT = ZEROS
              MOVE 0 TO E5-MODFRETE
              MOVE EXPTRACNPJ TO E5-CNPJ TRACNPJ
              MOVE EXPFRETE TO E5-FRETE
              READ CADTRANSP
              IF ST-TRA = "00"
                 MOVE TRANOME TO E5-NOME.
           WRITE REGENV FROM ENV-TRANSP
           ADD 2 TO W-QTDREG.
       GRAVA-ENV-FIM.
           EXIT.

      *
      ************************************************
      * RETORNO DA AUTORIZACAO E DOS EVENTOS         *
      * A = AUTORIZACAO  (100 = AUTORIZADA)          *
      * C = CANCELAMENTO (135/155 = REGISTRADO)      *
      ************************************************
      *
       RET-INI.
           OPEN INPUT NFERET
           IF ST-RET NOT = "00"
              MOVE "*** ARQUIVO NFERET.TXT NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-NFE.
           MOVE ZEROS TO W-QTDAUT W-QTDREJ W-QTDCANC W-QTDIGN
           OPEN OUTPUT RELNFE
           MOVE "NF-E - RETORNO DO TRANSMISSOR           " TO CABTIT
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM LINSEP.
       RET-RD.
           READ NFERET
           IF ST-RET NOT = "00"
              GO TO RET-FIM.
           MOVE RETNUM TO DETNF2 NFENUM
           MOVE RETTIPO TO DETTIPO2
           MOVE RETCSTAT TO DETCST2
           MOVE RETMOTIVO TO DETMOT2
           READ CADNFE
           IF ST-NFE NOT = "00"
              MOVE "NOTA SEM NF-E" TO DETOBS2
              GO TO RET-IGN.
           IF RETTIPO = "A"
              GO TO RET-AUT.
           IF RETTIPO = "C"
              GO TO RET-CAN.
           MOVE "TIPO INVALIDO" TO DETOBS2
           GO TO RET-IGN.

       RET-AUT.
           IF NFESIT NOT = "G"
              MOVE "NAO AGUARDAVA RETORNO" TO DETOBS2
              GO TO RET-IGN.
           MOVE RETCSTAT TO NFECSTAT
           MOVE RETMOTIVO TO NFEMOTIVO
           MOVE RETDATA TO NFEDATARET
           IF RETCSTAT = 100 OR RETCSTAT = 150
              MOVE "A" TO NFESIT
              MOVE RETCHAVE TO NFECHAVE
              MOVE RETPROT TO NFEPROT
              MOVE "N" TO NFEIMPR
              REWRITE REGNFE
              MOVE "AUTORIZADA" TO DETOBS2
              ADD 1 TO W-QTDAUT
              GO TO RET-LISTA.
           MOVE "R" TO NFESIT
           REWRITE REGNFE
           MOVE "REJEITADA" TO DETOBS2
           ADD 1 TO W-QTDREJ
           MOVE "NF-E REJEITADA - CSTAT" TO ALETEXTO
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
           GO TO RET-LISTA.

       RET-CAN.
           IF NFESIT NOT = "C"
              MOVE "SEM CANCELAM. ENVIADO" TO DETOBS2
              GO TO RET-IGN.
           MOVE RETCSTAT TO NFECSTAT
           MOVE RETMOTIVO TO NFEMOTIVO
           MOVE RETDATA TO NFEDATARET
           IF RETCSTAT = 135 OR RETCSTAT = 155
              MOVE "K" TO NFESIT
              MOVE RETPROT TO NFEPROTCAN
              REWRITE REGNFE
              MOVE "CANCELAM. REGISTRADO" TO DETOBS2
              ADD 1 TO W-QTDCANC
              GO TO RET-LISTA.
      *    A NOTA CONTINUA VALIDA NA SEFAZ: REENVIAR PELA OPCAO 3
           MOVE "E" TO NFESIT
           REWRITE REGNFE
           MOVE "CANCELAMENTO REJEITADO" TO DETOBS2
           ADD 1 TO W-QTDREJ
           MOVE "CANCELAMENTO NF-E REJEITADO - CSTAT" TO ALETEXTO
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
           GO TO RET-LISTA.

       RET-IGN.
           ADD 1 TO W-QTDIGN.
       RET-LISTA.
           WRITE REGREL FROM DET2
           GO TO RET-RD.

       RET-FIM.
           CLOSE NFERET
           WRITE REGREL FROM LINSEP
           MOVE W-QTDAUT TO TOTAUT
           MOVE W-QTDREJ TO TOTREJ
           MOVE W-QTDCANC TO TOTCAN
           MOVE W-QTDIGN TO TOTIGN
           WRITE REGREL FROM TOT2
           CLOSE RELNFE
           MOVE "NFEEXP" TO W-SPPROG
           MOVE "NFEREL.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (16, 01) "AUTORIZADAS          : "
           DISPLAY (16, 24) W-QTDAUT
           DISPLAY (17, 01) "REJEITADAS           : "
           DISPLAY (17, 24) W-QTDREJ
           DISPLAY (18, 01) "CANCELAMENTOS        : "
           DISPLAY (18, 24) W-QTDCANC
           DISPLAY (19, 01) "IGNORADOS            : "
           DISPLAY (19, 24) W-QTDIGN
           MOVE "*** RETORNO PROCESSADO - VEJA O NFEREL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-NFE.

      *
      *    ALERTA "NFE" PARA O FISCAL (REF = NUMERO DA NOTA)
      *
       GRAVA-ALERTA.
           MOVE "NFE" TO ALETIPO
           MOVE NFENUM TO ALEREF
           MOVE RETCSTAT TO ALETEXTO(37:3)
           MOVE W-HOJE TO ALEDATA
           MOVE "N" TO ALELIDO
           WRITE REGALERTA
           IF ST-ALE = "22"
              REWRITE REGALERTA.
       GRAVA-ALERTA-FIM.
           EXIT.

      *
      ************************************************
      * REENVIO: REJEITADA OU SEM RETORNO VOLTA A    *
      * PENDENTE; CANCELAMENTO REJEITADO REGRAVA O   *
      * EVENTO NO NFECANC.TXT                        *
      ************************************************
      *
       REENV-INI.
           DISPLAY (12, 01) "NUMERO DA NOTA (0=VOLTAR): ".
           ACCEPT  (12, 29) W-NFNUM.
           IF W-NFNUM = ZEROS
              GO TO MENU-NFE.
           MOVE W-NFNUM TO NFENUM
           READ CADNFE
           IF ST-NFE NOT = "00"
              MOVE "*** NOTA SEM NF-E (ANTERIOR A NF-E) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REENV-INI.
           PERFORM MOSTRA-NFE THRU MOSTRA-NFE-FIM
           IF NFESIT NOT = "R" AND NFESIT NOT = "G"
              AND NFESIT NOT = "E"
              MOVE "*** SITUACAO NAO PERMITE REENVIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REENV-INI.
           MOVE "N" TO W-OPCAO
           DISPLAY (21, 01) "CONFIRMA O REENVIO (S/N): ".
           ACCEPT  (21, 27) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO MENU-NFE.
           IF NFESIT = "E"
              GO TO REENV-EVE.
           MOVE "P" TO NFESIT
           REWRITE REGNFE
           MOVE "* NF-E VOLTA PARA O PROXIMO ARQUIVO DE ENVIO *"
                                          TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-NFE.

       REENV-EVE.
           OPEN EXTEND NFECANC
           IF ST-CAN NOT = "00"
              OPEN OUTPUT NFECANC.
           MOVE NFENUM TO EV-NUM
           MOVE NFECHAVE TO EV-CHAVE
           MOVE NFEPROT TO EV-PROT
           MOVE W-HOJE TO EV-DATA
           MOVE NFEJUST TO EV-JUST
           WRITE REGCANC FROM EVE-CANC
           CLOSE NFECANC
           MOVE "C" TO NFESIT
           REWRITE REGNFE
           MOVE "* EVENTO DE CANCELAMENTO REGRAVADO NO NFECANC *"
                                          TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-NFE.

      *
      ************************************************
      * CONSULTA DA SITUACAO                         *
      ************************************************
      *
       CONS-INI.
           DISPLAY (12, 01) "NUMERO DA NOTA (0=VOLTAR): ".
           ACCEPT  (12, 29) W-NFNUM.
           IF W-NFNUM = ZEROS
              GO TO MENU-NFE.
           MOVE W-NFNUM TO NFENUM
           READ CADNFE
           IF ST-NFE NOT = "00"
              MOVE "*** NOTA SEM NF-E (ANTERIOR A NF-E) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONS-INI.
           PERFORM MOSTRA-NFE THRU MOSTRA-NFE-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
           ACCEPT  (22, 31) W-OPCAO
           GO TO MENU-NFE.

       MOSTRA-NFE.
           MOVE SPACES TO W-SITTXT
           IF NFESIT = "P"
              MOVE "PENDENTE DE ENVIO" TO W-SITTXT.
           IF NFESIT = "G"
              MOVE "ENVIADA - SEM RETORNO" TO W-SITTXT.
           IF NFESIT = "A"
              MOVE "AUTORIZADA" TO W-SITTXT.
           IF NFESIT = "R"
              MOVE "REJEITADA" TO W-SITTXT.
           IF NFESIT = "C"
              MOVE "CANCELAMENTO ENVIADO" TO W-SITTXT.
           IF NFESIT = "K"
              MOVE "CANCELADA" TO W-SITTXT.
           IF NFESIT = "E"
              MOVE "CANCELAMENTO REJEITADO" TO W-SITTXT.
           IF NFESIT = "X"
              MOVE "DESCARTADA" TO W-SITTXT.
           DISPLAY (14, 01) "VENDA    : "
           DISPLAY (14, 12) NFENUMVEN
           DISPLAY (15, 01) "SITUACAO : "
           DISPLAY (15, 12) NFESIT
           DISPLAY (15, 14) W-SITTXT
           DISPLAY (16, 01) "CHAVE    : "
           DISPLAY (16, 12) NFECHAVE
           DISPLAY (17, 01) "PROTOCOLO: "
           DISPLAY (17, 12) NFEPROT
           DISPLAY (17, 30) "CANC: "
           DISPLAY (17, 36) NFEPROTCAN
           DISPLAY (18, 01) "ENVIO    : "
           DISPLAY (18, 12) NFEDATAENV
           DISPLAY (18, 22) "RETORNO: "
           DISPLAY (18, 31) NFEDATARET
           DISPLAY (18, 41) "CSTAT: "
           DISPLAY (18, 48) NFECSTAT
           DISPLAY (19, 01) "MOTIVO   : "
           DISPLAY (19, 12) NFEMOTIVO.
       MOSTRA-NFE-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADNFE CADNFSAIDA CADNFSITEM CADCLI CADEND CADPRO
           CLOSE CADCFOP CADEXPED CADTRANSP CADALERTA.
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
