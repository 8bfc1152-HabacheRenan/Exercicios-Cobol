       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOBX.
      *******************************
      * ROTINA COMUM DE PROMOCAO NO PRECO DE VENDA               *
      * RECEBE PRODUTO, TIPO, QUANTIDADE, DATA E O PRECO DE      *
      * TABELA (CADPRECOVEN). DEVOLVE O MENOR PRECO ENTRE A      *
      * TABELA, AS CAMPANHAS VIGENTES (CADCAMPANHA/CADCAMPITEM,  *
      * POR PRODUTO OU TIPO, PERCENTUAL OU PRECO FIXO) E A FAIXA *
      * DE QUANTIDADE DO PRODUTO (CADFAIXAQTD), COM A REGRA QUE  *
      * VALEU: T = TABELA, C = CAMPANHA, Q = FAIXA DE QUANTIDADE *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADCAMPANHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CAMCODIGO
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADCAMPITEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CICHAVE
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADFAIXAQTD ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FQCHAVE
                       FILE STATUS IS ST-ERRO3.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADCAMPANHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCAMPANHA.DAT".
       01 REGCAMPANHA.
           03 CAMCODIGO         PIC 9(04).
           03 CAMDESC           PIC X(30).
           03 CAMDATAINI        PIC 9(08).
           03 CAMDATAFIM        PIC 9(08).
           03 CAMSTATUS         PIC X(01).
      *
       FD CADCAMPITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCAMPITEM.DAT".
       01 REGCAMPITEM.
           03 CICHAVE.
               05 CICAMP        PIC 9(04).
               05 CITIPO        PIC X(01).
               05 CIREF         PIC 9(06).
           03 CIPERC            PIC 9(03)V99.
           03 CIPRECO           PIC 9(09)V99.
      *
       FD CADFAIXAQTD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFAIXAQTD.DAT".
       01 REGFAIXAQTD.
           03 FQCHAVE.
               05 FQCODPRO      PIC 9(06).
               05 FQQTDMIN      PIC 9(06).
           03 FQPERC            PIC 9(03)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 W-TEMCAMP      PIC X(01) VALUE SPACES.
       01 W-TEMFAIXA     PIC X(01) VALUE SPACES.
       01 W-PRECOBASE    PIC 9(09)V99 VALUE ZEROS.
       01 W-PRECOREGRA   PIC 9(09)V99 VALUE ZEROS.
       01 W-PERCFAIXA    PIC 9(03)V99 VALUE ZEROS.
       01 W-QTDFAIXA     PIC 9(06) VALUE ZEROS.

       LINKAGE SECTION.
       01 PARMCODPRO      PIC 9(06).
       01 PARMTIPO        PIC 9(01).
       01 PARMQTD         PIC 9(06).
       01 PARMDATA        PIC 9(08).
       01 PARMPRECO       PIC 9(09)V99.
       01 PARMREGRA       PIC X(01).
       01 PARMCAMP        PIC 9(04).
       01 PARMQTDMIN      PIC 9(06).
       01 PARMDESC        PIC X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARMCODPRO PARMTIPO PARMQTD PARMDATA
                                PARMPRECO PARMREGRA PARMCAMP
                                PARMQTDMIN PARMDESC.
       INICIO.
      *    SEM CADASTRO AINDA: TENTA DE NOVO NA PROXIMA CHAMADA
           IF W-TEMCAMP NOT = "S"
              OPEN INPUT CADCAMPANHA
              IF ST-ERRO = "00"
                 OPEN INPUT CADCAMPITEM
                 IF ST-ERRO2 = "00"
                    MOVE "S" TO W-TEMCAMP
                 ELSE
                    CLOSE CADCAMPANHA
                    MOVE "N" TO W-TEMCAMP
              ELSE
                 MOVE "N" TO W-TEMCAMP.
           IF W-TEMFAIXA NOT = "S"
              OPEN INPUT CADFAIXAQTD
              IF ST-ERRO3 = "00"
                 MOVE "S" TO W-TEMFAIXA
              ELSE
                 MOVE "N" TO W-TEMFAIXA.
           MOVE PARMPRECO TO W-PRECOBASE
           MOVE "T" TO PARMREGRA
           MOVE ZEROS TO PARMCAMP PARMQTDMIN
           MOVE "PRECO DE TABELA" TO PARMDESC.

      *
      ****************************************************
      * CAMPANHAS ATIVAS E VIGENTES NA DATA              *
      * VALE O ITEM DO PRODUTO E O ITEM DO TIPO          *
      ****************************************************
      *
       BUSCA-CAMP.
           IF W-TEMCAMP NOT = "S"
              GO TO BUSCA-FAIXA.
           MOVE ZEROS TO CAMCODIGO
           START CADCAMPANHA KEY IS NOT LESS CAMCODIGO
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-FAIXA.
       BUSCA-CAMP-RD.
           READ CADCAMPANHA NEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-FAIXA.
           IF CAMSTATUS NOT = "A" OR CAMDATAINI > PARMDATA
              GO TO BUSCA-CAMP-RD.
           IF CAMDATAFIM NOT = ZEROS AND CAMDATAFIM < PARMDATA
              GO TO BUSCA-CAMP-RD.
           MOVE CAMCODIGO TO CICAMP
           MOVE "P" TO CITIPO
           MOVE PARMCODPRO TO CIREF
           READ CADCAMPITEM
           IF ST-ERRO2 = "00"
              PERFORM APLICA-CAMP THRU APLICA-CAMP-FIM.
           IF PARMTIPO = ZEROS
              GO TO BUSCA-CAMP-RD.
           MOVE CAMCODIGO TO CICAMP
           MOVE "T" TO CITIPO
           MOVE PARMTIPO TO CIREF
           READ CADCAMPITEM
           IF ST-ERRO2 = "00"
              PERFORM APLICA-CAMP THRU APLICA-CAMP-FIM.
           GO TO BUSCA-CAMP-RD.

      *
      ****************************************************
      * FAIXA DE QUANTIDADE: A MAIOR FAIXA ATINGIDA      *
      ****************************************************
      *
       BUSCA-FAIXA.
           IF W-TEMFAIXA NOT = "S"
              GO TO ROT-FIM.
           MOVE ZEROS TO W-PERCFAIXA W-QTDFAIXA
           MOVE PARMCODPRO TO FQCODPRO
           MOVE ZEROS TO FQQTDMIN
           START CADFAIXAQTD KEY IS NOT LESS FQCHAVE
           IF ST-ERRO3 NOT = "00"
              GO TO ROT-FIM.
       BUSCA-FAIXA-RD.
           READ CADFAIXAQTD NEXT
           IF ST-ERRO3 NOT = "00" OR FQCODPRO NOT = PARMCODPRO
              GO TO BUSCA-FAIXA-APL.
           IF FQQTDMIN > PARMQTD
              GO TO BUSCA-FAIXA-APL.
           MOVE FQPERC TO W-PERCFAIXA
           MOVE FQQTDMIN TO W-QTDFAIXA
           GO TO BUSCA-FAIXA-RD.
       BUSCA-FAIXA-APL.
           IF W-PERCFAIXA = ZEROS
              GO TO ROT-FIM.
           COMPUTE W-PRECOREGRA ROUNDED =
              W-PRECOBASE * (100 - W-PERCFAIXA) / 100
           IF W-PRECOREGRA < PARMPRECO
              MOVE W-PRECOREGRA TO PARMPRECO
              MOVE "Q" TO PARMREGRA
              MOVE ZEROS TO PARMCAMP
              MOVE W-QTDFAIXA TO PARMQTDMIN
              MOVE "DESCONTO POR QUANTIDADE" TO PARMDESC.
           GO TO ROT-FIM.

      *
      *    PRECO DO ITEM DA CAMPANHA: FIXO OU PERCENTUAL SOBRE A TABELA
      *
       APLICA-CAMP.
           IF CIPRECO > ZEROS
              MOVE CIPRECO TO W-PRECOREGRA
           ELSE
              COMPUTE W-PRECOREGRA ROUNDED =
                 W-PRECOBASE * (100 - CIPERC) / 100.
           IF W-PRECOREGRA < PARMPRECO
              MOVE W-PRECOREGRA TO PARMPRECO
              MOVE "C" TO PARMREGRA
              MOVE CAMCODIGO TO PARMCAMP
              MOVE ZEROS TO PARMQTDMIN
              MOVE CAMDESC TO PARMDESC.
       APLICA-CAMP-FIM.
           EXIT.
      *
       ROT-FIM.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
