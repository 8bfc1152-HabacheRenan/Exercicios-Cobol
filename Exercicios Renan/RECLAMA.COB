       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMA.
      *******************************
      * RECLAMACOES DE CLIENTES E NAO CONFORMIDADE             *
      * 1 - REGISTRO: CLIENTE E NOTA DE SAIDA (SCP043), PRODUTO *
      *     DA NOTA, LOTE OU NUMERO DE SERIE E CATEGORIA DO     *
      *     DEFEITO. O LOTE E RASTREADO ATE O FORNECEDOR E A    *
      *     NOTA DE ENTRADA (ROTINA LOTEORIG, A MESMA DO        *
      *     RASTLOTE); A SERIE USA O PROPRIO CADSERIE           *
      * 2 - ANALISE: CAUSA, ACAO, RESPONSABILIDADE DO           *
      *     FORNECEDOR (CONTADA NO FORNDES) E ENCERRAMENTO      *
      * 3 - ABERTAS POR SITUACAO E IDADE                        *
      * 4 - MENSAL POR DEFEITO E POR PRODUTO                    *
      * SITUACAO: A=ABERTA N=EM ANALISE P=ACAO EM ANDAMENTO     *
      *           F=FECHADA                                     *
      * RELATORIOS NO SPOOL (RECLAMA.TXT)                       *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADRECLAMA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RCNUM
                       FILE STATUS IS ST-RCL.
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
       SELECT CADPRO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       FILE STATUS IS ST-ERRO4
                       ALTERNATE RECORD KEY IS DESC
                                   WITH DUPLICATES
                       ALTERNATE RECORD KEY IS BARRAS
                                   WITH DUPLICATES.
      *
       SELECT CADSERIE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SERCHAVE
                       ALTERNATE RECORD KEY IS SERNUM WITH DUPLICATES
                       ALTERNATE RECORD KEY IS SERVENDA
                                                   WITH DUPLICATES
                       FILE STATUS IS ST-SER.
      *
       SELECT CADEMPATIVA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-EAT.
      *
       SELECT RELRECL ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADRECLAMA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRECLAMA.DAT".
       01 REGRECLAMA.
           03 RCNUM             PIC 9(06).
           03 RCDATA            PIC 9(08).
           03 RCCLICNPJ         PIC 9(14).
           03 RCNFNUM           PIC 9(09).
           03 RCCODPRO          PIC 9(06).
           03 RCLOTE            PIC X(10).
           03 RCSERIE           PIC X(20).
           03 RCQTD             PIC 9(06).
           03 RCDEFEITO         PIC 9(02).
           03 RCDESCR           PIC X(60).
           03 RCSTATUS          PIC X(01).
           03 RCFORCNPJ         PIC 9(14).
           03 RCNFENT           PIC 9(09).
           03 RCPEDIDO          PIC 9(06).
           03 RCRESPFOR         PIC X(01).
           03 RCCAUSA           PIC X(60).
           03 RCACAO            PIC X(60).
           03 RCDATAFIM         PIC 9(08).
           03 RCEMP             PIC 9(02).
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
       FD CADSERIE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSERIE.DAT".
       01 REGSERIE.
           03 SERCHAVE.
               05 SERCODPRO     PIC 9(06).
               05 SERNUM        PIC X(20).
           03 SERSTATUS         PIC X(01).
           03 SERDEP            PIC 9(02).
           03 SERCNPJ           PIC 9(14).
           03 SERNOTA           PIC 9(09).
           03 SERDATAENT        PIC 9(08).
           03 SERVENDA          PIC 9(06).
           03 SERCLI            PIC 9(14).
           03 SERDATASAI        PIC 9(08).
           03 SERCONT           PIC 9(08).
           03 SERDATA           PIC 9(08).
      *
       FD CADEMPATIVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMPATIVA.TXT".
       01 REGEMPATIVA.
           03 EAT-COD        PIC 9(02).
           03 FILLER         PIC X(01).
           03 EAT-NOME       PIC X(30).
      *
       FD RELRECL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RECLAMA.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-RCL         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-SER         PIC X(02) VALUE "00".
       01 ST-EAT         PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-EMPATIVA     PIC 9(02) VALUE 01.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-NUMRC        PIC 9(06) VALUE ZEROS.
       01 W-PROXRC       PIC 9(06) VALUE ZEROS.
       01 W-NFNUM        PIC 9(09) VALUE ZEROS.
       01 W-CODPRO       PIC 9(06) VALUE ZEROS.
       01 W-LOTE         PIC X(10) VALUE SPACES.
       01 W-SERIE        PIC X(20) VALUE SPACES.
       01 W-QTD          PIC 9(06) VALUE ZEROS.
       01 W-QTDNF        PIC 9(06) VALUE ZEROS.
       01 W-DEFEITO      PIC 9(02) VALUE ZEROS.
       01 W-DESCR        PIC X(60) VALUE SPACES.
       01 W-STATUS       PIC X(01) VALUE SPACES.
       01 W-CAUSA        PIC X(60) VALUE SPACES.
       01 W-ACAO         PIC X(60) VALUE SPACES.
       01 W-RESPFOR      PIC X(01) VALUE SPACES.
       01 W-TEMITEM      PIC X(01) VALUE "N".
       01 W-ORIGFOR      PIC 9(14) VALUE ZEROS.
       01 W-ORIGNOTA     PIC 9(09) VALUE ZEROS.
       01 W-ORIGPED      PIC 9(06) VALUE ZEROS.
       01 W-ORIGDATA     PIC 9(08) VALUE ZEROS.
       01 W-ORIGRET      PIC X(01) VALUE SPACES.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-PASSO        PIC 9(01) VALUE ZEROS.
       01 W-SITPASSO     PIC X(01) VALUE SPACES.
       01 W-SITTXT       PIC X(20) VALUE SPACES.
       01 W-IDADE        PIC 9(05) VALUE ZEROS.
       01 W-FAIXA        PIC 9(01) VALUE ZEROS.
       01 W-QTDLIS       PIC 9(05) VALUE ZEROS.
       01 W-DIASHOJE     PIC 9(08) VALUE ZEROS.
       01 W-DIASRC       PIC 9(08) VALUE ZEROS.
       01 W-DT           PIC 9(08) VALUE ZEROS.
       01 W-DT-G REDEFINES W-DT.
           03 ANO-DT     PIC 9(04).
           03 MES-DT     PIC 9(02).
           03 DIA-DT     PIC 9(02).
       01 W-DATARC       PIC 9(08) VALUE ZEROS.
       01 W-DATARC-G REDEFINES W-DATARC.
           03 COMP-RC    PIC 9(06).
           03 FILLER     PIC 9(02).
       01 I              PIC 9(03) VALUE ZEROS.
       01 J              PIC 9(03) VALUE ZEROS.
       01 LIN            PIC 9(02) VALUE ZEROS.
      *
      *    CATEGORIAS DE DEFEITO
       01 TAB-DEFEITO-V.
           03 FILLER      PIC X(22) VALUE "AVARIA NO TRANSPORTE".
           03 FILLER      PIC X(22) VALUE "DEFEITO DE FABRICACAO".
           03 FILLER      PIC X(22) VALUE "FORA DA ESPECIFICACAO".
           03 FILLER      PIC X(22) VALUE "QUANTIDADE DIVERGENTE".
           03 FILLER      PIC X(22) VALUE "PRODUTO TROCADO".
           03 FILLER      PIC X(22) VALUE "VALIDADE VENCIDA".
           03 FILLER      PIC X(22) VALUE "EMBALAGEM DANIFICADA".
           03 FILLER      PIC X(22) VALUE "ERRO DE FATURAMENTO".
           03 FILLER      PIC X(22) VALUE "OUTROS".
       01 TAB-DEFEITO REDEFINES TAB-DEFEITO-V.
           03 TD-DESC     PIC X(22) OCCURS 9 TIMES.
      *
      *    ABERTAS: QUANTIDADE POR SITUACAO (A/N/P) E FAIXA DE IDADE
      *    FAIXAS: 1=ATE 7 DIAS 2=8 A 30 3=31 A 60 4=MAIS DE 60
       01 TAB-IDADE.
           03 TI-SIT OCCURS 3 TIMES.
               05 TI-FAIXA    PIC 9(05) OCCURS 4 TIMES.
      *
      *    MENSAL: POR DEFEITO E POR PRODUTO
       01 TAB-MESDEF.
           03 TM-DEF OCCURS 9 TIMES.
               05 TM-QTDRC    PIC 9(05).
               05 TM-QTDPC    PIC 9(07).
               05 TM-QTDFECH  PIC 9(05).
               05 TM-QTDFOR   PIC 9(05).
       01 W-TOTPRO       PIC 9(03) VALUE ZEROS.
       01 TAB-MESPRO.
           03 TP-ITEM OCCURS 300 TIMES.
               05 TP-CODPRO   PIC 9(06).
               05 TP-QTDRC    PIC 9(05).
               05 TP-QTDPC    PIC 9(07).
               05 TP-QTDFOR   PIC 9(05).
       01 TAB-SWAP       PIC X(23).
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 CABTIT    PIC X(45) VALUE SPACES.
           03 FILLER    PIC X(09) VALUE "EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CAB2.
           03 FILLER    PIC X(13) VALUE "COMPETENCIA: ".
           03 CABCOMP   PIC 9(06) VALUE ZEROS.
       01 CABSIT.
           03 FILLER    PIC X(10) VALUE "SITUACAO: ".
           03 CABSITTX  PIC X(20) VALUE SPACES.
       01 CABIDA.
           03 FILLER    PIC X(41) VALUE
              "NUMERO DATA     NOTA      PRODUTO DEFEITO".
           03 FILLER    PIC X(38) VALUE
              "                 DIAS  FORNECEDOR     ".
       01 DETIDA.
           03 DIRCNUM   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DIRCDATA  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DIRCNF    PIC 9(09) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DIRCPRO   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DIRCDEF   PIC X(22) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DIRCIDA   PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DIRCFOR   PIC 9(14) VALUE ZEROS.
       01 TOTIDA1.
           03 FILLER    PIC X(40) VALUE
              "SITUACAO             ATE 7  8-30 31-60 ".
           03 FILLER    PIC X(12) VALUE "ACIMA 60".
       01 TOTIDA2.
           03 TIDSIT    PIC X(20) VALUE SPACES.
           03 TIDF1     PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 TIDF2     PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 TIDF3     PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 TIDF4     PIC ZZZZ9 VALUE ZEROS.
       01 CABDEF.
           03 FILLER    PIC X(40) VALUE
              "DEFEITO                RECLAM.  QUANTID.".
           03 FILLER    PIC X(39) VALUE
              " FECHADAS  FORNEC.".
       01 DETDEF.
           03 DDDESC    PIC X(22) VALUE SPACES.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DDQRC     PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DDQPC     PIC ZZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 DDQFE     PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 DDQFO     PIC ZZZZ9 VALUE ZEROS.
       01 CABPRO.
           03 FILLER    PIC X(40) VALUE
              "PRODUTO DESCRICAO                   RECL".
           03 FILLER    PIC X(39) VALUE
              "AM.  QUANTID.  FORNEC.".
       01 DETPRO.
           03 DPCOD     PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DPDESC    PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DPQRC     PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DPQPC     PIC ZZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 DPQFO     PIC ZZZZ9 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".
       SCREEN SECTION.
       01  TELARCL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   RECLAMACO".
           05  LINE 02  COLUMN 42
               VALUE  "ES E NAO CONFORMIDADE  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADRECLAMA
           IF ST-RCL = "30"
              OPEN OUTPUT CADRECLAMA
              CLOSE CADRECLAMA
              OPEN I-O CADRECLAMA.
           IF ST-RCL NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADRECLAMA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADNFSAIDA
           IF ST-ERRO NOT = "00"
              MOVE "SEM NOTAS DE SAIDA - USE O SCP043" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRECLAMA
              GO TO ROT-FIM2.
           OPEN INPUT CADNFSITEM
           OPEN INPUT CADCLI
           OPEN INPUT CADPRO
           OPEN INPUT CADSERIE
           IF ST-SER = "30"
              OPEN OUTPUT CADSERIE
              CLOSE CADSERIE
              OPEN INPUT CADSERIE.
           MOVE 01 TO W-EMPATIVA
           OPEN INPUT CADEMPATIVA
           IF ST-EAT = "00"
              READ CADEMPATIVA
              IF ST-EAT = "00" AND EAT-COD > ZEROS
                 MOVE EAT-COD TO W-EMPATIVA.
           CLOSE CADEMPATIVA.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-RCL.
           DISPLAY TELARCL
           DISPLAY (04, 01) "1 - REGISTRAR RECLAMACAO"
           DISPLAY (05, 01) "2 - ANALISE / ENCERRAMENTO"
           DISPLAY (06, 01) "3 - RECLAMACOES ABERTAS POR IDADE"
           DISPLAY (07, 01) "4 - RELATORIO MENSAL POR DEFEITO E PRODUTO"
           DISPLAY (08, 01) "0 - SAIR"
           DISPLAY (10, 01) "OPCAO: ".
           ACCEPT  (10, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO INC-INI.
           IF W-OPCAO = "2"
              GO TO ANA-INI.
           IF W-OPCAO = "3"
              GO TO IDA-INI.
           IF W-OPCAO = "4"
              GO TO MES-INI.
           GO TO MENU-RCL.

      *
      ************************************************
      * REGISTRO DA RECLAMACAO                       *
      ************************************************
      *
       INC-INI.
           DISPLAY TELARCL
           PERFORM PROXIMO-NUM THRU PROXIMO-NUM-FIM
           DISPLAY (04, 01) "RECLAMACAO N. "
           DISPLAY (04, 15) W-PROXRC
           DISPLAY (04, 25) "DATA: "
           DISPLAY (04, 31) W-HOJE.
       INC-NF.
           DISPLAY (05, 01) "NOTA FISCAL DE SAIDA (0=VOLTAR): ".
           ACCEPT  (05, 35) W-NFNUM.
           IF W-NFNUM = ZEROS
              GO TO MENU-RCL.
           MOVE W-NFNUM TO NFSNUM
           READ CADNFSAIDA
           IF ST-ERRO NOT = "00"
              MOVE "*** NOTA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-NF.
           IF NFSSTATUS = "C"
              MOVE "*** NOTA CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-NF.
           MOVE NFSCNPJ TO CLICNPJ
           READ CADCLI
           IF ST-ERRO3 NOT = "00"
              MOVE SPACES TO CLINOME.
           DISPLAY (06, 01) "CLIENTE: "
           DISPLAY (06, 10) NFSCNPJ
           DISPLAY (06, 26) CLINOME.
       INC-PRO.
           DISPLAY (07, 01) "PRODUTO DA NOTA: ".
           ACCEPT  (07, 18) W-CODPRO.
           IF W-CODPRO = ZEROS
              GO TO INC-NF.
           PERFORM ACHA-ITEM THRU ACHA-ITEM-FIM
           IF W-TEMITEM NOT = "S"
              MOVE "*** PRODUTO NAO CONSTA DA NOTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-PRO.
           MOVE W-CODPRO TO CODIGO
           READ CADPRO
           IF ST-ERRO4 NOT = "00"
              MOVE SPACES TO DESC SERIALIZADO.
           DISPLAY (07, 26) DESC
           MOVE SPACES TO W-LOTE W-SERIE W-ORIGRET
           MOVE ZEROS TO W-ORIGFOR W-ORIGNOTA W-ORIGPED
           IF SERIALIZADO = "S"
              GO TO INC-SERIE.

       INC-LOTE.
           DISPLAY (08, 01) "LOTE (BRANCO=SEM LOTE): ".
           ACCEPT  (08, 25) W-LOTE.
           IF W-LOTE = SPACES
              GO TO INC-QTD.
      *    MESMA RASTREABILIDADE DO RASTLOTE
           CALL "LOTEORIG" USING W-CODPRO W-LOTE W-ORIGFOR
                W-ORIGNOTA W-ORIGPED W-ORIGDATA W-ORIGRET
           IF W-ORIGRET NOT = "S"
              MOVE "* LOTE SEM ORIGEM REGISTRADA NO RECEBIMENTO *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-QTD.
           PERFORM MOSTRA-ORIGEM THRU MOSTRA-ORIGEM-FIM
           GO TO INC-QTD.

       INC-SERIE.
           DISPLAY (08, 01) "NUMERO DE SERIE: ".
           ACCEPT  (08, 18) W-SERIE.
           IF W-SERIE = SPACES
              GO TO INC-PRO.
           MOVE W-CODPRO TO SERCODPRO
           MOVE W-SERIE TO SERNUM
           READ CADSERIE
           IF ST-SER NOT = "00"
              MOVE "*** SERIE NAO CADASTRADA PARA O PRODUTO ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-SERIE.
           IF SERVENDA NOT = NFSNUMVEN
              MOVE "*** SERIE NAO SAIU NA VENDA DESTA NOTA ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-SERIE.
           MOVE "S" TO W-ORIGRET
           MOVE SERCNPJ TO W-ORIGFOR
           MOVE SERNOTA TO W-ORIGNOTA
           MOVE ZEROS TO W-ORIGPED
           PERFORM MOSTRA-ORIGEM THRU MOSTRA-ORIGEM-FIM.

       INC-QTD.
           MOVE 1 TO W-QTD
           DISPLAY (10, 01) "QUANTIDADE: ".
           ACCEPT  (10, 13) W-QTD WITH UPDATE.
           IF W-QTD = ZEROS OR W-QTD > W-QTDNF
              MOVE "*** QUANTIDADE ACIMA DA NOTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-QTD.
           PERFORM MOSTRA-DEF THRU MOSTRA-DEF-FIM.
       INC-DEF.
           DISPLAY (11, 01) "DEFEITO (1-9): ".
           ACCEPT  (11, 16) W-DEFEITO.
           IF W-DEFEITO < 1 OR W-DEFEITO > 9
              MOVE "*** CATEGORIA DE DEFEITO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DEF.
           DISPLAY (11, 20) TD-DESC(W-DEFEITO).
       INC-DESCR.
           MOVE SPACES TO W-DESCR
           DISPLAY (13, 01) "DESCRICAO DA RECLAMACAO:".
           ACCEPT  (14, 01) W-DESCR.
           IF W-DESCR = SPACES
              MOVE "*** DESCREVA A RECLAMACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DESCR.

       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (20, 01) "GRAVA A RECLAMACAO (S/N): ".
           ACCEPT  (20, 27) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** RECLAMACAO ABANDONADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-RCL.
           MOVE W-PROXRC TO RCNUM
           MOVE W-HOJE TO RCDATA
           MOVE NFSCNPJ TO RCCLICNPJ
           MOVE NFSNUM TO RCNFNUM
           MOVE W-CODPRO TO RCCODPRO
           MOVE W-LOTE TO RCLOTE
           MOVE W-SERIE TO RCSERIE
           MOVE W-QTD TO RCQTD
           MOVE W-DEFEITO TO RCDEFEITO
           MOVE W-DESCR TO RCDESCR
           MOVE "A" TO RCSTATUS
           MOVE W-ORIGFOR TO RCFORCNPJ
           MOVE W-ORIGNOTA TO RCNFENT
           MOVE W-ORIGPED TO RCPEDIDO
      *    COM ORIGEM RASTREADA CONTA COMO NAO CONFORMIDADE DO
      *    FORNECEDOR ATE A ANALISE DIZER O CONTRARIO
           IF W-ORIGFOR NOT = ZEROS
              MOVE "S" TO RCRESPFOR
           ELSE
              MOVE "N" TO RCRESPFOR.
           MOVE SPACES TO RCCAUSA RCACAO
           MOVE ZEROS TO RCDATAFIM
           MOVE W-EMPATIVA TO RCEMP
           WRITE REGRECLAMA
           IF ST-RCL NOT = "00" AND ST-RCL NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADRECLAMA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** RECLAMACAO REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-RCL.

      *
      *    PROXIMO NUMERO (MAIOR EXISTENTE + 1)
      *
       PROXIMO-NUM.
           MOVE 1 TO W-PROXRC
           MOVE ZEROS TO RCNUM
           START CADRECLAMA KEY IS NOT LESS RCNUM
           IF ST-RCL NOT = "00"
              GO TO PROXIMO-NUM-FIM.
       PROXIMO-NUM-RD.
           READ CADRECLAMA NEXT
           IF ST-RCL NOT = "00"
              GO TO PROXIMO-NUM-FIM.
           COMPUTE W-PROXRC = RCNUM + 1
           GO TO PROXIMO-NUM-RD.
       PROXIMO-NUM-FIM.
           EXIT.

      *
      *    O PRODUTO PRECISA ESTAR NA NOTA (QUANTIDADE FATURADA)
      *
       ACHA-ITEM.
           MOVE "N" TO W-TEMITEM
           MOVE ZEROS TO W-QTDNF
           MOVE NFSNUM TO NFINUM
           MOVE ZEROS TO NFILIN
           START CADNFSITEM KEY IS NOT LESS NFICHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO ACHA-ITEM-FIM.
       ACHA-ITEM-RD.
           READ CADNFSITEM NEXT
           IF ST-ERRO2 NOT = "00" OR NFINUM NOT = NFSNUM
              GO TO ACHA-ITEM-FIM.
           IF NFICODPRO = W-CODPRO
              MOVE "S" TO W-TEMITEM
              ADD NFIQTD TO W-QTDNF.
           GO TO ACHA-ITEM-RD.
       ACHA-ITEM-FIM.
           EXIT.

       MOSTRA-ORIGEM.
           DISPLAY (09, 01) "FORNECEDOR: "
           DISPLAY (09, 13) W-ORIGFOR
           DISPLAY (09, 29) "PED: "
           DISPLAY (09, 34) W-ORIGPED
           DISPLAY (09, 42) "NF ENTRADA: "
           DISPLAY (09, 54) W-ORIGNOTA.
       MOSTRA-ORIGEM-FIM.
           EXIT.

       MOSTRA-DEF.
           MOVE 1 TO I.
       MOSTRA-DEF-1.
           IF I > 9
              GO TO MOSTRA-DEF-FIM.
           COMPUTE LIN = I + 11
           DISPLAY (LIN, 50) I
           DISPLAY (LIN, 53) TD-DESC(I)
           ADD 1 TO I
           GO TO MOSTRA-DEF-1.
       MOSTRA-DEF-FIM.
           EXIT.

      *
      ************************************************
      * ANALISE E ENCERRAMENTO                       *
      ************************************************
      *
       ANA-INI.
           DISPLAY TELARCL
           DISPLAY (04, 01) "RECLAMACAO N. (0=VOLTAR): ".
           ACCEPT  (04, 27) W-NUMRC.
           IF W-NUMRC = ZEROS
              GO TO MENU-RCL.
           MOVE W-NUMRC TO RCNUM
           READ CADRECLAMA
           IF ST-RCL NOT = "00"
              MOVE "*** RECLAMACAO NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ANA-INI.
           MOVE RCSTATUS TO W-SITPASSO
           PERFORM SIT-TEXTO THRU SIT-TEXTO-FIM
           DISPLAY (05, 01) "DATA: "
           DISPLAY (05, 07) RCDATA
           DISPLAY (05, 17) "NOTA: "
           DISPLAY (05, 23) RCNFNUM
           DISPLAY (05, 34) "CLIENTE: "
           DISPLAY (05, 43) RCCLICNPJ
           DISPLAY (06, 01) "PRODUTO: "
           DISPLAY (06, 10) RCCODPRO
           DISPLAY (06, 18) "LOTE: "
           DISPLAY (06, 24) RCLOTE
           DISPLAY (06, 36) "SERIE: "
           DISPLAY (06, 43) RCSERIE
           DISPLAY (07, 01) "DEFEITO: "
           DISPLAY (07, 10) TD-DESC(RCDEFEITO)
           DISPLAY (07, 34) "QTD: "
           DISPLAY (07, 39) RCQTD
           DISPLAY (08, 01) RCDESCR
           MOVE RCFORCNPJ TO W-ORIGFOR
           MOVE RCNFENT TO W-ORIGNOTA
           MOVE RCPEDIDO TO W-ORIGPED
           PERFORM MOSTRA-ORIGEM THRU MOSTRA-ORIGEM-FIM
           DISPLAY (10, 01) "SITUACAO: "
           DISPLAY (10, 11) RCSTATUS
           DISPLAY (10, 13) W-SITTXT
           IF RCSTATUS = "F"
              DISPLAY (10, 35) "ENCERRADA EM "
              DISPLAY (10, 48) RCDATAFIM
              DISPLAY (12, 01) RCCAUSA
              DISPLAY (13, 01) RCACAO
              MOVE "*** RECLAMACAO JA ENCERRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ANA-INI.
           MOVE RCCAUSA TO W-CAUSA
           MOVE RCACAO TO W-ACAO
           MOVE RCRESPFOR TO W-RESPFOR.
       ANA-CAUSA.
           DISPLAY (11, 01) "CAUSA RAIZ:".
           ACCEPT  (12, 01) W-CAUSA WITH UPDATE.
           DISPLAY (13, 01) "ACAO CORRETIVA:".
           ACCEPT  (14, 01) W-ACAO WITH UPDATE.
       ANA-RESP.
           IF RCFORCNPJ = ZEROS
              MOVE "N" TO W-RESPFOR
              GO TO ANA-SIT.
           DISPLAY (16, 01) "RESPONSABILIDADE DO FORNECEDOR (S/N): ".
           ACCEPT  (16, 40) W-RESPFOR WITH UPDATE.
           IF W-RESPFOR NOT = "S" AND W-RESPFOR NOT = "N"
              MOVE "*** DIGITE S=SIM   N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ANA-RESP.
       ANA-SIT.
           MOVE RCSTATUS TO W-STATUS
           DISPLAY (17, 01)
              "NOVA SITUACAO (N=ANALISE P=ACAO F=FECHAR): ".
           ACCEPT  (17, 45) W-STATUS WITH UPDATE.
           IF W-STATUS NOT = "A" AND W-STATUS NOT = "N"
              AND W-STATUS NOT = "P" AND W-STATUS NOT = "F"
              MOVE "*** SITUACAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ANA-SIT.
           IF W-STATUS = "F" AND (W-CAUSA = SPACES OR W-ACAO = SPACES)
              MOVE "* PARA FECHAR INFORME CAUSA E ACAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ANA-CAUSA.
       ANA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (20, 01) "GRAVA A ANALISE (S/N): ".
           ACCEPT  (20, 24) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** ALTERACAO ABANDONADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ANA-INI.
           MOVE W-CAUSA TO RCCAUSA
           MOVE W-ACAO TO RCACAO
           MOVE W-RESPFOR TO RCRESPFOR
           MOVE W-STATUS TO RCSTATUS
           IF W-STATUS = "F"
              MOVE W-HOJE TO RCDATAFIM.
           REWRITE REGRECLAMA
           IF ST-RCL NOT = "00" AND ST-RCL NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADRECLAMA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** ANALISE GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ANA-INI.

       SIT-TEXTO.
           MOVE SPACES TO W-SITTXT
           IF W-SITPASSO = "A"
              MOVE "ABERTA" TO W-SITTXT.
           IF W-SITPASSO = "N"
              MOVE "EM ANALISE" TO W-SITTXT.
           IF W-SITPASSO = "P"
              MOVE "ACAO EM ANDAMENTO" TO W-SITTXT.
           IF W-SITPASSO = "F"
              MOVE "FECHADA" TO W-SITTXT.
       SIT-TEXTO-FIM.
           EXIT.

      *
      ************************************************
      * ABERTAS POR SITUACAO E IDADE                 *
      * UMA PASSADA NO ARQUIVO POR SITUACAO (A/N/P)  *
      ************************************************
      *
       IDA-INI.
           MOVE ZEROS TO TAB-IDADE W-QTDLIS
           MOVE W-HOJE TO W-DT
           COMPUTE W-DIASHOJE =
              (ANO-DT * 360) + (MES-DT * 30) + DIA-DT
           OPEN OUTPUT RELRECL
           MOVE "RECLAMACOES ABERTAS POR SITUACAO E IDADE" TO CABTIT
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO W-PASSO.
       IDA-PASSO.
           ADD 1 TO W-PASSO
           IF W-PASSO > 3
              GO TO IDA-TOT.
           IF W-PASSO = 1
              MOVE "A" TO W-SITPASSO.
           IF W-PASSO = 2
              MOVE "N" TO W-SITPASSO.
           IF W-PASSO = 3
              MOVE "P" TO W-SITPASSO.
           PERFORM SIT-TEXTO THRU SIT-TEXTO-FIM
           MOVE W-SITTXT TO CABSITTX
           WRITE REGREL FROM CABSIT
           WRITE REGREL FROM CABIDA
           MOVE ZEROS TO RCNUM
           START CADRECLAMA KEY IS NOT LESS RCNUM
           IF ST-RCL NOT = "00"
              GO TO IDA-PASSO.
       IDA-RD.
           READ CADRECLAMA NEXT
           IF ST-RCL NOT = "00"
              WRITE REGREL FROM LINSEP
              GO TO IDA-PASSO.
           IF RCSTATUS NOT = W-SITPASSO
              GO TO IDA-RD.
           MOVE RCDATA TO W-DT
           COMPUTE W-DIASRC =
              (ANO-DT * 360) + (MES-DT * 30) + DIA-DT
           IF W-DIASHOJE > W-DIASRC
              COMPUTE W-IDADE = W-DIASHOJE - W-DIASRC
           ELSE
              MOVE ZEROS TO W-IDADE.
           IF W-IDADE < 8
              MOVE 1 TO W-FAIXA
           ELSE
              IF W-IDADE < 31
                 MOVE 2 TO W-FAIXA
              ELSE
                 IF W-IDADE < 61
                    MOVE 3 TO W-FAIXA
                 ELSE
                    MOVE 4 TO W-FAIXA.
           ADD 1 TO TI-FAIXA(W-PASSO, W-FAIXA)
           ADD 1 TO W-QTDLIS
           MOVE RCNUM TO DIRCNUM
           MOVE RCDATA TO DIRCDATA
           MOVE RCNFNUM TO DIRCNF
           MOVE RCCODPRO TO DIRCPRO
           MOVE TD-DESC(RCDEFEITO) TO DIRCDEF
           MOVE W-IDADE TO DIRCIDA
           MOVE RCFORCNPJ TO DIRCFOR
           WRITE REGREL FROM DETIDA
           GO TO IDA-RD.

       IDA-TOT.
           WRITE REGREL FROM TOTIDA1
           MOVE 1 TO W-PASSO.
       IDA-TOT-1.
           IF W-PASSO > 3
              GO TO IDA-FIM.
           IF W-PASSO = 1
              MOVE "A" TO W-SITPASSO.
           IF W-PASSO = 2
              MOVE "N" TO W-SITPASSO.
           IF W-PASSO = 3
              MOVE "P" TO W-SITPASSO.
           PERFORM SIT-TEXTO THRU SIT-TEXTO-FIM
           MOVE W-SITTXT TO TIDSIT
           MOVE TI-FAIXA(W-PASSO, 1) TO TIDF1
           MOVE TI-FAIXA(W-PASSO, 2) TO TIDF2
           MOVE TI-FAIXA(W-PASSO, 3) TO TIDF3
           MOVE TI-FAIXA(W-PASSO, 4) TO TIDF4
           WRITE REGREL FROM TOTIDA2
           ADD 1 TO W-PASSO
           GO TO IDA-TOT-1.
       IDA-FIM.
           CLOSE RELRECL
           PERFORM SPOOL THRU SPOOL-FIM
           DISPLAY (12, 01) "RECLAMACOES ABERTAS: "
           DISPLAY (12, 22) W-QTDLIS
           MOVE "*** RELATORIO GRAVADO EM RECLAMA.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-RCL.

      *
      ************************************************
      * MENSAL POR DEFEITO E POR PRODUTO             *
      ************************************************
      *
       MES-INI.
           DISPLAY (12, 01) "COMPETENCIA (AAAAMM, 0=VOLTAR): ".
           ACCEPT  (12, 33) W-COMPET.
           IF W-COMPET = ZEROS
              GO TO MENU-RCL.
           MOVE ZEROS TO TAB-MESDEF W-TOTPRO W-QTDLIS
           MOVE ZEROS TO RCNUM
           START CADRECLAMA KEY IS NOT LESS RCNUM
           IF ST-RCL NOT = "00"
              GO TO MES-LISTA.
       MES-RD.
           READ CADRECLAMA NEXT
           IF ST-RCL NOT = "00"
              GO TO MES-LISTA.
           MOVE RCDATA TO W-DATARC
           IF COMP-RC NOT = W-COMPET
              GO TO MES-RD.
           ADD 1 TO W-QTDLIS
           ADD 1 TO TM-QTDRC(RCDEFEITO)
           ADD RCQTD TO TM-QTDPC(RCDEFEITO)
           IF RCSTATUS = "F"
              ADD 1 TO TM-QTDFECH(RCDEFEITO).
           IF RCRESPFOR = "S"
              ADD 1 TO TM-QTDFOR(RCDEFEITO).
           PERFORM ACHA-PRO THRU ACHA-PRO-FIM
           IF I = ZEROS
              GO TO MES-RD.
           ADD 1 TO TP-QTDRC(I)
           ADD RCQTD TO TP-QTDPC(I)
           IF RCRESPFOR = "S"
              ADD 1 TO TP-QTDFOR(I).
           GO TO MES-RD.

       MES-LISTA.
           IF W-QTDLIS = ZEROS
              MOVE "*** NENHUMA RECLAMACAO NA COMPETENCIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-RCL.
           PERFORM ORDENA-PRO THRU ORDENA-PRO-FIM
           OPEN OUTPUT RELRECL
           MOVE "RECLAMACOES DO MES POR DEFEITO E PRODUTO" TO CABTIT
           MOVE W-HOJE TO CABEMIS
           MOVE W-COMPET TO CABCOMP
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CABDEF
           WRITE REGREL FROM LINSEP
           MOVE 1 TO I.
       MES-DEF.
           IF I > 9
              GO TO MES-PRO.
           IF TM-QTDRC(I) > ZEROS
              MOVE TD-DESC(I) TO DDDESC
              MOVE TM-QTDRC(I) TO DDQRC
              MOVE TM-QTDPC(I) TO DDQPC
              MOVE TM-QTDFECH(I) TO DDQFE
              MOVE TM-QTDFOR(I) TO DDQFO
              WRITE REGREL FROM DETDEF.
           ADD 1 TO I
           GO TO MES-DEF.
       MES-PRO.
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CABPRO
           WRITE REGREL FROM LINSEP
           MOVE 1 TO I.
       MES-PRO-1.
           IF I > W-TOTPRO
              GO TO MES-FIM.
           MOVE TP-CODPRO(I) TO DPCOD CODIGO
           READ CADPRO
           IF ST-ERRO4 = "00"
              MOVE DESC TO DPDESC
           ELSE
              MOVE SPACES TO DPDESC.
           MOVE TP-QTDRC(I) TO DPQRC
           MOVE TP-QTDPC(I) TO DPQPC
           MOVE TP-QTDFOR(I) TO DPQFO
           WRITE REGREL FROM DETPRO
           ADD 1 TO I
           GO TO MES-PRO-1.
       MES-FIM.
           WRITE REGREL FROM LINSEP
           CLOSE RELRECL
           PERFORM SPOOL THRU SPOOL-FIM
           DISPLAY (14, 01) "RECLAMACOES NO MES: "
           DISPLAY (14, 21) W-QTDLIS
           MOVE "*** RELATORIO GRAVADO EM RECLAMA.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-RCL.

      *
      *    LOCALIZA (OU CRIA) O PRODUTO NA TABELA DO MES
      *
       ACHA-PRO.
           MOVE 1 TO I.
       ACHA-PRO-1.
           IF I > W-TOTPRO
              IF W-TOTPRO < 300
                 ADD 1 TO W-TOTPRO
                 MOVE RCCODPRO TO TP-CODPRO(W-TOTPRO)
                 MOVE ZEROS TO TP-QTDRC(W-TOTPRO)
                 MOVE ZEROS TO TP-QTDPC(W-TOTPRO)
                 MOVE ZEROS TO TP-QTDFOR(W-TOTPRO)
                 MOVE W-TOTPRO TO I
                 GO TO ACHA-PRO-FIM
              ELSE
                 MOVE ZEROS TO I
                 GO TO ACHA-PRO-FIM.
           IF TP-CODPRO(I) = RCCODPRO
              GO TO ACHA-PRO-FIM.
           ADD 1 TO I
           GO TO ACHA-PRO-1.
       ACHA-PRO-FIM.
           EXIT.

      *
      *    PRODUTOS COM MAIS RECLAMACOES PRIMEIRO
      *
       ORDENA-PRO.
           MOVE 1 TO I.
       ORDENA-PRO-1.
           IF I NOT < W-TOTPRO
              GO TO ORDENA-PRO-FIM.
           COMPUTE J = I + 1.
       ORDENA-PRO-2.
           IF J > W-TOTPRO
              ADD 1 TO I
              GO TO ORDENA-PRO-1.
           IF TP-QTDRC(J) > TP-QTDRC(I)
              MOVE TP-ITEM(I) TO TAB-SWAP
              MOVE TP-ITEM(J) TO TP-ITEM(I)
              MOVE TAB-SWAP TO TP-ITEM(J).
           ADD 1 TO J
           GO TO ORDENA-PRO-2.
       ORDENA-PRO-FIM.
           EXIT.

      *    O RELATORIO VAI PARA O SPOOL CENTRAL (SCP067)
       SPOOL.
           MOVE "RECLAMA" TO W-SPPROG
           MOVE "RECLAMA.TXT" TO W-SPARQ
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
           CLOSE CADRECLAMA CADNFSAIDA CADNFSITEM CADCLI CADPRO
           CLOSE CADSERIE.
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
