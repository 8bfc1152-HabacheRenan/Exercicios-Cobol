       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSERV.
      *******************************
      * NOTA FISCAL DE ENTRADA DE SERVICOS COM RETENCOES         *
      * ISS, IRRF, PIS, COFINS, CSLL E INSS RETIDOS NA FONTE     *
      * PELAS ALIQUOTAS DO CODIGO DE SERVICO (CADSERVRET)        *
      * ORGAO ARRECADADOR, DIA DO VENCIMENTO NO MES SEGUINTE,    *
      * VALOR MINIMO E ANTECIPACAO PARA DIA UTIL ANTERIOR POR    *
      * IMPOSTO NO CADTRIBRET; IMPOSTO ATE O MINIMO NAO E RETIDO *
      * (PIS, COFINS E CSLL: SOMA DOS TRES X MINIMO DO PIS)      *
      * A NOTA GERA UM PEDIDO (SITUACAO R) COM O TITULO DO       *
      * FORNECEDOR PELO LIQUIDO (SEQ. 1) E UM TITULO POR IMPOSTO *
      * RETIDO PARA O ORGAO, NO VENCIMENTO LEGAL                 *
      * AS RETENCOES SAO CONTABILIZADAS NO CADLANC PELO MAPA     *
      * RET/<IMPOSTO> DO SCP050, SEQUENCIA 5000 A 5499 DO MES;   *
      * COMPETENCIA FECHADA NO FECHACTB NAO ACEITA NOTA          *
      * RELATORIO MENSAL POR IMPOSTO E FORNECEDOR NO SPOOL       *
      * (NFSERV.TXT)                                             *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADSERVRET ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SVCOD
                       FILE STATUS IS ST-SV.
      *
       SELECT CADTRIBRET ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TRCOD
                       FILE STATUS IS ST-TR.
      *
       SELECT CADNFSERV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NSCHAVE
                       FILE STATUS IS ST-NS.
      *
       SELECT CADFOR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CNPJ
                       ALTERNATE RECORD KEY IS NOMEFANTASIA
                       WITH DUPLICATES
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADPEDIDO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMPEDIDO
                       FILE STATUS IS ST-PED.
      *
       SELECT CADPAGAR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TITCHAVE
                       FILE STATUS IS ST-PAG.
      *
       SELECT CADCCUSTO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CCCODIGO
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADLANC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS LANCHAVE
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT CADCTBMAP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS MAPCHAVE
                       FILE STATUS IS ST-ERRO4.
      *
       SELECT CADSESSAO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-SES.
      *
       SELECT CADEMPATIVA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-EAT.
      *
       SELECT RELSERV ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    CODIGO DE SERVICO (LISTA DA LC 116) E ALIQUOTAS DE RETENCAO
       FD CADSERVRET
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSERVRET.DAT".
       01 REGSERVRET.
           03 SVCOD             PIC 9(04).
           03 SVDESC            PIC X(30).
           03 SVALIQUOTAS.
               05 SVISS         PIC 9(02)V99.
               05 SVIRRF        PIC 9(02)V99.
               05 SVPIS         PIC 9(02)V99.
               05 SVCOFINS      PIC 9(02)V99.
               05 SVCSLL        PIC 9(02)V99.
               05 SVINSS        PIC 9(02)V99.
           03 SVALIQTAB REDEFINES SVALIQUOTAS.
               05 SVALIQ        PIC 9(02)V99 OCCURS 6 TIMES.
      *
      *    IMPOSTO RETIDO: 1=ISS 2=IRRF 3=PIS 4=COFINS 5=CSLL 6=INSS
       FD CADTRIBRET
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTRIBRET.DAT".
       01 REGTRIBRET.
           03 TRCOD             PIC 9(01).
           03 TRCNPJ            PIC 9(14).
           03 TRDIA             PIC 9(02).
           03 TRMINIMO          PIC 9(07)V99.
           03 TRANTEC           PIC X(01).
      *
       FD CADNFSERV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNFSERV.DAT".
       01 REGNFSERV.
           03 NSCHAVE.
               05 NSCNPJ        PIC 9(14).
               05 NSNUM         PIC 9(09).
           03 NSDATA            PIC 9(08).
           03 NSSERV            PIC 9(04).
           03 NSVALOR           PIC 9(11)V99.
           03 NSCC              PIC 9(03).
           03 NSVENCTO          PIC 9(08).
           03 NSRETENCOES.
               05 NSISS         PIC 9(09)V99.
               05 NSIRRF        PIC 9(09)V99.
               05 NSPIS         PIC 9(09)V99.
               05 NSCOFINS      PIC 9(09)V99.
               05 NSCSLL        PIC 9(09)V99.
               05 NSINSS        PIC 9(09)V99.
           03 NSRETTAB REDEFINES NSRETENCOES.
               05 NSRETVAL      PIC 9(09)V99 OCCURS 6 TIMES.
           03 NSLIQUIDO         PIC 9(11)V99.
           03 NSNUMPED          PIC 9(06).
           03 NSCOMPET          PIC 9(06).
           03 NSSTATUS          PIC X(01).
           03 NSOPER            PIC 9(06).
           03 NSEMP             PIC 9(02).
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
       FD CADCCUSTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCCUSTO.DAT".
       01 REGCCUSTO.
           03 CCCODIGO          PIC 9(03).
           03 CCDESC            PIC X(20).
      *
       FD CADLANC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADLANC.DAT".
       01 REGLANC.
           03 LANCHAVE.
               05 LANCOMPET     PIC 9(06).
               05 LANSEQ        PIC 9(04).
           03 LANDEB            PIC 9(06).
           03 LANCRE            PIC 9(06).
           03 LANHIST           PIC X(30).
           03 LANVALOR          PIC 9(13)V99.
           03 LANCC             PIC 9(03).
      *
       FD CADCTBMAP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCTBMAP.DAT".
       01 REGCTBMAP.
           03 MAPCHAVE.
               05 MAPORIGEM     PIC X(03).
               05 MAPREF        PIC X(08).
           03 MAPDEB            PIC 9(06).
           03 MAPCRE            PIC 9(06).
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
       FD RELSERV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NFSERV.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-SV          PIC X(02) VALUE "00".
       01 ST-TR          PIC X(02) VALUE "00".
       01 ST-NS          PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-PED         PIC X(02) VALUE "00".
       01 ST-PAG         PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-SES         PIC X(02) VALUE "00".
       01 ST-EAT         PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 LIN            PIC 9(03) VALUE ZEROS.
       01 W-TEMCC        PIC X(01) VALUE "N".
       01 W-FECH         PIC X(01) VALUE "N".
       01 W-ERRO         PIC X(01) VALUE "N".
       01 W-EMPATIVA     PIC 9(02) VALUE 01.
       01 W-OPERCOD      PIC 9(06) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPNS       PIC 9(06) VALUE ZEROS.
       01 W-SERV         PIC 9(04) VALUE ZEROS.
       01 W-TRIB         PIC 9(01) VALUE ZEROS.
       01 W-TRIBSEL      PIC 9(01) VALUE ZEROS.
       01 T              PIC 9(01) VALUE ZEROS.
       01 W-QTDRET       PIC 9(01) VALUE ZEROS.
       01 W-PCC          PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTRET       PIC 9(11)V99 VALUE ZEROS.
       01 W-LIQUIDO      PIC 9(11)V99 VALUE ZEROS.
       01 W-VALED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-ALIQED       PIC Z9,99 VALUE ZEROS.
       01 W-EHUTIL       PIC X(01) VALUE SPACE.
       01 W-PROXUTIL     PIC 9(08) VALUE ZEROS.
       01 W-DTV          PIC 9(08) VALUE ZEROS.
       01 W-DTV-G REDEFINES W-DTV.
           03 ANO-V      PIC 9(04).
           03 MES-V      PIC 9(02).
           03 DIA-V      PIC 9(02).
       01 W-PROXPED      PIC 9(06) VALUE ZEROS.
       01 W-SEQ          PIC 9(04) VALUE ZEROS.
      *    FAIXA DE SEQUENCIA DAS RETENCOES NO CADLANC
       01 W-SEQINI       PIC 9(04) VALUE 5000.
       01 W-SEQFIM       PIC 9(04) VALUE 5499.
       01 W-CNPJANT      PIC 9(14) VALUE ZEROS.
       01 W-QTDTRIB      PIC 9(05) VALUE ZEROS.
       01 W-QTDNF        PIC 9(05) VALUE ZEROS.
       01 W-TOTFOR       PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTTRIB      PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTGER       PIC 9(13)V99 VALUE ZEROS.
       01 HISRET.
           03 FILLER     PIC X(05) VALUE "RET. ".
           03 HRTRIB     PIC X(06) VALUE SPACES.
           03 FILLER     PIC X(04) VALUE " NF ".
           03 HRNUM      PIC 9(09) VALUE ZEROS.
           03 FILLER     PIC X(06) VALUE SPACES.
       01 TAB-TRIBNOME.
           03 FILLER     PIC X(06) VALUE "ISS   ".
           03 FILLER     PIC X(06) VALUE "IRRF  ".
           03 FILLER     PIC X(06) VALUE "PIS   ".
           03 FILLER     PIC X(06) VALUE "COFINS".
           03 FILLER     PIC X(06) VALUE "CSLL  ".
           03 FILLER     PIC X(06) VALUE "INSS  ".
       01 TAB-TRIB REDEFINES TAB-TRIBNOME.
           03 TB-NOME    PIC X(06) OCCURS 6 TIMES.
      *    RETENCOES DA NOTA EM DIGITACAO, POR IMPOSTO
       01 TAB-RET.
           03 TR-ITEM OCCURS 6 TIMES.
               05 TR-VALOR       PIC 9(09)V99.
               05 TR-VENCTO      PIC 9(08).
               05 TR-CNPJ        PIC 9(14).
               05 TR-DEB         PIC 9(06).
               05 TR-CRE         PIC 9(06).
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 FILLER    PIC X(34) VALUE
              "RETENCOES SOBRE NOTAS DE SERVICO  ".
           03 FILLER    PIC X(13) VALUE "COMPETENCIA: ".
           03 CABCOMP   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(11) VALUE "  EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CABTRIB.
           03 FILLER    PIC X(09) VALUE "IMPOSTO: ".
           03 CTNOME    PIC X(06) VALUE SPACES.
           03 FILLER    PIC X(09) VALUE "  ORGAO: ".
           03 CTCNPJ    PIC 9(14) VALUE ZEROS.
       01 CABFOR.
           03 FILLER    PIC X(14) VALUE "  FORNECEDOR: ".
           03 CFCNPJ    PIC 9(14) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 CFNOME    PIC X(35) VALUE SPACES.
       01 DETNS.
           03 FILLER    PIC X(07) VALUE "    NF ".
           03 DNNUM     PIC 9(09) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DNDATA    PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(06) VALUE " SERV ".
           03 DNSERV    PIC 9(04) VALUE ZEROS.
           03 FILLER    PIC X(06) VALUE " BASE ".
           03 DNBASE    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " RETIDO ".
           03 DNRET     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 TOTLIN.
           03 TLTXT     PIC X(40) VALUE SPACES.
           03 TLVAL     PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".

       SCREEN SECTION.
       01  TELANS.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   NOTA DE S".
           05  LINE 02  COLUMN 42
               VALUE  "ERVICO E RETENCOES  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADSERVRET
           IF ST-SV = "30"
              OPEN OUTPUT CADSERVRET
              CLOSE CADSERVRET
              OPEN I-O CADSERVRET.
           OPEN I-O CADTRIBRET
           IF ST-TR = "30"
              OPEN OUTPUT CADTRIBRET
              CLOSE CADTRIBRET
              OPEN I-O CADTRIBRET.
           OPEN I-O CADNFSERV
           IF ST-NS = "30"
              OPEN OUTPUT CADNFSERV
              CLOSE CADNFSERV
              OPEN I-O CADNFSERV.
           IF ST-SV NOT = "00" OR ST-TR NOT = "00"
                               OR ST-NS NOT = "00"
              MOVE "ERRO NA ABERTURA DOS ARQUIVOS DE SERVICO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADFOR
           IF ST-ERRO NOT = "00"
              MOVE "SEM FORNECEDORES - USE O SCP002" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADSERVRET CADTRIBRET CADNFSERV
              GO TO ROT-FIM2.
           OPEN I-O CADPEDIDO
           IF ST-PED = "30"
              OPEN OUTPUT CADPEDIDO
              CLOSE CADPEDIDO
              OPEN I-O CADPEDIDO.
           OPEN I-O CADPAGAR
           IF ST-PAG = "30"
              OPEN OUTPUT CADPAGAR
              CLOSE CADPAGAR
              OPEN I-O CADPAGAR.
           OPEN I-O CADLANC
           IF ST-ERRO3 = "30"
              OPEN OUTPUT CADLANC
              CLOSE CADLANC
              OPEN I-O CADLANC.
           OPEN INPUT CADCTBMAP
           MOVE "N" TO W-TEMCC
           OPEN INPUT CADCCUSTO
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMCC.
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

       MENU-NS.
           DISPLAY TELANS
           DISPLAY (04, 01) "1 - CODIGOS DE SERVICO E ALIQUOTAS"
           DISPLAY (05, 01) "2 - ORGAOS, VENCIMENTOS E MINIMOS"
           DISPLAY (06, 01) "3 - DIGITAR NOTA DE SERVICO"
           DISPLAY (07, 01) "4 - RELATORIO MENSAL DE RETENCOES"
           DISPLAY (08, 01) "0 - SAIR"
           DISPLAY (10, 01) "OPCAO: ".
           ACCEPT  (10, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO SRV-INI.
           IF W-OPCAO = "2"
              GO TO TRB-INI.
           IF W-OPCAO = "3"
              GO TO NS-INI.
           IF W-OPCAO = "4"
              GO TO REL-INI.
           GO TO MENU-NS.

      *
      ************************************************
      * CODIGOS DE SERVICO E ALIQUOTAS DE RETENCAO   *
      ************************************************
      *
       SRV-INI.
           DISPLAY TELANS
           MOVE ZEROS TO W-SERV
           DISPLAY (04, 01) "CODIGO DO SERVICO (0=VOLTAR): ".
           ACCEPT  (04, 31) W-SERV.
           IF W-SERV = ZEROS
              GO TO MENU-NS.
           MOVE W-SERV TO SVCOD
           READ CADSERVRET
           IF ST-SV NOT = "00"
              MOVE SPACES TO SVDESC
              MOVE ZEROS TO SVISS SVIRRF SVPIS SVCOFINS SVCSLL SVINSS
              DISPLAY (04, 37) "(NOVO)".
       SRV-DESC.
           DISPLAY (06, 01) "DESCRICAO: ".
           ACCEPT  (06, 12) SVDESC WITH UPDATE.
           IF SVDESC = SPACES
              MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SRV-DESC.
           DISPLAY (08, 01) "ALIQUOTAS DE RETENCAO (%):"
           MOVE 1 TO T.
       SRV-ALIQ.
           IF T > 6
              GO TO SRV-GRAVA.
           COMPUTE LIN = 8 + T
           DISPLAY (LIN, 03) TB-NOME(T)
           ACCEPT  (LIN, 12) SVALIQ(T) WITH UPDATE.
           ADD 1 TO T
           GO TO SRV-ALIQ.
       SRV-GRAVA.
           MOVE "S" TO W-OPCAO
           DISPLAY (16, 01) "GRAVA (S/N): ".
           ACCEPT  (16, 14) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO SRV-INI.
           MOVE W-SERV TO SVCOD
           WRITE REGSERVRET
           IF ST-SV = "22"
              REWRITE REGSERVRET.
           MOVE "*** CODIGO DE SERVICO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO SRV-INI.

      *
      ************************************************
      * ORGAO ARRECADADOR, VENCIMENTO E MINIMO       *
      ************************************************
      *
       TRB-INI.
           DISPLAY TELANS
           DISPLAY (04, 01) "1=ISS 2=IRRF 3=PIS 4=COFINS 5=CSLL 6=INSS"
           MOVE ZEROS TO W-TRIB
           DISPLAY (05, 01) "IMPOSTO (0=VOLTAR): ".
           ACCEPT  (05, 21) W-TRIB.
           IF W-TRIB = ZEROS
              GO TO MENU-NS.
           IF W-TRIB > 6
              MOVE "*** IMPOSTO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRB-INI.
           DISPLAY (05, 24) TB-NOME(W-TRIB)
           MOVE W-TRIB TO TRCOD
           READ CADTRIBRET
           IF ST-TR NOT = "00"
              MOVE ZEROS TO TRCNPJ TRMINIMO
              MOVE 20 TO TRDIA
              MOVE "S" TO TRANTEC
              DISPLAY (05, 32) "(NOVO)".
       TRB-CNPJ.
           DISPLAY (07, 01) "CNPJ DO ORGAO ARRECADADOR: ".
           ACCEPT  (07, 28) TRCNPJ WITH UPDATE.
           MOVE TRCNPJ TO CNPJ
           READ CADFOR
           IF ST-ERRO NOT = "00"
              MOVE "* CNPJ NAO EXISTE, USE O SCP002 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRB-CNPJ.
           DISPLAY (08, 03) RAZAOSOCIAL.
       TRB-DIA.
           DISPLAY (10, 01) "DIA DO VENCIMENTO NO MES SEGUINTE: ".
           ACCEPT  (10, 36) TRDIA WITH UPDATE.
           IF TRDIA = ZEROS OR TRDIA > 31
              MOVE "*** DIA INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRB-DIA.
       TRB-ANT.
           DISPLAY (11, 01) "SEM EXPEDIENTE ANTECIPA (S/N): ".
           ACCEPT  (11, 32) TRANTEC WITH UPDATE.
           IF TRANTEC = "s"
              MOVE "S" TO TRANTEC.
           IF TRANTEC = "n"
              MOVE "N" TO TRANTEC.
           IF TRANTEC NOT = "S" AND TRANTEC NOT = "N"
              GO TO TRB-ANT.
           DISPLAY (12, 01) "VALOR MINIMO PARA RETER: ".
           ACCEPT  (12, 26) TRMINIMO WITH UPDATE.
           MOVE "S" TO W-OPCAO
           DISPLAY (14, 01) "GRAVA (S/N): ".
           ACCEPT  (14, 14) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO TRB-INI.
           MOVE W-TRIB TO TRCOD
           WRITE REGTRIBRET
           IF ST-TR = "22"
              REWRITE REGTRIBRET.
           MOVE "*** IMPOSTO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO TRB-INI.

      *
      ************************************************
      * DIGITACAO DA NOTA DE SERVICO                 *
      ************************************************
      *
       NS-INI.
           DISPLAY TELANS
           MOVE ZEROS TO NSCNPJ NSNUM NSDATA NSSERV NSVALOR NSCC
           MOVE ZEROS TO NSVENCTO.
       NS-CNPJ.
           DISPLAY (04, 01) "CNPJ DO FORNECEDOR: ".
           ACCEPT  (04, 21) NSCNPJ.
           IF NSCNPJ = ZEROS
              GO TO MENU-NS.
           MOVE NSCNPJ TO CNPJ
           READ CADFOR
           IF ST-ERRO NOT = "00"
              MOVE "* CNPJ NAO EXISTE, USE O SCP002 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NS-CNPJ.
           DISPLAY (04, 37) RAZAOSOCIAL.
       NS-NUM.
           DISPLAY (05, 01) "NUMERO DA NOTA: ".
           ACCEPT  (05, 17) NSNUM.
           IF NSNUM = ZEROS
              MOVE "*** NUMERO DA NOTA OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NS-NUM.
           READ CADNFSERV
           IF ST-NS = "00"
              MOVE "*** NOTA JA DIGITADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NS-INI.
       NS-DATA.
           DISPLAY (06, 01) "DATA DA NOTA (AAAAMMDD): ".
           ACCEPT  (06, 26) NSDATA.
           IF NSDATA = ZEROS
              MOVE "*** DATA DA NOTA OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NS-DATA.
      *    AS RETENCOES ENTRAM NA COMPETENCIA DA NOTA
           DIVIDE NSDATA BY 100 GIVING W-COMPET
           CALL "CTBVER" USING W-COMPET W-FECH
           IF W-FECH = "S"
              MOVE "*** COMPETENCIA FECHADA NA CONTABILIDADE ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NS-DATA.
       NS-SERV.
           DISPLAY (07, 01) "CODIGO DO SERVICO: ".
           ACCEPT  (07, 20) NSSERV.
           MOVE NSSERV TO SVCOD
           READ CADSERVRET
           IF ST-SV NOT = "00"
              MOVE "* CODIGO DE SERVICO NAO CADASTRADO (OPCAO 1) *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NS-SERV.
           DISPLAY (07, 26) SVDESC.
       NS-VALOR.
           DISPLAY (08, 01) "VALOR DOS SERVICOS: ".
           ACCEPT  (08, 21) NSVALOR.
           IF NSVALOR = ZEROS
              MOVE "*** VALOR NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NS-VALOR.
       NS-CC.
           DISPLAY (09, 01) "CENTRO DE CUSTO: ".
           ACCEPT  (09, 18) NSCC.
           IF W-TEMCC = "S"
              MOVE NSCC TO CCCODIGO
              READ CADCCUSTO
              IF ST-ERRO2 NOT = "00"
                 MOVE "* CENTRO DE CUSTO NAO EXISTE (SCP051) *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NS-CC.
       NS-VENC.
           DISPLAY (10, 01) "VENCIMENTO DO FORNECEDOR (AAAAMMDD): ".
           ACCEPT  (10, 38) NSVENCTO.
           IF NSVENCTO = ZEROS
              MOVE "*** VENCIMENTO OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NS-VENC.
      *    VENCIMENTO SEMPRE EM DIA UTIL
           CALL "DIAUTIL" USING NSVENCTO W-EHUTIL W-PROXUTIL
           IF W-EHUTIL = "N"
              MOVE W-PROXUTIL TO NSVENCTO
              DISPLAY (10, 38) NSVENCTO
              MOVE "* VENCIMENTO MOVIDO PARA DIA UTIL *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *
      *    RETENCOES CALCULADAS; O OPERADOR PODE ZERAR OU CORRIGIR
      *    (FORNECEDOR DISPENSADO, DEDUCAO DE MATERIAIS DO INSS ETC.)
      *
           PERFORM CALC-RET THRU CALC-RET-FIM
           DISPLAY (12, 01) "IMPOSTO  ALIQ%        RETIDO"
           MOVE 1 TO T.
       NS-RET.
           IF T > 6
              GO TO NS-TOTAL.
           COMPUTE LIN = 12 + T
           DISPLAY (LIN, 01) TB-NOME(T)
           MOVE SVALIQ(T) TO W-ALIQED
           DISPLAY (LIN, 10) W-ALIQED
           ACCEPT  (LIN, 17) TR-VALOR(T) WITH UPDATE.
           ADD 1 TO T
           GO TO NS-RET.
       NS-TOTAL.
           COMPUTE W-TOTRET = TR-VALOR(1) + TR-VALOR(2) + TR-VALOR(3)
                            + TR-VALOR(4) + TR-VALOR(5) + TR-VALOR(6)
           IF W-TOTRET NOT < NSVALOR
              MOVE "* RETENCOES NAO PODEM ATINGIR O VALOR DA NOTA *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO T
              GO TO NS-RET.
           COMPUTE W-LIQUIDO = NSVALOR - W-TOTRET
           DISPLAY (19, 01) "LIQUIDO A PAGAR AO FORNECEDOR: "
           MOVE W-LIQUIDO TO W-VALED
           DISPLAY (19, 32) W-VALED
           PERFORM VALIDA-RET THRU VALIDA-RET-FIM
           IF W-ERRO = "S"
              GO TO NS-INI.
           PERFORM PROX-SEQ THRU PROX-SEQ-FIM
           IF W-SEQ + W-QTDRET > W-SEQFIM
              MOVE "* FAIXA DE LANCAMENTOS DE RETENCAO ESGOTADA *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NS-INI.
           MOVE "S" TO W-OPCAO
           DISPLAY (20, 01) "GRAVA (S/N): ".
           ACCEPT  (20, 14) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO NS-INI.
           PERFORM GERA-PEDIDO THRU GERA-PEDIDO-FIM
           IF W-ERRO = "S"
              GO TO NS-INI.
           PERFORM GERA-TITULOS THRU GERA-TITULOS-FIM
           PERFORM LANCA-RET THRU LANCA-RET-FIM
           MOVE 1 TO T.
       NS-GRAVA.
           IF T > 6
              GO TO NS-GRAVA-WR.
           MOVE TR-VALOR(T) TO NSRETVAL(T)
           ADD 1 TO T
           GO TO NS-GRAVA.
       NS-GRAVA-WR.
           MOVE W-LIQUIDO TO NSLIQUIDO
           MOVE NUMPEDIDO TO NSNUMPED
           MOVE W-COMPET TO NSCOMPET
           MOVE "L" TO NSSTATUS
           MOVE W-OPERCOD TO NSOPER
           MOVE W-EMPATIVA TO NSEMP
           WRITE REGNFSERV
           IF ST-NS NOT = "00"
              MOVE "ERRO NA GRAVACAO DA NOTA DE SERVICO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NS-INI.
           DISPLAY (21, 01) "TITULOS GERADOS NO PEDIDO: "
           DISPLAY (21, 28) NUMPEDIDO
           MOVE "*** NOTA DE SERVICO LANCADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO NS-INI.

      *
      *    RETENCAO POR IMPOSTO PELA ALIQUOTA DO SERVICO; ATE O
      *    MINIMO DO IMPOSTO NAO SE RETEM
      *
       CALC-RET.
           MOVE 1 TO T.
       CALC-RET-1.
           IF T > 6
              GO TO CALC-RET-PCC.
           COMPUTE TR-VALOR(T) ROUNDED = NSVALOR * SVALIQ(T) / 100
           ADD 1 TO T
           GO TO CALC-RET-1.
       CALC-RET-PCC.
           COMPUTE W-PCC = TR-VALOR(3) + TR-VALOR(4) + TR-VALOR(5)
           MOVE 1 TO T.
       CALC-RET-2.
           IF T > 6
              GO TO CALC-RET-FIM.
           IF T > 2 AND T < 6
              MOVE 3 TO TRCOD
           ELSE
              MOVE T TO TRCOD.
           READ CADTRIBRET
           IF ST-TR NOT = "00"
              MOVE ZEROS TO TRMINIMO.
           IF T > 2 AND T < 6 AND W-PCC NOT > TRMINIMO
              MOVE ZEROS TO TR-VALOR(T).
           IF (T < 3 OR T = 6) AND TR-VALOR(T) NOT > TRMINIMO
              MOVE ZEROS TO TR-VALOR(T).
           ADD 1 TO T
           GO TO CALC-RET-2.
       CALC-RET-FIM.
           EXIT.

      *
      *    CADA IMPOSTO RETIDO PRECISA DO ORGAO E DO MAPA RET/<IMPOSTO>;
      *    CALCULA O VENCIMENTO LEGAL. W-ERRO = S SE FALTAR ALGO
      *
       VALIDA-RET.
           MOVE "N" TO W-ERRO
           MOVE ZEROS TO W-QTDRET
           MOVE 1 TO T.
       VALIDA-RET-1.
           IF T > 6
              GO TO VALIDA-RET-FIM.
           IF TR-VALOR(T) = ZEROS
              ADD 1 TO T
              GO TO VALIDA-RET-1.
           MOVE T TO TRCOD
           READ CADTRIBRET
           IF ST-TR NOT = "00" OR TRCNPJ = ZEROS
              MOVE SPACES TO MENS
              STRING "* ORGAO DO " DELIMITED SIZE
                     TB-NOME(T) DELIMITED SPACE
                     " SEM CADASTRO (OPCAO 2) *" DELIMITED SIZE
                     INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "S" TO W-ERRO
              GO TO VALIDA-RET-FIM.
           MOVE TRCNPJ TO TR-CNPJ(T)
           PERFORM VENC-TRIB THRU VENC-TRIB-FIM
           MOVE W-DTV TO TR-VENCTO(T)
           MOVE "RET" TO MAPORIGEM
           MOVE TB-NOME(T) TO MAPREF
           READ CADCTBMAP
           IF ST-ERRO4 NOT = "00"
              MOVE SPACES TO MENS
              STRING "* SEM MAPA RET/" DELIMITED SIZE
                     TB-NOME(T) DELIMITED SPACE
                     " (SCP050) *" DELIMITED SIZE
                     INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "S" TO W-ERRO
              GO TO VALIDA-RET-FIM.
           MOVE MAPDEB TO TR-DEB(T)
           MOVE MAPCRE TO TR-CRE(T)
           ADD 1 TO W-QTDRET
           COMPUTE LIN = 12 + T
           DISPLAY (LIN, 32) "VENCE "
           DISPLAY (LIN, 38) TR-VENCTO(T)
           ADD 1 TO T
           GO TO VALIDA-RET-1.
       VALIDA-RET-FIM.
           EXIT.

      *
      *    VENCIMENTO LEGAL: DIA TRDIA DO MES SEGUINTE AO DA NOTA;
      *    SEM EXPEDIENTE ANTECIPA (TRANTEC = S) OU POSTERGA
      *
       VENC-TRIB.
           MOVE NSDATA TO W-DTV
           ADD 1 TO MES-V
           IF MES-V > 12
              MOVE 1 TO MES-V
              ADD 1 TO ANO-V.
           MOVE TRDIA TO DIA-V
           IF DIA-V > 28 AND MES-V = 2
              MOVE 28 TO DIA-V.
           IF DIA-V > 30
              IF MES-V = 4 OR MES-V = 6 OR MES-V = 9 OR MES-V = 11
                 MOVE 30 TO DIA-V.
       VENC-TRIB-1.
           CALL "DIAUTIL" USING W-DTV W-EHUTIL W-PROXUTIL
           IF W-EHUTIL NOT = "N"
              GO TO VENC-TRIB-FIM.
           IF TRANTEC NOT = "S" OR DIA-V = 1
              MOVE W-PROXUTIL TO W-DTV
              GO TO VENC-TRIB-FIM.
           SUBTRACT 1 FROM DIA-V
           GO TO VENC-TRIB-1.
       VENC-TRIB-FIM.
           EXIT.

      *
      *    PEDIDO DA NOTA (PROXIMO NUMERO LIVRE), JA RECEBIDO
      *
       GERA-PEDIDO.
           MOVE "N" TO W-ERRO
           MOVE ZEROS TO W-PROXPED NUMPEDIDO
           START CADPEDIDO KEY IS NOT LESS NUMPEDIDO
           IF ST-PED NOT = "00"
              GO TO GERA-PEDIDO-WR.
       GERA-PEDIDO-RD.
           READ CADPEDIDO NEXT
           IF ST-PED NOT = "00"
              GO TO GERA-PEDIDO-WR.
           MOVE NUMPEDIDO TO W-PROXPED
           GO TO GERA-PEDIDO-RD.
       GERA-PEDIDO-WR.
           ADD 1 TO W-PROXPED
           MOVE W-PROXPED TO NUMPEDIDO
           MOVE NSCNPJ TO PCNPJ
           MOVE "R" TO STATUSPEDIDO
           MOVE W-HOJE TO DATAPEDIDO
           MOVE NSDATA TO DATARECEB
           MOVE NSVENCTO TO DATAPROMET
           MOVE NSVALOR TO VALORPEDIDO
           MOVE SPACE TO APROVSTATUS
           MOVE ZEROS TO APROVCOD APROVDATA PCONDPG
           MOVE NSCC TO PCCUSTO
           MOVE "N" TO PCONTRATO
           MOVE W-EMPATIVA TO PEMP
           MOVE SPACES TO PMOEDA
           MOVE ZEROS TO PTAXA
           WRITE REGPEDIDO
           IF ST-PED = "22"
              GO TO GERA-PEDIDO-WR.
           IF ST-PED NOT = "00"
              MOVE "ERRO NA GRAVACAO DO PEDIDO DA NOTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "S" TO W-ERRO.
       GERA-PEDIDO-FIM.
           EXIT.

      *
      *    TITULO 1 = LIQUIDO AO FORNECEDOR; DEMAIS = IMPOSTOS RETIDOS
      *
       GERA-TITULOS.
           MOVE NUMPEDIDO TO TITNUMPED
           MOVE 1 TO TITSEQ
           MOVE NSCNPJ TO TITCNPJ
           MOVE W-LIQUIDO TO TITVALOR
           MOVE NSVENCTO TO TITVENCTO
           PERFORM GRAVA-TIT THRU GRAVA-TIT-FIM
           MOVE 1 TO T.
       GERA-TITULOS-1.
           IF T > 6
              GO TO GERA-TITULOS-FIM.
           IF TR-VALOR(T) = ZEROS
              ADD 1 TO T
              GO TO GERA-TITULOS-1.
           ADD 1 TO TITSEQ
           MOVE TR-CNPJ(T) TO TITCNPJ
           MOVE TR-VALOR(T) TO TITVALOR
           MOVE TR-VENCTO(T) TO TITVENCTO
           PERFORM GRAVA-TIT THRU GRAVA-TIT-FIM
           ADD 1 TO T
           GO TO GERA-TITULOS-1.
       GERA-TITULOS-FIM.
           EXIT.

       GRAVA-TIT.
           MOVE ZEROS TO TITPAGO TITJUROS
           MOVE "A" TO TITSTATUS
           MOVE W-EMPATIVA TO TITEMP
           MOVE SPACES TO TITMOEDA
           MOVE ZEROS TO TITVALME TITPAGOME TITTAXA
           WRITE REGPAGAR
           IF ST-PAG NOT = "00"
              MOVE "ERRO NA GRAVACAO DO TITULO A PAGAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-TIT-FIM.
           EXIT.

      *
      *    UM LANCAMENTO POR IMPOSTO RETIDO, NO CENTRO DE CUSTO
      *
       LANCA-RET.
           MOVE NSNUM TO HRNUM
           MOVE 1 TO T.
       LANCA-RET-1.
           IF T > 6
              GO TO LANCA-RET-FIM.
           IF TR-VALOR(T) = ZEROS
              ADD 1 TO T
              GO TO LANCA-RET-1.
           ADD 1 TO W-SEQ
           MOVE W-COMPET TO LANCOMPET
           MOVE W-SEQ TO LANSEQ
           MOVE TR-DEB(T) TO LANDEB
           MOVE TR-CRE(T) TO LANCRE
           MOVE TB-NOME(T) TO HRTRIB
           MOVE HISRET TO LANHIST
           MOVE TR-VALOR(T) TO LANVALOR
           MOVE NSCC TO LANCC
           WRITE REGLANC
           ADD 1 TO T
           GO TO LANCA-RET-1.
       LANCA-RET-FIM.
           EXIT.

      *
      *    ULTIMA SEQUENCIA DE RETENCAO JA USADA NA COMPETENCIA
      *
       PROX-SEQ.
           COMPUTE W-SEQ = W-SEQINI - 1
           MOVE W-COMPET TO LANCOMPET
           MOVE W-SEQINI TO LANSEQ
           START CADLANC KEY IS NOT LESS LANCHAVE
           IF ST-ERRO3 NOT = "00"
              GO TO PROX-SEQ-FIM.
       PROX-SEQ-RD.
           READ CADLANC NEXT
           IF ST-ERRO3 NOT = "00" OR LANCOMPET NOT = W-COMPET
              GO TO PROX-SEQ-FIM.
           IF LANSEQ > W-SEQFIM
              GO TO PROX-SEQ-FIM.
           MOVE LANSEQ TO W-SEQ
           GO TO PROX-SEQ-RD.
       PROX-SEQ-FIM.
           EXIT.

      *
      ************************************************
      * RELATORIO MENSAL POR IMPOSTO E FORNECEDOR    *
      * (SPOOL)                                      *
      ************************************************
      *
       REL-INI.
           DISPLAY TELANS
           MOVE ZEROS TO W-COMPET
           DISPLAY (04, 01) "COMPETENCIA (AAAAMM  0=VOLTAR): ".
           ACCEPT  (04, 34) W-COMPET.
           IF W-COMPET = ZEROS
              GO TO MENU-NS.
           DISPLAY (05, 01) "1=ISS 2=IRRF 3=PIS 4=COFINS 5=CSLL 6=INSS"
           MOVE ZEROS TO W-TRIBSEL
           DISPLAY (06, 01) "IMPOSTO (0=TODOS): ".
           ACCEPT  (06, 20) W-TRIBSEL.
           IF W-TRIBSEL > 6
              GO TO REL-INI.
           MOVE ZEROS TO W-QTDNF W-TOTGER
           OPEN OUTPUT RELSERV
           MOVE W-COMPET TO CABCOMP
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM LINSEP
           MOVE 1 TO T.
       REL-TRIB.
           IF T > 6
              GO TO REL-FIM.
           IF W-TRIBSEL NOT = ZEROS AND T NOT = W-TRIBSEL
              ADD 1 TO T
              GO TO REL-TRIB.
           MOVE ZEROS TO W-QTDTRIB W-TOTTRIB W-TOTFOR W-CNPJANT
           MOVE ZEROS TO NSCNPJ NSNUM
           START CADNFSERV KEY IS NOT LESS NSCHAVE
           IF ST-NS NOT = "00"
              GO TO REL-TRIB-TOT.
       REL-RD.
           READ CADNFSERV NEXT
           IF ST-NS NOT = "00"
              GO TO REL-TRIB-TOT.
           DIVIDE NSDATA BY 100 GIVING W-COMPNS
           IF W-COMPNS NOT = W-COMPET OR NSRETVAL(T) = ZEROS
              GO TO REL-RD.
           IF W-QTDTRIB = ZEROS
              MOVE TB-NOME(T) TO CTNOME
              MOVE T TO TRCOD
              READ CADTRIBRET
              IF ST-TR = "00"
                 MOVE TRCNPJ TO CTCNPJ
              ELSE
                 MOVE ZEROS TO CTCNPJ.
           IF W-QTDTRIB = ZEROS
              WRITE REGREL FROM CABTRIB.
           IF NSCNPJ NOT = W-CNPJANT
              PERFORM REL-FOR THRU REL-FOR-FIM.
           ADD 1 TO W-QTDTRIB W-QTDNF
           ADD NSRETVAL(T) TO W-TOTFOR W-TOTTRIB W-TOTGER
           MOVE NSNUM TO DNNUM
           MOVE NSDATA TO DNDATA
           MOVE NSSERV TO DNSERV
           MOVE NSVALOR TO DNBASE
           MOVE NSRETVAL(T) TO DNRET
           WRITE REGREL FROM DETNS
           GO TO REL-RD.
       REL-TRIB-TOT.
           IF W-QTDTRIB = ZEROS
              ADD 1 TO T
              GO TO REL-TRIB.
           MOVE "  TOTAL DO FORNECEDOR:" TO TLTXT
           MOVE W-TOTFOR TO TLVAL
           WRITE REGREL FROM TOTLIN
           MOVE SPACES TO TLTXT
           STRING "TOTAL RETIDO DE " DELIMITED SIZE
                  TB-NOME(T) DELIMITED SPACE
                  ":" DELIMITED SIZE
                  INTO TLTXT
           MOVE W-TOTTRIB TO TLVAL
           WRITE REGREL FROM TOTLIN
           WRITE REGREL FROM LINSEP
           ADD 1 TO T
           GO TO REL-TRIB.
       REL-FIM.
           MOVE "TOTAL GERAL RETIDO NA COMPETENCIA:" TO TLTXT
           MOVE W-TOTGER TO TLVAL
           WRITE REGREL FROM TOTLIN
           CLOSE RELSERV
           PERFORM SPOOL THRU SPOOL-FIM
           DISPLAY (08, 01) "LINHAS LISTADAS: "
           DISPLAY (08, 18) W-QTDNF
           MOVE "*** RELATORIO GRAVADO EM NFSERV.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-NS.

      *
      *    TROCA DE FORNECEDOR: SUBTOTAL DO ANTERIOR E CABECALHO
      *
       REL-FOR.
           IF W-CNPJANT NOT = ZEROS
              MOVE "  TOTAL DO FORNECEDOR:" TO TLTXT
              MOVE W-TOTFOR TO TLVAL
              WRITE REGREL FROM TOTLIN.
           MOVE ZEROS TO W-TOTFOR
           MOVE NSCNPJ TO W-CNPJANT CFCNPJ CNPJ
           READ CADFOR
           IF ST-ERRO = "00"
              MOVE RAZAOSOCIAL TO CFNOME
           ELSE
              MOVE SPACES TO CFNOME.
           WRITE REGREL FROM CABFOR.
       REL-FOR-FIM.
           EXIT.

      *    O RELATORIO VAI PARA O SPOOL CENTRAL (SCP067)
       SPOOL.
           MOVE "NFSERV" TO W-SPPROG
           MOVE "NFSERV.TXT" TO W-SPARQ
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
           CLOSE CADSERVRET CADTRIBRET CADNFSERV CADFOR
           CLOSE CADPEDIDO CADPAGAR CADLANC CADCTBMAP
           IF W-TEMCC = "S"
              CLOSE CADCCUSTO.
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
