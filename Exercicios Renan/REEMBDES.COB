       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMBDES.
      *******************************
      * REEMBOLSO DE DESPESAS DE FUNCIONARIOS                   *
      * RELATORIO DE DESPESAS POR FUNCIONARIO (CADFOLHA) COM ATE *
      * 12 LINHAS: DATA, CATEGORIA, CENTRO DE CUSTO E VALOR      *
      * SITUACAO: A=ABERTO E=ENVIADO V=APROVADO R=REPROVADO      *
      *           P=PAGO                                         *
      * APROVACAO SO PELO OPERADOR DO PARAMETRO APROVDES; NA     *
      * APROVACAO A DESPESA E CONTABILIZADA NO CADLANC POR       *
      * CATEGORIA E CENTRO DE CUSTO (MAPA DSP/CATnn DO SCP050,   *
      * SEM ELE DSP/DESPESA), SEQUENCIA 7000 A 7999 DO MES       *
      * PAGAMENTO: C=CAIXA/BANCO (CADCAIXA), F=FUNDO DE CAIXA    *
      * PEQUENO (CXPEQ) OU R=CREDITO NA FOLHA (RUBRICA RUBREEMB) *
      * COMPETENCIA FECHADA NO FECHACTB NAO ACEITA APROVACAO     *
      * LISTAGEM NO SPOOL (REEMBDES.TXT)                         *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADCATDESP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CATCOD
                       FILE STATUS IS ST-CAT.
      *
       SELECT CADDESPREL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS DRNUM
                       FILE STATUS IS ST-DR.
      *
       SELECT CADDESPITEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS DICHAVE
                       FILE STATUS IS ST-DI.
      *
       SELECT CADFOLHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       FILE STATUS  IS ST-ERRO.
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
       SELECT CADCAIXA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CXCHAVE
                       FILE STATUS IS ST-CX.
      *
       SELECT CADFUNDO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FUNCONTA
                       FILE STATUS IS ST-FUN.
      *
       SELECT CADEVEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EVECHAVE
                       FILE STATUS IS ST-EVE.
      *
       SELECT CADFPMES ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS FPCHAVE
                       FILE STATUS  IS ST-FP.
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
       SELECT RELDESP ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    CATEGORIA DE DESPESA - LIMITE POR LINHA (ZERO = SEM)
       FD CADCATDESP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCATDESP.DAT".
       01 REGCATDESP.
           03 CATCOD            PIC 9(02).
           03 CATDESC           PIC X(20).
           03 CATLIMITE         PIC 9(07)V99.
      *
       FD CADDESPREL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDESPREL.DAT".
       01 REGDESPREL.
           03 DRNUM             PIC 9(06).
           03 DRFUNC            PIC 9(06).
           03 DRNOME            PIC X(30).
           03 DRDATA            PIC 9(08).
           03 DRMOTIVO          PIC X(30).
           03 DRSTATUS          PIC X(01).
           03 DRTOTAL           PIC 9(09)V99.
           03 DRAPROV           PIC 9(06).
           03 DRDTAPROV         PIC 9(08).
           03 DRCOMPET          PIC 9(06).
           03 DRFORMA           PIC X(01).
           03 DRCONTA           PIC 9(02).
           03 DRDTPAG           PIC 9(08).
           03 DRCOMPFP          PIC 9(06).
           03 DREMP             PIC 9(02).
      *
       FD CADDESPITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDESPITEM.DAT".
       01 REGDESPITEM.
           03 DICHAVE.
               05 DINUM         PIC 9(06).
               05 DILIN         PIC 9(02).
           03 DIDATA            PIC 9(08).
           03 DICAT             PIC 9(02).
           03 DICC              PIC 9(03).
           03 DIVALOR           PIC 9(07)V99.
           03 DIDESC            PIC X(30).
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
       FD CADEVEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEVEN.DAT".
       01 REGEVEN.
           03 EVECHAVE.
               05 EVECOMPET     PIC 9(06).
               05 EVECODIGO     PIC 9(06).
               05 EVERUBR       PIC 9(03).
           03 EVEVALOR          PIC 9(06)V99.
      *
       FD CADFPMES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFPMES.DAT".
       01 REGFPMES.
           03 FPCHAVE.
               05 FPCOMPET      PIC 9(06).
               05 FPCODIGO      PIC 9(06).
           03 FPNOME            PIC X(30).
           03 FPDEPARTAMENTO    PIC 9(02).
           03 FPDEPTXT          PIC X(10).
           03 FPTXTFUNC         PIC X(25).
           03 FPNUMFILHOS       PIC 9(02).
           03 FPSALARIOBASE     PIC 9(06)V99.
           03 FPBRUTO           PIC 9(09)V99.
           03 FPINSS            PIC 9(06)V99.
           03 FPIMPOSTO         PIC 9(06)V99.
           03 FPSALFAMI         PIC 9(06)V99.
           03 FPSALIQ           PIC 9(06)V99.
           03 FPDATAFECH        PIC 9(08).
           03 FPPAGSTATUS       PIC X(01).
           03 FPEMP             PIC 9(02).
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
       FD RELDESP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REEMBDES.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-CAT         PIC X(02) VALUE "00".
       01 ST-DR          PIC X(02) VALUE "00".
       01 ST-DI          PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-CX          PIC X(02) VALUE "00".
       01 ST-FUN         PIC X(02) VALUE "00".
       01 ST-EVE         PIC X(02) VALUE "00".
       01 ST-FP          PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-SES         PIC X(02) VALUE "00".
       01 ST-EAT         PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 LIN            PIC 9(03) VALUE ZEROS.
       01 CONLIN         PIC 9(03) VALUE ZEROS.
       01 W-TEMCC        PIC X(01) VALUE "N".
       01 W-TEMFUN       PIC X(01) VALUE "N".
       01 W-TEMFP        PIC X(01) VALUE "N".
       01 W-FECH         PIC X(01) VALUE "N".
       01 W-EMPATIVA     PIC 9(02) VALUE 01.
       01 W-OPERCOD      PIC 9(06) VALUE ZEROS.
       01 W-APROVDES     PIC 9(06) VALUE ZEROS.
       01 W-RUBREEMB     PIC 9(03) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-G REDEFINES W-COMPET.
           03 ANO-COMP   PIC 9(04).
           03 MES-COMP   PIC 9(02).
       01 W-NUMREL       PIC 9(06) VALUE ZEROS.
       01 W-PROXREL      PIC 9(06) VALUE ZEROS.
       01 W-FUNC         PIC 9(06) VALUE ZEROS.
       01 W-MOTIVO       PIC X(30) VALUE SPACES.
       01 W-CAT          PIC 9(02) VALUE ZEROS.
       01 W-LINHA        PIC 9(02) VALUE ZEROS.
       01 W-DATA         PIC 9(08) VALUE ZEROS.
       01 W-CC           PIC 9(03) VALUE ZEROS.
       01 W-VALOR        PIC 9(07)V99 VALUE ZEROS.
       01 W-DESC         PIC X(30) VALUE SPACES.
       01 W-LIMITE       PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTAL        PIC 9(09)V99 VALUE ZEROS.
       01 W-VALED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-SITSEL       PIC X(01) VALUE SPACES.
       01 W-FUNCSEL      PIC 9(06) VALUE ZEROS.
       01 W-QTDREL       PIC 9(05) VALUE ZEROS.
       01 W-TOTGER       PIC 9(11)V99 VALUE ZEROS.
       01 W-FORMA        PIC X(01) VALUE SPACES.
       01 W-CONTACX      PIC 9(02) VALUE 01.
       01 W-SALDOFUN     PIC S9(11)V99 VALUE ZEROS.
       01 W-COMPFP       PIC 9(06) VALUE ZEROS.
       01 W-COMPFP-G REDEFINES W-COMPFP.
           03 ANO-COMPFP PIC 9(04).
           03 MES-COMPFP PIC 9(02).
       01 W-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-QTDGER       PIC 9(02) VALUE ZEROS.
       01 I              PIC 9(02) VALUE ZEROS.
       01 J              PIC 9(02) VALUE ZEROS.
       01 W-QTDGRP       PIC 9(02) VALUE ZEROS.
      *    FAIXA DE SEQUENCIA DOS REEMBOLSOS NO CADLANC
       01 W-SEQINI       PIC 9(04) VALUE 7000.
       01 W-SEQFIM       PIC 9(04) VALUE 7999.
       01 W-MAPCAT.
           03 FILLER     PIC X(03) VALUE "CAT".
           03 W-MAPCATNUM PIC 9(02).
           03 FILLER     PIC X(03) VALUE SPACES.
       01 HISDESP.
           03 FILLER     PIC X(17) VALUE "REEMBOLSO RELAT. ".
           03 HISDESPNUM PIC 9(06).
           03 FILLER     PIC X(07) VALUE SPACES.
      *
      *    LINHAS DO RELATORIO EM TELA (POSICAO = NUMERO DA LINHA)
       01 TAB-ITEM.
           03 TI-ITEM OCCURS 12 TIMES.
               05 TI-DATA        PIC 9(08).
               05 TI-CAT         PIC 9(02).
               05 TI-CC          PIC 9(03).
               05 TI-VALOR       PIC 9(07)V99.
               05 TI-DESC        PIC X(30).
      *    TOTAIS POR CATEGORIA E CENTRO DE CUSTO NA APROVACAO
       01 TAB-GRP.
           03 TG-ITEM OCCURS 12 TIMES.
               05 TG-CAT         PIC 9(02).
               05 TG-CC          PIC 9(03).
               05 TG-VALOR       PIC 9(09)V99.
               05 TG-DEB         PIC 9(06).
               05 TG-CRE         PIC 9(06).
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 DETITEM.
           03 DLLIN     PIC Z9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DLDATA    PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DLCAT     PIC 99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DLCATD    PIC X(12) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DLCC      PIC ZZ9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DLDESC    PIC X(25) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DLVALOR   PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       01 DETREL.
           03 DRLNUM    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DRLFUNC   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DRLNOME   PIC X(22) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DRLDATA   PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DRLSIT    PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DRLFORMA  PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DRLCOMP   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DRLTOTAL  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 CAB1.
           03 FILLER    PIC X(45) VALUE
              "RELATORIOS DE DESPESAS / REEMBOLSOS          ".
           03 FILLER    PIC X(09) VALUE "EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CAB2.
           03 FILLER    PIC X(40) VALUE
              "NUMERO FUNC.  NOME                   DA".
           03 FILLER    PIC X(39) VALUE
              "TA     S F COMPET          TOTAL       ".
       01 TOTLIN.
           03 TLTXT     PIC X(40) VALUE SPACES.
           03 TLVAL     PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".

       SCREEN SECTION.
       01  TELARD.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   REEMBOLSO".
           05  LINE 02  COLUMN 42
               VALUE  " DE DESPESAS  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADCATDESP
           IF ST-CAT = "30"
              OPEN OUTPUT CADCATDESP
              CLOSE CADCATDESP
              OPEN I-O CADCATDESP.
           OPEN I-O CADDESPREL
           IF ST-DR = "30"
              OPEN OUTPUT CADDESPREL
              CLOSE CADDESPREL
              OPEN I-O CADDESPREL.
           OPEN I-O CADDESPITEM
           IF ST-DI = "30"
              OPEN OUTPUT CADDESPITEM
              CLOSE CADDESPITEM
              OPEN I-O CADDESPITEM.
           IF ST-CAT NOT = "00" OR ST-DR NOT = "00"
                                OR ST-DI NOT = "00"
              MOVE "ERRO NA ABERTURA DOS ARQUIVOS DE DESPESAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADFOLHA
           IF ST-ERRO NOT = "00"
              MOVE "SEM FUNCIONARIOS - USE O SCP001" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCATDESP CADDESPREL CADDESPITEM
              GO TO ROT-FIM2.
           OPEN I-O CADLANC
           IF ST-ERRO3 = "30"
              OPEN OUTPUT CADLANC
              CLOSE CADLANC
              OPEN I-O CADLANC.
           OPEN INPUT CADCTBMAP
           OPEN I-O CADCAIXA
           IF ST-CX = "30"
              OPEN OUTPUT CADCAIXA
              CLOSE CADCAIXA
              OPEN I-O CADCAIXA.
           OPEN I-O CADEVEN
           IF ST-EVE = "30"
              OPEN OUTPUT CADEVEN
              CLOSE CADEVEN
              OPEN I-O CADEVEN.
           MOVE "N" TO W-TEMCC W-TEMFUN W-TEMFP
           OPEN INPUT CADCCUSTO
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMCC.
           OPEN INPUT CADFUNDO
           IF ST-FUN = "00"
              MOVE "S" TO W-TEMFUN.
           OPEN INPUT CADFPMES
           IF ST-FP = "00"
              MOVE "S" TO W-TEMFP.
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              MOVE "APROVDES" TO PARCODIGO
              READ CADPARAM
              IF ST-PAR = "00"
                 MOVE PARVALOR TO W-APROVDES.
           IF ST-PAR = "00" OR ST-PAR = "23"
              MOVE "RUBREEMB" TO PARCODIGO
              READ CADPARAM
              IF ST-PAR = "00"
                 MOVE PARVALOR TO W-RUBREEMB.
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

       MENU-RD.
           DISPLAY TELARD
           DISPLAY (04, 01) "1 - CATEGORIAS DE DESPESA"
           DISPLAY (05, 01) "2 - RELATORIO DE DESPESAS"
           DISPLAY (06, 01) "3 - APROVACAO DOS RELATORIOS"
           DISPLAY (07, 01) "4 - PAGAMENTO DO REEMBOLSO"
           DISPLAY (08, 01) "5 - LISTAGEM DOS RELATORIOS"
           DISPLAY (09, 01) "0 - SAIR"
           DISPLAY (11, 01) "OPCAO: ".
           ACCEPT  (11, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO CAT-INI.
           IF W-OPCAO = "2"
              GO TO REL-INI.
           IF W-OPCAO = "3"
              GO TO APR-INI.
           IF W-OPCAO = "4"
              GO TO PAG-INI.
           IF W-OPCAO = "5"
              GO TO LIS-INI.
           GO TO MENU-RD.

      *
      ************************************************
      * CATEGORIAS DE DESPESA                        *
      ************************************************
      *
       CAT-INI.
           DISPLAY TELARD
           DISPLAY (04, 01) "CATEGORIA (01-99  0=VOLTAR): ".
           ACCEPT  (04, 30) W-CAT.
           IF W-CAT = ZEROS
              GO TO MENU-RD.
           MOVE W-CAT TO CATCOD
           READ CADCATDESP
           IF ST-CAT NOT = "00"
              MOVE SPACES TO CATDESC
              MOVE ZEROS TO CATLIMITE
              DISPLAY (04, 35) "(NOVA)".
       CAT-DESC.
           DISPLAY (06, 01) "DESCRICAO: ".
           ACCEPT  (06, 12) CATDESC WITH UPDATE.
           IF CATDESC = SPACES
              MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAT-DESC.
           DISPLAY (07, 01) "LIMITE POR LINHA (0=SEM LIMITE): ".
           ACCEPT  (07, 34) CATLIMITE WITH UPDATE.
           MOVE "S" TO W-OPCAO
           DISPLAY (09, 01) "GRAVA (S/N): ".
           ACCEPT  (09, 14) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO CAT-INI.
           MOVE W-CAT TO CATCOD
           WRITE REGCATDESP
           IF ST-CAT = "22"
              REWRITE REGCATDESP.
           MOVE "*** CATEGORIA GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CAT-INI.

      *
      ************************************************
      * RELATORIO DE DESPESAS                        *
      ************************************************
      *
       REL-INI.
           DISPLAY TELARD
           DISPLAY (04, 01) "RELATORIO (0=NOVO): ".
           MOVE ZEROS TO W-NUMREL
           ACCEPT  (04, 21) W-NUMREL.
           IF W-NUMREL = ZEROS
              GO TO REL-NOVO.
           MOVE W-NUMREL TO DRNUM
           READ CADDESPREL
           IF ST-DR NOT = "00"
              MOVE "*** RELATORIO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-RD.
           IF DRSTATUS NOT = "A" AND DRSTATUS NOT = "R"
              MOVE "* RELATORIO JA ENVIADO - NAO PODE SER ALTERADO *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-RD.
      *    REPROVADO VOLTA A SER ABERTO PARA CORRECAO
           MOVE "A" TO DRSTATUS
           GO TO REL-LIN.

       REL-NOVO.
           DISPLAY (05, 01) "FUNCIONARIO (0=VOLTAR): ".
           ACCEPT  (05, 25) W-FUNC.
           IF W-FUNC = ZEROS
              GO TO MENU-RD.
           MOVE W-FUNC TO CODIGO
           READ CADFOLHA
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REL-NOVO.
           IF STATUSFUNC NOT = "A"
              MOVE "*** FUNCIONARIO NAO ESTA ATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REL-NOVO.
           DISPLAY (05, 33) NOME.
       REL-MOT.
           MOVE SPACES TO W-MOTIVO
           DISPLAY (06, 01) "MOTIVO (VIAGEM/EVENTO): ".
           ACCEPT  (06, 25) W-MOTIVO.
           IF W-MOTIVO = SPACES
              MOVE "*** INFORME O MOTIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REL-MOT.
           PERFORM PROXIMO-NUM THRU PROXIMO-NUM-FIM
           MOVE W-PROXREL TO DRNUM W-NUMREL
           MOVE W-FUNC TO DRFUNC
           MOVE NOME TO DRNOME
           MOVE W-HOJE TO DRDATA
           MOVE W-MOTIVO TO DRMOTIVO
           MOVE "A" TO DRSTATUS
           MOVE ZEROS TO DRTOTAL DRAPROV DRDTAPROV DRCOMPET
           MOVE ZEROS TO DRCONTA DRDTPAG DRCOMPFP
           MOVE SPACE TO DRFORMA
           MOVE W-EMPATIVA TO DREMP
           WRITE REGDESPREL
           IF ST-DR NOT = "00" AND ST-DR NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADDESPREL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *
      *    DIGITACAO DAS LINHAS
      *
       REL-LIN.
           PERFORM CARREGA-ITENS THRU CARREGA-ITENS-FIM
           PERFORM MOSTRA-REL THRU MOSTRA-REL-FIM.
       REL-LIN-1.
           MOVE 1 TO W-LINHA.
       REL-LIN-2.
           IF W-LINHA < 12 AND TI-VALOR(W-LINHA) NOT = ZEROS
              ADD 1 TO W-LINHA
              GO TO REL-LIN-2.
           DISPLAY (21, 01) "LINHA (NN=INCLUIR/ALTERAR  0=ENCERRA): "
           ACCEPT  (21, 40) W-LINHA WITH UPDATE.
           DISPLAY (21, 01) LIMPA
           IF W-LINHA = ZEROS
              GO TO REL-FIM.
           IF W-LINHA > 12
              MOVE "*** LINHA DE 1 A 12 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REL-LIN-1.
           COMPUTE LIN = W-LINHA + 7
           MOVE TI-DATA(W-LINHA) TO W-DATA
           IF W-DATA = ZEROS
              MOVE W-HOJE TO W-DATA.
           MOVE TI-CAT(W-LINHA) TO W-CAT
           MOVE TI-CC(W-LINHA) TO W-CC
           MOVE TI-VALOR(W-LINHA) TO W-VALOR
           MOVE TI-DESC(W-LINHA) TO W-DESC.
       REL-DATA.
           ACCEPT  (LIN, 04) W-DATA WITH UPDATE.
           IF W-DATA > W-HOJE OR W-DATA < 19000101
              MOVE "*** DATA DA DESPESA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REL-DATA.
       REL-CAT.
           ACCEPT  (LIN, 13) W-CAT WITH UPDATE.
           MOVE W-CAT TO CATCOD
           READ CADCATDESP
           IF ST-CAT NOT = "00"
              MOVE "*** CATEGORIA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REL-CAT.
           MOVE CATLIMITE TO W-LIMITE
           MOVE CATDESC TO DLCATD
           DISPLAY (LIN, 16) DLCATD.
       REL-CC.
           ACCEPT  (LIN, 29) W-CC WITH UPDATE.
           IF W-CC = ZEROS
              MOVE "*** INFORME O CENTRO DE CUSTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REL-CC.
           IF W-TEMCC = "S"
              MOVE W-CC TO CCCODIGO
              READ CADCCUSTO
              IF ST-ERRO2 NOT = "00"
                 MOVE "*** CENTRO DE CUSTO NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO REL-CC.
       REL-DESC.
           ACCEPT  (LIN, 33) W-DESC WITH UPDATE.
       REL-VALOR.
           ACCEPT  (LIN, 60) W-VALOR WITH UPDATE.
           IF W-LIMITE > ZEROS AND W-VALOR > W-LIMITE
              MOVE W-LIMITE TO W-VALED
              MOVE SPACES TO MENS
              STRING "* ACIMA DO LIMITE DA CATEGORIA: " DELIMITED SIZE
                     W-VALED DELIMITED SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REL-VALOR.
      *    VALOR ZERO EXCLUI A LINHA
           MOVE W-NUMREL TO DINUM
           MOVE W-LINHA TO DILIN
           IF W-VALOR = ZEROS
              DELETE CADDESPITEM RECORD
              GO TO REL-TOTAL.
           MOVE W-DATA TO DIDATA
           MOVE W-CAT TO DICAT
           MOVE W-CC TO DICC
           MOVE W-VALOR TO DIVALOR
           MOVE W-DESC TO DIDESC
           WRITE REGDESPITEM
           IF ST-DI = "22"
              REWRITE REGDESPITEM.
       REL-TOTAL.
           PERFORM CARREGA-ITENS THRU CARREGA-ITENS-FIM
           MOVE W-NUMREL TO DRNUM
           READ CADDESPREL
           MOVE "A" TO DRSTATUS
           MOVE W-TOTAL TO DRTOTAL
           REWRITE REGDESPREL
           PERFORM MOSTRA-REL THRU MOSTRA-REL-FIM
           GO TO REL-LIN-1.

       REL-FIM.
           MOVE W-NUMREL TO DRNUM
           READ CADDESPREL
           IF DRTOTAL = ZEROS
              MOVE "*** RELATORIO SEM DESPESAS - FICA ABERTO ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-RD.
           MOVE "S" TO W-OPCAO
           DISPLAY (21, 01) "ENVIA PARA APROVACAO (S/N): ".
           ACCEPT  (21, 29) W-OPCAO WITH UPDATE.
           IF W-OPCAO = "S" OR "s"
              MOVE "E" TO DRSTATUS
              MOVE "*** RELATORIO ENVIADO PARA APROVACAO ***" TO MENS
           ELSE
              MOVE "A" TO DRSTATUS
              MOVE "*** RELATORIO GRAVADO (ABERTO) ***" TO MENS.
           REWRITE REGDESPREL
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-RD.

      *
      *    LINHAS DO RELATORIO W-NUMREL -> TAB-ITEM E W-TOTAL
      *
       CARREGA-ITENS.
           MOVE ZEROS TO W-TOTAL
           MOVE 1 TO I.
       CARREGA-ITENS-0.
           MOVE ZEROS TO TI-DATA(I) TI-CAT(I) TI-CC(I) TI-VALOR(I)
           MOVE SPACES TO TI-DESC(I)
           ADD 1 TO I
           IF I NOT > 12
              GO TO CARREGA-ITENS-0.
           MOVE W-NUMREL TO DINUM
           MOVE ZEROS TO DILIN
           START CADDESPITEM KEY IS NOT LESS DICHAVE
           IF ST-DI NOT = "00"
              GO TO CARREGA-ITENS-FIM.
       CARREGA-ITENS-RD.
           READ CADDESPITEM NEXT
           IF ST-DI NOT = "00" OR DINUM NOT = W-NUMREL
              GO TO CARREGA-ITENS-FIM.
           IF DILIN < 1 OR DILIN > 12
              GO TO CARREGA-ITENS-RD.
           MOVE DIDATA TO TI-DATA(DILIN)
           MOVE DICAT TO TI-CAT(DILIN)
           MOVE DICC TO TI-CC(DILIN)
           MOVE DIVALOR TO TI-VALOR(DILIN)
           MOVE DIDESC TO TI-DESC(DILIN)
           ADD DIVALOR TO W-TOTAL
           GO TO CARREGA-ITENS-RD.
       CARREGA-ITENS-FIM.
           EXIT.

      *
      *    CABECALHO E LINHAS DO RELATORIO NA TELA (LINHAS 8 A 19)
      *
       MOSTRA-REL.
           DISPLAY TELARD
           DISPLAY (04, 01) "RELATORIO: "
           DISPLAY (04, 12) DRNUM
           DISPLAY (04, 20) "FUNC.: "
           DISPLAY (04, 27) DRFUNC
           DISPLAY (04, 34) DRNOME
           DISPLAY (05, 01) "MOTIVO: "
           DISPLAY (05, 09) DRMOTIVO
           DISPLAY (05, 41) "SITUACAO: "
           DISPLAY (05, 51) DRSTATUS
           DISPLAY (07, 01) "LN DATA     CT CATEGORIA    CC  DESCRICAO"
           DISPLAY (07, 66) "VALOR".
           MOVE 1 TO I.
       MOSTRA-REL-1.
           IF I > 12
              GO TO MOSTRA-REL-2.
           COMPUTE LIN = I + 7
           MOVE I TO DLLIN
           IF TI-VALOR(I) = ZEROS
              DISPLAY (LIN, 01) DLLIN
              ADD 1 TO I
              GO TO MOSTRA-REL-1.
           MOVE TI-DATA(I) TO DLDATA
           MOVE TI-CAT(I) TO DLCAT CATCOD
           READ CADCATDESP
           IF ST-CAT = "00"
              MOVE CATDESC TO DLCATD
           ELSE
              MOVE SPACES TO DLCATD.
           MOVE TI-CC(I) TO DLCC
           MOVE TI-DESC(I) TO DLDESC
           MOVE TI-VALOR(I) TO DLVALOR
           DISPLAY (LIN, 01) DETITEM
           ADD 1 TO I
           GO TO MOSTRA-REL-1.
       MOSTRA-REL-2.
           MOVE W-TOTAL TO W-VALED
           DISPLAY (20, 45) "TOTAL: "
           DISPLAY (20, 52) W-VALED.
       MOSTRA-REL-FIM.
           EXIT.

      *
      *    PROXIMO NUMERO (MAIOR EXISTENTE + 1)
      *
       PROXIMO-NUM.
           MOVE 1 TO W-PROXREL
           MOVE ZEROS TO DRNUM
           START CADDESPREL KEY IS NOT LESS DRNUM
           IF ST-DR NOT = "00"
              GO TO PROXIMO-NUM-FIM.
       PROXIMO-NUM-RD.
           READ CADDESPREL NEXT
           IF ST-DR NOT = "00"
              GO TO PROXIMO-NUM-FIM.
           COMPUTE W-PROXREL = DRNUM + 1
           GO TO PROXIMO-NUM-RD.
       PROXIMO-NUM-FIM.
           EXIT.

      *
      ************************************************
      * APROVACAO - CONTABILIZA A DESPESA            *
      ************************************************
      *
       APR-INI.
           IF W-APROVDES = ZEROS
              MOVE "* PARAMETRO APROVDES NAO CADASTRADO (SCP021) *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-RD.
           IF W-OPERCOD NOT = W-APROVDES
              MOVE "*** OPERADOR NAO AUTORIZADO A APROVAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-RD.
           MOVE "E" TO W-SITSEL
           PERFORM LISTA-SIT THRU LISTA-SIT-FIM
           DISPLAY (21, 01) "RELATORIO A APROVAR (0=VOLTAR): ".
           ACCEPT  (21, 34) W-NUMREL.
           IF W-NUMREL = ZEROS
              GO TO MENU-RD.
           MOVE W-NUMREL TO DRNUM
           READ CADDESPREL
           IF ST-DR NOT = "00" OR DRSTATUS NOT = "E"
              MOVE "*** RELATORIO NAO AGUARDA APROVACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-INI.
           PERFORM CARREGA-ITENS THRU CARREGA-ITENS-FIM
           PERFORM MOSTRA-REL THRU MOSTRA-REL-FIM.
       APR-OPC.
           MOVE SPACE TO W-OPCAO
           DISPLAY (21, 01) "A=APROVA  R=REPROVA  0=VOLTAR: ".
           ACCEPT  (21, 32) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO APR-INI.
           IF W-OPCAO = "R" OR "r"
              MOVE "R" TO DRSTATUS
              MOVE W-OPERCOD TO DRAPROV
              MOVE W-HOJE TO DRDTAPROV
              REWRITE REGDESPREL
              MOVE "*** RELATORIO REPROVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-INI.
           IF W-OPCAO NOT = "A" AND "a"
              GO TO APR-OPC.
      *    A DESPESA ENTRA NA COMPETENCIA DA APROVACAO
           DIVIDE W-HOJE BY 100 GIVING W-COMPET
           CALL "CTBVER" USING W-COMPET W-FECH
           IF W-FECH = "S"
              MOVE "*** COMPETENCIA FECHADA NA CONTABILIDADE ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-INI.
           PERFORM AGRUPA THRU AGRUPA-FIM
           IF W-QTDGRP = 99
              GO TO APR-INI.
           PERFORM PROX-SEQ THRU PROX-SEQ-FIM
           IF W-SEQ + W-QTDGRP > W-SEQFIM
              MOVE "* FAIXA DE LANCAMENTOS DE REEMBOLSO ESGOTADA *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-INI.
           MOVE W-NUMREL TO HISDESPNUM
           MOVE ZEROS TO W-QTDGER
           MOVE 1 TO J.
       APR-LANCA.
           IF J > W-QTDGRP
              GO TO APR-GRAVA.
           ADD 1 TO W-SEQ
           MOVE W-COMPET TO LANCOMPET
           MOVE W-SEQ TO LANSEQ
           MOVE TG-DEB(J) TO LANDEB
           MOVE TG-CRE(J) TO LANCRE
           MOVE HISDESP TO LANHIST
           MOVE TG-VALOR(J) TO LANVALOR
           MOVE TG-CC(J) TO LANCC
           WRITE REGLANC
           IF ST-ERRO3 = "00" OR ST-ERRO3 = "02"
              ADD 1 TO W-QTDGER.
           ADD 1 TO J
           GO TO APR-LANCA.
       APR-GRAVA.
           MOVE W-NUMREL TO DRNUM
           READ CADDESPREL
           MOVE "V" TO DRSTATUS
           MOVE W-OPERCOD TO DRAPROV
           MOVE W-HOJE TO DRDTAPROV
           MOVE W-COMPET TO DRCOMPET
           REWRITE REGDESPREL
           MOVE "*** RELATORIO APROVADO E CONTABILIZADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO APR-INI.

      *
      *    SOMA AS LINHAS POR CATEGORIA E CENTRO E BUSCA O MAPA;
      *    SEM MAPA DEVOLVE W-QTDGRP = 99 E NADA E GRAVADO
      *
       AGRUPA.
           MOVE ZEROS TO W-QTDGRP
           MOVE 1 TO I.
       AGRUPA-1.
           IF I > 12
              GO TO AGRUPA-MAP.
           IF TI-VALOR(I) = ZEROS
              ADD 1 TO I
              GO TO AGRUPA-1.
           MOVE 1 TO J.
       AGRUPA-2.
           IF J > W-QTDGRP
              ADD 1 TO W-QTDGRP
              MOVE TI-CAT(I) TO TG-CAT(W-QTDGRP)
              MOVE TI-CC(I) TO TG-CC(W-QTDGRP)
              MOVE ZEROS TO TG-VALOR(W-QTDGRP)
              MOVE W-QTDGRP TO J.
           IF TG-CAT(J) NOT = TI-CAT(I) OR TG-CC(J) NOT = TI-CC(I)
              ADD 1 TO J
              GO TO AGRUPA-2.
           ADD TI-VALOR(I) TO TG-VALOR(J)
           ADD 1 TO I
           GO TO AGRUPA-1.
       AGRUPA-MAP.
           MOVE 1 TO J.
       AGRUPA-MAP-1.
           IF J > W-QTDGRP
              GO TO AGRUPA-FIM.
           MOVE "DSP" TO MAPORIGEM
           MOVE TG-CAT(J) TO W-MAPCATNUM
           MOVE W-MAPCAT TO MAPREF
           READ CADCTBMAP
           IF ST-ERRO4 NOT = "00"
              MOVE "DSP" TO MAPORIGEM
              MOVE "DESPESA" TO MAPREF
              READ CADCTBMAP.
           IF ST-ERRO4 NOT = "00"
              MOVE SPACES TO MENS
              STRING "* SEM MAPA DSP/" DELIMITED SIZE
                     W-MAPCAT DELIMITED SPACE
                     " NEM DSP/DESPESA (SCP050) *" DELIMITED SIZE
                     INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 99 TO W-QTDGRP
              GO TO AGRUPA-FIM.
           MOVE MAPDEB TO TG-DEB(J)
           MOVE MAPCRE TO TG-CRE(J)
           ADD 1 TO J
           GO TO AGRUPA-MAP-1.
       AGRUPA-FIM.
           EXIT.

      *
      *    ULTIMA SEQUENCIA DE REEMBOLSO JA USADA NA COMPETENCIA
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
      *    RELATORIOS NA SITUACAO W-SITSEL (LINHAS 4 A 19)
      *
       LISTA-SIT.
           DISPLAY TELARD
           DISPLAY (03, 01) "NUMERO FUNC.  NOME"
           DISPLAY (03, 46) "DATA"
           DISPLAY (03, 65) "TOTAL".
           MOVE 03 TO CONLIN
           MOVE ZEROS TO DRNUM
           START CADDESPREL KEY IS NOT LESS DRNUM
           IF ST-DR NOT = "00"
              GO TO LISTA-SIT-FIM.
       LISTA-SIT-RD.
           READ CADDESPREL NEXT
           IF ST-DR NOT = "00"
              GO TO LISTA-SIT-FIM.
           IF DRSTATUS NOT = W-SITSEL
              GO TO LISTA-SIT-RD.
           ADD 1 TO CONLIN
           IF CONLIN > 19
              GO TO LISTA-SIT-FIM.
           MOVE CONLIN TO LIN
           MOVE DRTOTAL TO W-VALED
           DISPLAY (LIN, 01) DRNUM
           DISPLAY (LIN, 08) DRFUNC
           DISPLAY (LIN, 15) DRNOME
           DISPLAY (LIN, 46) DRDATA
           DISPLAY (LIN, 56) W-VALED
           GO TO LISTA-SIT-RD.
       LISTA-SIT-FIM.
           IF CONLIN = 03
              DISPLAY (05, 01) "*** NENHUM RELATORIO NA SITUACAO ***".

      *
      ************************************************
      * PAGAMENTO DO REEMBOLSO                       *
      ************************************************
      *
       PAG-INI.
           MOVE "V" TO W-SITSEL
           PERFORM LISTA-SIT THRU LISTA-SIT-FIM
           DISPLAY (21, 01) "RELATORIO A PAGAR (0=VOLTAR): ".
           ACCEPT  (21, 31) W-NUMREL.
           IF W-NUMREL = ZEROS
              GO TO MENU-RD.
           MOVE W-NUMREL TO DRNUM
           READ CADDESPREL
           IF ST-DR NOT = "00" OR DRSTATUS NOT = "V"
              MOVE "*** RELATORIO NAO ESTA APROVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAG-INI.
           DISPLAY TELARD
           DISPLAY (04, 01) "RELATORIO: "
           DISPLAY (04, 12) DRNUM
           DISPLAY (04, 20) "FUNC.: "
           DISPLAY (04, 27) DRFUNC
           DISPLAY (04, 34) DRNOME
           MOVE DRTOTAL TO W-VALED
           DISPLAY (05, 01) "VALOR A REEMBOLSAR: "
           DISPLAY (05, 21) W-VALED.
       PAG-FORMA.
           MOVE "C" TO W-FORMA
           DISPLAY (07, 01)
              "FORMA: C=CAIXA/BANCO  F=FUNDO CAIXA PEQUENO  R=FOLHA: ".
           ACCEPT  (07, 55) W-FORMA WITH UPDATE.
           IF W-FORMA = "C"
              GO TO PAG-CAIXA.
           IF W-FORMA = "F"
              GO TO PAG-FUNDO.
           IF W-FORMA = "R"
              GO TO PAG-FOLHA.
           MOVE "*** FORMA: C, F OU R ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PAG-FORMA.

       PAG-CAIXA.
           MOVE 01 TO W-CONTACX
           DISPLAY (09, 01) "CONTA DE CAIXA/BANCO: ".
           ACCEPT  (09, 23) W-CONTACX WITH UPDATE.
           IF W-CONTACX = ZEROS
              MOVE 01 TO W-CONTACX.
           IF W-TEMFUN = "S"
              MOVE W-CONTACX TO FUNCONTA
              READ CADFUNDO
              IF ST-FUN = "00"
                 MOVE "* CONTA DE FUNDO FIXO - USE A FORMA F *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO PAG-CAIXA.
           GO TO PAG-CONF.

       PAG-FUNDO.
           IF W-TEMFUN NOT = "S"
              MOVE "*** NENHUM FUNDO CADASTRADO - USE O CXPEQ ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAG-FORMA.
           DISPLAY (09, 01) "CONTA DO FUNDO: ".
           ACCEPT  (09, 17) W-CONTACX.
           MOVE W-CONTACX TO FUNCONTA
           READ CADFUNDO
           IF ST-FUN NOT = "00" OR FUNSIT NOT = "A"
              MOVE "*** FUNDO NAO CADASTRADO OU INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAG-FORMA.
           DISPLAY (09, 21) FUNDESC
           PERFORM SALDO-FUNDO THRU SALDO-FUNDO-FIM
           MOVE W-SALDOFUN TO W-VALED
           DISPLAY (10, 01) "SALDO DO FUNDO: "
           DISPLAY (10, 17) W-VALED
           IF W-SALDOFUN < DRTOTAL
              MOVE "*** SALDO DO FUNDO INSUFICIENTE - REPONHA ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAG-FORMA.
           GO TO PAG-CONF.

       PAG-FOLHA.
           IF W-RUBREEMB = ZEROS
              MOVE "* PARAMETRO RUBREEMB NAO CADASTRADO (SCP021) *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAG-FORMA.
           IF DRTOTAL > 999999,99
              MOVE "*** VALOR ACIMA DO LIMITE DO EVENTO DA FOLHA ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAG-FORMA.
           DIVIDE W-HOJE BY 100 GIVING W-COMPFP
           DISPLAY (09, 01) "COMPETENCIA DA FOLHA: ".
           ACCEPT  (09, 23) W-COMPFP WITH UPDATE.
           IF MES-COMPFP < 1 OR MES-COMPFP > 12
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAG-FOLHA.
      *    FOLHA JA FECHADA (FECHAFP) NAO RECEBE EVENTO
           IF W-TEMFP = "S"
              MOVE W-COMPFP TO FPCOMPET
              MOVE ZEROS TO FPCODIGO
              START CADFPMES KEY IS NOT LESS FPCHAVE
              IF ST-FP = "00"
                 READ CADFPMES NEXT
                 IF ST-FP = "00" AND FPCOMPET = W-COMPFP
                    MOVE "*** FOLHA DA COMPETENCIA JA FECHADA ***"
                                             TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO PAG-FOLHA.
           MOVE ZEROS TO W-CONTACX.

       PAG-CONF.
           MOVE "N" TO W-OPCAO
           DISPLAY (12, 01) "CONFIRMA O PAGAMENTO (S/N): ".
           ACCEPT  (12, 29) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** PAGAMENTO ABANDONADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAG-INI.
           IF W-FORMA = "R"
              GO TO PAG-EVENTO.
           MOVE W-CONTACX TO CXCONTA
           MOVE "S" TO CXTIPO
           MOVE ZEROS TO CXCNPJ
           MOVE DRFUNC TO CODIGO
           READ CADFOLHA
           IF ST-ERRO = "00"
              MOVE CPF TO CXCNPJ.
           MOVE SPACES TO CXDOC
           MOVE "R" TO CXDOC(1:1)
           MOVE DRNUM TO CXDOC(2:6)
           MOVE DRTOTAL TO CXVALOR
           MOVE "N" TO CXCONC
           PERFORM GRAVA-CAIXA THRU GRAVA-CAIXA-FIM
           GO TO PAG-FIM.

       PAG-EVENTO.
           MOVE W-COMPFP TO EVECOMPET
           MOVE DRFUNC TO EVECODIGO
           MOVE W-RUBREEMB TO EVERUBR
           READ CADEVEN
           IF ST-EVE = "00"
              ADD DRTOTAL TO EVEVALOR
              REWRITE REGEVEN
           ELSE
              MOVE DRTOTAL TO EVEVALOR
              WRITE REGEVEN.
           IF ST-EVE NOT = "00" AND ST-EVE NOT = "02"
              MOVE "ERRO NA GRAVACAO DO EVENTO DA FOLHA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAG-INI.

       PAG-FIM.
           MOVE "P" TO DRSTATUS
           MOVE W-FORMA TO DRFORMA
           MOVE W-CONTACX TO DRCONTA
           MOVE W-HOJE TO DRDTPAG
           IF W-FORMA = "R"
              MOVE W-COMPFP TO DRCOMPFP
           ELSE
              MOVE ZEROS TO DRCOMPFP.
           REWRITE REGDESPREL
           MOVE "*** REEMBOLSO PAGO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PAG-INI.

      *
      *    SALDO DO FUNDO W-CONTACX NO LIVRO CAIXA
      *
       SALDO-FUNDO.
           MOVE ZEROS TO W-SALDOFUN
           MOVE ZEROS TO CXDATA CXSEQ
           START CADCAIXA KEY IS NOT LESS CXCHAVE
           IF ST-CX NOT = "00"
              GO TO SALDO-FUNDO-FIM.
       SALDO-FUNDO-RD.
           READ CADCAIXA NEXT
           IF ST-CX NOT = "00"
              GO TO SALDO-FUNDO-FIM.
           IF CXCONTA NOT = W-CONTACX
              GO TO SALDO-FUNDO-RD.
           IF CXTIPO = "E"
              ADD CXVALOR TO W-SALDOFUN
           ELSE
              SUBTRACT CXVALOR FROM W-SALDOFUN.
           GO TO SALDO-FUNDO-RD.
       SALDO-FUNDO-FIM.
           EXIT.

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
      * LISTAGEM DOS RELATORIOS (SPOOL)              *
      ************************************************
      *
       LIS-INI.
           DISPLAY TELARD
           MOVE SPACE TO W-SITSEL
           DISPLAY (04, 01) "SITUACAO (A/E/V/R/P  BRANCO=TODAS): ".
           ACCEPT  (04, 38) W-SITSEL.
           MOVE ZEROS TO W-FUNCSEL
           DISPLAY (05, 01) "FUNCIONARIO (0=TODOS): ".
           ACCEPT  (05, 24) W-FUNCSEL.
           MOVE ZEROS TO W-QTDREL W-TOTGER
           OPEN OUTPUT RELDESP
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO DRNUM
           START CADDESPREL KEY IS NOT LESS DRNUM
           IF ST-DR NOT = "00"
              GO TO LIS-FIM.
       LIS-RD.
           READ CADDESPREL NEXT
           IF ST-DR NOT = "00"
              GO TO LIS-FIM.
           IF W-SITSEL NOT = SPACE AND DRSTATUS NOT = W-SITSEL
              GO TO LIS-RD.
           IF W-FUNCSEL NOT = ZEROS AND DRFUNC NOT = W-FUNCSEL
              GO TO LIS-RD.
           ADD 1 TO W-QTDREL
           ADD DRTOTAL TO W-TOTGER
           MOVE DRNUM TO DRLNUM
           MOVE DRFUNC TO DRLFUNC
           MOVE DRNOME TO DRLNOME
           MOVE DRDATA TO DRLDATA
           MOVE DRSTATUS TO DRLSIT
           MOVE DRFORMA TO DRLFORMA
           MOVE DRCOMPET TO DRLCOMP
           MOVE DRTOTAL TO DRLTOTAL
           WRITE REGREL FROM DETREL
           MOVE DRNUM TO W-NUMREL
           PERFORM CARREGA-ITENS THRU CARREGA-ITENS-FIM
           MOVE 1 TO I.
       LIS-ITEM.
           IF I > 12
              GO TO LIS-RD.
           IF TI-VALOR(I) = ZEROS
              ADD 1 TO I
              GO TO LIS-ITEM.
           MOVE I TO DLLIN
           MOVE TI-DATA(I) TO DLDATA
           MOVE TI-CAT(I) TO DLCAT CATCOD
           READ CADCATDESP
           IF ST-CAT = "00"
              MOVE CATDESC TO DLCATD
           ELSE
              MOVE SPACES TO DLCATD.
           MOVE TI-CC(I) TO DLCC
           MOVE TI-DESC(I) TO DLDESC
           MOVE TI-VALOR(I) TO DLVALOR
           MOVE SPACES TO REGREL
           MOVE DETITEM TO REGREL(08:72)
           WRITE REGREL
           ADD 1 TO I
           GO TO LIS-ITEM.
       LIS-FIM.
           WRITE REGREL FROM LINSEP
           MOVE "TOTAL DOS RELATORIOS LISTADOS:" TO TLTXT
           MOVE W-TOTGER TO TLVAL
           WRITE REGREL FROM TOTLIN
           CLOSE RELDESP
           PERFORM SPOOL THRU SPOOL-FIM
           DISPLAY (07, 01) "RELATORIOS LISTADOS: "
           DISPLAY (07, 22) W-QTDREL
           MOVE "*** LISTAGEM GRAVADA EM REEMBDES.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-RD.

      *    O RELATORIO VAI PARA O SPOOL CENTRAL (SCP067)
       SPOOL.
           MOVE "REEMBDES" TO W-SPPROG
           MOVE "REEMBDES.TXT" TO W-SPARQ
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
           CLOSE CADCATDESP CADDESPREL CADDESPITEM CADFOLHA
           CLOSE CADLANC CADCTBMAP CADCAIXA CADEVEN
           IF W-TEMCC = "S"
              CLOSE CADCCUSTO.
           IF W-TEMFUN = "S"
              CLOSE CADFUNDO.
           IF W-TEMFP = "S"
              CLOSE CADFPMES.
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
