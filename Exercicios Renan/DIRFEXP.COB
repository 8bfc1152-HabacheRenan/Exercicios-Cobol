       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIRFEXP.
      *******************************
      * PROGRAMA PARA EXPORTACAO DA DECLARACAO ANUAL DE RENDIMENTOS *
      * (LAYOUT POSICIONAL DIRF/RAIS) - FOLHAS FECHADAS DO ANO      *
      * (CADFPMES DA EMPRESA ATIVA), 13. (CAD13), FERIAS E RESCISAO *
      * UM REGISTRO POR CPF. A LISTAGEM DE VALIDACAO (DIRFVAL.TXT)  *
      * SAI ANTES E, COM PENDENCIA, O ARQUIVO NAO E GERADO          *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADFOLHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       ALTERNATE RECORD KEY IS
                       NOME WITH DUPLICATES
                       ALTERNATE RECORD KEY IS CPF
                       FILE STATUS  IS ST-ERRO.
      *
       SELECT CADFPMES ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS FPCHAVE
                       FILE STATUS  IS ST-ERRO2.
      *
       SELECT CADEMPRESA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT CADEMPATIVA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-EAT.
      *
       SELECT CADEMP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EMPCOD
                       FILE STATUS IS ST-EMP.
      *
       SELECT CAD13 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS T13CHAVE
                       FILE STATUS  IS ST-T13.
      *
       SELECT CADFERIAS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMFERIAS
                       ALTERNATE RECORD KEY IS FCODIGO
                                   WITH DUPLICATES
                       FILE STATUS IS ST-FER.
      *
       SELECT CADRESC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS RESCODIGO
                       FILE STATUS  IS ST-RES.
      *
       SELECT CADPENSAO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PENCODIGO
                       FILE STATUS IS ST-PEN.
      *
       SELECT CADPLR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PLRCHAVE
                       FILE STATUS IS ST-PLR.
      *
       SELECT DIRFS ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT DIRFVALS ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD CADEMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMP.DAT".
       01 REGEMP.
           03 EMPCOD            PIC 9(02).
           03 EMPCNPJ           PIC 9(14).
           03 EMPNOME           PIC X(30).
      *
       FD CAD13
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CAD13.DAT".
       01 REG13.
           03 T13CHAVE.
               05 T13ANO        PIC 9(04).
               05 T13CODIGO     PIC 9(06).
           03 T13VALOR          PIC 9(09)V99.
           03 T13INSS           PIC 9(06)V99.
           03 T13IRRF           PIC 9(06)V99.
      *
       FD CADFERIAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFERIAS.DAT".
       01 REGFERIAS.
           03 NUMFERIAS         PIC 9(06).
           03 FCODIGO           PIC 9(06).
           03 PERIODOAQINI      PIC 9(08).
           03 PERIODOAQFIM      PIC 9(08).
           03 DIASDIREITO       PIC 9(02).
           03 DIASGOZADOS       PIC 9(02).
           03 DATAGOZO          PIC 9(08).
           03 STATUSFERIAS      PIC X(01).
           03 VALORFERIAS       PIC 9(09)V99.
           03 VALORTERCO        PIC 9(09)V99.
           03 VALORINSSFER      PIC 9(09)V99.
           03 VALORIRPFFER      PIC 9(09)V99.
           03 VALORLIQFER       PIC 9(09)V99.
      *
       FD CADRESC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRESC.DAT".
       01 REGRESC.
           03 RESCODIGO         PIC 9(06).
           03 RESDATA           PIC 9(08).
           03 RESMOTIVO         PIC X(01).
           03 RESSALDOSAL       PIC 9(09)V99.
           03 RESAVISO          PIC 9(09)V99.
           03 RES13PROP         PIC 9(09)V99.
           03 RESFERPROP        PIC 9(09)V99.
           03 RESFERTERCO       PIC 9(09)V99.
           03 RESFGTSTOT        PIC 9(09)V99.
           03 RESFGTSMULTA      PIC 9(09)V99.
           03 RESTOTAL          PIC 9(09)V99.
      *
       FD CADPENSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPENSAO.DAT".
       01 REGPENSAO.
           03 PENCODIGO         PIC 9(06).
           03 PENBENEF          PIC X(30).
           03 PENBANCO          PIC 9(03).
           03 PENAGENCIA        PIC 9(05).
           03 PENCONTA          PIC 9(10).
           03 PENBASE           PIC X(01).
           03 PENPERC           PIC 9(02)V99.
           03 PENVALOR          PIC 9(06)V99.
           03 PENVALMES         PIC 9(06)V99.
      *
       FD CADPLR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPLR.DAT".
       01 REGPLR.
           03 PLRCHAVE.
               05 PLRCOMPET     PIC 9(06).
               05 PLRCODIGO     PIC 9(06).
           03 PLRREGRA          PIC X(01).
           03 PLRMESES          PIC 9(02).
           03 PLRVALOR          PIC 9(06)V99.
           03 PLRIRRF           PIC 9(06)V99.
           03 PLRLIQ            PIC 9(06)V99.
      *
       FD DIRFS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DIRFEXP.TXT".
       01 REGDIRF            PIC X(520).
      *
       FD DIRFVALS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DIRFVAL.TXT".
       01 REGVAL             PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 ST-EAT         PIC X(02) VALUE "00".
       01 ST-EMP         PIC X(02) VALUE "00".
       01 ST-T13         PIC X(02) VALUE "00".
       01 ST-FER         PIC X(02) VALUE "00".
       01 ST-RES         PIC X(02) VALUE "00".
       01 ST-PEN         PIC X(02) VALUE "00".
       01 ST-PLR         PIC X(02) VALUE "00".
       01 W-TEM13        PIC X(01) VALUE "N".
       01 W-TEMFER       PIC X(01) VALUE "N".
       01 W-TEMRES       PIC X(01) VALUE "N".
       01 W-TEMPEN       PIC X(01) VALUE "N".
       01 W-TEMPLR       PIC X(01) VALUE "N".
       01 W-SEL          PIC 9(01) VALUE ZEROS.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-ANO          PIC 9(04) VALUE ZEROS.
       01 W-ANOAUX       PIC 9(04) VALUE ZEROS.
       01 W-MES          PIC 9(02) VALUE ZEROS.
       01 W-EMPRESA      PIC X(16) VALUE "FATEC ZONA LESTE".
       01 W-EMPATIVA     PIC 9(02) VALUE 01.
       01 W-EMPNOME      PIC X(30) VALUE SPACES.
       01 W-EMPCNPJ      PIC 9(14) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
      *    V=VALIDACAO  G=GERACAO DO ARQUIVO
       01 W-FASE         PIC X(01) VALUE SPACES.
       01 W-ABERTO       PIC X(01) VALUE "N".
       01 W-TEMVAL       PIC X(01) VALUE "N".
       01 W-QTDERRO      PIC 9(05) VALUE ZEROS.
       01 W-QTDMESF      PIC 9(02) VALUE ZEROS.
       01 W-TOTREG       PIC 9(06) VALUE ZEROS.
       01 W-TOTREND      PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTINSS      PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTIRRF      PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTPLR       PIC 9(13)V99 VALUE ZEROS.
       01 W-AUXS         PIC S9(11)V99 VALUE ZEROS.
      *
      *    ACUMULADORES DO CPF
       01 W-CPFANT       PIC 9(11) VALUE ZEROS.
       01 W-CODANT       PIC 9(06) VALUE ZEROS.
       01 W-NOMEANT      PIC X(30) VALUE SPACES.
       01 TAB-MES.
           03 M-ITEM OCCURS 12 TIMES.
               05 M-REND     PIC S9(09)V99.
               05 M-INSS     PIC 9(07)V99.
               05 M-IRRF     PIC 9(07)V99.
       01 W-13REND       PIC 9(09)V99 VALUE ZEROS.
       01 W-13INSS       PIC 9(07)V99 VALUE ZEROS.
       01 W-13IRRF       PIC 9(07)V99 VALUE ZEROS.
       01 W-FERREND      PIC 9(09)V99 VALUE ZEROS.
       01 W-FERINSS      PIC 9(07)V99 VALUE ZEROS.
       01 W-FERIRRF      PIC 9(07)V99 VALUE ZEROS.
       01 W-RESTRIB      PIC 9(09)V99 VALUE ZEROS.
       01 W-RESISENTO    PIC 9(09)V99 VALUE ZEROS.
       01 W-PLRVAL       PIC 9(09)V99 VALUE ZEROS.
       01 W-PLRIR        PIC 9(07)V99 VALUE ZEROS.
       01 W-QTDDEP       PIC 9(02) VALUE ZEROS.
       01 W-PENSAO       PIC 9(09)V99 VALUE ZEROS.
      *
      *    REGISTRO TIPO 0 - DECLARANTE
       01 DIRF-HEADER.
           03 FILLER         PIC X(01) VALUE "0".
           03 H-CNPJ         PIC 9(14).
           03 H-NOME         PIC X(30).
           03 H-ANO          PIC 9(04).
           03 H-DATA         PIC 9(08).
           03 H-EMP          PIC 9(02).
           03 FILLER         PIC X(461) VALUE SPACES.
      *
      *    REGISTRO TIPO 1 - BENEFICIARIO (UM POR CPF)
       01 DIRF-DETALHE.
           03 FILLER         PIC X(01) VALUE "1".
           03 D-CPF          PIC 9(11).
           03 D-NOME         PIC X(30).
           03 D-MES OCCURS 12 TIMES.
               05 D-REND     PIC 9(09)V99.
               05 D-INSS     PIC 9(07)V99.
               05 D-IRRF     PIC 9(07)V99.
           03 D-13REND       PIC 9(09)V99.
           03 D-13INSS       PIC 9(07)V99.
           03 D-13IRRF       PIC 9(07)V99.
           03 D-FERREND      PIC 9(09)V99.
           03 D-FERINSS      PIC 9(07)V99.
           03 D-FERIRRF      PIC 9(07)V99.
           03 D-RESTRIB      PIC 9(09)V99.
           03 D-RESISENTO    PIC 9(09)V99.
           03 D-PLR          PIC 9(09)V99.
           03 D-PLRIR        PIC 9(07)V99.
           03 D-DEPEND       PIC 9(02).
           03 D-PENSAO       PIC 9(09)V99.
           03 FILLER         PIC X(17) VALUE SPACES.
      *
      *    REGISTRO TIPO 9 - TOTALIZADOR
       01 DIRF-TRAILER.
           03 FILLER         PIC X(01) VALUE "9".
           03 T-QTDREG       PIC 9(06).
           03 T-TOTREND      PIC 9(13)V99.
           03 T-TOTINSS      PIC 9(13)V99.
           03 T-TOTIRRF      PIC 9(13)V99.
           03 T-TOTPLR       PIC 9(13)V99.
           03 FILLER         PIC X(453) VALUE SPACES.
      *
      *    LISTAGEM DE VALIDACAO
       01 VAL-CAB.
           03 FILLER         PIC X(40)
              VALUE "VALIDACAO DA DECLARACAO ANUAL - ANO    ".
           03 VAL-ANO        PIC 9(04).
           03 FILLER         PIC X(11) VALUE "  EMPRESA: ".
           03 VAL-EMP        PIC 9(02).
       01 VAL-DET.
           03 VAL-CODIGO     PIC 9(06).
           03 FILLER         PIC X(01) VALUE SPACE.
           03 VAL-CPF        PIC 9(11).
           03 FILLER         PIC X(01) VALUE SPACE.
           03 VAL-NOME       PIC X(30).
           03 FILLER         PIC X(01) VALUE SPACE.
           03 VAL-MOTIVO     PIC X(30).
       01 VAL-TOT.
           03 FILLER         PIC X(12) VALUE "PENDENCIAS: ".
           03 VAL-QTD        PIC ZZZZ9.

       SCREEN SECTION.

       01  TELADIRF.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   DECLARACAO".
           05  LINE 02  COLUMN 44
               VALUE  " ANUAL DE RENDIMENTOS  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN INPUT  CADFOLHA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADFOLHA"  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       INC-OP2.
           OPEN INPUT CADFPMES
           IF ST-ERRO2 NOT = "00"
              MOVE "SEM FECHAMENTOS - RODE O FECHAFP ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFOLHA
              GO TO ROT-FIM2.
           MOVE "N" TO W-TEM13 W-TEMFER W-TEMRES W-TEMPEN W-TEMPLR
           OPEN INPUT CAD13
           IF ST-T13 = "00"
              MOVE "S" TO W-TEM13.
           OPEN INPUT CADFERIAS
           IF ST-FER = "00"
              MOVE "S" TO W-TEMFER.
           OPEN INPUT CADRESC
           IF ST-RES = "00"
              MOVE "S" TO W-TEMRES.
           OPEN INPUT CADPENSAO
           IF ST-PEN = "00"
              MOVE "S" TO W-TEMPEN.
           OPEN INPUT CADPLR
           IF ST-PLR = "00"
              MOVE "S" TO W-TEMPLR.

       INC-OP3.
           OPEN INPUT CADEMPRESA
           IF ST-ERRO3 = "00"
              READ CADEMPRESA
              IF ST-ERRO3 = "00"
                 MOVE NOMEEMPRESA TO W-EMPRESA.
           CLOSE CADEMPRESA.
           MOVE 01 TO W-EMPATIVA
           OPEN INPUT CADEMPATIVA
           IF ST-EAT = "00"
              READ CADEMPATIVA
              IF ST-EAT = "00" AND EAT-COD > ZEROS
                 MOVE EAT-COD TO W-EMPATIVA.
           CLOSE CADEMPATIVA.
      *    DECLARANTE: CNPJ E RAZAO DO CADEMP (SCP069)
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

       INC-001.
           DISPLAY  TELADIRF.

       R0.
           DISPLAY (04, 01) "ANO-BASE (AAAA  0=SAIR): ".
           ACCEPT  (04, 26) W-ANO.
           IF W-ANO = ZEROS
              GO TO ROT-FIM.
           DISPLAY (05, 01) "EMPRESA: "
           DISPLAY (05, 10) W-EMPATIVA
           DISPLAY (05, 13) W-EMPNOME.

      *
      ************************************************
      * 1A PASSADA - LISTAGEM DE VALIDACAO           *
      ************************************************
      *
       VALIDA-INI.
           MOVE "V" TO W-FASE
           MOVE ZEROS TO W-QTDERRO
           OPEN OUTPUT DIRFVALS
           MOVE W-ANO TO VAL-ANO
           MOVE W-EMPATIVA TO VAL-EMP
           WRITE REGVAL FROM VAL-CAB
           IF W-EMPCNPJ = ZEROS
              MOVE ZEROS TO VAL-CODIGO VAL-CPF
              MOVE W-EMPNOME TO VAL-NOME
              MOVE "CNPJ DA EMPRESA (SCP069)" TO VAL-MOTIVO
              WRITE REGVAL FROM VAL-DET
              ADD 1 TO W-QTDERRO.
           PERFORM PROCESSA THRU PROCESSA-FIM
           MOVE W-QTDERRO TO VAL-QTD
           WRITE REGVAL FROM VAL-TOT
           CLOSE DIRFVALS
           MOVE "DIRFEXP" TO W-SPPROG
           MOVE "DIRFVAL.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (07, 01) "PENDENCIAS NA VALIDACAO: "
           DISPLAY (07, 26) W-QTDERRO
           IF W-QTDERRO > ZEROS
              MOVE "* PENDENCIAS EM DIRFVAL.TXT - ARQUIVO NAO GERADO *"
                                                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-SOL.

      *
      ************************************************
      * 2A PASSADA - ARQUIVO DA DECLARACAO           *
      ************************************************
      *
       GERA-INI.
           MOVE "G" TO W-FASE
           OPEN OUTPUT DIRFS
           MOVE ZEROS TO W-TOTREG W-TOTREND W-TOTINSS W-TOTIRRF
                         W-TOTPLR
           MOVE W-EMPCNPJ TO H-CNPJ
           MOVE W-EMPNOME TO H-NOME
           MOVE W-ANO TO H-ANO
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO H-DATA
           MOVE W-EMPATIVA TO H-EMP
           WRITE REGDIRF FROM DIRF-HEADER
           PERFORM PROCESSA THRU PROCESSA-FIM
           MOVE W-TOTREG TO T-QTDREG
           MOVE W-TOTREND TO T-TOTREND
           MOVE W-TOTINSS TO T-TOTINSS
           MOVE W-TOTIRRF TO T-TOTIRRF
           MOVE W-TOTPLR TO T-TOTPLR
           WRITE REGDIRF FROM DIRF-TRAILER
           CLOSE DIRFS
           DISPLAY (09, 01) "ARQUIVO DIRFEXP.TXT GERADO"
           DISPLAY (10, 01) "BENEFICIARIOS: "
           DISPLAY (10, 16) W-TOTREG
           MOVE "*** DECLARACAO GERADA COM SUCESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-SOL.
           DISPLAY (20, 01) "PROCESSAR OUTRO ANO (S/N): ".
           MOVE "N" TO W-OPCAO
           ACCEPT  (20, 29) W-OPCAO  WITH UPDATE
           IF W-OPCAO = "S"
                  DISPLAY TELADIRF
                  GO TO R0.
           IF W-OPCAO NOT = "N"
                  MOVE "*** DIGITE S=SIM   N=NAO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-SOL.
           GO TO ROT-FIM.

      *
      ************************************************
      * LEITURA PELO CPF - FUNCIONARIOS COM O MESMO  *
      * CPF (READMISSAO) SAEM NUM SO REGISTRO        *
      ************************************************
      *
       PROCESSA.
           MOVE "N" TO W-ABERTO
           MOVE ZEROS TO CPF
           START CADFOLHA KEY IS NOT LESS CPF
           IF ST-ERRO NOT = "00"
              GO TO PROCESSA-FIM.
       PROCESSA-RD.
           READ CADFOLHA NEXT
           IF ST-ERRO NOT = "00"
              IF W-ABERTO = "S"
                 PERFORM FECHA-CPF THRU FECHA-CPF-FIM
                 GO TO PROCESSA-FIM
              ELSE
                 GO TO PROCESSA-FIM.
           IF W-ABERTO = "S"
              IF CPF NOT = W-CPFANT OR CPF = ZEROS
                 PERFORM FECHA-CPF THRU FECHA-CPF-FIM.
           IF W-ABERTO NOT = "S"
              PERFORM ABRE-CPF THRU ABRE-CPF-FIM.
           PERFORM SOMA-FUNC THRU SOMA-FUNC-FIM
           GO TO PROCESSA-RD.
       PROCESSA-FIM.
           EXIT.

       ABRE-CPF.
           MOVE "S" TO W-ABERTO
           MOVE "N" TO W-TEMVAL
           MOVE CPF TO W-CPFANT
           MOVE CODIGO TO W-CODANT
           MOVE NOME TO W-NOMEANT
           MOVE ZEROS TO W-13REND W-13INSS W-13IRRF
           MOVE ZEROS TO W-FERREND W-FERINSS W-FERIRRF
           MOVE ZEROS TO W-RESTRIB W-RESISENTO W-PLRVAL W-PLRIR
           MOVE ZEROS TO W-QTDDEP W-PENSAO
           MOVE 1 TO W-MES.
       ABRE-CPF-MES.
           MOVE ZEROS TO M-REND(W-MES) M-INSS(W-MES) M-IRRF(W-MES)
           IF W-MES < 12
              ADD 1 TO W-MES
              GO TO ABRE-CPF-MES.
       ABRE-CPF-FIM.
           EXIT.

      *
      *    SOMA OS VALORES DO ANO DE UM FUNCIONARIO (CODIGO)
      *
       SOMA-FUNC.
           MOVE ZEROS TO W-QTDMESF
           MOVE 1 TO W-MES.
       SOMA-FUNC-MES.
           COMPUTE FPCOMPET = (W-ANO * 100) + W-MES
           MOVE CODIGO TO FPCODIGO
           READ CADFPMES
           IF ST-ERRO2 NOT = "00"
              GO TO SOMA-FUNC-PLR.
           IF FPEMP NOT = W-EMPATIVA
              IF FPEMP NOT = ZEROS OR W-EMPATIVA NOT = 01
                 MOVE "99" TO ST-ERRO2
                 GO TO SOMA-FUNC-PLR.
           MOVE "S" TO W-TEMVAL
           ADD 1 TO W-QTDMESF
           ADD FPBRUTO TO M-REND(W-MES)
           ADD FPINSS TO M-INSS(W-MES)
           ADD FPIMPOSTO TO M-IRRF(W-MES)
           IF FPNUMFILHOS > W-QTDDEP
              MOVE FPNUMFILHOS TO W-QTDDEP.
      *    PLR (SCP072) E TRIBUTACAO EXCLUSIVA - SAI DO MES FECHADO
       SOMA-FUNC-PLR.
           IF W-TEMPLR NOT = "S"
              GO TO SOMA-FUNC-PROX.
           COMPUTE PLRCOMPET = (W-ANO * 100) + W-MES
           MOVE CODIGO TO PLRCODIGO
           READ CADPLR
           IF ST-PLR NOT = "00"
              GO TO SOMA-FUNC-PROX.
           MOVE "S" TO W-TEMVAL
           ADD PLRVALOR TO W-PLRVAL
           ADD PLRIRRF TO W-PLRIR
           IF ST-ERRO2 = "00"
              SUBTRACT PLRVALOR FROM M-REND(W-MES).
       SOMA-FUNC-PROX.
           IF W-MES < 12
              ADD 1 TO W-MES
              GO TO SOMA-FUNC-MES.
           PERFORM SOMA-13 THRU SOMA-13-FIM
           PERFORM SOMA-FER THRU SOMA-FER-FIM
           PERFORM SOMA-RES THRU SOMA-RES-FIM
      *    PENSAO ALIMENTICIA: VALOR MENSAL x MESES NA FOLHA
           IF W-TEMPEN = "S" AND W-QTDMESF > ZEROS
              MOVE CODIGO TO PENCODIGO
              READ CADPENSAO
              IF ST-PEN = "00"
                 COMPUTE W-PENSAO = W-PENSAO + (PENVALMES * W-QTDMESF).
       SOMA-FUNC-FIM.
           EXIT.

       SOMA-13.
           IF W-TEM13 NOT = "S"
              GO TO SOMA-13-FIM.
           MOVE W-ANO TO T13ANO
           MOVE CODIGO TO T13CODIGO
           READ CAD13
           IF ST-T13 NOT = "00"
              GO TO SOMA-13-FIM.
           MOVE "S" TO W-TEMVAL
           ADD T13VALOR TO W-13REND
           ADD T13INSS TO W-13INSS
           ADD T13IRRF TO W-13IRRF.
       SOMA-13-FIM.
           EXIT.

      *    FERIAS GOZADAS NO ANO (CANCELADAS NA RESCISAO NAO ENTRAM)
       SOMA-FER.
           IF W-TEMFER NOT = "S"
              GO TO SOMA-FER-FIM.
           MOVE CODIGO TO FCODIGO
           START CADFERIAS KEY IS NOT LESS FCODIGO
           IF ST-FER NOT = "00"
              GO TO SOMA-FER-FIM.
       SOMA-FER-RD.
           READ CADFERIAS NEXT
           IF ST-FER NOT = "00"
              GO TO SOMA-FER-FIM.
           IF FCODIGO NOT = CODIGO
              GO TO SOMA-FER-FIM.
           IF STATUSFERIAS = "C" OR VALORFERIAS = ZEROS
              GO TO SOMA-FER-RD.
           DIVIDE DATAGOZO BY 10000 GIVING W-ANOAUX
           IF W-ANOAUX NOT = W-ANO
              GO TO SOMA-FER-RD.
           MOVE "S" TO W-TEMVAL
           ADD VALORFERIAS TO W-FERREND
           ADD VALORTERCO TO W-FERREND
           ADD VALORINSSFER TO W-FERINSS
           ADD VALORIRPFFER TO W-FERIRRF
           GO TO SOMA-FER-RD.
       SOMA-FER-FIM.
           EXIT.

      *    RESCISAO NO ANO: SALDO E 13. PROPORCIONAL TRIBUTAVEIS;
      *    AVISO INDENIZADO E FERIAS INDENIZADAS ISENTOS
       SOMA-RES.
           IF W-TEMRES NOT = "S"
              GO TO SOMA-RES-FIM.
           MOVE CODIGO TO RESCODIGO
           READ CADRESC
           IF ST-RES NOT = "00"
              GO TO SOMA-RES-FIM.
           DIVIDE RESDATA BY 10000 GIVING W-ANOAUX
           IF W-ANOAUX NOT = W-ANO
              GO TO SOMA-RES-FIM.
           MOVE "S" TO W-TEMVAL
           ADD RESSALDOSAL TO W-RESTRIB
           ADD RES13PROP TO W-RESTRIB
           ADD RESAVISO TO W-RESISENTO
           ADD RESFERPROP TO W-RESISENTO
           ADD RESFERTERCO TO W-RESISENTO.
       SOMA-RES-FIM.
           EXIT.

      *
      *    FECHA O CPF: VALIDA (FASE V) OU GRAVA (FASE G)
      *
       FECHA-CPF.
           MOVE "N" TO W-ABERTO
           IF W-TEMVAL NOT = "S"
              GO TO FECHA-CPF-FIM.
           IF W-FASE = "G"
              GO TO FECHA-CPF-GRAVA.
           MOVE W-CODANT TO VAL-CODIGO
           MOVE W-CPFANT TO VAL-CPF
           MOVE W-NOMEANT TO VAL-NOME
           IF W-CPFANT = ZEROS
              MOVE "CPF NAO INFORMADO (SCP001)" TO VAL-MOTIVO
              WRITE REGVAL FROM VAL-DET
              ADD 1 TO W-QTDERRO.
           MOVE 1 TO W-MES.
       FECHA-CPF-VMES.
           COMPUTE W-AUXS = M-REND(W-MES) - M-INSS(W-MES)
                          - M-IRRF(W-MES)
           IF M-REND(W-MES) < ZEROS OR W-AUXS < ZEROS
              MOVE SPACES TO VAL-MOTIVO
              MOVE "MES NEGATIVO: " TO VAL-MOTIVO
              MOVE W-MES TO VAL-MOTIVO(15:2)
              WRITE REGVAL FROM VAL-DET
              ADD 1 TO W-QTDERRO.
           IF W-MES < 12
              ADD 1 TO W-MES
              GO TO FECHA-CPF-VMES.
           GO TO FECHA-CPF-FIM.
       FECHA-CPF-GRAVA.
           MOVE W-CPFANT TO D-CPF
           MOVE W-NOMEANT TO D-NOME
           MOVE 1 TO W-MES.
       FECHA-CPF-GMES.
           MOVE M-REND(W-MES) TO D-REND(W-MES)
           MOVE M-INSS(W-MES) TO D-INSS(W-MES)
           MOVE M-IRRF(W-MES) TO D-IRRF(W-MES)
           ADD M-REND(W-MES) TO W-TOTREND
           ADD M-INSS(W-MES) TO W-TOTINSS
           ADD M-IRRF(W-MES) TO W-TOTIRRF
           IF W-MES < 12
              ADD 1 TO W-MES
              GO TO FECHA-CPF-GMES.
           MOVE W-13REND TO D-13REND
           MOVE W-13INSS TO D-13INSS
           MOVE W-13IRRF TO D-13IRRF
           MOVE W-FERREND TO D-FERREND
           MOVE W-FERINSS TO D-FERINSS
           MOVE W-FERIRRF TO D-FERIRRF
           MOVE W-RESTRIB TO D-RESTRIB
           MOVE W-RESISENTO TO D-RESISENTO
           MOVE W-PLRVAL TO D-PLR
           MOVE W-PLRIR TO D-PLRIR
           MOVE W-QTDDEP TO D-DEPEND
           MOVE W-PENSAO TO D-PENSAO
           WRITE REGDIRF FROM DIRF-DETALHE
           ADD 1 TO W-TOTREG
           ADD W-13REND TO W-TOTREND
           ADD W-FERREND TO W-TOTREND
           ADD W-RESTRIB TO W-TOTREND
           ADD W-13INSS TO W-TOTINSS
           ADD W-FERINSS TO W-TOTINSS
           ADD W-13IRRF TO W-TOTIRRF
           ADD W-FERIRRF TO W-TOTIRRF
           ADD W-PLRVAL TO W-TOTPLR.
       FECHA-CPF-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADFOLHA
           CLOSE CADFPMES.
           IF W-TEM13 = "S"
              CLOSE CAD13.
           IF W-TEMFER = "S"
              CLOSE CADFERIAS.
           IF W-TEMRES = "S"
              CLOSE CADRESC.
           IF W-TEMPEN = "S"
              CLOSE CADPENSAO.
           IF W-TEMPLR = "S"
              CLOSE CADPLR.
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
