       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMFIN.
      *******************************
      * DEMONSTRACOES FINANCEIRAS A PARTIR DO CADLANC            *
      * DRE: MES, ACUMULADO DO ANO E MESMO MES DO ANO ANTERIOR,  *
      * COM PERCENTUAL SOBRE A RECEITA LIQUIDA                   *
      * BALANCO: SALDOS NO FIM DO MES E UM ANO ANTES             *
      * CADA CONTA DO CADPLANO CAI NA LINHA DO CAMPO CTALINHA    *
      * (SCP050); EM BRANCO USA O TIPO: A=AC P=PC R=RB D=DO      *
      * O RESULTADO AINDA NAO ENCERRADO ENTRA NO PATRIMONIO      *
      * LIQUIDO DO BALANCO                                       *
      * OS LANCAMENTOS DE ENCERRAMENTO (SEQUENCIA 8900 A 8999 DO *
      * FECHACTB) SO AFETAM O BALANCO, NUNCA A DRE               *
      * ANO ENCERRADO: O SALDO PARTE DO CADSALDOCTB DO ANO       *
      * RELATORIO NO SPOOL (DEMFIN.TXT)                          *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADLANC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS LANCHAVE
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADPLANO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CTACODIGO
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADSALDOCTB ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SCCHAVE
                       FILE STATUS IS ST-SAL.
      *
       SELECT CADEMPATIVA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-EAT.
      *
       SELECT RELDEM ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD CADPLANO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPLANO.DAT".
       01 REGPLANO.
           03 CTACODIGO         PIC 9(06).
           03 CTADESC           PIC X(30).
           03 CTATIPO           PIC X(01).
           03 CTALINHA          PIC X(02).
      *
      *    SALDO DE ABERTURA POR ANO E CONTA (DEBITO + CREDITO -)
       FD CADSALDOCTB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSALDOCTB.DAT".
       01 REGSALDOCTB.
           03 SCCHAVE.
               05 SCANO         PIC 9(04).
               05 SCCONTA       PIC 9(06).
           03 SCSALDO           PIC S9(13)V99.
      *
       FD CADEMPATIVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMPATIVA.TXT".
       01 REGEMPATIVA.
           03 EAT-COD        PIC 9(02).
           03 FILLER         PIC X(01).
           03 EAT-NOME       PIC X(30).
      *
       FD RELDEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEMFIN.TXT".
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
       01 ST-EAT         PIC X(02) VALUE "00".
       01 ST-SAL         PIC X(02) VALUE "00".
       01 W-TEMABR       PIC X(01) VALUE "N".
       01 W-ABRA         PIC X(01) VALUE "N".
       01 W-ABRT         PIC X(01) VALUE "N".
       01 W-ACHOU        PIC X(01) VALUE "N".
       01 W-ANOABR       PIC 9(04) VALUE ZEROS.
       01 W-COLABR       PIC X(01) VALUE SPACES.
       01 W-COMPINIT     PIC 9(06) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-EMPNOME      PIC X(30) VALUE SPACES.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-G REDEFINES W-COMPET.
           03 ANO-COMP   PIC 9(04).
           03 MES-COMP   PIC 9(02).
       01 W-COMPANT      PIC 9(06) VALUE ZEROS.
       01 W-COMPINI      PIC 9(06) VALUE ZEROS.
       01 W-QTDLANC      PIC 9(07) VALUE ZEROS.
       01 W-SEMCLASS     PIC 9(13)V99 VALUE ZEROS.
       01 W-VALSIN       PIC S9(13)V99 VALUE ZEROS.
       01 W-LINHA        PIC X(02) VALUE SPACES.
       01 I              PIC 9(02) VALUE ZEROS.
       01 K              PIC 9(02) VALUE ZEROS.
      *
      *    LINHAS DAS DEMONSTRACOES - NATUREZA D=DEVEDORA C=CREDORA
      *    1 A 5 = DRE   6 A 10 = BALANCO
       01 TAB-LIN-V.
           03 FILLER    PIC X(33) VALUE
              "RBCRECEITA BRUTA                 ".
           03 FILLER    PIC X(33) VALUE
              "DED(-) DEDUCOES RECEITA          ".
           03 FILLER    PIC X(33) VALUE
              "CMD(-) CUSTO DAS VENDAS          ".
           03 FILLER    PIC X(33) VALUE
              "DOD(-) DESPESAS OPERAC.          ".
           03 FILLER    PIC X(33) VALUE
              "RFCRESULTADO FINANCEIRO          ".
           03 FILLER    PIC X(33) VALUE
              "ACDATIVO CIRCULANTE              ".
           03 FILLER    PIC X(33) VALUE
              "ANDATIVO NAO CIRCULANTE          ".
           03 FILLER    PIC X(33) VALUE
              "PCCPASSIVO CIRCULANTE            ".
           03 FILLER    PIC X(33) VALUE
              "PNCPASSIVO NAO CIRCULANTE        ".
           03 FILLER    PIC X(33) VALUE
              "PLCPATRIMONIO LIQUIDO            ".
       01 TAB-LIN-R REDEFINES TAB-LIN-V.
           03 TLR-ITEM OCCURS 10 TIMES.
               05 TLR-COD        PIC X(02).
               05 TLR-NAT        PIC X(01).
               05 TLR-DESC       PIC X(30).
      *
      *    VALORES EM SALDO DEVEDOR (DEBITO +  CREDITO -); ANTES DE
      *    IMPRIMIR AS LINHAS CREDORAS TROCAM DE SINAL
       01 TAB-VAL.
           03 TV-ITEM OCCURS 10 TIMES.
               05 TV-MES         PIC S9(13)V99.
               05 TV-ANO         PIC S9(13)V99.
               05 TV-ANT         PIC S9(13)V99.
               05 TV-SALDO       PIC S9(13)V99.
               05 TV-SALANT      PIC S9(13)V99.
      *
      *    SUBTOTAIS DA DRE (M=MES A=ANO L=ANO ANTERIOR)
       01 W-RLM          PIC S9(13)V99 VALUE ZEROS.
       01 W-RLA          PIC S9(13)V99 VALUE ZEROS.
       01 W-RLL          PIC S9(13)V99 VALUE ZEROS.
       01 W-VM           PIC S9(13)V99 VALUE ZEROS.
       01 W-VA           PIC S9(13)V99 VALUE ZEROS.
       01 W-VL           PIC S9(13)V99 VALUE ZEROS.
       01 W-LLM          PIC S9(13)V99 VALUE ZEROS.
       01 W-PCT          PIC S9(03)V9 VALUE ZEROS.
       01 W-DESC         PIC X(30) VALUE SPACES.
      *    BALANCO (S=FIM DO MES  T=UM ANO ANTES)
       01 W-VS           PIC S9(13)V99 VALUE ZEROS.
       01 W-VT           PIC S9(13)V99 VALUE ZEROS.
       01 W-ATS          PIC S9(13)V99 VALUE ZEROS.
       01 W-ATT          PIC S9(13)V99 VALUE ZEROS.
       01 W-PSS          PIC S9(13)V99 VALUE ZEROS.
       01 W-PST          PIC S9(13)V99 VALUE ZEROS.
       01 W-RNS          PIC S9(13)V99 VALUE ZEROS.
       01 W-RNT          PIC S9(13)V99 VALUE ZEROS.
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
           03 FILLER    PIC X(09) VALUE "EMPRESA: ".
           03 CABEMP    PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(15) VALUE "  COMPETENCIA: ".
           03 CABCOMP   PIC 9(06) VALUE ZEROS.
       01 CABDRE.
           03 FILLER    PIC X(40) VALUE
              "DESCRICAO                         MES   ".
           03 FILLER    PIC X(39) VALUE
              "%RL  ACUMULADO ANO   %RL   MES ANO ANT.".
       01 DETDRE.
           03 DLDESC    PIC X(22) VALUE SPACES.
           03 DLMES     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 DLPCTM    PIC -ZZ9,9 VALUE ZEROS.
           03 DLANO     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 DLPCTA    PIC -ZZ9,9 VALUE ZEROS.
           03 DLANT     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 CABBAL.
           03 FILLER    PIC X(40) VALUE
              "GRUPO                                   ".
           03 FILLER    PIC X(08) VALUE "SALDO EM".
           03 CBCOMP    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(11) VALUE SPACES.
           03 FILLER    PIC X(08) VALUE "SALDO EM".
           03 CBCOMPANT PIC 9(06) VALUE ZEROS.
       01 DETBAL.
           03 BLDESC    PIC X(39) VALUE SPACES.
           03 BLATU     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 BLANT     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 TOTLIN.
           03 TLTXT     PIC X(40) VALUE SPACES.
           03 TLVAL     PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".
       01 LINBRANCO     PIC X(79) VALUE SPACES.
       SCREEN SECTION.
       01  TELADEM.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   DRE E BAL".
           05  LINE 02  COLUMN 42
               VALUE  "ANCO PATRIMONIAL  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN INPUT CADLANC
           IF ST-ERRO NOT = "00"
              MOVE "*** SEM LANCAMENTOS CONTABEIS (CADLANC) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADPLANO
           IF ST-ERRO2 NOT = "00"
              MOVE "*** SEM PLANO DE CONTAS - USE O SCP050 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADLANC
              GO TO ROT-FIM2.
           MOVE SPACES TO W-EMPNOME
           OPEN INPUT CADEMPATIVA
           IF ST-EAT = "00"
              READ CADEMPATIVA
              IF ST-EAT = "00"
                 MOVE EAT-NOME TO W-EMPNOME.
           CLOSE CADEMPATIVA.
           MOVE "N" TO W-TEMABR
           OPEN INPUT CADSALDOCTB
           IF ST-SAL = "00"
              MOVE "S" TO W-TEMABR.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       TELA-INI.
           DISPLAY TELADEM
           DISPLAY (04, 01) "COMPETENCIA (AAAAMM  0=SAIR): ".
           ACCEPT  (04, 31) W-COMPET.
           IF W-COMPET = ZEROS
              GO TO ROT-FIM.
           IF MES-COMP < 1 OR MES-COMP > 12
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TELA-INI.
           COMPUTE W-COMPANT = W-COMPET - 100
           COMPUTE W-COMPINI = (ANO-COMP * 100) + 1
           COMPUTE W-COMPINIT = W-COMPINI - 100
      *    HA SALDO DE ABERTURA DO ANO E DO ANO ANTERIOR ?
           MOVE ANO-COMP TO W-ANOABR
           PERFORM TEM-ABR THRU TEM-ABR-FIM
           MOVE W-ACHOU TO W-ABRA
           SUBTRACT 1 FROM W-ANOABR
           PERFORM TEM-ABR THRU TEM-ABR-FIM
           MOVE W-ACHOU TO W-ABRT
           MOVE ZEROS TO W-QTDLANC W-SEMCLASS
           MOVE 1 TO I.
       ZERA-TAB.
           MOVE ZEROS TO TV-MES(I) TV-ANO(I) TV-ANT(I)
           MOVE ZEROS TO TV-SALDO(I) TV-SALANT(I)
           ADD 1 TO I
           IF I NOT > 10
              GO TO ZERA-TAB.
           DISPLAY (06, 01) "APURANDO OS LANCAMENTOS..."
           MOVE ZEROS TO LANCOMPET LANSEQ
           START CADLANC KEY IS NOT LESS LANCHAVE
           IF ST-ERRO NOT = "00"
              GO TO APURA-FIM.

      *
      ************************************************
      * SOMA DEBITOS E CREDITOS ATE A COMPETENCIA    *
      ************************************************
      *
       APURA-RD.
           READ CADLANC NEXT
           IF ST-ERRO NOT = "00"
              GO TO APURA-FIM.
           IF LANCOMPET > W-COMPET
              GO TO APURA-FIM.
           ADD 1 TO W-QTDLANC
           MOVE LANDEB TO CTACODIGO
           MOVE LANVALOR TO W-VALSIN
           PERFORM CLASSIFICA THRU CLASSIFICA-FIM
           PERFORM ACUMULA THRU ACUMULA-FIM
           MOVE LANCRE TO CTACODIGO
           COMPUTE W-VALSIN = 0 - LANVALOR
           PERFORM CLASSIFICA THRU CLASSIFICA-FIM
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO APURA-RD.

      *
      *    LINHA DA CONTA EM CTACODIGO -> K (ZERO = SEM LINHA)
      *
       CLASSIFICA.
           MOVE ZEROS TO K
           READ CADPLANO
           IF ST-ERRO2 NOT = "00"
              GO TO CLASSIFICA-FIM.
           MOVE CTALINHA TO W-LINHA
           IF W-LINHA = SPACES
              IF CTATIPO = "A"
                 MOVE "AC" TO W-LINHA
              ELSE
              IF CTATIPO = "P"
                 MOVE "PC" TO W-LINHA
              ELSE
              IF CTATIPO = "R"
                 MOVE "RB" TO W-LINHA
              ELSE
              IF CTATIPO = "D"
                 MOVE "DO" TO W-LINHA.
           MOVE 1 TO I.
       CLASSIFICA-1.
           IF I > 10
              GO TO CLASSIFICA-FIM.
           IF TLR-COD(I) = W-LINHA
              MOVE I TO K
              GO TO CLASSIFICA-FIM.
           ADD 1 TO I
           GO TO CLASSIFICA-1.
       CLASSIFICA-FIM.
           EXIT.

       ACUMULA.
           IF K = ZEROS
              IF W-VALSIN < ZEROS
                 SUBTRACT W-VALSIN FROM W-SEMCLASS
                 GO TO ACUMULA-FIM
              ELSE
                 ADD W-VALSIN TO W-SEMCLASS
                 GO TO ACUMULA-FIM.
           IF W-ABRA NOT = "S" OR LANCOMPET NOT < W-COMPINI
              ADD W-VALSIN TO TV-SALDO(K).
           IF LANCOMPET NOT > W-COMPANT
              IF W-ABRT NOT = "S" OR LANCOMPET NOT < W-COMPINIT
                 ADD W-VALSIN TO TV-SALANT(K).
      *    ENCERRAMENTO DO EXERCICIO NAO ENTRA NA DRE
           IF LANSEQ NOT < 8900 AND LANSEQ NOT > 8999
              GO TO ACUMULA-FIM.
           IF LANCOMPET = W-COMPET
              ADD W-VALSIN TO TV-MES(K).
           IF LANCOMPET NOT < W-COMPINI
              ADD W-VALSIN TO TV-ANO(K).
           IF LANCOMPET = W-COMPANT
              ADD W-VALSIN TO TV-ANT(K).
       ACUMULA-FIM.
           EXIT.

      *
      *    SALDO DE ABERTURA NA COLUNA A (ANO) OU T (ANO ANTERIOR)
      *
       TEM-ABR.
           MOVE "N" TO W-ACHOU
           IF W-TEMABR NOT = "S"
              GO TO TEM-ABR-FIM.
           MOVE W-ANOABR TO SCANO
           MOVE ZEROS TO SCCONTA
           START CADSALDOCTB KEY IS NOT LESS SCCHAVE
           IF ST-SAL NOT = "00"
              GO TO TEM-ABR-FIM.
           READ CADSALDOCTB NEXT
           IF ST-SAL = "00" AND SCANO = W-ANOABR
              MOVE "S" TO W-ACHOU.
       TEM-ABR-FIM.
           EXIT.

       SALDO-ABR.
           MOVE W-ANOABR TO SCANO
           MOVE ZEROS TO SCCONTA
           START CADSALDOCTB KEY IS NOT LESS SCCHAVE
           IF ST-SAL NOT = "00"
              GO TO SALDO-ABR-FIM.
       SALDO-ABR-RD.
           READ CADSALDOCTB NEXT
           IF ST-SAL NOT = "00" OR SCANO NOT = W-ANOABR
              GO TO SALDO-ABR-FIM.
           MOVE SCCONTA TO CTACODIGO
           MOVE SCSALDO TO W-VALSIN
           PERFORM CLASSIFICA THRU CLASSIFICA-FIM
           IF K = ZEROS
              IF W-COLABR = "A"
                 IF W-VALSIN < ZEROS
                    SUBTRACT W-VALSIN FROM W-SEMCLASS
                 ELSE
                    ADD W-VALSIN TO W-SEMCLASS.
           IF K = ZEROS
              GO TO SALDO-ABR-RD.
           IF W-COLABR = "A"
              ADD W-VALSIN TO TV-SALDO(K)
           ELSE
              ADD W-VALSIN TO TV-SALANT(K).
           GO TO SALDO-ABR-RD.
       SALDO-ABR-FIM.
           EXIT.

       APURA-FIM.
           IF W-ABRA = "S"
              MOVE ANO-COMP TO W-ANOABR
              MOVE "A" TO W-COLABR
              PERFORM SALDO-ABR THRU SALDO-ABR-FIM.
           IF W-ABRT = "S"
              COMPUTE W-ANOABR = ANO-COMP - 1
              MOVE "T" TO W-COLABR
              PERFORM SALDO-ABR THRU SALDO-ABR-FIM.
      *    LINHAS CREDORAS PASSAM A SER POSITIVAS
           MOVE 1 TO I.
       APURA-FIM-1.
           IF I > 10
              GO TO DRE-INI.
           IF TLR-NAT(I) = "C"
              COMPUTE TV-MES(I) = 0 - TV-MES(I)
              COMPUTE TV-ANO(I) = 0 - TV-ANO(I)
              COMPUTE TV-ANT(I) = 0 - TV-ANT(I)
              COMPUTE TV-SALDO(I) = 0 - TV-SALDO(I)
              COMPUTE TV-SALANT(I) = 0 - TV-SALANT(I).
           ADD 1 TO I
           GO TO APURA-FIM-1.

      *
      ************************************************
      * DRE                                          *
      ************************************************
      *
       DRE-INI.
           OPEN OUTPUT RELDEM
           MOVE "DEMONSTRACAO DO RESULTADO (DRE)" TO CABTIT
           MOVE W-HOJE TO CABEMIS
           MOVE W-EMPNOME TO CABEMP
           MOVE W-COMPET TO CABCOMP
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CABDRE
           WRITE REGREL FROM LINSEP
           COMPUTE W-RLM = TV-MES(1) - TV-MES(2)
           COMPUTE W-RLA = TV-ANO(1) - TV-ANO(2)
           COMPUTE W-RLL = TV-ANT(1) - TV-ANT(2)
           MOVE 1 TO K
           PERFORM LINHA-TAB THRU LINHA-TAB-FIM
           MOVE 2 TO K
           PERFORM LINHA-TAB THRU LINHA-TAB-FIM
           MOVE "= RECEITA LIQUIDA" TO W-DESC
           MOVE W-RLM TO W-VM
           MOVE W-RLA TO W-VA
           MOVE W-RLL TO W-VL
           PERFORM GRAVA-DRE THRU GRAVA-DRE-FIM
           MOVE 3 TO K
           PERFORM LINHA-TAB THRU LINHA-TAB-FIM
           MOVE "= LUCRO BRUTO" TO W-DESC
           COMPUTE W-VM = W-RLM - TV-MES(3)
           COMPUTE W-VA = W-RLA - TV-ANO(3)
           COMPUTE W-VL = W-RLL - TV-ANT(3)
           PERFORM GRAVA-DRE THRU GRAVA-DRE-FIM
           MOVE 4 TO K
           PERFORM LINHA-TAB THRU LINHA-TAB-FIM
           MOVE "= RESULTADO OPERAC." TO W-DESC
           COMPUTE W-VM = W-RLM - TV-MES(3) - TV-MES(4)
           COMPUTE W-VA = W-RLA - TV-ANO(3) - TV-ANO(4)
           COMPUTE W-VL = W-RLL - TV-ANT(3) - TV-ANT(4)
           PERFORM GRAVA-DRE THRU GRAVA-DRE-FIM
           MOVE 5 TO K
           PERFORM LINHA-TAB THRU LINHA-TAB-FIM
           WRITE REGREL FROM LINSEP
           MOVE "= LUCRO LIQUIDO" TO W-DESC
           COMPUTE W-VM = W-RLM - TV-MES(3) - TV-MES(4) + TV-MES(5)
           COMPUTE W-VA = W-RLA - TV-ANO(3) - TV-ANO(4) + TV-ANO(5)
           COMPUTE W-VL = W-RLL - TV-ANT(3) - TV-ANT(4) + TV-ANT(5)
           MOVE W-VM TO W-LLM
           PERFORM GRAVA-DRE THRU GRAVA-DRE-FIM
           WRITE REGREL FROM LINSEP
           GO TO BAL-INI.

      *    LINHA K DA TABELA NA DRE
       LINHA-TAB.
           MOVE TLR-DESC(K) TO W-DESC
           MOVE TV-MES(K) TO W-VM
           MOVE TV-ANO(K) TO W-VA
           MOVE TV-ANT(K) TO W-VL
           PERFORM GRAVA-DRE THRU GRAVA-DRE-FIM.
       LINHA-TAB-FIM.
           EXIT.

       GRAVA-DRE.
           MOVE W-DESC TO DLDESC
           MOVE W-VM TO DLMES
           MOVE W-VA TO DLANO
           MOVE W-VL TO DLANT
           MOVE ZEROS TO W-PCT
           IF W-RLM NOT = ZEROS
              COMPUTE W-PCT ROUNDED = W-VM * 100 / W-RLM
                 ON SIZE ERROR MOVE ZEROS TO W-PCT.
           MOVE W-PCT TO DLPCTM
           MOVE ZEROS TO W-PCT
           IF W-RLA NOT = ZEROS
              COMPUTE W-PCT ROUNDED = W-VA * 100 / W-RLA
                 ON SIZE ERROR MOVE ZEROS TO W-PCT.
           MOVE W-PCT TO DLPCTA
           WRITE REGREL FROM DETDRE.
       GRAVA-DRE-FIM.
           EXIT.

      *
      ************************************************
      * BALANCO PATRIMONIAL                          *
      ************************************************
      *
       BAL-INI.
           WRITE REGREL FROM LINBRANCO
           MOVE "BALANCO PATRIMONIAL" TO CABTIT
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM LINSEP
           MOVE W-COMPET TO CBCOMP
           MOVE W-COMPANT TO CBCOMPANT
           WRITE REGREL FROM CABBAL
           WRITE REGREL FROM LINSEP
           MOVE 6 TO K
           PERFORM LINHA-BAL THRU LINHA-BAL-FIM
           MOVE 7 TO K
           PERFORM LINHA-BAL THRU LINHA-BAL-FIM
           COMPUTE W-ATS = TV-SALDO(6) + TV-SALDO(7)
           COMPUTE W-ATT = TV-SALANT(6) + TV-SALANT(7)
           MOVE "= TOTAL DO ATIVO" TO W-DESC
           MOVE W-ATS TO W-VS
           MOVE W-ATT TO W-VT
           PERFORM GRAVA-BAL THRU GRAVA-BAL-FIM
           WRITE REGREL FROM LINBRANCO
           MOVE 8 TO K
           PERFORM LINHA-BAL THRU LINHA-BAL-FIM
           MOVE 9 TO K
           PERFORM LINHA-BAL THRU LINHA-BAL-FIM
           MOVE 10 TO K
           PERFORM LINHA-BAL THRU LINHA-BAL-FIM
      *    RECEITAS E DESPESAS AINDA NAO TRANSFERIDAS AO PL
           COMPUTE W-RNS = TV-SALDO(1) - TV-SALDO(2) - TV-SALDO(3)
                         - TV-SALDO(4) + TV-SALDO(5)
           COMPUTE W-RNT = TV-SALANT(1) - TV-SALANT(2)
                         - TV-SALANT(3) - TV-SALANT(4) + TV-SALANT(5)
           MOVE "   RESULTADO NAO ENCERRADO" TO W-DESC
           MOVE W-RNS TO W-VS
           MOVE W-RNT TO W-VT
           PERFORM GRAVA-BAL THRU GRAVA-BAL-FIM
           COMPUTE W-PSS = TV-SALDO(8) + TV-SALDO(9) + TV-SALDO(10)
                         + W-RNS
           COMPUTE W-PST = TV-SALANT(8) + TV-SALANT(9)
                         + TV-SALANT(10) + W-RNT
           MOVE "= TOTAL DO PASSIVO + PL" TO W-DESC
           MOVE W-PSS TO W-VS
           MOVE W-PST TO W-VT
           PERFORM GRAVA-BAL THRU GRAVA-BAL-FIM
           WRITE REGREL FROM LINSEP
           IF W-ATS NOT = W-PSS OR W-ATT NOT = W-PST
              MOVE "DIFERENCA ATIVO X PASSIVO + PL" TO W-DESC
              COMPUTE W-VS = W-ATS - W-PSS
              COMPUTE W-VT = W-ATT - W-PST
              PERFORM GRAVA-BAL THRU GRAVA-BAL-FIM.
           IF W-SEMCLASS > ZEROS
              MOVE "MOVIMENTO EM CONTAS SEM LINHA:" TO TLTXT
              MOVE W-SEMCLASS TO TLVAL
              WRITE REGREL FROM TOTLIN.
           GO TO DEM-FIM.

       LINHA-BAL.
           MOVE TLR-DESC(K) TO W-DESC
           MOVE TV-SALDO(K) TO W-VS
           MOVE TV-SALANT(K) TO W-VT
           PERFORM GRAVA-BAL THRU GRAVA-BAL-FIM.
       LINHA-BAL-FIM.
           EXIT.

       GRAVA-BAL.
           MOVE W-DESC TO BLDESC
           MOVE W-VS TO BLATU
           MOVE W-VT TO BLANT
           WRITE REGREL FROM DETBAL.
       GRAVA-BAL-FIM.
           EXIT.

       DEM-FIM.
           CLOSE RELDEM
           PERFORM SPOOL THRU SPOOL-FIM
           DISPLAY (06, 01) "LANCAMENTOS LIDOS:         "
           DISPLAY (06, 28) W-QTDLANC
           MOVE W-RLM TO DLANO
           DISPLAY (07, 01) "RECEITA LIQUIDA DO MES:    "
           DISPLAY (07, 28) DLANO
           MOVE W-LLM TO DLMES
           DISPLAY (08, 01) "LUCRO LIQUIDO DO MES:      "
           DISPLAY (08, 28) DLMES
           IF W-SEMCLASS > ZEROS
              MOVE "* HA CONTAS SEM LINHA NO PLANO - VEJA O RELATORIO"
                                             TO MENS
           ELSE
              MOVE "*** RELATORIO GRAVADO EM DEMFIN.TXT ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO TELA-INI.

      *    O RELATORIO VAI PARA O SPOOL CENTRAL (SCP067)
       SPOOL.
           MOVE "DEMFIN" TO W-SPPROG
           MOVE "DEMFIN.TXT" TO W-SPARQ
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
           CLOSE CADLANC CADPLANO
           IF W-TEMABR = "S"
              CLOSE CADSALDOCTB.
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
