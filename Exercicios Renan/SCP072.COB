       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCP072.
      ************************
      * PROGRAMA DA PARTICIPACAO NOS LUCROS (PLR)                *
      * RATEIA O MONTANTE ENTRE OS FUNCIONARIOS ATIVOS EM PARTES  *
      * IGUAIS, PELO SALARIO BASE OU PELOS MESES TRABALHADOS NO   *
      * PERIODO (ADMISSAO E AFASTAMENTOS - 15 DIAS OU MAIS CONTA  *
      * O MES), CALCULA O IR PELA TABELA EXCLUSIVA DA PLR         *
      * (CADFXPLR, ACUMULADA NO ANO) E LANCA OS EVENTOS DA FOLHA  *
      * NA COMPETENCIA DE PAGAMENTO - RUBRICA RUBPLR (PROVENTO    *
      * SEM INSS E SEM IRPF) E RUBIRPLR (DESCONTO DO IR) - QUE O  *
      * PROGRFP LEVA AO LIQUIDO E O BANCOREM PAGA. O HISTORICO    *
      * FICA NO CADPLR PARA O INFORME DE RENDIMENTOS              *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFXPLR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FXPFAIXA
                       FILE STATUS IS ST-ERRO.
      *
           SELECT CADPLR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PLRCHAVE
                       FILE STATUS IS ST-ERRO2.
      *
           SELECT CADFOLHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       ALTERNATE RECORD KEY IS
                       NOME WITH DUPLICATES
                       ALTERNATE RECORD KEY IS CPF
                       FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADEVEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EVECHAVE
                       FILE STATUS IS ST-ERRO4.
      *
           SELECT CADAFAST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS AFCHAVE
                       FILE STATUS IS ST-AFA.
      *
           SELECT CADRUBR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RUBCODIGO
                       FILE STATUS IS ST-ERRO5.
      *
           SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-ERRO6.
      *
           SELECT PLRIMP ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-IMP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFXPLR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFXPLR.DAT".
       01 REGFXPLR.
           03 FXPFAIXA          PIC 9(01).
           03 FXPATE            PIC 9(09)V99.
           03 FXPALIQ           PIC 9(02)V99.
           03 FXPDEDUZ          PIC 9(07)V99.

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

       FD CADEVEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEVEN.DAT".
       01 REGEVEN.
           03 EVECHAVE.
               05 EVECOMPET     PIC 9(06).
               05 EVECODIGO     PIC 9(06).
               05 EVERUBR       PIC 9(03).
           03 EVEVALOR          PIC 9(06)V99.

       FD CADAFAST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADAFAST.DAT".
       01 REGAFAST.
           03 AFCHAVE.
               05 AFCODIGO      PIC 9(06).
               05 AFINICIO      PIC 9(08).
           03 AFTIPO            PIC X(02).
           03 AFPREVRET         PIC 9(08).
           03 AFRETORNO         PIC 9(08).
           03 AFDIASEMP         PIC 9(02).

       FD CADRUBR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRUBR.DAT".
       01 REGRUBR.
           03 RUBCODIGO         PIC 9(03).
           03 RUBDESC           PIC X(30).
           03 RUBTIPO           PIC X(01).
           03 RUBINSS           PIC X(01).
           03 RUBIRPF           PIC X(01).

       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.

       FD PLRIMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PLRREL.TXT".
       01 REGIMP             PIC X(80).

       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
       77 W-OPCAO              PIC X(01) VALUE SPACES.
       01 MENS                 PIC X(50) VALUE SPACES.
       01 ST-ERRO              PIC X(02) VALUE "00".
       01 ST-ERRO2             PIC X(02) VALUE "00".
       01 ST-ERRO3             PIC X(02) VALUE "00".
       01 ST-ERRO4             PIC X(02) VALUE "00".
       01 ST-ERRO5             PIC X(02) VALUE "00".
       01 ST-ERRO6             PIC X(02) VALUE "00".
       01 ST-AFA               PIC X(02) VALUE "00".
       01 ST-IMP               PIC X(02) VALUE "00".
       01 W-RUBPLR             PIC 9(03) VALUE ZEROS.
       01 W-RUBIRPLR           PIC 9(03) VALUE ZEROS.
       01 W-IDXF               PIC 9(01) VALUE ZEROS.
       01 LIN                  PIC 9(03) VALUE ZEROS.
       01 TAB-FXP.
           03 FXP-ITEM OCCURS 5 TIMES.
               05 FXP-ATE      PIC 9(09)V99.
               05 FXP-ALIQ     PIC 9(02)V99.
               05 FXP-DED      PIC 9(07)V99.
       01 W-COMPET             PIC 9(06) VALUE ZEROS.
       01 W-COMPET-G REDEFINES W-COMPET.
           03 ANO-COMP         PIC 9(04).
           03 MES-COMP         PIC 9(02).
       01 W-PERINI             PIC 9(06) VALUE ZEROS.
       01 W-PERINI-G REDEFINES W-PERINI.
           03 ANO-PERINI       PIC 9(04).
           03 MES-PERINI       PIC 9(02).
       01 W-PERFIM             PIC 9(06) VALUE ZEROS.
       01 W-PERFIM-G REDEFINES W-PERFIM.
           03 ANO-PERFIM       PIC 9(04).
           03 MES-PERFIM       PIC 9(02).
       01 W-MESCOR             PIC 9(06) VALUE ZEROS.
       01 W-MESCOR-G REDEFINES W-MESCOR.
           03 ANO-MESCOR       PIC 9(04).
           03 MES-MESCOR       PIC 9(02).
       01 W-MONTANTE           PIC 9(09)V99 VALUE ZEROS.
       01 W-REGRA              PIC X(01) VALUE SPACES.
       01 W-MESES              PIC 9(02) VALUE ZEROS.
       01 W-DIASMES            PIC S9(03) VALUE ZEROS.
       01 W-PESO               PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTPESO            PIC 9(11)V99 VALUE ZEROS.
       01 W-QTDFUNC            PIC 9(04) VALUE ZEROS.
       01 W-COTA               PIC 9(06)V99 VALUE ZEROS.
       01 W-PLRANO             PIC 9(07)V99 VALUE ZEROS.
       01 W-IRANT              PIC 9(06)V99 VALUE ZEROS.
       01 W-IRTOTAL            PIC S9(07)V99 VALUE ZEROS.
       01 W-IRPLR              PIC 9(06)V99 VALUE ZEROS.
       01 W-TOTCOTA            PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTIR              PIC 9(09)V99 VALUE ZEROS.
       01 W-MESANO             PIC 9(02) VALUE ZEROS.
      *    DATAS NA BASE 360/30 COMO NO PROGRFP (CALC-AFAST)
       01 W-DTAUX              PIC 9(08) VALUE ZEROS.
       01 W-DTAUX-G REDEFINES W-DTAUX.
           03 AUX-ANO          PIC 9(04).
           03 AUX-MES          PIC 9(02).
           03 AUX-DIA          PIC 9(02).
       01 W-SERAUX             PIC 9(07) VALUE ZEROS.
       01 W-SERMINI            PIC 9(07) VALUE ZEROS.
       01 W-SERMFIM            PIC 9(07) VALUE ZEROS.
       01 W-SERINI             PIC 9(07) VALUE ZEROS.
       01 W-SERFIM             PIC 9(07) VALUE ZEROS.
       01 W-SERAFI             PIC 9(07) VALUE ZEROS.
       01 W-SERAFF             PIC 9(07) VALUE ZEROS.
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 IMP-TRACO.
           03 FILLER    PIC X(78) VALUE ALL "-".

       01 IMP-CAB1.
           03 FILLER    PIC X(22) VALUE "PLR - PAGAMENTO COMP ".
           03 IMPCOMPET PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(10) VALUE "  PERIODO ".
           03 IMPPERINI PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE " A ".
           03 IMPPERFIM PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE "  REGRA ".
           03 IMPREGRA  PIC X(01) VALUE SPACES.

       01 IMP-CAB2.
           03 FILLER    PIC X(38)
              VALUE "FUNC.  NOME                          ".
           03 FILLER    PIC X(40)
              VALUE "MESES      PLR BRUTA   IR EXCL.  LIQUIDO".

       01 IMP-DET.
           03 IMPCOD    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPNOME   PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 IMPMESES  PIC Z9 VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 IMPVALOR  PIC ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPIRRF   PIC ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPLIQ    PIC ZZZ.ZZ9,99 VALUE ZEROS.

       01 IMP-TOT.
           03 FILLER    PIC X(14) VALUE "FUNCIONARIOS: ".
           03 IMPTQTD   PIC ZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(09) VALUE "  BRUTO: ".
           03 IMPTVAL   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(06) VALUE "  IR: ".
           03 IMPTIR    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       SCREEN SECTION.
       01  TELAPLR.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "************ PARTICIPACAO NOS LUCROS (PLR".
           05  LINE 01  COLUMN 43
               VALUE  ") ********".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

       PROCEDURE DIVISION.
       R00.
           OPEN I-O CADFXPLR.
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADFXPLR
                 CLOSE CADFXPLR
                 MOVE "*** ARQUIVO CADFXPLR FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R00
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADFXPLR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R01.
           OPEN I-O CADPLR
           IF ST-ERRO2 = "30"
              OPEN OUTPUT CADPLR
              CLOSE CADPLR
              OPEN I-O CADPLR.

       RA0.
           OPEN INPUT CADFOLHA.
           IF ST-ERRO3 NOT = "00"
              MOVE "SEM FUNCIONARIOS - USE O SCP001" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       RB0.
           OPEN I-O CADEVEN.
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 OPEN OUTPUT CADEVEN
                 CLOSE CADEVEN
                 OPEN I-O CADEVEN
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADEVEN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       RC0.
           OPEN INPUT CADAFAST
           IF ST-AFA = "30"
              OPEN OUTPUT CADAFAST
              CLOSE CADAFAST
              OPEN INPUT CADAFAST.
           OPEN INPUT CADRUBR
           IF ST-ERRO5 = "30"
              OPEN OUTPUT CADRUBR
              CLOSE CADRUBR
              OPEN INPUT CADRUBR.

       RD0.
           OPEN INPUT CADPARAM.
           IF ST-ERRO6 NOT = "00"
              GO TO RD1.
           MOVE "RUBPLR" TO PARCODIGO
           READ CADPARAM
           IF ST-ERRO6 = "00"
              MOVE PARVALOR TO W-RUBPLR.
           MOVE "RUBIRPLR" TO PARCODIGO
           READ CADPARAM
           IF ST-ERRO6 = "00"
              MOVE PARVALOR TO W-RUBIRPLR.
           CLOSE CADPARAM.

       RD1.
           PERFORM LE-TABELA THRU LE-TABELA-FIM.

       MENU-PLR.
           DISPLAY TELAPLR
           DISPLAY (04, 01) "1 - TABELA DO IR EXCLUSIVO DA PLR"
           DISPLAY (05, 01) "2 - CALCULAR E LANCAR A PLR"
           DISPLAY (06, 01) "0 - SAIR"
           DISPLAY (08, 01) "OPCAO: ".
           ACCEPT  (08, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO TAB-INI.
           IF W-OPCAO = "2"
              GO TO CALC-INI.
           GO TO MENU-PLR.

      *
      ****************************************
      * TABELA EXCLUSIVA DO IR DA PLR        *
      * FAIXA 1 A 5: LIMITE, ALIQUOTA E      *
      * PARCELA A DEDUZIR                    *
      ****************************************
      *
       TAB-INI.
           DISPLAY TELAPLR
           DISPLAY (03, 01) "FAIXA    ATE (R$)   ALIQ. %   DEDUZIR"
           MOVE 1 TO W-IDXF.
       TAB-MOSTRA.
           COMPUTE LIN = W-IDXF + 3
           DISPLAY (LIN, 03) W-IDXF
           DISPLAY (LIN, 07) FXP-ATE(W-IDXF)
           DISPLAY (LIN, 22) FXP-ALIQ(W-IDXF)
           DISPLAY (LIN, 30) FXP-DED(W-IDXF)
           IF W-IDXF < 5
              ADD 1 TO W-IDXF
              GO TO TAB-MOSTRA.

       TAB-R1.
           MOVE ZEROS TO FXPFAIXA
           DISPLAY (11, 01) "FAIXA A ALTERAR (1-5  0=VOLTAR): ".
           ACCEPT  (11, 35) FXPFAIXA.
           IF FXPFAIXA = ZEROS
              GO TO MENU-PLR.
           IF FXPFAIXA > 5
              GO TO TAB-R1.
           MOVE FXP-ATE(FXPFAIXA) TO FXPATE
           MOVE FXP-ALIQ(FXPFAIXA) TO FXPALIQ
           MOVE FXP-DED(FXPFAIXA) TO FXPDEDUZ
           DISPLAY (13, 01) "VALOR ATE: ".
           ACCEPT  (13, 12) FXPATE WITH UPDATE.
           DISPLAY (14, 01) "ALIQUOTA (%): ".
           ACCEPT  (14, 15) FXPALIQ WITH UPDATE.
           DISPLAY (15, 01) "PARCELA A DEDUZIR: ".
           ACCEPT  (15, 20) FXPDEDUZ WITH UPDATE.

       TAB-WR1.
           WRITE REGFXPLR
           IF ST-ERRO = "22"
              REWRITE REGFXPLR.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DA TABELA DA PLR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM LE-TABELA THRU LE-TABELA-FIM
           MOVE "*** FAIXA GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO TAB-INI.

      *
      *    TABELA PADRAO, SUBSTITUIDA PELAS FAIXAS CADASTRADAS
      *
       LE-TABELA.
           MOVE 7640,80 TO FXP-ATE(1)
           MOVE 0,00 TO FXP-ALIQ(1)
           MOVE 0,00 TO FXP-DED(1)
           MOVE 9922,28 TO FXP-ATE(2)
           MOVE 7,50 TO FXP-ALIQ(2)
           MOVE 573,06 TO FXP-DED(2)
           MOVE 13167,00 TO FXP-ATE(3)
           MOVE 15,00 TO FXP-ALIQ(3)
           MOVE 1317,23 TO FXP-DED(3)
           MOVE 16380,38 TO FXP-ATE(4)
           MOVE 22,50 TO FXP-ALIQ(4)
           MOVE 2304,76 TO FXP-DED(4)
           MOVE 999999999,99 TO FXP-ATE(5)
           MOVE 27,50 TO FXP-ALIQ(5)
           MOVE 3123,78 TO FXP-DED(5)
           MOVE ZEROS TO FXPFAIXA
           START CADFXPLR KEY IS NOT LESS FXPFAIXA
           IF ST-ERRO NOT = "00"
              GO TO LE-TABELA-FIM.
       LE-TABELA-RD.
           READ CADFXPLR NEXT
           IF ST-ERRO NOT = "00"
              GO TO LE-TABELA-FIM.
           IF FXPFAIXA < 1 OR FXPFAIXA > 5
              GO TO LE-TABELA-RD.
           MOVE FXPATE TO FXP-ATE(FXPFAIXA)
           MOVE FXPALIQ TO FXP-ALIQ(FXPFAIXA)
           MOVE FXPDEDUZ TO FXP-DED(FXPFAIXA)
           GO TO LE-TABELA-RD.
       LE-TABELA-FIM.
           EXIT.

      *
      ****************************************
      * CALCULO E LANCAMENTO DA PLR          *
      ****************************************
      *
       CALC-INI.
           IF W-RUBPLR = ZEROS OR W-RUBIRPLR = ZEROS
              MOVE "* PARAMETROS RUBPLR/RUBIRPLR - USE O SCP021 *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-PLR.
           MOVE W-RUBPLR TO RUBCODIGO
           READ CADRUBR
           IF ST-ERRO5 NOT = "00"
              MOVE "* RUBRICA DA PLR NAO EXISTE, USE O SCP022 *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-PLR.
           IF RUBTIPO NOT = "P" OR RUBINSS = "S" OR RUBIRPF = "S"
              MOVE "* RUBPLR: PROVENTO SEM INSS E SEM IRPF (SCP022) *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-PLR.
           MOVE W-RUBIRPLR TO RUBCODIGO
           READ CADRUBR
           IF ST-ERRO5 NOT = "00" OR RUBTIPO NOT = "D"
              MOVE "* RUBIRPLR DEVE SER RUBRICA DE DESCONTO (SCP022) *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-PLR.
           DISPLAY TELAPLR.

       CALC-R1.
           DISPLAY (04, 01) "COMPETENCIA DE PAGAMENTO (0=VOLTAR): ".
           ACCEPT  (04, 38) W-COMPET.
           IF W-COMPET = ZEROS
              GO TO MENU-PLR.
           IF MES-COMP = ZEROS OR MES-COMP > 12
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CALC-R1.

       CALC-R2.
           DISPLAY (05, 01) "PERIODO DE APURACAO DE (AAAAMM): ".
           ACCEPT  (05, 34) W-PERINI.
           DISPLAY (05, 41) "ATE: ".
           ACCEPT  (05, 46) W-PERFIM.
           IF MES-PERINI = ZEROS OR MES-PERINI > 12 OR
              MES-PERFIM = ZEROS OR MES-PERFIM > 12 OR
              W-PERINI > W-PERFIM
              MOVE "*** PERIODO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CALC-R2.

       CALC-R3.
           DISPLAY (06, 01) "MONTANTE A DISTRIBUIR: ".
           ACCEPT  (06, 24) W-MONTANTE.
           IF W-MONTANTE = ZEROS
              GO TO CALC-R3.

       CALC-R4.
           DISPLAY (07, 01)
              "REGRA (I=IGUAL  S=SALARIO BASE  M=MESES TRABALHADOS): ".
           ACCEPT  (07, 56) W-REGRA.
           IF W-REGRA = "i"
              MOVE "I" TO W-REGRA.
           IF W-REGRA = "s"
              MOVE "S" TO W-REGRA.
           IF W-REGRA = "m"
              MOVE "M" TO W-REGRA.
           IF W-REGRA NOT = "I" AND W-REGRA NOT = "S" AND
              W-REGRA NOT = "M"
              GO TO CALC-R4.

       CALC-CONF.
           MOVE "S" TO W-OPCAO
           DISPLAY (09, 01) "CONFIRMA O CALCULO E O LANCAMENTO (S/N): ".
           ACCEPT  (09, 43) W-OPCAO WITH UPDATE.
           IF W-OPCAO = "N" OR W-OPCAO = "n"
              GO TO MENU-PLR.
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              GO TO CALC-CONF.
           PERFORM LIMPA-ANT THRU LIMPA-ANT-FIM.

      *    1a PASSADA - SOMA DOS PESOS
       CALC-P1.
           MOVE ZEROS TO W-TOTPESO W-QTDFUNC CODIGO
           START CADFOLHA KEY IS NOT LESS CODIGO
           IF ST-ERRO3 NOT = "00"
              GO TO CALC-P1-FIM.
       CALC-P1-RD.
           READ CADFOLHA NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO CALC-P1-FIM.
           PERFORM CALC-PESO THRU CALC-PESO-FIM
           IF W-PESO = ZEROS
              GO TO CALC-P1-RD.
           ADD W-PESO TO W-TOTPESO
           ADD 1 TO W-QTDFUNC
           GO TO CALC-P1-RD.
       CALC-P1-FIM.
           IF W-TOTPESO = ZEROS
              MOVE "*** NENHUM FUNCIONARIO ELEGIVEL NO PERIODO ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-PLR.

      *    2a PASSADA - RATEIO, IR EXCLUSIVO E LANCAMENTO
       CALC-P2.
           OPEN OUTPUT PLRIMP
           MOVE W-COMPET TO IMPCOMPET
           MOVE W-PERINI TO IMPPERINI
           MOVE W-PERFIM TO IMPPERFIM
           MOVE W-REGRA TO IMPREGRA
           WRITE REGIMP FROM IMP-CAB1
           WRITE REGIMP FROM IMP-TRACO
           WRITE REGIMP FROM IMP-CAB2
           WRITE REGIMP FROM IMP-TRACO
           MOVE ZEROS TO W-TOTCOTA W-TOTIR CODIGO
           START CADFOLHA KEY IS NOT LESS CODIGO
           IF ST-ERRO3 NOT = "00"
              GO TO CALC-P2-FIM.
       CALC-P2-RD.
           READ CADFOLHA NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO CALC-P2-FIM.
           PERFORM CALC-PESO THRU CALC-PESO-FIM
           IF W-PESO = ZEROS
              GO TO CALC-P2-RD.
           COMPUTE W-COTA ROUNDED = W-MONTANTE * W-PESO / W-TOTPESO
           PERFORM CALC-IRPLR THRU CALC-IRPLR-FIM
           PERFORM GRAVA-PLR THRU GRAVA-PLR-FIM
           ADD W-COTA TO W-TOTCOTA
           ADD W-IRPLR TO W-TOTIR
           MOVE CODIGO TO IMPCOD
           MOVE NOME TO IMPNOME
           MOVE W-MESES TO IMPMESES
           MOVE W-COTA TO IMPVALOR
           MOVE W-IRPLR TO IMPIRRF
           MOVE PLRLIQ TO IMPLIQ
           WRITE REGIMP FROM IMP-DET
           GO TO CALC-P2-RD.
       CALC-P2-FIM.
           WRITE REGIMP FROM IMP-TRACO
           MOVE W-QTDFUNC TO IMPTQTD
           MOVE W-TOTCOTA TO IMPTVAL
           MOVE W-TOTIR TO IMPTIR
           WRITE REGIMP FROM IMP-TOT
           CLOSE PLRIMP
           DISPLAY (11, 01) "FUNCIONARIOS: "
           DISPLAY (11, 15) W-QTDFUNC
           DISPLAY (12, 01) "PLR DISTRIBUIDA: "
           DISPLAY (12, 18) W-TOTCOTA
           DISPLAY (13, 01) "IR EXCLUSIVO: "
           DISPLAY (13, 15) W-TOTIR
           MOVE "* EVENTOS LANCADOS - RELATORIO EM PLRREL.TXT *"
                                          TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE "SCP072" TO W-SPPROG
           MOVE "PLRREL.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
           ACCEPT  (22, 31) W-OPCAO
           GO TO MENU-PLR.

      *
      *    REPROCESSAMENTO DA COMPETENCIA: TIRA O CALCULO ANTERIOR
      *    E OS SEUS EVENTOS ANTES DE RATEAR DE NOVO
      *
       LIMPA-ANT.
           MOVE W-COMPET TO PLRCOMPET
           MOVE ZEROS TO PLRCODIGO
           START CADPLR KEY IS NOT LESS PLRCHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO LIMPA-ANT-FIM.
       LIMPA-ANT-RD.
           READ CADPLR NEXT
           IF ST-ERRO2 NOT = "00" OR PLRCOMPET NOT = W-COMPET
              GO TO LIMPA-ANT-FIM.
           MOVE W-COMPET TO EVECOMPET
           MOVE PLRCODIGO TO EVECODIGO
           MOVE W-RUBPLR TO EVERUBR
           DELETE CADEVEN RECORD
           MOVE W-RUBIRPLR TO EVERUBR
           DELETE CADEVEN RECORD
           DELETE CADPLR RECORD
           GO TO LIMPA-ANT-RD.
       LIMPA-ANT-FIM.
           EXIT.

      *
      *    PESO DO FUNCIONARIO NO RATEIO - ZERO = NAO PARTICIPA
      *    (INATIVO OU SEM MES TRABALHADO NO PERIODO)
      *
       CALC-PESO.
           MOVE ZEROS TO W-PESO W-MESES
           IF STATUSFUNC NOT = "A"
              GO TO CALC-PESO-FIM.
           PERFORM CALC-MESES THRU CALC-MESES-FIM
           IF W-MESES = ZEROS
              GO TO CALC-PESO-FIM.
           IF W-REGRA = "I"
              MOVE 1 TO W-PESO
              GO TO CALC-PESO-FIM.
           IF W-REGRA = "M"
              MOVE W-MESES TO W-PESO
              GO TO CALC-PESO-FIM.
           IF TIPOSALARIO = "H"
              COMPUTE W-PESO ROUNDED = SALARIOBASE * 220
           ELSE
              IF TIPOSALARIO = "D"
                 COMPUTE W-PESO ROUNDED = SALARIOBASE * 30
              ELSE
                 MOVE SALARIOBASE TO W-PESO.
       CALC-PESO-FIM.
           EXIT.

      *
      *    MESES TRABALHADOS NO PERIODO: DIAS DO MES A PARTIR DA
      *    ADMISSAO MENOS OS AFASTAMENTOS (FORA OS DIAS PAGOS PELA
      *    EMPRESA); 15 DIAS OU MAIS CONTAM O MES
      *
       CALC-MESES.
           MOVE W-PERINI TO W-MESCOR.
       CALC-MESES-LOOP.
           IF W-MESCOR > W-PERFIM
              GO TO CALC-MESES-FIM.
           COMPUTE W-DTAUX = (W-MESCOR * 100) + 1
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SERAUX TO W-SERMINI
           COMPUTE W-DTAUX = (W-MESCOR * 100) + 30
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SERAUX TO W-SERMFIM
           MOVE W-SERMINI TO W-SERINI
           IF DATAADMISSAO > ZEROS
              MOVE DATAADMISSAO TO W-DTAUX
              PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
              IF W-SERAUX > W-SERINI
                 MOVE W-SERAUX TO W-SERINI.
           IF W-SERINI > W-SERMFIM
              GO TO CALC-MESES-PROX.
           COMPUTE W-DIASMES = W-SERMFIM - W-SERINI + 1
           PERFORM CALC-AFAST THRU CALC-AFAST-FIM
           IF W-DIASMES NOT < 15
              ADD 1 TO W-MESES.
       CALC-MESES-PROX.
           IF MES-MESCOR = 12
              ADD 1 TO ANO-MESCOR
              MOVE 01 TO MES-MESCOR
           ELSE
              ADD 1 TO MES-MESCOR.
           GO TO CALC-MESES-LOOP.
       CALC-MESES-FIM.
           EXIT.

       CALC-AFAST.
           IF ST-AFA = "30"
              GO TO CALC-AFAST-FIM.
           MOVE CODIGO TO AFCODIGO
           MOVE ZEROS TO AFINICIO
           START CADAFAST KEY IS NOT LESS AFCHAVE
           IF ST-AFA NOT = "00"
              GO TO CALC-AFAST-FIM.
       CALC-AFAST-RD.
           READ CADAFAST NEXT
           IF ST-AFA NOT = "00"
              GO TO CALC-AFAST-FIM.
           IF AFCODIGO NOT = CODIGO
              GO TO CALC-AFAST-FIM.
           MOVE AFINICIO TO W-DTAUX
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           COMPUTE W-SERAFI = W-SERAUX + AFDIASEMP
           IF AFRETORNO > ZEROS
              MOVE AFRETORNO TO W-DTAUX
              PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
              COMPUTE W-SERAFF = W-SERAUX - 1
           ELSE
              IF AFPREVRET > ZEROS
                 MOVE AFPREVRET TO W-DTAUX
                 PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
                 COMPUTE W-SERAFF = W-SERAUX - 1
              ELSE
                 MOVE W-SERMFIM TO W-SERAFF.
           IF W-SERAFI < W-SERINI
              MOVE W-SERINI TO W-SERAFI.
           IF W-SERAFF > W-SERMFIM
              MOVE W-SERMFIM TO W-SERAFF.
           IF W-SERAFF NOT < W-SERAFI
              COMPUTE W-DIASMES = W-DIASMES
                 - (W-SERAFF - W-SERAFI + 1).
           GO TO CALC-AFAST-RD.
       CALC-AFAST-FIM.
           EXIT.
      *
      *    SERIAL NA BASE 360/30 (DIA LIMITADO A 30)
      *
       CALC-SERIAL.
           IF AUX-DIA > 30
              MOVE 30 TO AUX-DIA.
           COMPUTE W-SERAUX =
              (AUX-ANO * 360) + (AUX-MES * 30) + AUX-DIA.
       CALC-SERIAL-FIM.
           EXIT.

      *
      *    IR EXCLUSIVO: TABELA APLICADA SOBRE A PLR DO ANO
      *    (PAGAMENTOS ANTERIORES + ESTE) MENOS O IR JA RETIDO
      *
       CALC-IRPLR.
           MOVE ZEROS TO W-PLRANO W-IRANT W-IRPLR
           MOVE 1 TO W-MESANO.
       CALC-IRPLR-ANO.
           IF W-MESANO > 12
              GO TO CALC-IRPLR-TAB.
           COMPUTE PLRCOMPET = (ANO-COMP * 100) + W-MESANO
           MOVE CODIGO TO PLRCODIGO
           IF PLRCOMPET NOT = W-COMPET
              READ CADPLR
              IF ST-ERRO2 = "00"
                 ADD PLRVALOR TO W-PLRANO
                 ADD PLRIRRF TO W-IRANT.
           ADD 1 TO W-MESANO
           GO TO CALC-IRPLR-ANO.
       CALC-IRPLR-TAB.
           ADD W-COTA TO W-PLRANO
           MOVE 1 TO W-IDXF.
       CALC-IRPLR-FX.
           IF W-PLRANO > FXP-ATE(W-IDXF) AND W-IDXF < 5
              ADD 1 TO W-IDXF
              GO TO CALC-IRPLR-FX.
           COMPUTE W-IRTOTAL ROUNDED =
              (W-PLRANO * FXP-ALIQ(W-IDXF) / 100) - FXP-DED(W-IDXF)
              - W-IRANT
           IF W-IRTOTAL > ZEROS
              MOVE W-IRTOTAL TO W-IRPLR.
           IF W-IRPLR > W-COTA
              MOVE W-COTA TO W-IRPLR.
       CALC-IRPLR-FIM.
           EXIT.

      *
      *    HISTORICO (CADPLR) E EVENTOS DA COMPETENCIA (CADEVEN)
      *
       GRAVA-PLR.
           MOVE W-COMPET TO PLRCOMPET
           MOVE CODIGO TO PLRCODIGO
           MOVE W-REGRA TO PLRREGRA
           MOVE W-MESES TO PLRMESES
           MOVE W-COTA TO PLRVALOR
           MOVE W-IRPLR TO PLRIRRF
           COMPUTE PLRLIQ = W-COTA - W-IRPLR
           WRITE REGPLR
           IF ST-ERRO2 = "22"
              REWRITE REGPLR.
           MOVE W-COMPET TO EVECOMPET
           MOVE CODIGO TO EVECODIGO
           MOVE W-RUBPLR TO EVERUBR
           MOVE W-COTA TO EVEVALOR
           WRITE REGEVEN
           IF ST-ERRO4 = "22"
              REWRITE REGEVEN.
           IF W-IRPLR = ZEROS
              GO TO GRAVA-PLR-FIM.
           MOVE W-RUBIRPLR TO EVERUBR
           MOVE W-IRPLR TO EVEVALOR
           WRITE REGEVEN
           IF ST-ERRO4 = "22"
              REWRITE REGEVEN.
       GRAVA-PLR-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFXPLR
           CLOSE CADPLR
           CLOSE CADFOLHA
           CLOSE CADEVEN
           CLOSE CADAFAST
           CLOSE CADRUBR.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
