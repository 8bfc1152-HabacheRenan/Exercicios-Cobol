       PROGRAM-ID. PROGRFP.
      ************************
      * PROGRAMA PARA CADASTRAR FUNCIONÁRIOS *
      * SEM A OPCAO 213 NO PERFIL (DADVER) O FUNCIONARIO JA     *
      * CADASTRADO APARECE COM CPF, AGENCIA, CONTA E DIA/MES DE *
      * NASCIMENTO MASCARADOS E A ALTERACAO NAO PASSA PELA      *
      * DATA DE NASCIMENTO NEM PELOS DADOS BANCARIOS; O ESC NO  *
      * NOME VOLTA A TELA LIMPA EM VEZ DE ABRIR O CPF           *
      ***********************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CODDDD
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADFERIADO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FERDATA
                       FILE STATUS IS ST-FER.
      *
       SELECT CADFPADIC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ADCHAVE
                       FILE STATUS IS ST-ADC.
      *
       SELECT CADBENEF ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS BENCHAVE
                       FILE STATUS IS ST-BEN.
      *
       SELECT CADCOPART ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS COPCHAVE
                       FILE STATUS IS ST-COP.
      *
       SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-PAR.
      *
       SELECT CADAUDIT ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CADSESAUD ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-ERRSES.
      *
       SELECT CADALTPEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ALPCHAVE
                       FILE STATUS IS ST-ALP.
      *
      *----------------------------------------------------------------
       DATA DIVISION.
       01 REGFUNC.
           03 CODFUNC           PIC X(01).
           03 DESCFUNC          PIC X(25).
           03 FUNCADIC          PIC X(01).
           03 FUNCGRAU          PIC 9(02).

       FD CADDEPTO
           LABEL RECORD IS STANDARD
           03 HORASEX50         PIC 9(03).
           03 HORASEX100        PIC 9(03).
           03 DIASFALTA         PIC 9(02).
           03 HORASNOT          PIC 9(03).
           03 HORASDEB          PIC 9(03).

       FD CADDEP
           LABEL RECORD IS STANDARD
           03 CODDDD            PIC 9(02).
           03 DESCDDD           PIC X(20).

       FD CADFERIADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFERIADO.DAT".
       01 REGFERIADO.
           03 FERDATA           PIC 9(08).
           03 FERDESC           PIC X(30).
           03 FERTIPO           PIC X(01).

       FD CADFPADIC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFPADIC.DAT".
       01 REGFPADIC.
           03 ADCHAVE.
               05 ADCOMPET      PIC 9(06).
               05 ADCODIGO      PIC 9(06).
               05 ADTIPO        PIC X(03).
           03 ADDESC            PIC X(30).
           03 ADNATUR           PIC X(01).
           03 ADVALOR           PIC 9(06)V99.

       FD CADBENEF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADBENEF.DAT".
       01 REGBENEF.
           03 BENCHAVE.
               05 BENCODIGO     PIC 9(06).
               05 BENPLANO      PIC 9(03).
               05 BENDEPSEQ     PIC 9(02).
           03 BENCUSTO          PIC 9(06)V99.
           03 BENPARTE          PIC 9(06)V99.
           03 BENINICIO         PIC 9(08).
           03 BENFIM            PIC 9(08).

       FD CADCOPART
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOPART.DAT".
       01 REGCOPART.
           03 COPCHAVE.
               05 COPCOMPET     PIC 9(06).
               05 COPCODIGO     PIC 9(06).
               05 COPPLANO      PIC 9(03).
               05 COPSEQ        PIC 9(02).
           03 COPDEPSEQ         PIC 9(02).
           03 COPDESC           PIC X(30).
           03 COPVALOR          PIC 9(06)V99.

       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.

      *----------------------------------------------------------------
       FD CADAUDIT
           LABEL RECORD IS STANDARD
           03 FILLER         PIC X(01).
           03 SES-OPERADOR   PIC X(30).

       FD CADALTPEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADALTPEN.DAT".
       01 REGALTPEN.
           03 ALPCHAVE.
               05 ALPCODIGO     PIC 9(06).
               05 ALPSEQ        PIC 9(03).
      *    S=SALARIO BASE  B=BANCO/AGENCIA/CONTA
           03 ALPTIPO           PIC X(01).
      *    P=PENDENTE  A=APROVADA  R=REPROVADA
           03 ALPSTATUS         PIC X(01).
           03 ALPSALANT         PIC 9(06)V99.
           03 ALPSALNOVO        PIC 9(06)V99.
           03 ALPBCOANT         PIC 9(03).
           03 ALPAGEANT         PIC 9(05).
           03 ALPCTAANT         PIC 9(10).
           03 ALPBCONOVO        PIC 9(03).
           03 ALPAGENOVO        PIC 9(05).
           03 ALPCTANOVO        PIC 9(10).
           03 ALPOPERSOL        PIC 9(06).
           03 ALPDATASOL        PIC 9(08).
           03 ALPHORASOL        PIC 9(06).
           03 ALPOPERAPR        PIC 9(06).
           03 ALPDATAAPR        PIC 9(08).
           03 ALPHORAAPR        PIC 9(06).

       FD CADAFAST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADAFAST.DAT".
           03 FXMAX             PIC 9(06)V99.

       WORKING-STORAGE SECTION.
       01 ST-FER                PIC X(02) VALUE "00".
       01 ST-ADC                PIC X(02) VALUE "00".
       01 ST-PAR                PIC X(02) VALUE "00".
       01 ST-BEN                PIC X(02) VALUE "00".
       01 ST-COP                PIC X(02) VALUE "00".
       01 W-TEMBEN              PIC X(01) VALUE "N".
       01 W-VALBENEF            PIC 9(06)V99 VALUE ZEROS.
       01 W-VALCOPAR            PIC 9(06)V99 VALUE ZEROS.
       01 W-DTINIMES            PIC 9(08) VALUE ZEROS.
       01 W-DTFIMMES            PIC 9(08) VALUE ZEROS.
       01 W-QTDADIC1            PIC 9(02) VALUE ZEROS.
       01 W-SIND                PIC 9(03) VALUE ZEROS.
       01 W-PCTASS              PIC 9(02)V99 VALUE ZEROS.
       01 W-PCTCONF             PIC 9(02)V99 VALUE ZEROS.
       01 W-MESANU              PIC 9(02) VALUE ZEROS.
       01 W-OPTANU              PIC X(01) VALUE SPACES.
       01 W-OPOS                PIC X(01) VALUE SPACES.
       01 W-ANOCOMP             PIC 9(04) VALUE ZEROS.
       01 W-MESCOMP             PIC 9(02) VALUE ZEROS.
       01 W-SINDASS             PIC 9(06)V99 VALUE ZEROS.
       01 W-SINDCONF            PIC 9(06)V99 VALUE ZEROS.
       01 W-SINDANU             PIC 9(06)V99 VALUE ZEROS.
       01 W-TEMPONTO            PIC X(01) VALUE "N".
       01 W-TEMADIC             PIC X(01) VALUE "N".
       01 W-TEMFER              PIC X(01) VALUE "N".
       01 W-PONHE50             PIC 9(03) VALUE ZEROS.
       01 W-PONHE100            PIC 9(03) VALUE ZEROS.
       01 W-PONHNOT             PIC 9(03) VALUE ZEROS.
       01 W-PONFALTA            PIC 9(02) VALUE ZEROS.
       01 W-PONHDEB             PIC 9(03)V99 VALUE ZEROS.
       01 W-DESCDEB             PIC 9(06)V99 VALUE ZEROS.
       01 W-PCTNOT              PIC 9(03)V99 VALUE 20,00.
       01 W-ADICNOT             PIC 9(06)V99 VALUE ZEROS.
       01 W-BASEMES             PIC 9(09)V99 VALUE ZEROS.
       01 W-TIPOADIC            PIC X(01) VALUE SPACES.
       01 W-VALADIC             PIC 9(06)V99 VALUE ZEROS.
       01 W-DSRHE               PIC 9(06)V99 VALUE ZEROS.
       01 W-DSRNOT              PIC 9(06)V99 VALUE ZEROS.
       01 W-DSRFALTA            PIC 9(06)V99 VALUE ZEROS.
       01 W-FALTADSR            PIC 9(02) VALUE ZEROS.
       01 W-DIASUTEIS           PIC 9(02) VALUE ZEROS.
       01 W-DIASDSR             PIC 9(02) VALUE ZEROS.
       01 W-DSRDATA             PIC 9(08) VALUE ZEROS.
       01 W-DSRDATA-G REDEFINES W-DSRDATA.
           03 DSR-ANO           PIC 9(04).
           03 DSR-MES           PIC 9(02).
           03 DSR-DIA           PIC 9(02).
       01 W-ULTDIA              PIC 9(02) VALUE ZEROS.
       01 W-DOW                 PIC 9(02) VALUE ZEROS.
       01 W-ZM                  PIC 9(04) VALUE ZEROS.
       01 W-ZA                  PIC 9(04) VALUE ZEROS.
       01 W-ZK                  PIC 9(04) VALUE ZEROS.
       01 W-ZJ                  PIC 9(04) VALUE ZEROS.
       01 W-ZSOMA               PIC 9(08) VALUE ZEROS.
       01 W-ZQUOC               PIC 9(08) VALUE ZEROS.
       01 W-ZT1                 PIC 9(04) VALUE ZEROS.
       01 W-ZT2                 PIC 9(04) VALUE ZEROS.
       01 W-ZT3                 PIC 9(04) VALUE ZEROS.
       01 W-ZRESTO              PIC 9(04) VALUE ZEROS.
       01 W-RESTO4              PIC 9(04) VALUE ZEROS.
       01 W-RESTO100            PIC 9(04) VALUE ZEROS.
       01 W-RESTO400            PIC 9(04) VALUE ZEROS.
       01 W-ADTIPO              PIC X(03) VALUE SPACES.
       01 W-ADDESC              PIC X(30) VALUE SPACES.
       01 W-ADNATUR             PIC X(01) VALUE SPACES.
       01 W-ADVALOR             PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDADIC             PIC 9(02) VALUE ZEROS.
       01 W-IDXA                PIC 9(02) VALUE ZEROS.
       01 TAB-ADIC.
           03 TA-ITEM OCCURS 20 TIMES.
               05 TA-TIPO       PIC X(03).
               05 TA-DESC       PIC X(30).
               05 TA-NATUR      PIC X(01).
               05 TA-VALOR      PIC 9(06)V99.
       01 ST-FXA                PIC X(02) VALUE "00".
       01 W-TEMFAIXA            PIC X(01) VALUE "N".
       01 W-FUNCFX              PIC X(01) VALUE SPACE.
       01 ST-BHO                PIC X(02) VALUE "00".
       01 W-OPTANTEBH           PIC X(01) VALUE "N".
       01 W-CREDITOBH           PIC 9(05)V99 VALUE ZEROS.
       01 W-DEBITOBH            PIC 9(05)V99 VALUE ZEROS.
       01 W-DISPBH              PIC 9(06)V99 VALUE ZEROS.
       01 ST-ERRSES            PIC X(02) VALUE "00".
       01 W-OPERAUD            PIC 9(06) VALUE ZEROS.
       01 W-HORAAUD-EQ.
           03 A-BANCO PIC 9(03).
           03 A-AGENCIA PIC 9(05).
           03 A-CONTA PIC 9(10).
       01 ST-ALP                PIC X(02) VALUE "00".
       01 W-TEMALP              PIC X(01) VALUE "N".
       01 W-TEMPEND             PIC X(01) VALUE "N".
       01 W-RETEVE              PIC X(01) VALUE "N".
       01 W-ALPTIPO             PIC X(01) VALUE SPACE.
       01 W-ALPSEQ              PIC 9(03) VALUE ZEROS.
       01 W-CTAAUD.
           03 W-CTABCO          PIC 9(03).
           03 FILLER            PIC X(01) VALUE "/".
           03 W-CTAAGE          PIC 9(05).
           03 FILLER            PIC X(01) VALUE "/".
           03 W-CTANUM          PIC 9(10).
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
       77 W-OPCAO              PIC X(01) VALUE SPACES.
       77 MENS                 PIC X(50) VALUE SPACES.
       01 CONTROLE             PIC 9(06)V99 VALUE ZEROS.
       01 W-SEL                PIC 9(01) VALUE ZEROS.
       01 W-VERDAD             PIC X(01) VALUE "N".
       01 W-MASCARA            PIC X(01) VALUE "N".
       01 W-CPFMASC            PIC X(11) VALUE SPACES.
       01 ST-ERRO              PIC X(02) VALUE "00".
       01 X                    PIC 9(03) VALUE ZEROS.
       01 Y                    PIC 9(02) VALUE ZEROS.
              IF ST-ERRSES = "00"
                 MOVE SES-OPERCOD TO W-OPERAUD.
           CLOSE CADSESAUD.
           CALL "DADVER" USING W-VERDAD.

       INICIO.
           OPEN I-O CADFOLHA.
              OPEN OUTPUT CADFAIXA
              CLOSE CADFAIXA
              OPEN INPUT CADFAIXA.
           OPEN INPUT CADFERIADO
           IF ST-FER = "30"
              OPEN OUTPUT CADFERIADO
              CLOSE CADFERIADO
              OPEN INPUT CADFERIADO.
           IF ST-FER = "00"
              MOVE "S" TO W-TEMFER.
           OPEN I-O CADFPADIC
           IF ST-ADC = "30"
              OPEN OUTPUT CADFPADIC
              CLOSE CADFPADIC
              OPEN I-O CADFPADIC.
           IF ST-ADC = "00"
              MOVE "S" TO W-TEMADIC.
           OPEN I-O CADALTPEN
           IF ST-ALP = "30"
              OPEN OUTPUT CADALTPEN
              CLOSE CADALTPEN
              OPEN I-O CADALTPEN.
           IF ST-ALP = "00"
              MOVE "S" TO W-TEMALP.
           OPEN INPUT CADBENEF
           IF ST-BEN = "30"
              OPEN OUTPUT CADBENEF
              CLOSE CADBENEF
              OPEN INPUT CADBENEF.
           OPEN INPUT CADCOPART
           IF ST-COP = "30"
              OPEN OUTPUT CADCOPART
              CLOSE CADCOPART
              OPEN INPUT CADCOPART.
           IF ST-BEN = "00" AND ST-COP = "00"
              MOVE "S" TO W-TEMBEN.
      *    PERCENTUAL DO ADICIONAL NOTURNO (PADRAO 20%)
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              MOVE "ADNOTURN" TO PARCODIGO
              READ CADPARAM
              IF ST-PAR = "00" AND PARVALOR > ZEROS
                 MOVE PARVALOR TO W-PCTNOT.
           CLOSE CADPARAM.
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPONTO
           MOVE ZEROS TO BANCO AGENCIA CONTA
           MOVE ZEROS TO ENDCEP ENDNUM FONEDDD FONETEL
           MOVE SPACES TO ENDCOMPL CONTEMERG
           MOVE "N" TO W-MASCARA
           MOVE "A" TO STATUSFUNC.

       
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE SALARIOBASE TO W-SALANT
                MOVE "S" TO W-MASCARA
                MOVE "*** FUNCIONARIO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM SALVA-ANT THRU SALVA-ANT-FIM
           ACCEPT TNOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               IF W-MASCARA = "S" AND W-VERDAD NOT = "S"
                   GO TO INITIALIZE-RECORD
               ELSE
                   GO TO R0A.

       R2.
               MOVE "*** DIGITE APENAS H, D OU M ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           DISPLAY TELA
           PERFORM MASCARA-TELA THRU MASCARA-TELA-FIM.

       R3.
           ACCEPT TSALARIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO R2.
           PERFORM CALC-FOLHA1 THRU CALC-FOLHA1-FIM.

       R4.
           ACCEPT TFILHO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO R3.
           PERFORM CALC-FOLHA2 THRU CALC-FOLHA2-FIM.
           DISPLAY TELA
           PERFORM MASCARA-TELA THRU MASCARA-TELA-FIM.

       R4A.
           IF W-MASCARA = "S" AND W-VERDAD NOT = "S"
               GO TO R5.
           ACCEPT TDATANASC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
           ACCEPT TDEP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               IF W-MASCARA = "S" AND W-VERDAD NOT = "S"
                   GO TO R4
               ELSE
                   GO TO R4A.
           MOVE DEPARTAMENTO TO CODDEPTO
           READ CADDEPTO
           IF ST-ERRO = "23"
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R5.
           MOVE DESCDEPTO TO DEPTXT.
           DISPLAY TELA
           PERFORM MASCARA-TELA THRU MASCARA-TELA-FIM.

       R6.
           DISPLAY TELA1
                 MOVE "* AVISO: SALARIO FORA DA FAIXA (SCP063) *"
                                                TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *    REFAZ O CALCULO COM O ADICIONAL DA FUNCAO
           PERFORM CALC-FOLHA1 THRU CALC-FOLHA1-FIM
           PERFORM CALC-FOLHA2 THRU CALC-FOLHA2-FIM
           DISPLAY TELA
           PERFORM MASCARA-TELA THRU MASCARA-TELA-FIM.

       R7.
           IF W-MASCARA = "S" AND W-VERDAD NOT = "S"
               GO TO R10.
           ACCEPT TBANCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                      PERFORM GRAVA-EMPREST THRU GRAVA-EMPREST-FIM
                      PERFORM GRAVA-BANCOH THRU GRAVA-BANCOH-FIM
                      PERFORM GRAVA-PENSAO THRU GRAVA-PENSAO-FIM
                      PERFORM GRAVA-ADIC THRU GRAVA-ADIC-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      DISPLAY TELA
                      PERFORM MASCARA-TELA THRU MASCARA-TELA-FIM
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INITIALIZE-RECORD.
                IF ST-ERRO = "22"
           MOVE "* FUNCIONARIO JA EXISTE, DADOS NAO GRAVADOS *" TO MENS
                  DISPLAY TELA
                  PERFORM MASCARA-TELA THRU MASCARA-TELA-FIM
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO INITIALIZE-RECORD
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      DISPLAY TELA
                      PERFORM MASCARA-TELA THRU MASCARA-TELA-FIM
                      GO TO R1.
       EXC-OPC.
                DISPLAY (22, 30) "EXCLUIR   (S/N) : ".
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   DISPLAY TELA
                   PERFORM MASCARA-TELA THRU MASCARA-TELA-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INITIALIZE-RECORD.
                IF W-OPCAO NOT = "S" AND "s"
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO FUNCIONARIO EXCLUIDO ***" TO MENS
                   DISPLAY TELA
                   PERFORM MASCARA-TELA THRU MASCARA-TELA-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INITIALIZE-RECORD.
                IF ST-ERRO = "51" OR "61"
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   DISPLAY TELA
                   PERFORM MASCARA-TELA THRU MASCARA-TELA-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INITIALIZE-RECORD.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO ALT-OPC.

       ALT-RW1.
                PERFORM RETEM-ALT THRU RETEM-ALT-FIM
                PERFORM COMPARA-AUD THRU COMPARA-AUD-FIM
                IF SALARIOBASE NOT = W-SALANT
                   MOVE CODIGO TO HCODIGO
                   PERFORM GRAVA-EMPREST THRU GRAVA-EMPREST-FIM
                   PERFORM GRAVA-BANCOH THRU GRAVA-BANCOH-FIM
                   PERFORM GRAVA-PENSAO THRU GRAVA-PENSAO-FIM
                   PERFORM GRAVA-ADIC THRU GRAVA-ADIC-FIM
                  MOVE "***REGISTRO DE FUNCIONATIO ALTERADO ***" TO MENS
                   DISPLAY TELA
                   PERFORM MASCARA-TELA THRU MASCARA-TELA-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INITIALIZE-RECORD.
                IF ST-ERRO = "51" OR "61"
           CLOSE CADEND.
           CLOSE CADUF.
           CLOSE CADDDD.
           CLOSE CADFERIADO.
           CLOSE CADFPADIC.
           CLOSE CADBENEF.
           CLOSE CADCOPART.
           CLOSE CADAUDIT.
           IF W-TEMALP = "S"
              CLOSE CADALTPEN.
           STOP RUN.
      *
      ************************************************
      * CALCULO DA FOLHA DO FUNCIONARIO              *
      * FOLHA1: BRUTO E INSS  FOLHA2: IRRF E LIQUIDO *
      * REFEITO DEPOIS DA FUNCAO (ADICIONAL)         *
      ************************************************
      *
       CALC-FOLHA1.
           IF SALARIOBASE NOT > FXI-ATE(1)
               MOVE FXI-ALIQ(1) TO Y
           ELSE
               IF SALARIOBASE NOT > FXI-ATE(2)
                   MOVE FXI-ALIQ(2) TO Y
               ELSE
                   MOVE FXI-ALIQ(3) TO Y.
           PERFORM CALC-BRUTO THRU CALC-BRUTO-FIM
           PERFORM CALC-ADICNOT THRU CALC-ADICNOT-FIM
           PERFORM CALC-ADICFUN THRU CALC-ADICFUN-FIM
           PERFORM CALC-AFAST THRU CALC-AFAST-FIM
           PERFORM CALC-EVEN THRU CALC-EVEN-FIM
           ADD W-EVENPROV TO BRUTO
           COMPUTE INSS ROUNDED =
              (BRUTO - W-EVENPROV + W-EVENPROVI) / 100 * Y
           MOVE W-QTDADIC TO W-QTDADIC1.
       CALC-FOLHA1-FIM.
           EXIT.
      *
       CALC-FOLHA2.
           MOVE W-QTDADIC1 TO W-QTDADIC
           PERFORM CALC-DEPEND THRU CALC-DEPEND-FIM
           COMPUTE W-BASEIRPF ROUNDED =
              BRUTO - W-EVENPROV + W-EVENPROVR - INSS
           IF W-BASEIRPF > (W-QTDDEP * 189,59)
               COMPUTE CONTROLE ROUNDED = W-BASEIRPF
                  - (W-QTDDEP * 189,59)
           ELSE
               MOVE ZEROS TO CONTROLE.
           IF CONTROLE NOT > FXR-ATE(1)
               MOVE FXR-ALIQ(1) TO Z
           ELSE
               IF CONTROLE NOT > FXR-ATE(2)
                   MOVE FXR-ALIQ(2) TO Z
               ELSE
                   MOVE FXR-ALIQ(3) TO Z.
           COMPUTE IMPOSTO ROUNDED = CONTROLE / 100 * Z

           IF W-TEMDEP = "S"
               COMPUTE SALFAMI ROUNDED = W-QTDSALFAM * 20,00
           ELSE
               COMPUTE SALFAMI ROUNDED = NUMFILHOS * 20,00.
           PERFORM CALC-VALE THRU CALC-VALE-FIM
           COMPUTE SALIQ ROUNDED =
              (BRUTO - INSS - IMPOSTO) + SALFAMI - W-TOTVALE
              - W-EVENDESC
           PERFORM CALC-PENSAO THRU CALC-PENSAO-FIM
           PERFORM CALC-EMPREST THRU CALC-EMPREST-FIM
           PERFORM CALC-BENEF THRU CALC-BENEF-FIM
           PERFORM CALC-SIND THRU CALC-SIND-FIM.
       CALC-FOLHA2-FIM.
           EXIT.
      *
      ************************************
      * CALCULO DO SALARIO BRUTO (PONTO) *
      ************************************
      *
       CALC-BRUTO.
           MOVE ZEROS TO W-CREDITOBH W-DEBITOBH
           MOVE "N" TO W-TEMPONTO
           COMPUTE BRUTO ROUNDED = SALARIOBASE * X
           ACCEPT W-HOJEDATA FROM DATE YYYYMMDD
           COMPUTE W-COMPHOJE = W-HOJEDATA / 100
           IF ST-ERRO NOT = "00"
              GO TO CALC-BRUTO-FIM.
      *    OPTANTE DO BANCO DE HORAS NAO RECEBE EXTRA EM DINHEIRO
      *    E COMPENSA NO SALDO AS HORAS QUE FICOU DEVENDO AO TURNO
           MOVE HORASDEB TO W-PONHDEB
           PERFORM VER-BANCOH THRU VER-BANCOH-FIM
           IF W-OPTANTEBH = "S"
              PERFORM CREDITA-BANCOH THRU CREDITA-BANCOH-FIM
              MOVE ZEROS TO HORASEX50 HORASEX100.
      *    GUARDA O PONTO PARA O ADICIONAL NOTURNO E O DSR
           MOVE "S" TO W-TEMPONTO
           MOVE HORASEX50 TO W-PONHE50
           MOVE HORASEX100 TO W-PONHE100
           MOVE HORASNOT TO W-PONHNOT
           MOVE DIASFALTA TO W-PONFALTA
           IF TIPOSALARIO = "H" OR TIPOSALARIO = "h"
              COMPUTE BRUTO ROUNDED = (SALARIOBASE * HORASNORM)
                 + (SALARIOBASE * 1,5 * HORASEX50)
       CALC-BRUTO-FIM.
           EXIT.
      *
      *************************************************
      * ADICIONAL NOTURNO E REFLEXO NO DSR            *
      * NOTURNO: HORAS REDUZIDAS DO PONTO X VALOR DA  *
      * HORA X PERCENTUAL (CADPARAM ADNOTURN)         *
      * DSR: EXTRAS E NOTURNO / DIAS UTEIS X DOMINGOS *
      * E FERIADOS DA COMPETENCIA (CADFERIADO)        *
      * FALTA SEM JUSTIFICATIVA PERDE O DSR - UM POR  *
      * FALTA, ATE O TOTAL DE DESCANSOS DO MES        *
      *************************************************
      *
       CALC-ADICNOT.
           MOVE ZEROS TO W-ADICNOT W-DSRHE W-DSRNOT W-DSRFALTA
           MOVE ZEROS TO W-QTDADIC W-VALOREXTRA W-DESCDEB
           IF W-TEMPONTO NOT = "S"
              GO TO CALC-ADICNOT-FIM.
           IF TIPOSALARIO = "H" OR TIPOSALARIO = "h"
              MOVE SALARIOBASE TO W-VALORHORA
           ELSE
              IF TIPOSALARIO = "D" OR TIPOSALARIO = "d"
                 COMPUTE W-VALORHORA ROUNDED = SALARIOBASE * 30 / 220
              ELSE
                 COMPUTE W-VALORHORA ROUNDED = SALARIOBASE / 220.
      *    DIARISTA NAO RECEBE EXTRA NO BRUTO - SEM REFLEXO
           IF TIPOSALARIO NOT = "D" AND TIPOSALARIO NOT = "d"
              COMPUTE W-VALOREXTRA ROUNDED =
                 (W-VALORHORA * 1,5 * W-PONHE50)
                 + (W-VALORHORA * 2 * W-PONHE100).
           COMPUTE W-ADICNOT ROUNDED =
              W-VALORHORA * W-PCTNOT / 100 * W-PONHNOT
           PERFORM CONTA-DSR THRU CONTA-DSR-FIM
           IF W-DIASUTEIS > ZEROS
              COMPUTE W-DSRHE ROUNDED =
                 W-VALOREXTRA / W-DIASUTEIS * W-DIASDSR
              COMPUTE W-DSRNOT ROUNDED =
                 W-ADICNOT / W-DIASUTEIS * W-DIASDSR.
      *    HORISTA JA RECEBE SO AS HORAS TRABALHADAS
           IF TIPOSALARIO = "H" OR TIPOSALARIO = "h"
              GO TO CALC-ADICNOT-SOMA.
           MOVE W-PONFALTA TO W-FALTADSR
           IF W-FALTADSR > W-DIASDSR
              MOVE W-DIASDSR TO W-FALTADSR.
           IF TIPOSALARIO = "D" OR TIPOSALARIO = "d"
              COMPUTE W-DSRFALTA ROUNDED = SALARIOBASE * W-FALTADSR
           ELSE
              COMPUTE W-DSRFALTA ROUNDED =
                 (SALARIOBASE / 30) * W-FALTADSR.
      *    HORAS ABAIXO DA JORNADA DO TURNO NAO COBERTAS PELO BANCO
           COMPUTE W-DESCDEB ROUNDED = W-VALORHORA * W-PONHDEB.
       CALC-ADICNOT-SOMA.
           ADD W-ADICNOT W-DSRHE W-DSRNOT TO BRUTO
           IF W-DSRFALTA > BRUTO
              MOVE BRUTO TO W-DSRFALTA.
           SUBTRACT W-DSRFALTA FROM BRUTO
           IF W-DESCDEB > BRUTO
              MOVE BRUTO TO W-DESCDEB.
           SUBTRACT W-DESCDEB FROM BRUTO
           MOVE "NOT" TO W-ADTIPO
           MOVE "ADICIONAL NOTURNO" TO W-ADDESC
           MOVE "P" TO W-ADNATUR
           MOVE W-ADICNOT TO W-ADVALOR
           PERFORM GUARDA-ADIC THRU GUARDA-ADIC-FIM
           MOVE "DHE" TO W-ADTIPO
           MOVE "DSR S/ HORAS EXTRAS" TO W-ADDESC
           MOVE W-DSRHE TO W-ADVALOR
           PERFORM GUARDA-ADIC THRU GUARDA-ADIC-FIM
           MOVE "DNT" TO W-ADTIPO
           MOVE "DSR S/ ADICIONAL NOTURNO" TO W-ADDESC
           MOVE W-DSRNOT TO W-ADVALOR
           PERFORM GUARDA-ADIC THRU GUARDA-ADIC-FIM
           MOVE "DFA" TO W-ADTIPO
           MOVE "DSR PERDIDO POR FALTAS" TO W-ADDESC
           MOVE "D" TO W-ADNATUR
           MOVE W-DSRFALTA TO W-ADVALOR
           PERFORM GUARDA-ADIC THRU GUARDA-ADIC-FIM
           MOVE "HDB" TO W-ADTIPO
           MOVE "HORAS NAO TRABALHADAS (TURNO)" TO W-ADDESC
           MOVE W-DESCDEB TO W-ADVALOR
           PERFORM GUARDA-ADIC THRU GUARDA-ADIC-FIM.
       CALC-ADICNOT-FIM.
           EXIT.
      *
      *    ADICIONAL DE PERICULOSIDADE / INSALUBRIDADE DA
      *    FUNCAO (ROTINA ADICFUNC) SOBRE A BASE DO MES
      *
       CALC-ADICFUN.
           IF TIPOSALARIO = "H" OR TIPOSALARIO = "h"
              COMPUTE W-BASEMES ROUNDED = SALARIOBASE * 220
           ELSE
              IF TIPOSALARIO = "D" OR TIPOSALARIO = "d"
                 COMPUTE W-BASEMES ROUNDED = SALARIOBASE * 30
              ELSE
                 MOVE SALARIOBASE TO W-BASEMES.
           CALL "ADICFUNC" USING FUNC W-BASEMES W-TIPOADIC
                                 W-VALADIC
           IF W-TIPOADIC = "I" AND W-VALADIC = ZEROS
              MOVE "* PARAMETRO SALMINIM NAO CADASTRADO (SCP021) *"
                                                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CALC-ADICFUN-FIM.
           IF W-VALADIC = ZEROS
              GO TO CALC-ADICFUN-FIM.
           ADD W-VALADIC TO BRUTO
           IF W-TIPOADIC = "P"
              MOVE "PER" TO W-ADTIPO
              MOVE "ADICIONAL PERICULOSIDADE" TO W-ADDESC
           ELSE
              MOVE "INS" TO W-ADTIPO
              MOVE "ADICIONAL INSALUBRIDADE" TO W-ADDESC.
           MOVE "P" TO W-ADNATUR
           MOVE W-VALADIC TO W-ADVALOR
           PERFORM GUARDA-ADIC THRU GUARDA-ADIC-FIM.
       CALC-ADICFUN-FIM.
           EXIT.
      *
      ************************************************
      * PARTE DO EMPREGADO NOS PLANOS E BENEFICIOS   *
      * (ADESOES VIGENTES NO CADBENEF) E AS          *
      * COPARTICIPACOES DA COMPETENCIA (SCP070)      *
      ************************************************
      *
       CALC-BENEF.
           MOVE ZEROS TO W-VALBENEF W-VALCOPAR
           IF W-TEMBEN NOT = "S"
              GO TO CALC-BENEF-FIM.
           ACCEPT W-HOJEDATA FROM DATE YYYYMMDD
           COMPUTE W-COMPHOJE = W-HOJEDATA / 100
           COMPUTE W-DTINIMES = (W-COMPHOJE * 100) + 1
           COMPUTE W-DTFIMMES = (W-COMPHOJE * 100) + 31
           MOVE CODIGO TO BENCODIGO
           MOVE ZEROS TO BENPLANO BENDEPSEQ
           START CADBENEF KEY IS NOT LESS BENCHAVE
           IF ST-BEN NOT = "00"
              GO TO CALC-BENEF-COP.
       CALC-BENEF-RD.
           READ CADBENEF NEXT
           IF ST-BEN NOT = "00"
              GO TO CALC-BENEF-COP.
           IF BENCODIGO NOT = CODIGO
              GO TO CALC-BENEF-COP.
           IF BENINICIO > W-DTFIMMES
              GO TO CALC-BENEF-RD.
           IF BENFIM NOT = ZEROS AND BENFIM < W-DTINIMES
              GO TO CALC-BENEF-RD.
           ADD BENPARTE TO W-VALBENEF
           GO TO CALC-BENEF-RD.
       CALC-BENEF-COP.
           MOVE W-COMPHOJE TO COPCOMPET
           MOVE CODIGO TO COPCODIGO
           MOVE ZEROS TO COPPLANO COPSEQ
           START CADCOPART KEY IS NOT LESS COPCHAVE
           IF ST-COP NOT = "00"
              GO TO CALC-BENEF-DESC.
       CALC-BENEF-RD2.
           READ CADCOPART NEXT
           IF ST-COP NOT = "00"
              GO TO CALC-BENEF-DESC.
           IF COPCOMPET NOT = W-COMPHOJE OR COPCODIGO NOT = CODIGO
              GO TO CALC-BENEF-DESC.
           ADD COPVALOR TO W-VALCOPAR
           GO TO CALC-BENEF-RD2.
      *    O DESCONTO NAO PASSA DO LIQUIDO DISPONIVEL
       CALC-BENEF-DESC.
           IF W-VALBENEF > SALIQ
              MOVE SALIQ TO W-VALBENEF.
           SUBTRACT W-VALBENEF FROM SALIQ
           IF W-VALCOPAR > SALIQ
              MOVE SALIQ TO W-VALCOPAR.
           SUBTRACT W-VALCOPAR FROM SALIQ
           MOVE "BEN" TO W-ADTIPO
           MOVE "PLANOS E BENEFICIOS" TO W-ADDESC
           MOVE "D" TO W-ADNATUR
           MOVE W-VALBENEF TO W-ADVALOR
           PERFORM GUARDA-ADIC THRU GUARDA-ADIC-FIM
           MOVE "COP" TO W-ADTIPO
           MOVE "COPARTICIPACAO PLANO" TO W-ADDESC
           MOVE W-VALCOPAR TO W-ADVALOR
           PERFORM GUARDA-ADIC THRU GUARDA-ADIC-FIM.
       CALC-BENEF-FIM.
           EXIT.
      *
      *    CONTRIBUICOES SINDICAIS (SCP071) SOBRE A REMUNERACAO
      *    BASE DO MES (W-BASEMES DO CALC-ADICFUN) - ASSISTENCIAL
      *    SALVO OPOSICAO, CONFEDERATIVA E, NO MES DO ACORDO, A
      *    ANUAL DE 1 DIA PARA QUEM AUTORIZOU
      *
       CALC-SIND.
           MOVE ZEROS TO W-SINDASS W-SINDCONF W-SINDANU
           CALL "SINDFUNC" USING CODIGO FUNC DEPARTAMENTO
                                 W-SIND W-PCTASS W-PCTCONF
                                 W-MESANU W-OPTANU W-OPOS
           IF W-SIND = ZEROS
              GO TO CALC-SIND-FIM.
           ACCEPT W-HOJEDATA FROM DATE YYYYMMDD
           COMPUTE W-COMPHOJE = W-HOJEDATA / 100
           DIVIDE W-COMPHOJE BY 100 GIVING W-ANOCOMP
                  REMAINDER W-MESCOMP
           IF W-OPOS NOT = "S"
              COMPUTE W-SINDASS ROUNDED = W-BASEMES * W-PCTASS / 100.
           COMPUTE W-SINDCONF ROUNDED = W-BASEMES * W-PCTCONF / 100
           IF W-MESCOMP = W-MESANU AND W-OPTANU = "S"
              COMPUTE W-SINDANU ROUNDED = W-BASEMES / 30.
           IF W-SINDASS > SALIQ
              MOVE SALIQ TO W-SINDASS.
           SUBTRACT W-SINDASS FROM SALIQ
           IF W-SINDCONF > SALIQ
              MOVE SALIQ TO W-SINDCONF.
           SUBTRACT W-SINDCONF FROM SALIQ
           IF W-SINDANU > SALIQ
              MOVE SALIQ TO W-SINDANU.
           SUBTRACT W-SINDANU FROM SALIQ
           MOVE "D" TO W-ADNATUR
           MOVE "SAS" TO W-ADTIPO
           MOVE "CONTRIB. ASSISTENCIAL" TO W-ADDESC
           MOVE W-SINDASS TO W-ADVALOR
           PERFORM GUARDA-ADIC THRU GUARDA-ADIC-FIM
           MOVE "SCF" TO W-ADTIPO
           MOVE "CONTRIB. CONFEDERATIVA" TO W-ADDESC
           MOVE W-SINDCONF TO W-ADVALOR
           PERFORM GUARDA-ADIC THRU GUARDA-ADIC-FIM
           MOVE "SAN" TO W-ADTIPO
           MOVE "CONTRIB. SINDICAL ANUAL" TO W-ADDESC
           MOVE W-SINDANU TO W-ADVALOR
           PERFORM GUARDA-ADIC THRU GUARDA-ADIC-FIM.
       CALC-SIND-FIM.
           EXIT.
      *
      *    DIAS UTEIS (SEG A SAB) E DESCANSOS (DOMINGOS E
      *    FERIADOS) DA COMPETENCIA - DIA DA SEMANA POR
      *    ZELLER COMO NO DIAUTIL (0=SAB 1=DOM)
      *
       CONTA-DSR.
           MOVE ZEROS TO W-DIASUTEIS W-DIASDSR
           COMPUTE W-DSRDATA = (W-COMPHOJE * 100) + 1
           PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM.
       CONTA-DSR-DIA.
           PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
           IF W-DOW = 1
              ADD 1 TO W-DIASDSR
              GO TO CONTA-DSR-PROX.
           IF W-TEMFER = "S"
              MOVE W-DSRDATA TO FERDATA
              READ CADFERIADO
              IF ST-FER = "00"
                 ADD 1 TO W-DIASDSR
                 GO TO CONTA-DSR-PROX.
           ADD 1 TO W-DIASUTEIS.
       CONTA-DSR-PROX.
           IF DSR-DIA < W-ULTDIA
              ADD 1 TO DSR-DIA
              GO TO CONTA-DSR-DIA.
       CONTA-DSR-FIM.
           EXIT.
      *
       DIA-SEMANA.
           MOVE DSR-MES TO W-ZM
           MOVE DSR-ANO TO W-ZA
           IF DSR-MES < 3
              ADD 12 TO W-ZM
              SUBTRACT 1 FROM W-ZA.
           DIVIDE W-ZA BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-ZT1 = 13 * (W-ZM + 1)
           DIVIDE W-ZT1 BY 5 GIVING W-ZT1 REMAINDER W-ZRESTO
           DIVIDE W-ZK BY 4 GIVING W-ZT2 REMAINDER W-ZRESTO
           DIVIDE W-ZJ BY 4 GIVING W-ZT3 REMAINDER W-ZRESTO
           COMPUTE W-ZSOMA = DSR-DIA + W-ZT1 + W-ZK + W-ZT2
              + W-ZT3 + (5 * W-ZJ)
           DIVIDE W-ZSOMA BY 7 GIVING W-ZQUOC REMAINDER W-DOW.
       DIA-SEMANA-FIM.
           EXIT.
      *
       ULTIMO-DIA.
           IF DSR-MES = 1 OR DSR-MES = 3 OR DSR-MES = 5
              OR DSR-MES = 7 OR DSR-MES = 8 OR DSR-MES = 10
              OR DSR-MES = 12
              MOVE 31 TO W-ULTDIA
              GO TO ULTIMO-DIA-FIM.
           IF DSR-MES NOT = 2
              MOVE 30 TO W-ULTDIA
              GO TO ULTIMO-DIA-FIM.
           MOVE 28 TO W-ULTDIA
           DIVIDE DSR-ANO BY 4 GIVING W-ZQUOC REMAINDER W-RESTO4
           DIVIDE DSR-ANO BY 100 GIVING W-ZQUOC REMAINDER W-RESTO100
           DIVIDE DSR-ANO BY 400 GIVING W-ZQUOC REMAINDER W-RESTO400
           IF W-RESTO4 = ZEROS
              IF W-RESTO100 NOT = ZEROS OR W-RESTO400 = ZEROS
                 MOVE 29 TO W-ULTDIA.
       ULTIMO-DIA-FIM.
           EXIT.
      *
      *    GUARDA UMA LINHA DE ADICIONAL PARA O HOLERITE
      *
       GUARDA-ADIC.
           IF W-ADVALOR = ZEROS OR W-QTDADIC NOT < 20
              GO TO GUARDA-ADIC-FIM.
           ADD 1 TO W-QTDADIC
           MOVE W-ADTIPO TO TA-TIPO(W-QTDADIC)
           MOVE W-ADDESC TO TA-DESC(W-QTDADIC)
           MOVE W-ADNATUR TO TA-NATUR(W-QTDADIC)
           MOVE W-ADVALOR TO TA-VALOR(W-QTDADIC).
       GUARDA-ADIC-FIM.
           EXIT.
      *
      *    GRAVA OS ADICIONAIS DA COMPETENCIA NO CADFPADIC -
      *    CHAMADO SO DEPOIS QUE O REGISTRO DO FUNCIONARIO
      *    FOI GRAVADO. O CALCULO ANTERIOR DO MES E REFEITO
      *
       GRAVA-ADIC.
           IF W-TEMADIC NOT = "S"
              GO TO GRAVA-ADIC-FIM.
           MOVE W-COMPHOJE TO ADCOMPET
           MOVE CODIGO TO ADCODIGO
           MOVE SPACES TO ADTIPO
           START CADFPADIC KEY IS NOT LESS ADCHAVE
           IF ST-ADC NOT = "00"
              GO TO GRAVA-ADIC-NOVO.
       GRAVA-ADIC-DEL.
           READ CADFPADIC NEXT
           IF ST-ADC NOT = "00"
              GO TO GRAVA-ADIC-NOVO.
           IF ADCOMPET NOT = W-COMPHOJE OR ADCODIGO NOT = CODIGO
              GO TO GRAVA-ADIC-NOVO.
           DELETE CADFPADIC RECORD
           GO TO GRAVA-ADIC-DEL.
       GRAVA-ADIC-NOVO.
           MOVE 1 TO W-IDXA.
       GRAVA-ADIC-WR.
           IF W-IDXA > W-QTDADIC
              GO TO GRAVA-ADIC-FIM.
           MOVE W-COMPHOJE TO ADCOMPET
           MOVE CODIGO TO ADCODIGO
           MOVE TA-TIPO(W-IDXA) TO ADTIPO
           MOVE TA-DESC(W-IDXA) TO ADDESC
           MOVE TA-NATUR(W-IDXA) TO ADNATUR
           MOVE TA-VALOR(W-IDXA) TO ADVALOR
           WRITE REGFPADIC
           ADD 1 TO W-IDXA
           GO TO GRAVA-ADIC-WR.
       GRAVA-ADIC-FIM.
           EXIT.
      *
      ************************************************
      * BANCO DE HORAS: OPTANTE E CREDITO DO MES     *
      * 50% CREDITA 1,5H E 100% CREDITA 2H POR HORA  *
      * HORAS DEVIDAS AO TURNO (HORASDEB) DEBITAM    *
      * O SALDO - O QUE FALTAR E DESCONTADO          *
      * SO CREDITA UMA VEZ POR COMPETENCIA           *
      ************************************************
      *
      *
       CREDITA-BANCOH.
           IF HORASEX50 = ZEROS AND HORASEX100 = ZEROS
                                AND HORASDEB = ZEROS
              GO TO CREDITA-BANCOH-FIM.
      *    COMPETENCIA JA LANCADA: O DEBITO JA SAIU DO SALDO, SO
      *    DESCONTA SE O SALDO FICOU ZERADO
           IF BHULTCOMP = W-COMPHOJE AND BHSALDO > ZEROS
              MOVE ZEROS TO W-PONHDEB.
           IF BHULTCOMP = W-COMPHOJE
              GO TO CREDITA-BANCOH-FIM.
      *    SO CALCULA AQUI - O CREDITO NO SALDO SAI NA GRAVACAO
      *    CONFIRMADA DO FUNCIONARIO (GRAVA-BANCOH)
           COMPUTE W-CREDITOBH ROUNDED =
              (HORASEX50 * 1,5) + (HORASEX100 * 2)
      *    HORAS DEVIDAS AO TURNO SAEM DO SALDO, O RESTO E DESCONTADO
           COMPUTE W-DISPBH = BHSALDO + W-CREDITOBH
           IF HORASDEB > W-DISPBH
              MOVE W-DISPBH TO W-DEBITOBH
           ELSE
              MOVE HORASDEB TO W-DEBITOBH.
           COMPUTE W-PONHDEB = HORASDEB - W-DEBITOBH
           MOVE CODIGO TO W-BHQCOD.
       CREDITA-BANCOH-FIM.
           EXIT.
      *    DEPOIS QUE O REGISTRO DO FUNCIONARIO FOI GRAVADO
      *
       GRAVA-BANCOH.
           IF W-CREDITOBH = ZEROS AND W-DEBITOBH = ZEROS
              GO TO GRAVA-BANCOH-FIM.
           MOVE W-BHQCOD TO BHCODIGO
           READ CADBHORAS
           IF BHULTCOMP = W-COMPHOJE
              GO TO GRAVA-BANCOH-FIM.
           ADD W-CREDITOBH TO BHSALDO
           IF W-DEBITOBH > BHSALDO
              MOVE BHSALDO TO W-DEBITOBH.
           SUBTRACT W-DEBITOBH FROM BHSALDO
           ACCEPT BHULTCRED FROM DATE YYYYMMDD
           MOVE W-COMPHOJE TO BHULTCOMP
           REWRITE REGBHORAS
           MOVE ZEROS TO W-CREDITOBH W-DEBITOBH.
       GRAVA-BANCOH-FIM.
           EXIT.
      *
       CALC-EVEN-FIM.
           EXIT.

      *
      *    CPF, NASCIMENTO, AGENCIA E CONTA DO FUNCIONARIO JA
      *    CADASTRADO SO APARECEM INTEIROS PARA QUEM TEM A OPCAO 213
      *    (DADVER); DO NASCIMENTO (AAAAMMDD) SO FICA O ANO
      *
       MASCARA-TELA.
           IF W-MASCARA NOT = "S" OR W-VERDAD = "S"
              GO TO MASCARA-TELA-FIM.
           MOVE CPF TO W-CPFMASC
           MOVE "***" TO W-CPFMASC(1:3)
           MOVE "**" TO W-CPFMASC(10:2)
           DISPLAY (02, 25) W-CPFMASC
           DISPLAY (06, 66) "****"
           DISPLAY (21, 22) "*****"
           DISPLAY (21, 36) "**********".
       MASCARA-TELA-FIM.
           EXIT.

      *
      **************************************************
      * TRILHA DE AUDITORIA CAMPO A CAMPO (ALTERACAO)  *
              PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM.
       COMPARA-AUD-FIM.
           EXIT.
      *
      *
      **************************************************
      * SALARIO E CONTA BANCARIA SO MUDAM COM APROVACAO *
      * DE OUTRO OPERADOR (SCP076) - A ALTERACAO FICA   *
      * PENDENTE NO CADALTPEN E O CADASTRO CONTINUA COM *
      * OS VALORES EM VIGOR ATE A APROVACAO             *
      **************************************************
      *
       RETEM-ALT.
           MOVE "N" TO W-RETEVE
           IF W-TEMALP NOT = "S"
              IF SALARIOBASE NOT = A-SALARIOBASE OR BANCO NOT = A-BANCO
                 OR AGENCIA NOT = A-AGENCIA OR CONTA NOT = A-CONTA
                 MOVE "* SEM CADALTPEN - SALARIO/CONTA NAO ALTERADOS *"
                                                TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE A-SALARIOBASE TO SALARIOBASE
                 MOVE "X" TO W-RETEVE
                 GO TO RETEM-ALT-VOLTA.
           IF SALARIOBASE = A-SALARIOBASE
              GO TO RETEM-ALT-BCO.
           MOVE "S" TO W-RETEVE W-ALPTIPO
           PERFORM ACHA-PENDENTE THRU ACHA-PENDENTE-FIM
           IF W-TEMPEND = "S"
              MOVE "* JA HA SALARIO PENDENTE - NAO ALTERADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE A-SALARIOBASE TO SALARIOBASE
              GO TO RETEM-ALT-BCO.
           PERFORM MONTA-PENDENTE THRU MONTA-PENDENTE-FIM
           MOVE SALARIOBASE TO ALPSALNOVO
           PERFORM GRAVA-PENDENTE THRU GRAVA-PENDENTE-FIM
           MOVE "SOL-SALARIO" TO AUD-CAMPO
           MOVE A-SALARIOBASE TO AUD-ANT
           MOVE SALARIOBASE TO AUD-NOVO
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           MOVE A-SALARIOBASE TO SALARIOBASE.
       RETEM-ALT-BCO.
           IF BANCO = A-BANCO AND AGENCIA = A-AGENCIA
                              AND CONTA = A-CONTA
              GO TO RETEM-ALT-CALC.
           MOVE "S" TO W-RETEVE
           MOVE "B" TO W-ALPTIPO
           PERFORM ACHA-PENDENTE THRU ACHA-PENDENTE-FIM
           IF W-TEMPEND = "S"
              MOVE "* JA HA CONTA PENDENTE - NAO ALTERADA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RETEM-ALT-VOLTA.
           PERFORM MONTA-PENDENTE THRU MONTA-PENDENTE-FIM
           MOVE BANCO TO ALPBCONOVO
           MOVE AGENCIA TO ALPAGENOVO
           MOVE CONTA TO ALPCTANOVO
           PERFORM GRAVA-PENDENTE THRU GRAVA-PENDENTE-FIM
           MOVE "SOL-CONTA" TO AUD-CAMPO
           MOVE A-BANCO TO W-CTABCO
           MOVE A-AGENCIA TO W-CTAAGE
           MOVE A-CONTA TO W-CTANUM
           MOVE W-CTAAUD TO AUD-ANT
           MOVE BANCO TO W-CTABCO
           MOVE AGENCIA TO W-CTAAGE
           MOVE CONTA TO W-CTANUM
           MOVE W-CTAAUD TO AUD-NOVO
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM.
       RETEM-ALT-VOLTA.
           MOVE A-BANCO TO BANCO
           MOVE A-AGENCIA TO AGENCIA
           MOVE A-CONTA TO CONTA.
      *    A FOLHA CONTINUA CALCULADA COM O SALARIO EM VIGOR
       RETEM-ALT-CALC.
           IF W-RETEVE = "N"
              GO TO RETEM-ALT-FIM.
           PERFORM CALC-FOLHA1 THRU CALC-FOLHA1-FIM
           PERFORM CALC-FOLHA2 THRU CALC-FOLHA2-FIM
           IF W-RETEVE = "X"
              GO TO RETEM-ALT-FIM.
           MOVE "* SALARIO/CONTA AGUARDAM APROVACAO (SCP076) *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       RETEM-ALT-FIM.
           EXIT.
      *
      *    HA PEDIDO PENDENTE DO MESMO TIPO? E A PROXIMA SEQUENCIA
      *
       ACHA-PENDENTE.
           MOVE "N" TO W-TEMPEND
           MOVE 1 TO W-ALPSEQ
           IF W-TEMALP NOT = "S"
              GO TO ACHA-PENDENTE-FIM.
           MOVE CODIGO TO ALPCODIGO
           MOVE ZEROS TO ALPSEQ
           START CADALTPEN KEY IS NOT LESS ALPCHAVE
           IF ST-ALP NOT = "00"
              GO TO ACHA-PENDENTE-FIM.
       ACHA-PENDENTE-RD.
           READ CADALTPEN NEXT
           IF ST-ALP NOT = "00" OR ALPCODIGO NOT = CODIGO
              GO TO ACHA-PENDENTE-FIM.
           ADD 1 TO ALPSEQ GIVING W-ALPSEQ
           IF ALPTIPO = W-ALPTIPO AND ALPSTATUS = "P"
              MOVE "S" TO W-TEMPEND.
           GO TO ACHA-PENDENTE-RD.
       ACHA-PENDENTE-FIM.
           EXIT.
      *
       MONTA-PENDENTE.
           MOVE CODIGO TO ALPCODIGO
           MOVE W-ALPSEQ TO ALPSEQ
           MOVE W-ALPTIPO TO ALPTIPO
           MOVE "P" TO ALPSTATUS
           MOVE A-SALARIOBASE TO ALPSALANT ALPSALNOVO
           MOVE A-BANCO TO ALPBCOANT ALPBCONOVO
           MOVE A-AGENCIA TO ALPAGEANT ALPAGENOVO
           MOVE A-CONTA TO ALPCTAANT ALPCTANOVO
           MOVE W-OPERAUD TO ALPOPERSOL
           ACCEPT ALPDATASOL FROM DATE YYYYMMDD
           ACCEPT W-HORAAUD-EQ FROM TIME
           MOVE W-HORAAUD TO ALPHORASOL
           MOVE ZEROS TO ALPOPERAPR ALPDATAAPR ALPHORAAPR.
       MONTA-PENDENTE-FIM.
           EXIT.
      *
       GRAVA-PENDENTE.
           WRITE REGALTPEN
           IF ST-ALP NOT = "00" AND ST-ALP NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADALTPEN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-PENDENTE-FIM.
           EXIT.
      *
       GRAVA-AUDIT.
           MOVE "CADFOLHA" TO AUD-ARQ
