       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRODIF.
      *******************************
      * PROGRAMA PARA DIFERENCAS SALARIAIS RETROATIVAS (DISSIDIO   *
      * FECHADO DEPOIS DA DATA-BASE). RECALCULA CADA MES FECHADO   *
      * NO CADFPMES, DA COMPETENCIA DE VIGENCIA ATE A ANTERIOR A   *
      * ATUAL, COM A BASE NOVA (PERCENTUAL OU LOTE DO DISSIDIO NO  *
      * CADHISSAL): SALARIO, HORAS EXTRAS (CADPONTO), ADICIONAIS   *
      * PROPORCIONAIS A BASE (CADFPADIC), INSS E IRRF. A DIFERENCA *
      * VAI PARA A COMPETENCIA ATUAL COMO EVENTO DA FOLHA -        *
      * RUBRETRO (PROVENTO SEM INSS E SEM IRPF), RUBRETINS E       *
      * RUBRETIR (DESCONTOS DO INSS E DO IRRF DOS MESES) - E O     *
      * DEMONSTRATIVO POR FUNCIONARIO SAI EM RETROREL.TXT          *
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
       SELECT CADPONTO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS PONCHAVE
                       FILE STATUS  IS ST-PON.
      *
       SELECT CADBHORAS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS BHCODIGO
                       FILE STATUS IS ST-BHO.
      *
       SELECT CADFPADIC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ADCHAVE
                       FILE STATUS IS ST-ADC.
      *
       SELECT CADHISSAL ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-HIS.
      *
       SELECT CADFXINSS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS NUMFAIXA
                       FILE STATUS  IS ST-ERRO.
      *
       SELECT CADFXIRPF ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS NUMFAIXR
                       FILE STATUS  IS ST-ERRO.
      *
       SELECT CADEVEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EVECHAVE
                       FILE STATUS IS ST-EVE.
      *
       SELECT CADRUBR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RUBCODIGO
                       FILE STATUS IS ST-RUB.
      *
       SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-PAR.
      *
       SELECT CADRETRO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RETCHAVE
                       FILE STATUS IS ST-RET.
      *
       SELECT RETROIMP ASSIGN TO DISK
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
       FD CADPONTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPONTO.DAT".
       01 REGPONTO.
           03 PONCHAVE.
               05 PONCOMPET     PIC 9(06).
               05 PONCODIGO     PIC 9(06).
           03 HORASNORM         PIC 9(03).
           03 HORASEX50         PIC 9(03).
           03 HORASEX100        PIC 9(03).
           03 DIASFALTA         PIC 9(02).
           03 HORASNOT          PIC 9(03).
           03 HORASDEB          PIC 9(03).
      *
       FD CADBHORAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADBHORAS.DAT".
       01 REGBHORAS.
           03 BHCODIGO          PIC 9(06).
           03 BHOPTANTE         PIC X(01).
           03 BHSALDO           PIC 9(05)V99.
           03 BHULTCRED         PIC 9(08).
           03 BHULTCOMP         PIC 9(06).
      *
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
      *
       FD CADHISSAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADHISSAL.TXT".
       01 REGHISSAL.
           03 HCODIGO           PIC 9(06).
           03 HSALANT           PIC 9(06)V99.
           03 HSALNOVO          PIC 9(06)V99.
           03 HDATA             PIC 9(08).
      *
       FD CADFXINSS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFXINSS.DAT".
       01 REGFXINSS.
           03 NUMFAIXA          PIC 9(01).
           03 VALORDEI          PIC 9(09)V99.
           03 VALORATEI         PIC 9(09)V99.
           03 ALIQUOTAI         PIC 9(02)V99.
      *
       FD CADFXIRPF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFXIRPF.DAT".
       01 REGFXIRPF.
           03 NUMFAIXR          PIC 9(01).
           03 VALORDER          PIC 9(09)V99.
           03 VALORATER         PIC 9(09)V99.
           03 ALIQUOTAR         PIC 9(02)V99.
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
       FD CADRUBR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRUBR.DAT".
       01 REGRUBR.
           03 RUBCODIGO         PIC 9(03).
           03 RUBDESC           PIC X(30).
           03 RUBTIPO           PIC X(01).
           03 RUBINSS           PIC X(01).
           03 RUBIRPF           PIC X(01).
      *
       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.
      *
       FD CADRETRO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRETRO.DAT".
       01 REGRETRO.
           03 RETCHAVE.
               05 RETCOMPPAG    PIC 9(06).
               05 RETCODIGO     PIC 9(06).
               05 RETCOMPREF    PIC 9(06).
           03 RETBASEANT        PIC 9(06)V99.
           03 RETBASENOVA       PIC 9(06)V99.
           03 RETDIFSAL         PIC 9(06)V99.
           03 RETDIFEXTRA       PIC 9(06)V99.
           03 RETDIFADIC        PIC 9(06)V99.
           03 RETDIFBRUTO       PIC 9(06)V99.
           03 RETDIFINSS        PIC 9(06)V99.
           03 RETDIFIRRF        PIC 9(06)V99.
      *
       FD RETROIMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RETROREL.TXT".
       01 REGIMP             PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 ST-PON         PIC X(02) VALUE "00".
       01 ST-BHO         PIC X(02) VALUE "00".
       01 ST-ADC         PIC X(02) VALUE "00".
       01 ST-HIS         PIC X(02) VALUE "00".
       01 ST-EVE         PIC X(02) VALUE "00".
       01 ST-RUB         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-RET         PIC X(02) VALUE "00".
       01 W-TEMPON       PIC X(01) VALUE "N".
       01 W-TEMBHO       PIC X(01) VALUE "N".
       01 W-TEMADC       PIC X(01) VALUE "N".
       01 W-SEL          PIC 9(01) VALUE ZEROS.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-RUBRETRO     PIC 9(03) VALUE ZEROS.
       01 W-RUBRETINS    PIC 9(03) VALUE ZEROS.
       01 W-RUBRETIR     PIC 9(03) VALUE ZEROS.
       01 W-IDXF         PIC 9(01) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPPAG      PIC 9(06) VALUE ZEROS.
       01 W-COMPINI      PIC 9(06) VALUE ZEROS.
       01 W-COMPINI-G REDEFINES W-COMPINI.
           03 ANO-COMPINI  PIC 9(04).
           03 MES-COMPINI  PIC 9(02).
       01 W-MESCOR       PIC 9(06) VALUE ZEROS.
       01 W-MESCOR-G REDEFINES W-MESCOR.
           03 ANO-MESCOR   PIC 9(04).
           03 MES-MESCOR   PIC 9(02).
      *    P=PERCENTUAL  L=LOTE DO DISSIDIO (CADHISSAL)
       01 W-MODO         PIC X(01) VALUE SPACES.
       01 W-PCT          PIC 9(03)V99 VALUE ZEROS.
       01 W-DATALOTE     PIC 9(08) VALUE ZEROS.
       01 W-FILDEPTO     PIC 9(02) VALUE ZEROS.
       01 W-FATOR        PIC 9(03)V9(06) VALUE ZEROS.
       01 W-QTDLOTE      PIC 9(04) VALUE ZEROS.
       01 W-IDXL         PIC 9(04) VALUE ZEROS.
       01 TAB-LOTE.
           03 TL-ITEM OCCURS 999 TIMES.
               05 TL-CODIGO    PIC 9(06).
               05 TL-SALANT    PIC 9(06)V99.
               05 TL-SALNOVO   PIC 9(06)V99.
       01 TAB-FXINSS.
           03 FXI-ITEM OCCURS 3 TIMES.
               05 FXI-ATE      PIC 9(09)V99.
               05 FXI-ALIQ     PIC 9(02)V99.
       01 TAB-FXIRPF.
           03 FXR-ITEM OCCURS 3 TIMES.
               05 FXR-ATE      PIC 9(09)V99.
               05 FXR-ALIQ     PIC 9(02)V99.
      *    CALCULO DO MES
       01 W-BASEANT      PIC 9(06)V99 VALUE ZEROS.
       01 W-BASENOVA     PIC 9(06)V99 VALUE ZEROS.
       01 W-BASECALC     PIC 9(06)V99 VALUE ZEROS.
       01 W-SALCALC      PIC 9(09)V99 VALUE ZEROS.
       01 W-EXTCALC      PIC 9(09)V99 VALUE ZEROS.
       01 W-SALANT       PIC 9(09)V99 VALUE ZEROS.
       01 W-EXTANT       PIC 9(09)V99 VALUE ZEROS.
       01 W-VALORHORA    PIC 9(06)V9(04) VALUE ZEROS.
       01 W-ADICPROP     PIC S9(09)V99 VALUE ZEROS.
       01 W-DIFSAL       PIC S9(09)V99 VALUE ZEROS.
       01 W-DIFEXTRA     PIC S9(09)V99 VALUE ZEROS.
       01 W-DIFADIC      PIC S9(09)V99 VALUE ZEROS.
       01 W-DIFBRUTO     PIC S9(09)V99 VALUE ZEROS.
       01 W-DIFINSS      PIC S9(09)V99 VALUE ZEROS.
       01 W-DIFIRRF      PIC S9(09)V99 VALUE ZEROS.
       01 W-BRUTOCALC    PIC 9(09)V99 VALUE ZEROS.
       01 W-INSSCALC     PIC 9(09)V99 VALUE ZEROS.
       01 W-IRRFCALC     PIC 9(09)V99 VALUE ZEROS.
       01 W-INSSANT      PIC 9(09)V99 VALUE ZEROS.
       01 W-IRRFANT      PIC 9(09)V99 VALUE ZEROS.
       01 W-DEDDEP       PIC 9(07)V99 VALUE ZEROS.
       01 CONTROLE       PIC S9(09)V99 VALUE ZEROS.
       01 X              PIC 9(03) VALUE ZEROS.
       01 Y              PIC 9(02)V99 VALUE ZEROS.
       01 Z              PIC 9(02)V99 VALUE ZEROS.
      *    TOTAIS DO FUNCIONARIO E GERAIS
       01 W-QTDMESES     PIC 9(03) VALUE ZEROS.
       01 W-FUNBRUTO     PIC 9(07)V99 VALUE ZEROS.
       01 W-FUNINSS      PIC 9(07)V99 VALUE ZEROS.
       01 W-FUNIRRF      PIC 9(07)V99 VALUE ZEROS.
       01 W-QTDFUNC      PIC 9(04) VALUE ZEROS.
       01 W-TOTBRUTO     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTINSS      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTIRRF      PIC 9(09)V99 VALUE ZEROS.
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 IMP-TRACO.
           03 FILLER    PIC X(78) VALUE ALL "-".

       01 IMP-CAB1.
           03 FILLER    PIC X(31)
              VALUE "DIFERENCAS RETROATIVAS - PAGTO ".
           03 IMPCOMPPAG PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(11) VALUE "  VIGENCIA ".
           03 IMPCOMPINI PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE "  MODO: ".
           03 IMPMODO   PIC X(01) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPREF    PIC X(10) VALUE SPACES.

       01 IMP-CAB2.
           03 FILLER    PIC X(40)
              VALUE "COMPET  BASE ANT BASE NOVA  DIF.SALAR ".
           03 FILLER    PIC X(38)
              VALUE "DIF.EXTRA  DIF.ADIC  DIF.INSS  DIF.IR".

       01 IMP-FUNC.
           03 FILLER    PIC X(06) VALUE "FUNC: ".
           03 IMPCOD    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPNOME   PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(07) VALUE " DEPTO ".
           03 IMPDEPTO  PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(07) VALUE "  TIPO ".
           03 IMPTIPO   PIC X(01) VALUE SPACES.

       01 IMP-DET.
           03 IMPCOMPREF PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPBASEANT PIC ZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPBASENOV PIC ZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPDIFSAL PIC ZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPDIFEXT PIC ZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPDIFADI PIC ZZ.ZZ9,99- VALUE ZEROS.
           03 IMPDIFINS PIC ZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPDIFIR  PIC ZZ.ZZ9,99 VALUE ZEROS.

       01 IMP-SUBTOT.
           03 FILLER    PIC X(14) VALUE "  TOTAL BRUTO ".
           03 IMPSBRUTO PIC ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(07) VALUE "  INSS ".
           03 IMPSINSS  PIC ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(07) VALUE "  IRRF ".
           03 IMPSIRRF  PIC ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(10) VALUE "  LIQUIDO ".
           03 IMPSLIQ   PIC ZZZ.ZZ9,99 VALUE ZEROS.

       01 IMP-TOT.
           03 FILLER    PIC X(14) VALUE "FUNCIONARIOS: ".
           03 IMPTQTD   PIC ZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE "  BRUTO ".
           03 IMPTBRUTO PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(07) VALUE "  INSS ".
           03 IMPTINSS  PIC ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(05) VALUE "  IR ".
           03 IMPTIRRF  PIC ZZZ.ZZ9,99 VALUE ZEROS.

       SCREEN SECTION.

       01  TELARETRO.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   DIFERENCA".
           05  LINE 02  COLUMN 42
               VALUE  "S SALARIAIS RETROATIVAS  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN INPUT CADFOLHA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADFOLHA"  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADFPMES
           IF ST-ERRO2 NOT = "00"
              MOVE "SEM FECHAMENTOS - RODE O FECHAFP ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFOLHA
              GO TO ROT-FIM2.

       INC-OP2.
           MOVE "N" TO W-TEMPON W-TEMBHO W-TEMADC
           OPEN INPUT CADPONTO
           IF ST-PON = "00"
              MOVE "S" TO W-TEMPON.
           OPEN INPUT CADBHORAS
           IF ST-BHO = "00"
              MOVE "S" TO W-TEMBHO.
           OPEN INPUT CADFPADIC
           IF ST-ADC = "00"
              MOVE "S" TO W-TEMADC.
           OPEN I-O CADEVEN
           IF ST-EVE = "30"
              OPEN OUTPUT CADEVEN
              CLOSE CADEVEN
              OPEN I-O CADEVEN.
           OPEN I-O CADRETRO
           IF ST-RET = "30"
              OPEN OUTPUT CADRETRO
              CLOSE CADRETRO
              OPEN I-O CADRETRO.
           OPEN INPUT CADRUBR
           IF ST-RUB = "30"
              OPEN OUTPUT CADRUBR
              CLOSE CADRUBR
              OPEN INPUT CADRUBR.

       INC-OP3.
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
              GO TO INICIALIZAR-FAIXAS.
           MOVE "RUBRETRO" TO PARCODIGO
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE PARVALOR TO W-RUBRETRO.
           MOVE "RUBRETIN" TO PARCODIGO
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE PARVALOR TO W-RUBRETINS.
           MOVE "RUBRETIR" TO PARCODIGO
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE PARVALOR TO W-RUBRETIR.
           CLOSE CADPARAM.

       INICIALIZAR-FAIXAS.
           MOVE 2500,00 TO FXI-ATE(1)
           MOVE 8,00 TO FXI-ALIQ(1)
           MOVE 6300,00 TO FXI-ATE(2)
           MOVE 9,00 TO FXI-ALIQ(2)
           MOVE 999999999,99 TO FXI-ATE(3)
           MOVE 10,00 TO FXI-ALIQ(3)
           MOVE 5000,00 TO FXR-ATE(1)
           MOVE 0,00 TO FXR-ALIQ(1)
           MOVE 12000,00 TO FXR-ATE(2)
           MOVE 5,00 TO FXR-ALIQ(2)
           MOVE 999999999,99 TO FXR-ATE(3)
           MOVE 10,00 TO FXR-ALIQ(3).

       RD0.
           OPEN INPUT CADFXINSS.
           IF ST-ERRO NOT = "00"
              GO TO RE0.
           MOVE 1 TO W-IDXF.
       RD1-LOOP.
           READ CADFXINSS NEXT
           IF ST-ERRO = "10"
              GO TO RD1-FIM.
           MOVE VALORATEI TO FXI-ATE(W-IDXF)
           MOVE ALIQUOTAI TO FXI-ALIQ(W-IDXF)
           ADD 1 TO W-IDXF
           IF W-IDXF < 4
              GO TO RD1-LOOP.
       RD1-FIM.
           CLOSE CADFXINSS.

       RE0.
           OPEN INPUT CADFXIRPF.
           IF ST-ERRO NOT = "00"
              GO TO INC-001.
           MOVE 1 TO W-IDXF.
       RE1-LOOP.
           READ CADFXIRPF NEXT
           IF ST-ERRO = "10"
              GO TO RE1-FIM.
           MOVE VALORATER TO FXR-ATE(W-IDXF)
           MOVE ALIQUOTAR TO FXR-ALIQ(W-IDXF)
           ADD 1 TO W-IDXF
           IF W-IDXF < 4
              GO TO RE1-LOOP.
       RE1-FIM.
           CLOSE CADFXIRPF.

       INC-001.
           DISPLAY  TELARETRO.
           IF W-RUBRETRO = ZEROS OR W-RUBRETINS = ZEROS
                                 OR W-RUBRETIR = ZEROS
              MOVE "* PARAM. RUBRETRO/RUBRETIN/RUBRETIR - SCP021 *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-RUBRETRO TO RUBCODIGO
           READ CADRUBR
           IF ST-RUB NOT = "00" OR RUBTIPO NOT = "P"
                                OR RUBINSS = "S" OR RUBIRPF = "S"
              MOVE "* RUBRETRO: PROVENTO SEM INSS E SEM IRPF *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-RUBRETINS TO RUBCODIGO
           READ CADRUBR
           IF ST-RUB NOT = "00" OR RUBTIPO NOT = "D"
              MOVE "* RUBRETIN DEVE SER RUBRICA DE DESCONTO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-RUBRETIR TO RUBCODIGO
           READ CADRUBR
           IF ST-RUB NOT = "00" OR RUBTIPO NOT = "D"
              MOVE "* RUBRETIR DEVE SER RUBRICA DE DESCONTO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DIVIDE W-HOJE BY 100 GIVING W-COMPPAG
           DISPLAY (04, 01) "COMPETENCIA DO PAGAMENTO: "
           DISPLAY (04, 27) W-COMPPAG.

       R0.
           DISPLAY (06, 01) "COMPETENCIA DE VIGENCIA (AAAAMM 0=SAIR): ".
           ACCEPT  (06, 43) W-COMPINI.
           IF W-COMPINI = ZEROS
              GO TO ROT-FIM.
           IF MES-COMPINI = ZEROS OR MES-COMPINI > 12
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           IF W-COMPINI NOT < W-COMPPAG
              MOVE "* VIGENCIA DEVE SER ANTERIOR A COMPETENCIA ATUAL *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.

       R1.
           DISPLAY (08, 01) "BASE (P=PERCENTUAL  L=LOTE DO DISSIDIO): ".
           ACCEPT  (08, 43) W-MODO.
           IF W-MODO NOT = "P" AND W-MODO NOT = "L"
              MOVE "* DIGITE APENAS P OU L *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-MODO = "L"
              GO TO R3.

       R2.
           DISPLAY (10, 01) "PERCENTUAL DO REAJUSTE: ".
           ACCEPT  (10, 25) W-PCT.
           IF W-PCT = ZEROS
              MOVE "*** PERCENTUAL NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           COMPUTE W-FATOR ROUNDED = 1 + (W-PCT / 100)
           DISPLAY (11, 01) "DEPARTAMENTO (00 = TODOS): ".
           ACCEPT  (11, 29) W-FILDEPTO.
           GO TO R4.

       R3.
           DISPLAY (10, 01) "DATA DO LOTE NO DISSIDIO (AAAAMMDD): ".
           ACCEPT  (10, 38) W-DATALOTE.
           IF W-DATALOTE = ZEROS
              GO TO R1.
           PERFORM CARREGA-LOTE THRU CARREGA-LOTE-FIM
           IF W-QTDLOTE = ZEROS
              MOVE "*** NENHUM REAJUSTE NESSA DATA (CADHISSAL) ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY (11, 01) "FUNCIONARIOS NO LOTE: "
           DISPLAY (11, 23) W-QTDLOTE.

       R4.
           MOVE "S" TO W-OPCAO
           DISPLAY (13, 01) "CONFIRMA O CALCULO E O LANCAMENTO (S/N): ".
           ACCEPT  (13, 43) W-OPCAO WITH UPDATE.
           IF W-OPCAO = "N" OR W-OPCAO = "n"
              DISPLAY TELARETRO
              DISPLAY (04, 01) "COMPETENCIA DO PAGAMENTO: "
              DISPLAY (04, 27) W-COMPPAG
              GO TO R0.
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              GO TO R4.
           PERFORM LIMPA-ANT THRU LIMPA-ANT-FIM.

      *
      ************************************************
      * RECALCULO DOS MESES FECHADOS POR FUNCIONARIO *
      ************************************************
      *
       CALC-INI.
           OPEN OUTPUT RETROIMP
           MOVE W-COMPPAG TO IMPCOMPPAG
           MOVE W-COMPINI TO IMPCOMPINI
           MOVE W-MODO TO IMPMODO
           IF W-MODO = "P"
              MOVE W-PCT TO IMPREF
           ELSE
              MOVE W-DATALOTE TO IMPREF.
           WRITE REGIMP FROM IMP-CAB1
           WRITE REGIMP FROM IMP-TRACO
           WRITE REGIMP FROM IMP-CAB2
           WRITE REGIMP FROM IMP-TRACO
           MOVE ZEROS TO W-QTDFUNC W-TOTBRUTO W-TOTINSS W-TOTIRRF
           MOVE ZEROS TO CODIGO
           START CADFOLHA KEY IS NOT LESS CODIGO
           IF ST-ERRO NOT = "00"
              GO TO CALC-FIM.
       CALC-RD.
           READ CADFOLHA NEXT
           IF ST-ERRO NOT = "00"
              GO TO CALC-FIM.
           IF STATUSFUNC NOT = "A"
              GO TO CALC-RD.
           IF W-MODO = "P"
              IF W-FILDEPTO > ZEROS AND DEPARTAMENTO NOT = W-FILDEPTO
                 GO TO CALC-RD.
           IF W-MODO = "L"
              PERFORM BUSCA-LOTE THRU BUSCA-LOTE-FIM
              IF W-FATOR NOT > 1
                 GO TO CALC-RD.
           MOVE ZEROS TO W-QTDMESES W-FUNBRUTO W-FUNINSS W-FUNIRRF
           MOVE W-COMPINI TO W-MESCOR.
       CALC-MES.
           IF W-MESCOR NOT < W-COMPPAG
              GO TO CALC-FUNC-FIM.
           MOVE W-MESCOR TO FPCOMPET
           MOVE CODIGO TO FPCODIGO
           READ CADFPMES
           IF ST-ERRO2 = "00"
              PERFORM CALC-RETRO THRU CALC-RETRO-FIM.
           IF MES-MESCOR = 12
              ADD 1 TO ANO-MESCOR
              MOVE 01 TO MES-MESCOR
           ELSE
              ADD 1 TO MES-MESCOR.
           GO TO CALC-MES.
       CALC-FUNC-FIM.
           IF W-QTDMESES = ZEROS
              GO TO CALC-RD.
           PERFORM GRAVA-EVEN THRU GRAVA-EVEN-FIM
           MOVE W-FUNBRUTO TO IMPSBRUTO
           MOVE W-FUNINSS TO IMPSINSS
           MOVE W-FUNIRRF TO IMPSIRRF
           COMPUTE IMPSLIQ = W-FUNBRUTO - W-FUNINSS - W-FUNIRRF
           WRITE REGIMP FROM IMP-SUBTOT
           WRITE REGIMP FROM IMP-TRACO
           ADD 1 TO W-QTDFUNC
           ADD W-FUNBRUTO TO W-TOTBRUTO
           ADD W-FUNINSS TO W-TOTINSS
           ADD W-FUNIRRF TO W-TOTIRRF
           GO TO CALC-RD.
       CALC-FIM.
           MOVE W-QTDFUNC TO IMPTQTD
           MOVE W-TOTBRUTO TO IMPTBRUTO
           MOVE W-TOTINSS TO IMPTINSS
           MOVE W-TOTIRRF TO IMPTIRRF
           WRITE REGIMP FROM IMP-TOT
           CLOSE RETROIMP
           MOVE "RETRODIF" TO W-SPPROG
           MOVE "RETROREL.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (15, 01) "FUNCIONARIOS: "
           DISPLAY (15, 15) W-QTDFUNC
           DISPLAY (16, 01) "DIFERENCA BRUTA: "
           DISPLAY (16, 18) W-TOTBRUTO
           DISPLAY (17, 01) "INSS: "
           DISPLAY (17, 07) W-TOTINSS
           DISPLAY (17, 25) "IRRF: "
           DISPLAY (17, 31) W-TOTIRRF
           MOVE "* EVENTOS LANCADOS - DEMONSTRATIVO EM RETROREL.TXT"
                                          TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
           ACCEPT  (22, 31) W-OPCAO
           GO TO ROT-FIM.

      *
      *    RECALCULO DE UM MES FECHADO COM A BASE NOVA. SALARIO E
      *    EXTRAS PELO PONTO DO MES; NOTURNO, DSR E PERICULOSIDADE
      *    (CADFPADIC) ACOMPANHAM A BASE NA MESMA PROPORCAO
      *
       CALC-RETRO.
           MOVE FPSALARIOBASE TO W-BASEANT
           COMPUTE W-BASENOVA ROUNDED = FPSALARIOBASE * W-FATOR
           IF W-BASENOVA NOT > W-BASEANT
              GO TO CALC-RETRO-FIM.
           MOVE W-BASEANT TO W-BASECALC
           PERFORM CALC-SALARIO THRU CALC-SALARIO-FIM
           MOVE W-SALCALC TO W-SALANT
           MOVE W-EXTCALC TO W-EXTANT
           MOVE W-BASENOVA TO W-BASECALC
           PERFORM CALC-SALARIO THRU CALC-SALARIO-FIM
           COMPUTE W-DIFSAL = W-SALCALC - W-SALANT
           COMPUTE W-DIFEXTRA = W-EXTCALC - W-EXTANT
           PERFORM SOMA-ADIC THRU SOMA-ADIC-FIM
           COMPUTE W-DIFADIC ROUNDED = W-ADICPROP * (W-FATOR - 1)
           COMPUTE W-DIFBRUTO = W-DIFSAL + W-DIFEXTRA + W-DIFADIC
           IF W-DIFBRUTO NOT > ZEROS
              GO TO CALC-RETRO-FIM.
      *    INSS E IRRF RECALCULADOS NOS DOIS LADOS COM A FORMULA DA
      *    FOLHA - A DIFERENCA E O QUE FALTOU RETER NO MES
           MOVE FPBRUTO TO W-BRUTOCALC
           MOVE W-BASEANT TO W-BASECALC
           PERFORM CALC-IMPOSTOS THRU CALC-IMPOSTOS-FIM
           MOVE W-INSSCALC TO W-INSSANT
           MOVE W-IRRFCALC TO W-IRRFANT
           COMPUTE W-BRUTOCALC = FPBRUTO + W-DIFBRUTO
           MOVE W-BASENOVA TO W-BASECALC
           PERFORM CALC-IMPOSTOS THRU CALC-IMPOSTOS-FIM
           COMPUTE W-DIFINSS = W-INSSCALC - W-INSSANT
           COMPUTE W-DIFIRRF = W-IRRFCALC - W-IRRFANT
           IF W-DIFINSS < ZEROS
              MOVE ZEROS TO W-DIFINSS.
           IF W-DIFIRRF < ZEROS
              MOVE ZEROS TO W-DIFIRRF.
           IF W-QTDMESES = ZEROS
              MOVE CODIGO TO IMPCOD
              MOVE NOME TO IMPNOME
              MOVE DEPARTAMENTO TO IMPDEPTO
              MOVE TIPOSALARIO TO IMPTIPO
              WRITE REGIMP FROM IMP-FUNC.
           ADD 1 TO W-QTDMESES
           ADD W-DIFBRUTO TO W-FUNBRUTO
           ADD W-DIFINSS TO W-FUNINSS
           ADD W-DIFIRRF TO W-FUNIRRF
           MOVE W-COMPPAG TO RETCOMPPAG
           MOVE CODIGO TO RETCODIGO
           MOVE W-MESCOR TO RETCOMPREF
           MOVE W-BASEANT TO RETBASEANT
           MOVE W-BASENOVA TO RETBASENOVA
           MOVE W-DIFSAL TO RETDIFSAL
           MOVE W-DIFEXTRA TO RETDIFEXTRA
           MOVE W-DIFADIC TO RETDIFADIC
           MOVE W-DIFBRUTO TO RETDIFBRUTO
           MOVE W-DIFINSS TO RETDIFINSS
           MOVE W-DIFIRRF TO RETDIFIRRF
           WRITE REGRETRO
           IF ST-RET = "22"
              REWRITE REGRETRO.
           MOVE W-MESCOR TO IMPCOMPREF
           MOVE W-BASEANT TO IMPBASEANT
           MOVE W-BASENOVA TO IMPBASENOV
           MOVE W-DIFSAL TO IMPDIFSAL
           MOVE W-DIFEXTRA TO IMPDIFEXT
           MOVE W-DIFADIC TO IMPDIFADI
           MOVE W-DIFINSS TO IMPDIFINS
           MOVE W-DIFIRRF TO IMPDIFIR
           WRITE REGIMP FROM IMP-DET.
       CALC-RETRO-FIM.
           EXIT.

      *
      *    SALARIO E EXTRAS DO MES NA BASE W-BASECALC (COMO O
      *    CALC-BRUTO DO PROGRFP). SEM PONTO = SALARIO CHEIO
      *
       CALC-SALARIO.
           MOVE ZEROS TO W-EXTCALC
           IF TIPOSALARIO = "H" OR TIPOSALARIO = "h"
              MOVE 220 TO X
           ELSE
              IF TIPOSALARIO = "D" OR TIPOSALARIO = "d"
                 MOVE 30 TO X
              ELSE
                 MOVE 1 TO X.
           COMPUTE W-SALCALC ROUNDED = W-BASECALC * X
           IF W-TEMPON NOT = "S"
              GO TO CALC-SALARIO-FIM.
           MOVE W-MESCOR TO PONCOMPET
           MOVE CODIGO TO PONCODIGO
           READ CADPONTO
           IF ST-PON NOT = "00"
              GO TO CALC-SALARIO-FIM.
      *    OPTANTE DO BANCO DE HORAS NAO RECEBEU EXTRA EM DINHEIRO
           IF W-TEMBHO = "S"
              MOVE CODIGO TO BHCODIGO
              READ CADBHORAS
              IF ST-BHO = "00" AND BHOPTANTE = "S"
                 MOVE ZEROS TO HORASEX50 HORASEX100.
           IF TIPOSALARIO = "H" OR TIPOSALARIO = "h"
              COMPUTE W-SALCALC ROUNDED = W-BASECALC * HORASNORM
              COMPUTE W-EXTCALC ROUNDED =
                 (W-BASECALC * 1,5 * HORASEX50)
                 + (W-BASECALC * 2 * HORASEX100)
              GO TO CALC-SALARIO-FIM.
           IF TIPOSALARIO = "D" OR TIPOSALARIO = "d"
              COMPUTE W-SALCALC ROUNDED = W-BASECALC * (30 - DIASFALTA)
              GO TO CALC-SALARIO-FIM.
           COMPUTE W-VALORHORA ROUNDED = W-BASECALC / 220
           COMPUTE W-SALCALC ROUNDED =
              W-BASECALC - ((W-BASECALC / 30) * DIASFALTA)
           COMPUTE W-EXTCALC ROUNDED =
              (W-VALORHORA * 1,5 * HORASEX50)
              + (W-VALORHORA * 2 * HORASEX100).
       CALC-SALARIO-FIM.
           EXIT.

      *
      *    ADICIONAIS DO MES PROPORCIONAIS A BASE: NOTURNO, DSR DAS
      *    EXTRAS E DO NOTURNO, PERICULOSIDADE MENOS DSR PERDIDO
      *    (INSALUBRIDADE SEGUE O SALARIO MINIMO - NAO ENTRA)
      *
       SOMA-ADIC.
           MOVE ZEROS TO W-ADICPROP
           IF W-TEMADC NOT = "S"
              GO TO SOMA-ADIC-FIM.
           MOVE W-MESCOR TO ADCOMPET
           MOVE CODIGO TO ADCODIGO
           MOVE SPACES TO ADTIPO
           START CADFPADIC KEY IS NOT LESS ADCHAVE
           IF ST-ADC NOT = "00"
              GO TO SOMA-ADIC-FIM.
       SOMA-ADIC-RD.
           READ CADFPADIC NEXT
           IF ST-ADC NOT = "00"
              GO TO SOMA-ADIC-FIM.
           IF ADCOMPET NOT = W-MESCOR OR ADCODIGO NOT = CODIGO
              GO TO SOMA-ADIC-FIM.
           IF ADTIPO = "NOT" OR ADTIPO = "DHE" OR ADTIPO = "DNT"
                             OR ADTIPO = "PER"
              ADD ADVALOR TO W-ADICPROP.
           IF ADTIPO = "DFA" OR ADTIPO = "HDB"
              SUBTRACT ADVALOR FROM W-ADICPROP.
           GO TO SOMA-ADIC-RD.
       SOMA-ADIC-FIM.
           EXIT.

      *
      *    INSS E IRRF DO MES SOBRE W-BRUTOCALC (FAIXA DO INSS PELA
      *    BASE, COMO NO PROGRFP; DEPENDENTES DO FECHAMENTO)
      *
       CALC-IMPOSTOS.
           IF W-BASECALC NOT > FXI-ATE(1)
               MOVE FXI-ALIQ(1) TO Y
           ELSE
               IF W-BASECALC NOT > FXI-ATE(2)
                   MOVE FXI-ALIQ(2) TO Y
               ELSE
                   MOVE FXI-ALIQ(3) TO Y.
           COMPUTE W-INSSCALC ROUNDED = W-BRUTOCALC / 100 * Y
           COMPUTE W-DEDDEP = FPNUMFILHOS * 189,59
           COMPUTE CONTROLE ROUNDED =
              W-BRUTOCALC - W-INSSCALC - W-DEDDEP
           IF CONTROLE < ZEROS
              MOVE ZEROS TO CONTROLE.
           IF CONTROLE NOT > FXR-ATE(1)
               MOVE FXR-ALIQ(1) TO Z
           ELSE
               IF CONTROLE NOT > FXR-ATE(2)
                   MOVE FXR-ALIQ(2) TO Z
               ELSE
                   MOVE FXR-ALIQ(3) TO Z.
           COMPUTE W-IRRFCALC ROUNDED = CONTROLE / 100 * Z.
       CALC-IMPOSTOS-FIM.
           EXIT.

      *
      *    EVENTOS DA COMPETENCIA DE PAGAMENTO (CADEVEN)
      *
       GRAVA-EVEN.
           MOVE W-COMPPAG TO EVECOMPET
           MOVE CODIGO TO EVECODIGO
           MOVE W-RUBRETRO TO EVERUBR
           MOVE W-FUNBRUTO TO EVEVALOR
           WRITE REGEVEN
           IF ST-EVE = "22"
              REWRITE REGEVEN.
           IF W-FUNINSS > ZEROS
              MOVE W-RUBRETINS TO EVERUBR
              MOVE W-FUNINSS TO EVEVALOR
              WRITE REGEVEN
              IF ST-EVE = "22"
                 REWRITE REGEVEN.
           IF W-FUNIRRF > ZEROS
              MOVE W-RUBRETIR TO EVERUBR
              MOVE W-FUNIRRF TO EVEVALOR
              WRITE REGEVEN
              IF ST-EVE = "22"
                 REWRITE REGEVEN.
       GRAVA-EVEN-FIM.
           EXIT.

      *
      *    REPROCESSAMENTO: TIRA O CALCULO ANTERIOR DA COMPETENCIA
      *    DE PAGAMENTO E OS SEUS EVENTOS
      *
       LIMPA-ANT.
           MOVE W-COMPPAG TO RETCOMPPAG
           MOVE ZEROS TO RETCODIGO RETCOMPREF
           START CADRETRO KEY IS NOT LESS RETCHAVE
           IF ST-RET NOT = "00"
              GO TO LIMPA-ANT-FIM.
       LIMPA-ANT-RD.
           READ CADRETRO NEXT
           IF ST-RET NOT = "00" OR RETCOMPPAG NOT = W-COMPPAG
              GO TO LIMPA-ANT-FIM.
           MOVE W-COMPPAG TO EVECOMPET
           MOVE RETCODIGO TO EVECODIGO
           MOVE W-RUBRETRO TO EVERUBR
           DELETE CADEVEN RECORD
           MOVE W-RUBRETINS TO EVERUBR
           DELETE CADEVEN RECORD
           MOVE W-RUBRETIR TO EVERUBR
           DELETE CADEVEN RECORD
           DELETE CADRETRO RECORD
           GO TO LIMPA-ANT-RD.
       LIMPA-ANT-FIM.
           EXIT.

      *
      *    LOTE DO DISSIDIO: REAJUSTES GRAVADOS NO CADHISSAL NA DATA
      *
       CARREGA-LOTE.
           MOVE ZEROS TO W-QTDLOTE
           OPEN INPUT CADHISSAL
           IF ST-HIS NOT = "00"
              GO TO CARREGA-LOTE-FIM.
       CARREGA-LOTE-RD.
           READ CADHISSAL
           IF ST-HIS NOT = "00"
              CLOSE CADHISSAL
              GO TO CARREGA-LOTE-FIM.
           IF HDATA NOT = W-DATALOTE OR HSALANT = ZEROS
              GO TO CARREGA-LOTE-RD.
           IF W-QTDLOTE < 999
              ADD 1 TO W-QTDLOTE
              MOVE HCODIGO TO TL-CODIGO(W-QTDLOTE)
              MOVE HSALANT TO TL-SALANT(W-QTDLOTE)
              MOVE HSALNOVO TO TL-SALNOVO(W-QTDLOTE).
           GO TO CARREGA-LOTE-RD.
       CARREGA-LOTE-FIM.
           EXIT.

       BUSCA-LOTE.
           MOVE ZEROS TO W-FATOR
           MOVE 1 TO W-IDXL.
       BUSCA-LOTE-TAB.
           IF W-IDXL > W-QTDLOTE
              GO TO BUSCA-LOTE-FIM.
           IF TL-CODIGO(W-IDXL) = CODIGO
              COMPUTE W-FATOR ROUNDED =
                 TL-SALNOVO(W-IDXL) / TL-SALANT(W-IDXL)
              GO TO BUSCA-LOTE-FIM.
           ADD 1 TO W-IDXL
           GO TO BUSCA-LOTE-TAB.
       BUSCA-LOTE-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADFOLHA
           CLOSE CADFPMES
           CLOSE CADEVEN
           CLOSE CADRETRO
           CLOSE CADRUBR.
           IF W-TEMPON = "S"
              CLOSE CADPONTO.
           IF W-TEMBHO = "S"
              CLOSE CADBHORAS.
           IF W-TEMADC = "S"
              CLOSE CADFPADIC.
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
