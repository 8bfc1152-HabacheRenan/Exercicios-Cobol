       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERCOLET.
      *******************************
      * PROGRAMA DE FERIAS COLETIVAS POR DEPARTAMENTO OU DA EMPRESA *
      * TODA. GERA O REGISTRO DE FERIAS (CADFERIAS) DE CADA         *
      * FUNCIONARIO ATIVO: QUEM TEM PERIODO AQUISITIVO COMPLETO     *
      * GOZA NELE; QUEM AINDA NAO COMPLETOU GOZA FERIAS             *
      * PROPORCIONAIS E COMECA UM NOVO PERIODO AQUISITIVO NA DATA   *
      * DE INICIO DAS COLETIVAS. O LOTE FICA NO CADFERCOL PARA O    *
      * FERICALC PAGAR DE UMA VEZ E O AVISO SAI EM FERCOLREL.TXT    *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADFERIAS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMFERIAS
                       ALTERNATE RECORD KEY IS FCODIGO
                                   WITH DUPLICATES
                       FILE STATUS IS ST-FER.
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
       SELECT CADDEPTO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODDEPTO
                       FILE STATUS  IS ST-DEP.
      *
       SELECT CADFERCOL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS COLCHAVE
                       FILE STATUS IS ST-COL.
      *
       SELECT FERCOLIMP ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD CADDEPTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDEPTO.DAT".
       01 REGDEPTO.
           03 CODDEPTO          PIC 9(02).
           03 DESCDEPTO         PIC X(30).
      *
      *    UM REGISTRO POR FERIAS GERADA NO LOTE
       FD CADFERCOL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFERCOL.DAT".
       01 REGFERCOL.
           03 COLCHAVE.
               05 COLLOTE       PIC 9(04).
               05 COLNUMFER     PIC 9(06).
           03 COLCODIGO         PIC 9(06).
           03 COLDEPTO          PIC 9(02).
           03 COLINICIO         PIC 9(08).
           03 COLDIAS           PIC 9(02).
      *    I=PERIODO INTEGRAL  P=PROPORCIONAL
           03 COLTIPO           PIC X(01).
      *    N=A PAGAR  S=PAGO PELO FERICALC
           03 COLPAGO           PIC X(01).
      *
       FD FERCOLIMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FERCOLREL.TXT".
       01 REGIMP             PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 ST-FER         PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 ST-COL         PIC X(02) VALUE "00".
       01 W-SEL          PIC 9(01) VALUE ZEROS.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-CHAMA        PIC X(01) VALUE "N".
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-DEPTO        PIC 9(02) VALUE ZEROS.
       01 W-INICIO       PIC 9(08) VALUE ZEROS.
       01 W-INICIO-G REDEFINES W-INICIO.
           03 ANO-INI    PIC 9(04).
           03 MES-INI    PIC 9(02).
           03 DIA-INI    PIC 9(02).
       01 W-DIAS         PIC 9(02) VALUE ZEROS.
       01 W-FIMGOZO      PIC 9(08) VALUE ZEROS.
       01 W-RETORNO      PIC 9(08) VALUE ZEROS.
       01 W-LOTE         PIC 9(04) VALUE ZEROS.
       01 W-ULTNUM       PIC 9(06) VALUE ZEROS.
      *    HISTORICO DE FERIAS DO FUNCIONARIO
       01 W-ULTFIM       PIC 9(08) VALUE ZEROS.
       01 W-PENDNUM      PIC 9(06) VALUE ZEROS.
       01 W-JAGERADO     PIC X(01) VALUE "N".
       01 W-AQINI        PIC 9(08) VALUE ZEROS.
       01 W-AQFIM        PIC 9(08) VALUE ZEROS.
       01 W-DIREITO      PIC 9(02) VALUE ZEROS.
       01 W-GOZO         PIC 9(02) VALUE ZEROS.
       01 W-SALDO        PIC 9(02) VALUE ZEROS.
       01 W-TIPO         PIC X(01) VALUE SPACES.
       01 W-SITUACAO     PIC X(14) VALUE SPACES.
      *    CONTAGEM DE MESES NA BASE DE 360 DIAS
       01 W-SERINI       PIC 9(07) VALUE ZEROS.
       01 W-SERFIM       PIC 9(07) VALUE ZEROS.
       01 W-DIASTRAB     PIC S9(07) VALUE ZEROS.
       01 W-MESES        PIC 9(03) VALUE ZEROS.
       01 W-RESTO        PIC 9(03) VALUE ZEROS.
       01 W-IDXD         PIC 9(02) VALUE ZEROS.
      *    DATA DE TRABALHO DAS ROTINAS DE CALENDARIO
       01 W-CAND         PIC 9(08) VALUE ZEROS.
       01 W-CAND-G REDEFINES W-CAND.
           03 ANO-C      PIC 9(04).
           03 MES-C      PIC 9(02).
           03 DIA-C      PIC 9(02).
       01 W-ULTDIA       PIC 9(02) VALUE ZEROS.
       01 W-ZQUOC        PIC 9(08) VALUE ZEROS.
       01 W-RESTO4       PIC 9(04) VALUE ZEROS.
       01 W-RESTO100     PIC 9(04) VALUE ZEROS.
       01 W-RESTO400     PIC 9(04) VALUE ZEROS.
      *    TOTAIS DO LOTE
       01 W-QTDINT       PIC 9(04) VALUE ZEROS.
       01 W-QTDPROP      PIC 9(04) VALUE ZEROS.
       01 W-QTDSEM       PIC 9(04) VALUE ZEROS.
       01 W-QTDJA        PIC 9(04) VALUE ZEROS.
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 IMP-TRACO.
           03 FILLER    PIC X(78) VALUE ALL "-".

       01 IMP-CAB1.
           03 FILLER    PIC X(32)
              VALUE "AVISO DE FERIAS COLETIVAS - LOTE".
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPLOTE   PIC 9(04) VALUE ZEROS.
           03 FILLER    PIC X(09) VALUE "  DEPTO: ".
           03 IMPDEPTO  PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPDESCD  PIC X(29) VALUE SPACES.

       01 IMP-CAB2.
           03 FILLER    PIC X(17) VALUE "PERIODO DE GOZO: ".
           03 IMPINICIO PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(05) VALUE " ATE ".
           03 IMPFIM    PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE "  DIAS: ".
           03 IMPDIAS   PIC Z9 VALUE ZEROS.
           03 FILLER    PIC X(11) VALUE "  RETORNO: ".
           03 IMPRET    PIC 9(08) VALUE ZEROS.

       01 IMP-CAB3.
           03 FILLER    PIC X(40)
              VALUE "CODIGO NOME                    DP AQUISI".
           03 FILLER    PIC X(38)
              VALUE "TIVO         DIR GOZ SITUACAO".

       01 IMP-DET.
           03 IMPCOD    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPNOME   PIC X(23) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPDP     PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPAQINI  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "-".
           03 IMPAQFIM  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPDIR    PIC Z9 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 IMPGOZ    PIC Z9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPSIT    PIC X(14) VALUE SPACES.

       01 IMP-TOT.
           03 FILLER    PIC X(10) VALUE "INTEGRAL: ".
           03 IMPTINT   PIC ZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(16) VALUE "  PROPORCIONAL: ".
           03 IMPTPROP  PIC ZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(15) VALUE "  SEM DIREITO: ".
           03 IMPTSEM   PIC ZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(15) VALUE "  JA GERADOS: ".
           03 IMPTJA    PIC ZZZ9 VALUE ZEROS.

       01 IMP-OBS1.
           03 FILLER    PIC X(40)
              VALUE "COMUNICAR O ORGAO DO MINISTERIO DO TRABA".
           03 FILLER    PIC X(39)
              VALUE "LHO E O SINDICATO COM 15 DIAS DE ANTEC.".

       01 IMP-OBS2.
           03 FILLER    PIC X(40)
              VALUE "PROPORCIONAL: NOVO PERIODO AQUISITIVO A".
           03 FILLER    PIC X(38)
              VALUE " PARTIR DO INICIO DAS COLETIVAS.".

       SCREEN SECTION.

       01  TELACOLET.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   FERIAS CO".
           05  LINE 02  COLUMN 42
               VALUE  "LETIVAS  ***".
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
           OPEN INPUT CADDEPTO
           IF ST-DEP NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADDEPTO"  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFOLHA
              GO TO ROT-FIM2.

       INC-OP2.
           OPEN I-O CADFERIAS
           IF ST-FER = "30"
              OPEN OUTPUT CADFERIAS
              CLOSE CADFERIAS
              OPEN I-O CADFERIAS.
           OPEN I-O CADFERCOL
           IF ST-COL = "30"
              OPEN OUTPUT CADFERCOL
              CLOSE CADFERCOL
              OPEN I-O CADFERCOL.

       INC-001.
           DISPLAY  TELACOLET.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       R0.
           DISPLAY (04, 01) "DEPARTAMENTO (00 = TODOS, 99 = SAIR): ".
           ACCEPT  (04, 40) W-DEPTO.
           IF W-DEPTO = 99
              GO TO ROT-FIM.
           MOVE SPACES TO DESCDEPTO
           IF W-DEPTO = ZEROS
              MOVE "TODOS OS DEPARTAMENTOS" TO DESCDEPTO
              GO TO R0-DESC.
           MOVE W-DEPTO TO CODDEPTO
           READ CADDEPTO
           IF ST-DEP NOT = "00"
              MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
       R0-DESC.
           DISPLAY (04, 44) DESCDEPTO.

       R1.
           DISPLAY (06, 01) "INICIO DAS COLETIVAS (AAAAMMDD): ".
           ACCEPT  (06, 35) W-INICIO.
           IF W-INICIO = ZEROS
              GO TO R0.
           IF MES-INI = ZEROS OR MES-INI > 12
                              OR DIA-INI = ZEROS OR DIA-INI > 31
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-HOJE TO W-CAND
           PERFORM SERIAL-DATA THRU SERIAL-DATA-FIM
           MOVE W-SERFIM TO W-SERINI
           MOVE W-INICIO TO W-CAND
           PERFORM SERIAL-DATA THRU SERIAL-DATA-FIM
           IF W-SERFIM < W-SERINI + 15
              MOVE "* ATENCAO: AVISO COM MENOS DE 15 DIAS *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R2.
           DISPLAY (08, 01) "DIAS DE COLETIVAS (10 A 30): ".
           ACCEPT  (08, 31) W-DIAS.
           IF W-DIAS = ZEROS
              GO TO R1.
           IF W-DIAS < 10 OR W-DIAS > 30
              MOVE "* PERIODO DE COLETIVAS ENTRE 10 E 30 DIAS *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
      *    ULTIMO DIA DE GOZO E DATA DE RETORNO
           MOVE W-INICIO TO W-CAND
           MOVE 1 TO W-IDXD.
       R2-FIM.
           IF W-IDXD < W-DIAS
              PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
              ADD 1 TO W-IDXD
              GO TO R2-FIM.
           MOVE W-CAND TO W-FIMGOZO
           PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
           MOVE W-CAND TO W-RETORNO
           DISPLAY (10, 01) "GOZO ATE: "
           DISPLAY (10, 11) W-FIMGOZO
           DISPLAY (10, 25) "RETORNO EM: "
           DISPLAY (10, 37) W-RETORNO.

       R3.
           MOVE "S" TO W-OPCAO
           DISPLAY (12, 01) "CONFIRMA A GERACAO DAS FERIAS (S/N): ".
           ACCEPT  (12, 38) W-OPCAO WITH UPDATE.
           IF W-OPCAO = "N" OR W-OPCAO = "n"
              DISPLAY TELACOLET
              GO TO R0.
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              GO TO R3.
           PERFORM PROX-LOTE THRU PROX-LOTE-FIM
           PERFORM ULT-FERIAS THRU ULT-FERIAS-FIM.

      *
      ************************************************
      * GERACAO DAS FERIAS POR FUNCIONARIO ATIVO     *
      ************************************************
      *
       GER-INI.
           OPEN OUTPUT FERCOLIMP
           MOVE W-LOTE TO IMPLOTE
           MOVE W-DEPTO TO IMPDEPTO
           MOVE DESCDEPTO TO IMPDESCD
           MOVE W-INICIO TO IMPINICIO
           MOVE W-FIMGOZO TO IMPFIM
           MOVE W-DIAS TO IMPDIAS
           MOVE W-RETORNO TO IMPRET
           WRITE REGIMP FROM IMP-CAB1
           WRITE REGIMP FROM IMP-CAB2
           WRITE REGIMP FROM IMP-TRACO
           WRITE REGIMP FROM IMP-CAB3
           WRITE REGIMP FROM IMP-TRACO
           MOVE ZEROS TO W-QTDINT W-QTDPROP W-QTDSEM W-QTDJA
           MOVE ZEROS TO CODIGO
           START CADFOLHA KEY IS NOT LESS CODIGO
           IF ST-ERRO NOT = "00"
              GO TO GER-FIM.
       GER-RD.
           READ CADFOLHA NEXT
           IF ST-ERRO NOT = "00"
              GO TO GER-FIM.
           IF STATUSFUNC NOT = "A" OR DEPARTAMENTO = ZEROS
              GO TO GER-RD.
           IF W-DEPTO > ZEROS AND DEPARTAMENTO NOT = W-DEPTO
              GO TO GER-RD.
           IF DATAADMISSAO NOT < W-INICIO
              GO TO GER-RD.
           IF W-DEPTO = ZEROS
              MOVE DEPARTAMENTO TO CODDEPTO
              READ CADDEPTO
              IF ST-DEP NOT = "00"
                 GO TO GER-RD.
           DISPLAY (14, 01) "PROCESSANDO: "
           DISPLAY (14, 14) CODIGO
           PERFORM HIST-FERIAS THRU HIST-FERIAS-FIM
           MOVE ZEROS TO W-AQINI W-AQFIM W-DIREITO W-GOZO
           IF W-JAGERADO = "S"
              MOVE "JA GERADO" TO W-SITUACAO
              ADD 1 TO W-QTDJA
              GO TO GER-IMP.
           IF W-PENDNUM > ZEROS
              PERFORM GER-PENDENTE THRU GER-PENDENTE-FIM
              GO TO GER-IMP.
           PERFORM GER-NOVO THRU GER-NOVO-FIM.
       GER-IMP.
           MOVE CODIGO TO IMPCOD
           MOVE NOME TO IMPNOME
           MOVE DEPARTAMENTO TO IMPDP
           MOVE W-AQINI TO IMPAQINI
           MOVE W-AQFIM TO IMPAQFIM
           MOVE W-DIREITO TO IMPDIR
           MOVE W-GOZO TO IMPGOZ
           MOVE W-SITUACAO TO IMPSIT
           WRITE REGIMP FROM IMP-DET
           GO TO GER-RD.
       GER-FIM.
           WRITE REGIMP FROM IMP-TRACO
           MOVE W-QTDINT TO IMPTINT
           MOVE W-QTDPROP TO IMPTPROP
           MOVE W-QTDSEM TO IMPTSEM
           MOVE W-QTDJA TO IMPTJA
           WRITE REGIMP FROM IMP-TOT
           WRITE REGIMP FROM IMP-TRACO
           WRITE REGIMP FROM IMP-OBS1
           WRITE REGIMP FROM IMP-OBS2
           CLOSE FERCOLIMP
           MOVE "FERCOLET" TO W-SPPROG
           MOVE "FERCOLREL.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (14, 01) LIMPA
           DISPLAY (14, 01) "LOTE: "
           DISPLAY (14, 07) W-LOTE
           DISPLAY (15, 01) "PERIODO INTEGRAL: "
           DISPLAY (15, 19) W-QTDINT
           DISPLAY (15, 25) "PROPORCIONAL: "
           DISPLAY (15, 39) W-QTDPROP
           DISPLAY (16, 01) "SEM DIREITO: "
           DISPLAY (16, 14) W-QTDSEM
           DISPLAY (16, 25) "JA GERADOS: "
           DISPLAY (16, 37) W-QTDJA
           MOVE "* FERIAS GERADAS - AVISO EM FERCOLREL.TXT *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-QTDINT = ZEROS AND W-QTDPROP = ZEROS
              DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
              ACCEPT  (22, 31) W-OPCAO
              GO TO ROT-FIM.

       GER-PAGAR.
           MOVE "S" TO W-OPCAO
           DISPLAY (18, 01) "PAGAR O LOTE AGORA NO FERICALC (S/N): ".
           ACCEPT  (18, 40) W-OPCAO WITH UPDATE.
           IF W-OPCAO = "S" OR W-OPCAO = "s"
              MOVE "S" TO W-CHAMA
              GO TO ROT-FIM.
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "n"
              GO TO GER-PAGAR.
           GO TO ROT-FIM.
      *
      ************************************************
      * PERIODO JA FECHADO E PENDENTE DE GOZO - AS   *
      * COLETIVAS SAO DESCONTADAS DO SALDO           *
      ************************************************
      *
       GER-PENDENTE.
           MOVE W-PENDNUM TO NUMFERIAS
           READ CADFERIAS
           IF ST-FER NOT = "00"
              MOVE "ERRO LEITURA" TO W-SITUACAO
              GO TO GER-PENDENTE-FIM.
           COMPUTE W-SALDO = DIASDIREITO - DIASGOZADOS
           MOVE W-DIAS TO W-GOZO
           IF W-GOZO > W-SALDO
              MOVE W-SALDO TO W-GOZO.
           ADD W-GOZO TO DIASGOZADOS
           MOVE W-INICIO TO DATAGOZO
           IF DIASGOZADOS NOT < DIASDIREITO
              MOVE "G" TO STATUSFERIAS.
           REWRITE REGFERIAS
           IF ST-FER NOT = "00"
              MOVE "ERRO GRAVACAO" TO W-SITUACAO
              GO TO GER-PENDENTE-FIM.
           MOVE PERIODOAQINI TO W-AQINI
           MOVE PERIODOAQFIM TO W-AQFIM
           MOVE DIASDIREITO TO W-DIREITO
           MOVE "I" TO W-TIPO
           MOVE "INTEGRAL" TO W-SITUACAO
           ADD 1 TO W-QTDINT
           PERFORM GRAVA-LOTE THRU GRAVA-LOTE-FIM.
       GER-PENDENTE-FIM.
           EXIT.
      *
      ************************************************
      * PERIODO EM ABERTO - INTEGRAL SE JA COMPLETOU *
      * 12 MESES, SENAO PROPORCIONAL (2,5 DIAS POR   *
      * MES, FRACAO DE 15 DIAS CONTA MES INTEIRO)    *
      ************************************************
      *
       GER-NOVO.
           IF W-ULTFIM > ZEROS
              MOVE W-ULTFIM TO W-CAND
              PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
              MOVE W-CAND TO W-AQINI
           ELSE
              MOVE DATAADMISSAO TO W-AQINI.
           MOVE W-AQINI TO W-CAND
           PERFORM SERIAL-DATA THRU SERIAL-DATA-FIM
           MOVE W-SERFIM TO W-SERINI
           MOVE W-INICIO TO W-CAND
           PERFORM SERIAL-DATA THRU SERIAL-DATA-FIM
           COMPUTE W-DIASTRAB = W-SERFIM - W-SERINI
           IF W-DIASTRAB NOT < 360
              GO TO GER-NOVO-INT.
           MOVE ZEROS TO W-MESES W-RESTO
           IF W-DIASTRAB > ZEROS
              DIVIDE W-DIASTRAB BY 30 GIVING W-MESES
                                      REMAINDER W-RESTO.
           IF W-RESTO NOT < 15
              ADD 1 TO W-MESES.
           IF W-MESES > 11
              MOVE 11 TO W-MESES.
           IF W-MESES = ZEROS
              MOVE "SEM DIREITO" TO W-SITUACAO
              ADD 1 TO W-QTDSEM
              GO TO GER-NOVO-FIM.
           COMPUTE W-DIREITO = (W-MESES * 5) / 2
           MOVE W-INICIO TO W-CAND
           PERFORM TIRA-UM-DIA THRU TIRA-UM-DIA-FIM
           MOVE W-CAND TO W-AQFIM
           MOVE "P" TO W-TIPO
           MOVE "PROPORCIONAL" TO W-SITUACAO
           MOVE W-DIAS TO W-GOZO
           IF W-GOZO > W-DIREITO
              MOVE W-DIREITO TO W-GOZO.
      *    O PERIODO PROPORCIONAL SE ENCERRA NAS COLETIVAS
           MOVE "G" TO STATUSFERIAS
           ADD 1 TO W-QTDPROP
           GO TO GER-NOVO-GRV.
       GER-NOVO-INT.
           MOVE W-AQINI TO W-CAND
           ADD 1 TO ANO-C
           PERFORM TIRA-UM-DIA THRU TIRA-UM-DIA-FIM
           MOVE W-CAND TO W-AQFIM
           MOVE 30 TO W-DIREITO
           MOVE W-DIAS TO W-GOZO
           MOVE "I" TO W-TIPO
           MOVE "INTEGRAL" TO W-SITUACAO
           IF W-GOZO < W-DIREITO
              MOVE "P" TO STATUSFERIAS
           ELSE
              MOVE "G" TO STATUSFERIAS.
           ADD 1 TO W-QTDINT.
       GER-NOVO-GRV.
           ADD 1 TO W-ULTNUM
           MOVE W-ULTNUM TO NUMFERIAS
           MOVE CODIGO TO FCODIGO
           MOVE W-AQINI TO PERIODOAQINI
           MOVE W-AQFIM TO PERIODOAQFIM
           MOVE W-DIREITO TO DIASDIREITO
           MOVE W-GOZO TO DIASGOZADOS
           MOVE W-INICIO TO DATAGOZO
           MOVE ZEROS TO VALORFERIAS VALORTERCO VALORINSSFER
           MOVE ZEROS TO VALORIRPFFER VALORLIQFER
           WRITE REGFERIAS
           IF ST-FER NOT = "00" AND ST-FER NOT = "02"
              MOVE "ERRO GRAVACAO" TO W-SITUACAO
              GO TO GER-NOVO-FIM.
           PERFORM GRAVA-LOTE THRU GRAVA-LOTE-FIM.
       GER-NOVO-FIM.
           EXIT.
      *
       GRAVA-LOTE.
           MOVE W-LOTE TO COLLOTE
           MOVE NUMFERIAS TO COLNUMFER
           MOVE CODIGO TO COLCODIGO
           MOVE DEPARTAMENTO TO COLDEPTO
           MOVE W-INICIO TO COLINICIO
           MOVE W-DIAS TO COLDIAS
           MOVE W-TIPO TO COLTIPO
           MOVE "N" TO COLPAGO
           WRITE REGFERCOL
           IF ST-COL = "22"
              REWRITE REGFERCOL.
       GRAVA-LOTE-FIM.
           EXIT.
      *
      ************************************************
      * HISTORICO DE FERIAS DO FUNCIONARIO: FIM DO   *
      * ULTIMO PERIODO, PERIODO PENDENTE DE GOZO E   *
      * SE AS COLETIVAS DESTA DATA JA FORAM GERADAS  *
      ************************************************
      *
       HIST-FERIAS.
           MOVE ZEROS TO W-ULTFIM W-PENDNUM
           MOVE "N" TO W-JAGERADO
           MOVE CODIGO TO FCODIGO
           START CADFERIAS KEY IS NOT LESS FCODIGO
           IF ST-FER NOT = "00"
              GO TO HIST-FERIAS-FIM.
       HIST-FERIAS-RD.
           READ CADFERIAS NEXT
           IF ST-FER NOT = "00" OR FCODIGO NOT = CODIGO
              GO TO HIST-FERIAS-FIM.
           IF STATUSFERIAS = "C"
              GO TO HIST-FERIAS-RD.
           IF DATAGOZO = W-INICIO
              MOVE "S" TO W-JAGERADO.
           IF PERIODOAQFIM > W-ULTFIM
              MOVE PERIODOAQFIM TO W-ULTFIM.
           IF STATUSFERIAS = "P" AND DIASGOZADOS < DIASDIREITO
                                 AND W-PENDNUM = ZEROS
                                 AND PERIODOAQFIM < W-INICIO
              MOVE NUMFERIAS TO W-PENDNUM.
           GO TO HIST-FERIAS-RD.
       HIST-FERIAS-FIM.
           EXIT.
      *
      ************************************************
      * PROXIMO NUMERO DE LOTE E DE REGISTRO DE      *
      * FERIAS                                       *
      ************************************************
      *
       PROX-LOTE.
           MOVE ZEROS TO W-LOTE COLCHAVE
           START CADFERCOL KEY IS NOT LESS COLCHAVE
           IF ST-COL NOT = "00"
              GO TO PROX-LOTE-SOMA.
       PROX-LOTE-RD.
           READ CADFERCOL NEXT
           IF ST-COL NOT = "00"
              GO TO PROX-LOTE-SOMA.
           MOVE COLLOTE TO W-LOTE
           GO TO PROX-LOTE-RD.
       PROX-LOTE-SOMA.
           ADD 1 TO W-LOTE.
       PROX-LOTE-FIM.
           EXIT.
      *
       ULT-FERIAS.
           MOVE ZEROS TO W-ULTNUM NUMFERIAS
           START CADFERIAS KEY IS NOT LESS NUMFERIAS
           IF ST-FER NOT = "00"
              GO TO ULT-FERIAS-FIM.
       ULT-FERIAS-RD.
           READ CADFERIAS NEXT
           IF ST-FER NOT = "00"
              GO TO ULT-FERIAS-FIM.
           MOVE NUMFERIAS TO W-ULTNUM
           GO TO ULT-FERIAS-RD.
       ULT-FERIAS-FIM.
           EXIT.
      *
      ************************************************
      * ROTINAS DE CALENDARIO SOBRE W-CAND           *
      ************************************************
      *
       SERIAL-DATA.
           IF DIA-C > 30
              MOVE 30 TO DIA-C.
           COMPUTE W-SERFIM = (ANO-C * 360) + (MES-C * 30) + DIA-C.
       SERIAL-DATA-FIM.
           EXIT.
      *
       SOMA-UM-DIA.
           PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
           IF DIA-C < W-ULTDIA
              ADD 1 TO DIA-C
              GO TO SOMA-UM-DIA-FIM.
           MOVE 1 TO DIA-C
           IF MES-C < 12
              ADD 1 TO MES-C
           ELSE
              MOVE 1 TO MES-C
              ADD 1 TO ANO-C.
       SOMA-UM-DIA-FIM.
           EXIT.
      *
       TIRA-UM-DIA.
           IF DIA-C > 1
              SUBTRACT 1 FROM DIA-C
              GO TO TIRA-UM-DIA-FIM.
           IF MES-C > 1
              SUBTRACT 1 FROM MES-C
           ELSE
              MOVE 12 TO MES-C
              SUBTRACT 1 FROM ANO-C.
           PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
           MOVE W-ULTDIA TO DIA-C.
       TIRA-UM-DIA-FIM.
           EXIT.
      *
       ULTIMO-DIA.
           IF MES-C = 1 OR MES-C = 3 OR MES-C = 5 OR MES-C = 7
              OR MES-C = 8 OR MES-C = 10 OR MES-C = 12
              MOVE 31 TO W-ULTDIA
              GO TO ULTIMO-DIA-FIM.
           IF MES-C NOT = 2
              MOVE 30 TO W-ULTDIA
              GO TO ULTIMO-DIA-FIM.
           MOVE 28 TO W-ULTDIA
           DIVIDE ANO-C BY 4 GIVING W-ZQUOC REMAINDER W-RESTO4
           DIVIDE ANO-C BY 100 GIVING W-ZQUOC REMAINDER W-RESTO100
           DIVIDE ANO-C BY 400 GIVING W-ZQUOC REMAINDER W-RESTO400
           IF W-RESTO4 = ZEROS
              IF W-RESTO100 NOT = ZEROS OR W-RESTO400 = ZEROS
                 MOVE 29 TO W-ULTDIA.
       ULTIMO-DIA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADFOLHA
           CLOSE CADDEPTO
           CLOSE CADFERIAS
           CLOSE CADFERCOL.
           IF W-CHAMA = "S"
              CALL "FERICALC"
              CANCEL "FERICALC".
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
