       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCP074.
      ************************
      * PROGRAMA PARA EXAMES MEDICOS OCUPACIONAIS (ASO)         *
      * A=ADMISSIONAL P=PERIODICO R=RETORNO AO TRABALHO         *
      * M=MUDANCA DE FUNCAO D=DEMISSIONAL - RESULTADO APTO OU   *
      * INAPTO E PROXIMO VENCIMENTO PELA PERIODICIDADE DA       *
      * FUNCAO E IDADE. VENCIDOS E A VENCER VAO PARA O          *
      * CADALERTA. O SCP024 EXIGE O ADMISSIONAL APTO, O SCP058  *
      * O DE RETORNO E A RESCISAO AVISA SEM O DEMISSIONAL       *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ASOCHAVE
                       FILE STATUS IS ST-ERRO.
      *
           SELECT CADASOPER ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PERFUNC
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
           SELECT CADFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CODFUNC
                       FILE STATUS IS ST-ERRO4.
      *
           SELECT CADALERTA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ALECHAVE
                       FILE STATUS IS ST-ERRALE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADASO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADASO.DAT".
       01 REGASO.
           03 ASOCHAVE.
               05 ASOCODIGO     PIC 9(06).
               05 ASODATA       PIC 9(08).
               05 ASOTIPO       PIC X(01).
           03 ASORESULT         PIC X(01).
           03 ASOPROXIMO        PIC 9(08).
           03 ASOMEDICO         PIC X(30).
           03 ASOFUNC           PIC X(01).

       FD CADASOPER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADASOPER.DAT".
       01 REGASOPER.
           03 PERFUNC           PIC X(01).
      *    MESES ENTRE PERIODICOS - 18 A 45 ANOS E FORA DESSA FAIXA
           03 PERMESES          PIC 9(02).
           03 PERMESESEXT       PIC 9(02).

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

       FD CADFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
           03 CODFUNC           PIC X(01).
           03 DESCFUNC          PIC X(25).
           03 FUNCADIC          PIC X(01).
           03 FUNCGRAU          PIC 9(02).

       FD CADALERTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADALERTA.DAT".
       01 REGALERTA.
           03 ALECHAVE.
               05 ALETIPO    PIC X(03).
               05 ALEREF     PIC X(14).
           03 ALETEXTO       PIC X(40).
           03 ALEDATA        PIC 9(08).
           03 ALELIDO        PIC X(01).

       WORKING-STORAGE SECTION.
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
       77 W-OPCAO              PIC X(01) VALUE SPACES.
       01 MENS                 PIC X(50) VALUE SPACES.
       01 ST-ERRO              PIC X(02) VALUE "00".
       01 ST-ERRO2             PIC X(02) VALUE "00".
       01 ST-ERRO3             PIC X(02) VALUE "00".
       01 ST-ERRO4             PIC X(02) VALUE "00".
       01 ST-ERRALE            PIC X(02) VALUE "00".
       01 W-TEMREG             PIC X(01) VALUE "N".
       01 W-TEMASO             PIC X(01) VALUE "N".
       01 LIN                  PIC 9(03) VALUE ZEROS.
       01 CONLIN               PIC 9(03) VALUE 001.
       01 W-CODLISTA           PIC 9(06) VALUE ZEROS.
       01 W-IDADE              PIC 9(03) VALUE ZEROS.
       01 W-MESES              PIC 9(02) VALUE ZEROS.
       01 W-DIASAVISO          PIC 9(04) VALUE ZEROS.
       01 W-QTDVENC            PIC 9(04) VALUE ZEROS.
       01 W-ULTDATA            PIC 9(08) VALUE ZEROS.
       01 W-ULTTIPO            PIC X(01) VALUE SPACE.
       01 W-ULTPROX            PIC 9(08) VALUE ZEROS.
       01 W-HOJE               PIC 9(08) VALUE ZEROS.
       01 W-HOJE-G REDEFINES W-HOJE.
           03 ANO-HOJE         PIC 9(04).
           03 MES-HOJE         PIC 9(02).
           03 DIA-HOJE         PIC 9(02).
       01 W-PROX               PIC 9(08) VALUE ZEROS.
       01 W-PROX-G REDEFINES W-PROX.
           03 ANO-PROX         PIC 9(04).
           03 MES-PROX         PIC 9(02).
           03 DIA-PROX         PIC 9(02).
       01 W-DIASHOJE           PIC 9(08) VALUE ZEROS.
       01 W-DIASPROX           PIC 9(08) VALUE ZEROS.
       01 W-RESTANTE           PIC S9(05) VALUE ZEROS.
       01 W-TXTASO.
           03 TXA-DESC         PIC X(24) VALUE SPACES.
           03 TXA-DATA         PIC 9(08) VALUE ZEROS.
           03 FILLER           PIC X(08) VALUE SPACES.
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 DET2.
           03 FILLER    PIC X(06) VALUE "DATA: ".
           03 DETDATA   PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(07) VALUE " TIPO: ".
           03 DETTIPO   PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(11) VALUE " RESULTADO:".
           03 DETRESULT PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(09) VALUE " PROXIMO:".
           03 DETPROX   PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETMEDICO PIC X(20) VALUE SPACES.

       01 DET3.
           03 DETCOD    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETNOME   PIC X(25) VALUE SPACES.
           03 FILLER    PIC X(08) VALUE " ULTIMO:".
           03 DETULT    PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETULTTP  PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(06) VALUE " VENC:".
           03 DETVENC   PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETDIAS   PIC -ZZZZ9 VALUE ZEROS.

       SCREEN SECTION.
       01  TELAASO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "******* EXAMES MEDICOS OCUPACIONAIS (ASO)".
           05  LINE 01  COLUMN 42
               VALUE  " *****************".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

       PROCEDURE DIVISION.
       R00.
           OPEN I-O CADASO.
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADASO
                 CLOSE CADASO
                 MOVE "*** ARQUIVO CADASO FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R00
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADASO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R01.
           OPEN I-O CADASOPER
           IF ST-ERRO2 = "30"
              OPEN OUTPUT CADASOPER
              CLOSE CADASOPER
              OPEN I-O CADASOPER.

       RA0.
           OPEN INPUT CADFOLHA.
           IF ST-ERRO3 NOT = "00"
              MOVE "SEM FUNCIONARIOS - USE O SCP001" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       RB0.
           OPEN INPUT CADFUNC
           IF ST-ERRO4 = "30"
              OPEN OUTPUT CADFUNC
              CLOSE CADFUNC
              OPEN INPUT CADFUNC.

       RALE0.
           OPEN I-O CADALERTA
           IF ST-ERRALE = "30"
              OPEN OUTPUT CADALERTA
              CLOSE CADALERTA
              OPEN I-O CADALERTA.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-ASO.
           DISPLAY TELAASO
           DISPLAY (04, 01) "1 - REGISTRAR EXAME (ASO)"
           DISPLAY (05, 01) "2 - PERIODICIDADE POR FUNCAO"
           DISPLAY (06, 01) "3 - EXAMES DO FUNCIONARIO"
           DISPLAY (07, 01) "4 - VENCIDOS E A VENCER (ALERTAS)"
           DISPLAY (08, 01) "0 - SAIR"
           DISPLAY (10, 01) "OPCAO: ".
           ACCEPT  (10, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO INICIO.
           IF W-OPCAO = "2"
              GO TO PER-INI.
           IF W-OPCAO = "3"
              GO TO LISTA-INI.
           IF W-OPCAO = "4"
              GO TO VENC-INI.
           GO TO MENU-ASO.

      *
      ****************************************
      * REGISTRO DO EXAME                    *
      ****************************************
      *
       INICIO.
           MOVE ZEROS TO ASOCODIGO ASODATA ASOPROXIMO
           MOVE SPACES TO ASOTIPO ASORESULT ASOMEDICO ASOFUNC
           DISPLAY TELAASO
           DISPLAY (04, 01) "FUNCIONARIO (0=VOLTAR): ".
           ACCEPT  (04, 25) ASOCODIGO.
           IF ASOCODIGO = ZEROS
              GO TO MENU-ASO.
           MOVE ASOCODIGO TO CODIGO
           READ CADFOLHA
           IF ST-ERRO3 NOT = "00"
              MOVE "* FUNCIONARIO NAO EXISTE, USE O SCP001 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INICIO.
           DISPLAY (04, 33) NOME.

       R1.
           DISPLAY (06, 01) "DATA DO EXAME (AAAAMMDD): ".
           ACCEPT  (06, 27) ASODATA.
           IF ASODATA = ZEROS
              MOVE "*** DATA DO EXAME OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       R2.
           DISPLAY (07, 01)
                   "TIPO (A=ADMISSIONAL P=PERIODICO R=RETORNO".
           DISPLAY (08, 01)
                   "      M=MUDANCA DE FUNCAO D=DEMISSIONAL): ".
           ACCEPT  (08, 44) ASOTIPO.
           IF ASOTIPO NOT = "A" AND ASOTIPO NOT = "P"
              AND ASOTIPO NOT = "R" AND ASOTIPO NOT = "M"
              AND ASOTIPO NOT = "D"
              MOVE "*** TIPO: A, P, R, M OU D ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE "N" TO W-TEMREG
           READ CADASO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMREG
              MOVE "*** EXAME JA REGISTRADO - EDITANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE FUNC TO ASOFUNC.

       R3.
           DISPLAY (10, 01) "RESULTADO (A=APTO I=INAPTO): ".
           ACCEPT  (10, 30) ASORESULT WITH UPDATE.
           IF ASORESULT NOT = "A" AND ASORESULT NOT = "I"
              MOVE "*** RESULTADO: A OU I ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           DISPLAY (11, 01) "MEDICO (NOME/CRM): ".
           ACCEPT  (11, 20) ASOMEDICO WITH UPDATE.

       R5.
      *    DEMISSIONAL NAO TEM PROXIMO; OS DEMAIS VENCEM PELA
      *    PERIODICIDADE DA FUNCAO NA IDADE DO DIA DO EXAME
           IF ASOTIPO = "D"
              MOVE ZEROS TO ASOPROXIMO
              GO TO INC-WR1.
           IF W-TEMREG NOT = "S"
              PERFORM CALC-PROXIMO THRU CALC-PROXIMO-FIM.
           DISPLAY (12, 01) "PROXIMO PERIODICO (AAAAMMDD): ".
           ACCEPT  (12, 31) ASOPROXIMO WITH UPDATE.
           IF ASOPROXIMO NOT > ASODATA
              MOVE "*** PROXIMO DEVE SER DEPOIS DO EXAME ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       INC-WR1.
           IF W-TEMREG = "S"
              REWRITE REGASO
           ELSE
              WRITE REGASO.
           IF ST-ERRO = "00" OR "02"
              MOVE "*** EXAME GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INICIO.
           MOVE "ERRO NA GRAVACAO DO EXAME" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      *    PROXIMO PERIODICO = DATA DO EXAME + MESES DA FUNCAO
      *    (MENOR DE 18 OU MAIOR DE 45 ANOS USA A PERIODICIDADE
      *    EXTERNA A FAIXA)
      *
       CALC-PROXIMO.
           MOVE ZEROS TO W-IDADE
           IF DATANASC > ZEROS AND DATANASC < ASODATA
              COMPUTE W-IDADE = (ASODATA - DATANASC) / 10000.
           MOVE ASOFUNC TO PERFUNC
           READ CADASOPER
           IF ST-ERRO2 NOT = "00"
              PERFORM PER-PADRAO THRU PER-PADRAO-FIM.
           IF W-IDADE < 18 OR W-IDADE > 45
              MOVE PERMESESEXT TO W-MESES
           ELSE
              MOVE PERMESES TO W-MESES.
           MOVE ASODATA TO W-PROX
           ADD W-MESES TO MES-PROX.
       CALC-PROXIMO-ANO.
           IF MES-PROX > 12
              SUBTRACT 12 FROM MES-PROX
              ADD 1 TO ANO-PROX
              GO TO CALC-PROXIMO-ANO.
           IF DIA-PROX > 28
              MOVE 28 TO DIA-PROX.
           MOVE W-PROX TO ASOPROXIMO.
       CALC-PROXIMO-FIM.
           EXIT.

      *    SEM CADASTRO: FUNCAO COM ADICIONAL DE RISCO (SCP007)
      *    ANUAL; DEMAIS A CADA 2 ANOS E ANUAL FORA DE 18-45 ANOS
       PER-PADRAO.
           MOVE 24 TO PERMESES
           MOVE 12 TO PERMESESEXT
           MOVE PERFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO4 = "00"
              IF FUNCADIC = "P" OR FUNCADIC = "I"
                 MOVE 12 TO PERMESES.
       PER-PADRAO-FIM.
           EXIT.

      *
      ****************************************
      * PERIODICIDADE POR FUNCAO             *
      ****************************************
      *
       PER-INI.
           DISPLAY TELAASO
           DISPLAY (04, 01) "FUNCAO (BRANCO=VOLTAR): ".
           MOVE SPACE TO PERFUNC
           ACCEPT  (04, 25) PERFUNC.
           IF PERFUNC = SPACE
              GO TO MENU-ASO.
           MOVE PERFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO4 NOT = "00"
              MOVE "*** FUNCAO NAO CADASTRADA (SCP007) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PER-INI.
           DISPLAY (04, 30) DESCFUNC
           MOVE "N" TO W-TEMREG
           READ CADASOPER
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMREG
           ELSE
              PERFORM PER-PADRAO THRU PER-PADRAO-FIM.

       PER-R1.
           DISPLAY (06, 01) "MESES ENTRE PERIODICOS (18 A 45 ANOS): ".
           ACCEPT  (06, 41) PERMESES WITH UPDATE.
           IF PERMESES = ZEROS
              GO TO PER-R1.

       PER-R2.
           DISPLAY (07, 01) "MESES (MENOR DE 18 / MAIOR DE 45 ANOS): ".
           ACCEPT  (07, 42) PERMESESEXT WITH UPDATE.
           IF PERMESESEXT = ZEROS
              GO TO PER-R2.
           IF W-TEMREG = "S"
              REWRITE REGASOPER
           ELSE
              WRITE REGASOPER.
           MOVE "*** PERIODICIDADE GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PER-INI.

      *
      ****************************************
      * EXAMES DO FUNCIONARIO                *
      ****************************************
      *
       LISTA-INI.
           DISPLAY TELAASO
           DISPLAY (04, 01) "FUNCIONARIO (0=VOLTAR): ".
           ACCEPT  (04, 25) W-CODLISTA.
           IF W-CODLISTA = ZEROS
              GO TO MENU-ASO.
           MOVE W-CODLISTA TO ASOCODIGO
           MOVE ZEROS TO ASODATA
           MOVE SPACE TO ASOTIPO
           START CADASO KEY IS NOT LESS ASOCHAVE
           IF ST-ERRO NOT = "00"
              MOVE "*** SEM EXAMES REGISTRADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LISTA-INI.
           MOVE 05 TO CONLIN.

       LISTA-RD1.
           READ CADASO NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-FIM.
           IF ASOCODIGO NOT = W-CODLISTA
              GO TO LISTA-FIM.
           MOVE ASODATA TO DETDATA
           MOVE ASOTIPO TO DETTIPO
           MOVE ASORESULT TO DETRESULT
           MOVE ASOPROXIMO TO DETPROX
           MOVE ASOMEDICO TO DETMEDICO
           ADD 1 TO CONLIN
           IF CONLIN > 20
              DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
              ACCEPT (22, 31) W-OPCAO
              DISPLAY TELAASO
              MOVE 05 TO CONLIN.
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DET2
           GO TO LISTA-RD1.

       LISTA-FIM.
           MOVE "*** FIM DOS EXAMES ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LISTA-INI.

      *
      ****************************************
      * VENCIDOS E A VENCER                  *
      * O ULTIMO EXAME NAO DEMISSIONAL DE    *
      * CADA ATIVO DA O VENCIMENTO - VENCIDO *
      * OU NO PRAZO DE AVISO VAI AO CADALERTA*
      ****************************************
      *
       VENC-INI.
           DISPLAY TELAASO
           DISPLAY (04, 01) "AVISAR VENCIMENTOS EM ATE QUANTOS DIAS: ".
           ACCEPT  (04, 42) W-DIASAVISO.
           IF W-DIASAVISO = ZEROS
              GO TO MENU-ASO.
           COMPUTE W-DIASHOJE =
              (ANO-HOJE * 360) + (MES-HOJE * 30) + DIA-HOJE
           MOVE ZEROS TO W-QTDVENC CODIGO
           MOVE 05 TO CONLIN
           START CADFOLHA KEY IS NOT LESS CODIGO
           IF ST-ERRO3 NOT = "00"
              GO TO VENC-FIM.

       VENC-RD1.
           READ CADFOLHA NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO VENC-FIM.
           IF STATUSFUNC NOT = "A"
              GO TO VENC-RD1.
           PERFORM ULTIMO-ASO THRU ULTIMO-ASO-FIM
           IF W-TEMASO NOT = "S"
              MOVE ZEROS TO W-RESTANTE
              MOVE "SEM ASO REGISTRADO" TO TXA-DESC
              MOVE ZEROS TO TXA-DATA
              GO TO VENC-ALERTA.
           IF W-ULTPROX = ZEROS
              GO TO VENC-RD1.
           MOVE W-ULTPROX TO W-PROX
           COMPUTE W-DIASPROX =
              (ANO-PROX * 360) + (MES-PROX * 30) + DIA-PROX
           COMPUTE W-RESTANTE = W-DIASPROX - W-DIASHOJE
           IF W-RESTANTE > W-DIASAVISO
              GO TO VENC-RD1.
           IF W-RESTANTE < ZEROS
              MOVE "ASO PERIODICO VENCIDO" TO TXA-DESC
           ELSE
              MOVE "ASO PERIODICO VENCE EM" TO TXA-DESC.
           MOVE W-ULTPROX TO TXA-DATA.

       VENC-ALERTA.
           ADD 1 TO W-QTDVENC
           MOVE "ASO" TO ALETIPO
           MOVE CODIGO TO ALEREF
           MOVE W-TXTASO TO ALETEXTO
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
           MOVE CODIGO TO DETCOD
           MOVE NOME TO DETNOME
           MOVE W-ULTDATA TO DETULT
           MOVE W-ULTTIPO TO DETULTTP
           MOVE W-ULTPROX TO DETVENC
           MOVE W-RESTANTE TO DETDIAS
           ADD 1 TO CONLIN
           IF CONLIN > 20
              DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
              ACCEPT (22, 31) W-OPCAO
              DISPLAY TELAASO
              MOVE 05 TO CONLIN.
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DET3
           GO TO VENC-RD1.

       VENC-FIM.
           IF W-QTDVENC = ZEROS
              MOVE "*** NENHUM ASO VENCIDO OU A VENCER ***" TO MENS
           ELSE
              MOVE "*** FIM - PENDENCIAS GRAVADAS NOS ALERTAS ***"
                                             TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-ASO.

      *    ULTIMO EXAME DO FUNCIONARIO (MENOS O DEMISSIONAL)
       ULTIMO-ASO.
           MOVE "N" TO W-TEMASO
           MOVE ZEROS TO W-ULTDATA W-ULTPROX
           MOVE SPACE TO W-ULTTIPO
           MOVE CODIGO TO ASOCODIGO
           MOVE ZEROS TO ASODATA
           MOVE SPACE TO ASOTIPO
           START CADASO KEY IS NOT LESS ASOCHAVE
           IF ST-ERRO NOT = "00"
              GO TO ULTIMO-ASO-FIM.
       ULTIMO-ASO-RD.
           READ CADASO NEXT
           IF ST-ERRO NOT = "00"
              GO TO ULTIMO-ASO-FIM.
           IF ASOCODIGO NOT = CODIGO
              GO TO ULTIMO-ASO-FIM.
           IF ASOTIPO = "D"
              GO TO ULTIMO-ASO-RD.
           MOVE "S" TO W-TEMASO
           MOVE ASODATA TO W-ULTDATA
           MOVE ASOTIPO TO W-ULTTIPO
           MOVE ASOPROXIMO TO W-ULTPROX
           GO TO ULTIMO-ASO-RD.
       ULTIMO-ASO-FIM.
           EXIT.

      *
      ************************************************
      * GRAVA (OU REATIVA) UM ALERTA NA FILA CENTRAL *
      ************************************************
      *
       GRAVA-ALERTA.
           ACCEPT ALEDATA FROM DATE YYYYMMDD
           MOVE "N" TO ALELIDO
           WRITE REGALERTA
           IF ST-ERRALE = "22"
              REWRITE REGALERTA.
       GRAVA-ALERTA-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADASO
           CLOSE CADASOPER
           CLOSE CADFOLHA
           CLOSE CADFUNC
           CLOSE CADALERTA.
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
