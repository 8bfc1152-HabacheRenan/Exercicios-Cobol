       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHACTB.
      *******************************
      * FECHAMENTO CONTABIL MENSAL E ENCERRAMENTO DO EXERCICIO  *
      * COMPETENCIA FECHADA EM CADFECHCTB NAO ACEITA MAIS        *
      * LANCAMENTOS (CONTABIL, LANCMAN, IMOBIL - ROTINA CTBVER)  *
      * O ENCERRAMENTO TRANSFERE O SALDO DAS CONTAS DE RESULTADO *
      * PARA A CONTA DE LUCROS ACUMULADOS (PARAMETRO CTALUCRO)   *
      * COM LANCAMENTOS NA COMPETENCIA AAAA12, SEQUENCIA 8900 A  *
      * 8999, GRAVA OS SALDOS DE ABERTURA DO ANO SEGUINTE EM     *
      * CADSALDOCTB, FECHA OS 12 MESES E MARCA O ANO (AAAA13)    *
      * RELATORIO NO SPOOL (FECHACTB.TXT)                        *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADFECHCTB ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FCCOMPET
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADLANC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS LANCHAVE
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADPLANO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CTACODIGO
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT CADSALDOCTB ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SCCHAVE
                       FILE STATUS IS ST-ERRO4.
      *
       SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-ERRO5.
      *
       SELECT RELFECH ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    FCCOMPET AAAA13 = EXERCICIO AAAA ENCERRADO
       FD CADFECHCTB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFECHCTB.DAT".
       01 REGFECHCTB.
           03 FCCOMPET          PIC 9(06).
           03 FCDATA            PIC 9(08).
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
       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.
      *
       FD RELFECH
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FECHACTB.TXT".
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
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-ERRO5       PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 CONLIN         PIC 9(03) VALUE 001.
       01 LIN            PIC 9(03) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-G REDEFINES W-COMPET.
           03 ANO-COMP   PIC 9(04).
           03 MES-COMP   PIC 9(02).
       01 W-ANO          PIC 9(04) VALUE ZEROS.
       01 W-ANOPROX      PIC 9(04) VALUE ZEROS.
       01 W-COMPINI      PIC 9(06) VALUE ZEROS.
       01 W-COMPFIM      PIC 9(06) VALUE ZEROS.
       01 W-CTALUCRO     PIC 9(06) VALUE ZEROS.
       01 W-CONTA        PIC 9(06) VALUE ZEROS.
       01 W-VALSIN       PIC S9(13)V99 VALUE ZEROS.
       01 W-RESULT       PIC S9(13)V99 VALUE ZEROS.
       01 W-RES          PIC X(01) VALUE "N".
       01 W-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-QTDRES       PIC 9(04) VALUE ZEROS.
       01 W-QTDABR       PIC 9(05) VALUE ZEROS.
       01 W-QTDLANC      PIC 9(07) VALUE ZEROS.
       01 W-HIST         PIC X(30) VALUE SPACES.
      *    FAIXA DE SEQUENCIA DOS LANCAMENTOS DE ENCERRAMENTO
       01 W-SEQINI       PIC 9(04) VALUE 8900.
       01 W-SEQFIM       PIC 9(04) VALUE 8999.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 DET2.
           03 FILLER    PIC X(13) VALUE "COMPETENCIA: ".
           03 DETCOMP   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(13) VALUE " FECHADA EM: ".
           03 DETDATA   PIC 9(08) VALUE ZEROS.
       01 DET3.
           03 FILLER    PIC X(10) VALUE "EXERCICIO ".
           03 DETANO    PIC 9(04) VALUE ZEROS.
           03 FILLER    PIC X(18) VALUE " ENCERRADO EM:    ".
           03 DETDATA3  PIC 9(08) VALUE ZEROS.
       01 CAB1.
           03 FILLER    PIC X(45) VALUE
              "ENCERRAMENTO DO EXERCICIO                    ".
           03 FILLER    PIC X(09) VALUE "EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CAB2.
           03 FILLER    PIC X(11) VALUE "EXERCICIO: ".
           03 CABANO    PIC 9(04) VALUE ZEROS.
           03 FILLER    PIC X(28) VALUE
              "   CONTA LUCROS ACUMULADOS: ".
           03 CABLUCRO  PIC 9(06) VALUE ZEROS.
       01 CAB3.
           03 FILLER    PIC X(40) VALUE
              "CONTA  DESCRICAO                        ".
           03 FILLER    PIC X(39) VALUE
              "          SALDO D/C  SEQ.              ".
       01 DETREL.
           03 DRCONTA   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DRDESC    PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DRVALOR   PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DRDC      PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DRSEQ     PIC 9(04) VALUE ZEROS.
       01 TOTLIN.
           03 TLTXT     PIC X(38) VALUE SPACES.
           03 TLVAL     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 TITLIN        PIC X(79) VALUE SPACES.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".
       01 LINBRANCO     PIC X(79) VALUE SPACES.

       SCREEN SECTION.

       01  TELAFECH.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   FECHAMENTO".
           05  LINE 02  COLUMN 42
               VALUE  " CONTABIL / ENCERRAMENTO  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADFECHCTB
           IF ST-ERRO = "30" OR ST-ERRO = "35"
              OPEN OUTPUT CADFECHCTB
              CLOSE CADFECHCTB
              OPEN I-O CADFECHCTB.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO CADFECHCTB" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-FEC.
           DISPLAY TELAFECH
           DISPLAY (04, 01) "1 - FECHAR COMPETENCIA CONTABIL"
           DISPLAY (05, 01) "2 - LISTAR COMPETENCIAS FECHADAS"
           DISPLAY (06, 01) "3 - ENCERRAMENTO DO EXERCICIO"
           DISPLAY (07, 01) "0 - SAIR"
           DISPLAY (09, 01) "OPCAO: ".
           ACCEPT  (09, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO FECHA-INI.
           IF W-OPCAO = "2"
              GO TO LISTA-INI.
           IF W-OPCAO = "3"
              GO TO ENC-INI.
           GO TO MENU-FEC.

      *
      ****************************************
      * FECHAMENTO DA COMPETENCIA            *
      ****************************************
      *
       FECHA-INI.
           DISPLAY (11, 01) "COMPETENCIA (AAAAMM  0=VOLTAR): ".
           ACCEPT  (11, 33) W-COMPET.
           IF W-COMPET = ZEROS
              GO TO MENU-FEC.
           IF MES-COMP < 1 OR MES-COMP > 12
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FECHA-INI.
           MOVE W-COMPET TO FCCOMPET
           READ CADFECHCTB
           IF ST-ERRO = "00"
              MOVE "*** COMPETENCIA JA ESTA FECHADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FEC.

       FECHA-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (13, 01) "CONFIRMA O FECHAMENTO (S/N): ".
           ACCEPT  (13, 31) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** FECHAMENTO CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FEC.
           MOVE W-COMPET TO FCCOMPET
           MOVE W-HOJE TO FCDATA
           WRITE REGFECHCTB
           MOVE "* COMPETENCIA FECHADA - LANCAMENTOS BLOQUEADOS *"
                                          TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FEC.

      *
      ****************************************
      * LISTAGEM DOS FECHAMENTOS             *
      ****************************************
      *
       LISTA-INI.
           DISPLAY TELAFECH
           MOVE ZEROS TO FCCOMPET
           START CADFECHCTB KEY IS NOT LESS FCCOMPET
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA COMPETENCIA FECHADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FEC.
           MOVE 03 TO CONLIN.

       LISTA-RD1.
           READ CADFECHCTB NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-FIM.
           ADD 1 TO CONLIN
           IF CONLIN > 20
              DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
              ACCEPT (22, 31) W-OPCAO
              DISPLAY TELAFECH
              MOVE 04 TO CONLIN.
           MOVE CONLIN TO LIN
           MOVE FCCOMPET TO W-COMPET
           IF MES-COMP = 13
              MOVE ANO-COMP TO DETANO
              MOVE FCDATA TO DETDATA3
              DISPLAY (LIN, 01) DET3
           ELSE
              MOVE FCCOMPET TO DETCOMP
              MOVE FCDATA TO DETDATA
              DISPLAY (LIN, 01) DET2.
           GO TO LISTA-RD1.

       LISTA-FIM.
           MOVE "*** FIM DOS FECHAMENTOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-FEC.

      *
      ****************************************
      * ENCERRAMENTO DO EXERCICIO            *
      ****************************************
      *
       ENC-INI.
           DISPLAY (11, 01) "EXERCICIO A ENCERRAR (AAAA 0=VOLTAR): ".
           ACCEPT  (11, 39) W-ANO.
           IF W-ANO = ZEROS
              GO TO MENU-FEC.
           COMPUTE W-COMPET = (W-ANO * 100) + 13
           MOVE W-COMPET TO FCCOMPET
           READ CADFECHCTB
           IF ST-ERRO = "00"
              MOVE "*** EXERCICIO JA ENCERRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FEC.
           COMPUTE W-ANOPROX = W-ANO + 1
           COMPUTE W-COMPFIM = (W-ANO * 100) + 12
           MOVE ZEROS TO W-CTALUCRO
           OPEN INPUT CADPARAM
           IF ST-ERRO5 = "00"
              MOVE "CTALUCRO" TO PARCODIGO
              READ CADPARAM
              IF ST-ERRO5 = "00"
                 MOVE PARVALOR TO W-CTALUCRO.
           CLOSE CADPARAM.
           IF W-CTALUCRO = ZEROS
              MOVE "* CADASTRE O PARAMETRO CTALUCRO (SCP021) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FEC.
           OPEN INPUT CADPLANO
           IF ST-ERRO3 NOT = "00"
              MOVE "*** SEM PLANO DE CONTAS - USE O SCP050 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-FEC.
           MOVE W-CTALUCRO TO CTACODIGO
           PERFORM VER-RES THRU VER-RES-FIM
           IF ST-ERRO3 NOT = "00" OR W-RES = "S"
              MOVE "* CONTA CTALUCRO INVALIDA NO PLANO DE CONTAS *"
                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPLANO
              GO TO MENU-FEC.
           DISPLAY (12, 01) "LUCROS ACUMULADOS: "
           DISPLAY (12, 20) W-CTALUCRO
           DISPLAY (12, 27) CTADESC
           OPEN I-O CADLANC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** SEM LANCAMENTOS CONTABEIS (CADLANC) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPLANO
              GO TO MENU-FEC.
           OPEN I-O CADSALDOCTB
           IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
              OPEN OUTPUT CADSALDOCTB
              CLOSE CADSALDOCTB
              OPEN I-O CADSALDOCTB.
      *    SOBRA DE ENCERRAMENTO INTERROMPIDO NAO E REFEITA AQUI
           MOVE W-COMPFIM TO LANCOMPET
           MOVE W-SEQINI TO LANSEQ
           START CADLANC KEY IS NOT LESS LANCHAVE
           IF ST-ERRO2 = "00"
              READ CADLANC NEXT
              IF ST-ERRO2 = "00" AND LANCOMPET = W-COMPFIM
                                 AND LANSEQ NOT > W-SEQFIM
                 MOVE "* JA HA LANCAMENTOS DE ENCERRAMENTO NO ANO *"
                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ENC-SAI.

       ENC-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (14, 01) "CONFIRMA O ENCERRAMENTO (S/N): ".
           ACCEPT  (14, 33) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** ENCERRAMENTO CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENC-SAI.
           DISPLAY (16, 01) "APURANDO OS SALDOS..."
           PERFORM LIMPA-SAL THRU LIMPA-SAL-FIM
           MOVE ZEROS TO W-COMPINI W-QTDLANC.

      *
      *    PARTE DOS SALDOS DE ABERTURA DO PROPRIO ANO, SE HOUVER;
      *    SENAO SOMA O CADLANC DESDE O INICIO
      *
       ENC-ABRE.
           MOVE W-ANO TO SCANO
           MOVE ZEROS TO SCCONTA
           START CADSALDOCTB KEY IS NOT LESS SCCHAVE
           IF ST-ERRO4 NOT = "00"
              GO TO ENC-APURA.
       ENC-ABRE-RD.
           READ CADSALDOCTB NEXT
           IF ST-ERRO4 NOT = "00" OR SCANO NOT = W-ANO
              GO TO ENC-APURA.
           COMPUTE W-COMPINI = (W-ANO * 100) + 1
           MOVE SCCONTA TO W-CONTA
           MOVE SCSALDO TO W-VALSIN
           PERFORM SOMA-SAL THRU SOMA-SAL-FIM
           MOVE W-ANO TO SCANO
           MOVE W-CONTA TO SCCONTA
           START CADSALDOCTB KEY IS GREATER SCCHAVE
           IF ST-ERRO4 NOT = "00"
              GO TO ENC-APURA.
           GO TO ENC-ABRE-RD.

       ENC-APURA.
           MOVE W-COMPINI TO LANCOMPET
           MOVE ZEROS TO LANSEQ
           START CADLANC KEY IS NOT LESS LANCHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO ENC-CONTA.
       ENC-APURA-RD.
           READ CADLANC NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO ENC-CONTA.
           IF LANCOMPET > W-COMPFIM
              GO TO ENC-CONTA.
           ADD 1 TO W-QTDLANC
           MOVE LANDEB TO W-CONTA
           MOVE LANVALOR TO W-VALSIN
           PERFORM SOMA-SAL THRU SOMA-SAL-FIM
           MOVE LANCRE TO W-CONTA
           COMPUTE W-VALSIN = 0 - LANVALOR
           PERFORM SOMA-SAL THRU SOMA-SAL-FIM
           GO TO ENC-APURA-RD.

      *
      *    QUANTAS CONTAS DE RESULTADO TEM SALDO A ENCERRAR
      *
       ENC-CONTA.
           MOVE ZEROS TO W-QTDRES
           MOVE W-ANOPROX TO SCANO
           MOVE ZEROS TO SCCONTA
           START CADSALDOCTB KEY IS NOT LESS SCCHAVE
           IF ST-ERRO4 NOT = "00"
              GO TO ENC-CONTA-FIM.
       ENC-CONTA-RD.
           READ CADSALDOCTB NEXT
           IF ST-ERRO4 NOT = "00" OR SCANO NOT = W-ANOPROX
              GO TO ENC-CONTA-FIM.
           IF SCSALDO = ZEROS
              GO TO ENC-CONTA-RD.
           MOVE SCCONTA TO CTACODIGO
           PERFORM VER-RES THRU VER-RES-FIM
           IF W-RES = "S"
              ADD 1 TO W-QTDRES.
           GO TO ENC-CONTA-RD.
       ENC-CONTA-FIM.
           IF W-QTDRES > W-SEQFIM - W-SEQINI + 1
              PERFORM LIMPA-SAL THRU LIMPA-SAL-FIM
              MOVE "* MAIS DE 100 CONTAS DE RESULTADO - NAO ENCERRADO"
                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENC-SAI.

      *
      ************************************************
      * LANCAMENTOS DE ENCERRAMENTO NA COMPETENCIA   *
      * AAAA12 CONTRA LUCROS ACUMULADOS              *
      ************************************************
      *
           OPEN OUTPUT RELFECH
           MOVE W-HOJE TO CABEMIS
           MOVE W-ANO TO CABANO
           MOVE W-CTALUCRO TO CABLUCRO
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM LINSEP
           MOVE "TRANSFERENCIA DAS CONTAS DE RESULTADO" TO TITLIN
           WRITE REGREL FROM TITLIN
           WRITE REGREL FROM CAB3
           WRITE REGREL FROM LINSEP
           MOVE SPACES TO W-HIST
           STRING "ENCERRAMENTO EXERCICIO " DELIMITED BY SIZE
                  W-ANO DELIMITED BY SIZE
                  INTO W-HIST
           COMPUTE W-SEQ = W-SEQINI - 1
           MOVE ZEROS TO W-RESULT
           MOVE W-ANOPROX TO SCANO
           MOVE ZEROS TO SCCONTA
           START CADSALDOCTB KEY IS NOT LESS SCCHAVE
           IF ST-ERRO4 NOT = "00"
              GO TO ENC-LUCRO.
       ENC-LANCA-RD.
           READ CADSALDOCTB NEXT
           IF ST-ERRO4 NOT = "00" OR SCANO NOT = W-ANOPROX
              GO TO ENC-LUCRO.
           IF SCSALDO = ZEROS
              GO TO ENC-LANCA-RD.
           MOVE SCCONTA TO CTACODIGO
           PERFORM VER-RES THRU VER-RES-FIM
           IF W-RES NOT = "S"
              GO TO ENC-LANCA-RD.
           ADD 1 TO W-SEQ
           MOVE W-COMPFIM TO LANCOMPET
           MOVE W-SEQ TO LANSEQ
           MOVE W-HIST TO LANHIST
           MOVE ZEROS TO LANCC
           IF SCSALDO > ZEROS
              MOVE W-CTALUCRO TO LANDEB
              MOVE SCCONTA TO LANCRE
              MOVE SCSALDO TO LANVALOR
              MOVE "D" TO DRDC
           ELSE
              MOVE SCCONTA TO LANDEB
              MOVE W-CTALUCRO TO LANCRE
              COMPUTE LANVALOR = 0 - SCSALDO
              MOVE "C" TO DRDC.
           WRITE REGLANC
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADLANC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE RELFECH
              GO TO ENC-SAI.
           ADD SCSALDO TO W-RESULT
           MOVE SCCONTA TO DRCONTA
           MOVE CTADESC TO DRDESC
           MOVE LANVALOR TO DRVALOR
           MOVE W-SEQ TO DRSEQ
           WRITE REGREL FROM DETREL
      *    CONTA DE RESULTADO COMECA O ANO SEGUINTE ZERADA
           DELETE CADSALDOCTB RECORD
           GO TO ENC-LANCA-RD.

       ENC-LUCRO.
           MOVE W-CTALUCRO TO W-CONTA
           MOVE W-RESULT TO W-VALSIN
           PERFORM SOMA-SAL THRU SOMA-SAL-FIM
           WRITE REGREL FROM LINSEP
           MOVE "RESULTADO DO EXERCICIO (LUCRO +)" TO TLTXT
           COMPUTE W-VALSIN = 0 - W-RESULT
           MOVE W-VALSIN TO TLVAL
           WRITE REGREL FROM TOTLIN
           WRITE REGREL FROM LINBRANCO
           MOVE "SALDOS DE ABERTURA DO EXERCICIO SEGUINTE" TO TITLIN
           WRITE REGREL FROM TITLIN
           WRITE REGREL FROM CAB3
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO W-QTDABR
           MOVE W-ANOPROX TO SCANO
           MOVE ZEROS TO SCCONTA
           START CADSALDOCTB KEY IS NOT LESS SCCHAVE
           IF ST-ERRO4 NOT = "00"
              GO TO ENC-TRAVA.
       ENC-ABR-RD.
           READ CADSALDOCTB NEXT
           IF ST-ERRO4 NOT = "00" OR SCANO NOT = W-ANOPROX
              GO TO ENC-TRAVA.
           IF SCSALDO = ZEROS
              GO TO ENC-ABR-RD.
           ADD 1 TO W-QTDABR
           MOVE SCCONTA TO CTACODIGO DRCONTA
           READ CADPLANO
           IF ST-ERRO3 = "00"
              MOVE CTADESC TO DRDESC
           ELSE
              MOVE "** CONTA FORA DO PLANO **" TO DRDESC.
           IF SCSALDO > ZEROS
              MOVE SCSALDO TO DRVALOR
              MOVE "D" TO DRDC
           ELSE
              COMPUTE DRVALOR = 0 - SCSALDO
              MOVE "C" TO DRDC.
           MOVE ZEROS TO DRSEQ
           WRITE REGREL FROM DETREL
           GO TO ENC-ABR-RD.

      *
      *    FECHA OS 12 MESES E MARCA O EXERCICIO
      *
       ENC-TRAVA.
           COMPUTE W-COMPET = (W-ANO * 100) + 1.
       ENC-TRAVA-1.
           MOVE W-COMPET TO FCCOMPET
           READ CADFECHCTB
           IF ST-ERRO NOT = "00"
              MOVE W-COMPET TO FCCOMPET
              MOVE W-HOJE TO FCDATA
              WRITE REGFECHCTB.
           ADD 1 TO W-COMPET
           IF MES-COMP NOT > 12
              GO TO ENC-TRAVA-1.
           MOVE W-COMPET TO FCCOMPET
           MOVE W-HOJE TO FCDATA
           WRITE REGFECHCTB
           WRITE REGREL FROM LINSEP
           MOVE "CONTAS COM SALDO DE ABERTURA:" TO TLTXT
           MOVE W-QTDABR TO TLVAL
           WRITE REGREL FROM TOTLIN
           CLOSE RELFECH
           PERFORM SPOOL THRU SPOOL-FIM
           DISPLAY (16, 01) "LANCAMENTOS LIDOS:            "
           DISPLAY (16, 20) W-QTDLANC
           DISPLAY (17, 01) "CONTAS ENCERRADAS: "
           DISPLAY (17, 20) W-QTDRES
           DISPLAY (18, 01) "SALDOS DE ABERTURA:"
           DISPLAY (18, 20) W-QTDABR
           MOVE "*** EXERCICIO ENCERRADO - VEJA FECHACTB.TXT ***"
                                          TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ENC-SAI.
           CLOSE CADLANC CADPLANO CADSALDOCTB
           GO TO MENU-FEC.

      *
      *    SOMA W-VALSIN AO SALDO DE ABERTURA DO ANO SEGUINTE
      *
       SOMA-SAL.
           MOVE W-ANOPROX TO SCANO
           MOVE W-CONTA TO SCCONTA
           READ CADSALDOCTB
           IF ST-ERRO4 = "00"
              ADD W-VALSIN TO SCSALDO
              REWRITE REGSALDOCTB
           ELSE
              MOVE W-VALSIN TO SCSALDO
              WRITE REGSALDOCTB.
       SOMA-SAL-FIM.
           EXIT.

      *
      *    APAGA SALDOS DE ABERTURA DO ANO SEGUINTE JA GRAVADOS
      *
       LIMPA-SAL.
           MOVE W-ANOPROX TO SCANO
           MOVE ZEROS TO SCCONTA
           START CADSALDOCTB KEY IS NOT LESS SCCHAVE
           IF ST-ERRO4 NOT = "00"
              GO TO LIMPA-SAL-FIM.
       LIMPA-SAL-RD.
           READ CADSALDOCTB NEXT
           IF ST-ERRO4 NOT = "00" OR SCANO NOT = W-ANOPROX
              GO TO LIMPA-SAL-FIM.
           DELETE CADSALDOCTB RECORD
           GO TO LIMPA-SAL-RD.
       LIMPA-SAL-FIM.
           EXIT.

      *
      *    CONTA DE RESULTADO (DRE) ? CTACODIGO -> W-RES = S/N
      *    LINHA DO SCP050 PREVALECE; EM BRANCO VALE O TIPO R/D
      *
       VER-RES.
           MOVE "N" TO W-RES
           READ CADPLANO
           IF ST-ERRO3 NOT = "00"
              GO TO VER-RES-FIM.
           IF CTALINHA = SPACES
              IF CTATIPO = "R" OR CTATIPO = "D"
                 MOVE "S" TO W-RES
                 GO TO VER-RES-FIM
              ELSE
                 GO TO VER-RES-FIM.
           IF CTALINHA = "RB" OR "DE" OR "CM" OR "DO" OR "RF"
              MOVE "S" TO W-RES.
       VER-RES-FIM.
           EXIT.

      *    O RELATORIO VAI PARA O SPOOL CENTRAL (SCP067)
       SPOOL.
           MOVE "FECHACTB" TO W-SPPROG
           MOVE "FECHACTB.TXT" TO W-SPARQ
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
           CLOSE CADFECHCTB.
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
