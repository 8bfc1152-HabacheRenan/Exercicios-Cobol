       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCMAN.
      *******************************
      * LANCAMENTOS CONTABEIS MANUAIS (PROVISOES, CORRECOES,    *
      * SALDOS DE ABERTURA)                                     *
      * CADA DOCUMENTO TEM ATE 12 LINHAS DE DEBITO/CREDITO E SO *
      * E GRAVADO COM DEBITOS = CREDITOS; AS LINHAS SAO CASADAS *
      * EM PARES DEBITO X CREDITO NO CADLANC, NA SEQUENCIA 8000 *
      * A 8899 DA COMPETENCIA. O NUMERO DO DOCUMENTO E A PRIMEIRA*
      * SEQUENCIA USADA. O CADLANCMAN GUARDA DATA, SITUACAO E O *
      * ESTORNO DE CADA PAR                                     *
      * COMPETENCIA FECHADA (FECHACTB) NAO ACEITA LANCAMENTO    *
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
       SELECT CADLANCMAN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS LMCHAVE
                       FILE STATUS IS ST-LM.
      *
       SELECT CADPLANO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CTACODIGO
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT CADCCUSTO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CCCODIGO
                       FILE STATUS IS ST-ERRO4.
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
      *    UM REGISTRO POR PAR GRAVADO NO CADLANC (MESMA CHAVE)
      *    TIPO N=NORMAL E=ESTORNO   SITUACAO A=ATIVO E=ESTORNADO
      *    LMREF = DOCUMENTO ESTORNADO (TIPO E) OU O ESTORNO DELE
       FD CADLANCMAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADLANCMAN.DAT".
       01 REGLANCMAN.
           03 LMCHAVE.
               05 LMCOMPET      PIC 9(06).
               05 LMSEQ         PIC 9(04).
           03 LMDOC             PIC 9(04).
           03 LMDATA            PIC 9(08).
           03 LMTIPO            PIC X(01).
           03 LMSIT             PIC X(01).
           03 LMREF.
               05 LMREFCOMP     PIC 9(06).
               05 LMREFDOC      PIC 9(04).
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
       FD CADCCUSTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCCUSTO.DAT".
       01 REGCCUSTO.
           03 CCCODIGO          PIC 9(03).
           03 CCDESC            PIC X(20).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-LM          PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 LIN            PIC 9(03) VALUE ZEROS.
       01 W-TEMCC        PIC X(01) VALUE "N".
       01 W-FECH         PIC X(01) VALUE "N".
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-G REDEFINES W-COMPET.
           03 ANO-COMP   PIC 9(04).
           03 MES-COMP   PIC 9(02).
       01 W-DATA         PIC 9(08) VALUE ZEROS.
       01 W-DATACOMP     PIC 9(06) VALUE ZEROS.
       01 W-HIST         PIC X(30) VALUE SPACES.
       01 W-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-DOC          PIC 9(04) VALUE ZEROS.
       01 W-QTDGER       PIC 9(03) VALUE ZEROS.
      *    FAIXA DE SEQUENCIA DOS LANCAMENTOS MANUAIS NO CADLANC
       01 W-SEQINI       PIC 9(04) VALUE 8000.
       01 W-SEQFIM       PIC 9(04) VALUE 8899.
      *
      *    LINHAS DO DOCUMENTO EM DIGITACAO
       01 W-QTDLIN       PIC 9(02) VALUE ZEROS.
       01 W-CONTA        PIC 9(06) VALUE ZEROS.
       01 W-DC           PIC X(01) VALUE SPACES.
       01 W-VALOR        PIC 9(13)V99 VALUE ZEROS.
       01 W-CC           PIC 9(03) VALUE ZEROS.
       01 W-TOTDEB       PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTCRE       PIC 9(13)V99 VALUE ZEROS.
       01 W-VALED        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-VALPAR       PIC 9(13)V99 VALUE ZEROS.
       01 TAB-LIN.
           03 TL-ITEM OCCURS 12 TIMES.
               05 TL-CONTA       PIC 9(06).
               05 TL-DC          PIC X(01).
               05 TL-VALOR       PIC 9(13)V99.
               05 TL-CC          PIC 9(03).
               05 TL-RESTO       PIC 9(13)V99.
       01 I              PIC 9(02) VALUE ZEROS.
       01 J              PIC 9(02) VALUE ZEROS.
      *
      *    ESTORNO: SEQUENCIAS DO DOCUMENTO ORIGINAL
       01 W-COMPORIG     PIC 9(06) VALUE ZEROS.
       01 W-DOCORIG      PIC 9(04) VALUE ZEROS.
       01 W-QTDORIG      PIC 9(02) VALUE ZEROS.
       01 TAB-ORIG.
           03 TO-SEQ OCCURS 12 TIMES PIC 9(04).
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 DETLIN.
           03 DLLIN     PIC Z9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DLCONTA   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DLDESC    PIC X(25) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DLDC      PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DLVALOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DLCC      PIC ZZ9 VALUE ZEROS.
       01 DETCON.
           03 DCSEQ     PIC 9(04) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCDEB     PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCCRE     PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCHIST    PIC X(30) VALUE SPACES.
           03 DCVALOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCCC      PIC ZZ9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCSIT     PIC X(01) VALUE SPACE.

       SCREEN SECTION.
       01  TELALM.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   LANCAMENT".
           05  LINE 02  COLUMN 42
               VALUE  "OS CONTABEIS MANUAIS  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADLANC
           IF ST-ERRO = "30"
              OPEN OUTPUT CADLANC
              CLOSE CADLANC
              OPEN I-O CADLANC.
           OPEN I-O CADLANCMAN
           IF ST-LM = "30"
              OPEN OUTPUT CADLANCMAN
              CLOSE CADLANCMAN
              OPEN I-O CADLANCMAN.
           IF ST-ERRO NOT = "00" OR ST-LM NOT = "00"
              MOVE "ERRO NA ABERTURA DO CADLANC/CADLANCMAN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADPLANO
           IF ST-ERRO3 NOT = "00"
              MOVE "SEM PLANO DE CONTAS - USE O SCP050" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADLANC CADLANCMAN
              GO TO ROT-FIM2.
           MOVE "N" TO W-TEMCC
           OPEN INPUT CADCCUSTO
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-TEMCC.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-LM.
           DISPLAY TELALM
           DISPLAY (04, 01) "1 - NOVO LANCAMENTO MANUAL"
           DISPLAY (05, 01) "2 - ESTORNO DE LANCAMENTO MANUAL"
           DISPLAY (06, 01) "3 - CONSULTA DE DOCUMENTO"
           DISPLAY (07, 01) "0 - SAIR"
           DISPLAY (09, 01) "OPCAO: ".
           ACCEPT  (09, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO LAN-INI.
           IF W-OPCAO = "2"
              GO TO EST-INI.
           IF W-OPCAO = "3"
              GO TO CON-INI.
           GO TO MENU-LM.

      *
      ************************************************
      * NOVO LANCAMENTO                              *
      ************************************************
      *
       LAN-INI.
           DISPLAY TELALM
           DISPLAY (04, 01) "COMPETENCIA (AAAAMM  0=VOLTAR): ".
           ACCEPT  (04, 33) W-COMPET.
           IF W-COMPET = ZEROS
              GO TO MENU-LM.
           IF MES-COMP < 1 OR MES-COMP > 12
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LAN-INI.
           CALL "CTBVER" USING W-COMPET W-FECH
           IF W-FECH = "S"
              MOVE "*** COMPETENCIA FECHADA NA CONTABILIDADE ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LAN-INI.
       LAN-DATA.
           MOVE W-HOJE TO W-DATA
           DISPLAY (05, 01) "DATA DO LANCAMENTO: ".
           ACCEPT  (05, 21) W-DATA WITH UPDATE.
           DIVIDE W-DATA BY 100 GIVING W-DATACOMP
           IF W-DATACOMP NOT = W-COMPET
              MOVE "*** DATA FORA DA COMPETENCIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LAN-DATA.
       LAN-HIST.
           MOVE SPACES TO W-HIST
           DISPLAY (06, 01) "HISTORICO: ".
           ACCEPT  (06, 12) W-HIST WITH UPDATE.
           IF W-HIST = SPACES
              MOVE "*** HISTORICO OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LAN-HIST.
           MOVE ZEROS TO W-QTDLIN W-TOTDEB W-TOTCRE
           DISPLAY (08, 01)
              "LN CONTA  DESCRICAO                 D/C           VALOR
      -       "   CC".
       LAN-LINHA.
           IF W-QTDLIN NOT < 12
              GO TO LAN-TOTAL.
           COMPUTE LIN = W-QTDLIN + 9
           MOVE ZEROS TO W-CONTA W-VALOR W-CC
           MOVE SPACES TO W-DC
           COMPUTE DLLIN = W-QTDLIN + 1
           DISPLAY (LIN, 01) DLLIN
           ACCEPT  (LIN, 04) W-CONTA.
           IF W-CONTA = ZEROS
              GO TO LAN-TOTAL.
           MOVE W-CONTA TO CTACODIGO
           READ CADPLANO
           IF ST-ERRO3 NOT = "00"
              MOVE "*** CONTA NAO CADASTRADA NO PLANO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LAN-LINHA.
           MOVE CTADESC TO DLDESC
           DISPLAY (LIN, 11) DLDESC.
       LAN-DC.
           ACCEPT  (LIN, 37) W-DC.
           IF W-DC = "d"
              MOVE "D" TO W-DC.
           IF W-DC = "c"
              MOVE "C" TO W-DC.
           IF W-DC NOT = "D" AND W-DC NOT = "C"
              MOVE "*** DIGITE D (DEBITO) OU C (CREDITO) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LAN-DC.
       LAN-VALOR.
           ACCEPT  (LIN, 40) W-VALOR.
           IF W-VALOR = ZEROS
              MOVE "*** VALOR OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LAN-VALOR.
           MOVE W-VALOR TO W-VALED
           DISPLAY (LIN, 39) W-VALED.
       LAN-CC.
           ACCEPT  (LIN, 60) W-CC.
           IF W-CC NOT = ZEROS AND W-TEMCC = "S"
              MOVE W-CC TO CCCODIGO
              READ CADCCUSTO
              IF ST-ERRO4 NOT = "00"
                 MOVE "*** CENTRO DE CUSTO NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO LAN-CC.
           ADD 1 TO W-QTDLIN
           MOVE W-CONTA TO TL-CONTA(W-QTDLIN)
           MOVE W-DC TO TL-DC(W-QTDLIN)
           MOVE W-VALOR TO TL-VALOR(W-QTDLIN) TL-RESTO(W-QTDLIN)
           MOVE W-CC TO TL-CC(W-QTDLIN)
           IF W-DC = "D"
              ADD W-VALOR TO W-TOTDEB
           ELSE
              ADD W-VALOR TO W-TOTCRE.
           PERFORM MOSTRA-TOT THRU MOSTRA-TOT-FIM
           GO TO LAN-LINHA.

       LAN-TOTAL.
           PERFORM MOSTRA-TOT THRU MOSTRA-TOT-FIM
           IF W-QTDLIN < 2
              MOVE "*** INFORME AO MENOS UM DEBITO E UM CREDITO ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LAN-ABANDONA.
           IF W-TOTDEB NOT = W-TOTCRE
              MOVE "*** DEBITOS DIFERENTES DOS CREDITOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LAN-ABANDONA.
           MOVE "S" TO W-OPCAO
           DISPLAY (22, 01) "GRAVA O LANCAMENTO (S/N): ".
           ACCEPT  (22, 27) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO LAN-ABANDONA.
           PERFORM PROX-SEQ THRU PROX-SEQ-FIM
           IF W-SEQ + W-QTDLIN - 1 > W-SEQFIM
              MOVE "* FAIXA DE LANCAMENTOS MANUAIS ESGOTADA NO MES *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-LM.
           COMPUTE W-DOC = W-SEQ + 1
           MOVE ZEROS TO W-QTDGER
           MOVE 1 TO I J.

      *
      *    CASA CADA DEBITO COM OS CREDITOS AINDA EM ABERTO
      *
       LAN-PAR.
           IF I > W-QTDLIN OR J > W-QTDLIN
              GO TO LAN-FIM.
           IF TL-DC(I) NOT = "D" OR TL-RESTO(I) = ZEROS
              ADD 1 TO I
              GO TO LAN-PAR.
           IF TL-DC(J) NOT = "C" OR TL-RESTO(J) = ZEROS
              ADD 1 TO J
              GO TO LAN-PAR.
           IF TL-RESTO(I) < TL-RESTO(J)
              MOVE TL-RESTO(I) TO W-VALPAR
           ELSE
              MOVE TL-RESTO(J) TO W-VALPAR.
           SUBTRACT W-VALPAR FROM TL-RESTO(I) TL-RESTO(J)
           ADD 1 TO W-SEQ
           MOVE W-COMPET TO LANCOMPET
           MOVE W-SEQ TO LANSEQ
           MOVE TL-CONTA(I) TO LANDEB
           MOVE TL-CONTA(J) TO LANCRE
           MOVE W-HIST TO LANHIST
           MOVE W-VALPAR TO LANVALOR
           IF TL-CC(I) NOT = ZEROS
              MOVE TL-CC(I) TO LANCC
           ELSE
              MOVE TL-CC(J) TO LANCC.
           WRITE REGLANC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADLANC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-COMPET TO LMCOMPET
           MOVE W-SEQ TO LMSEQ
           MOVE W-DOC TO LMDOC
           MOVE W-DATA TO LMDATA
           MOVE "N" TO LMTIPO
           MOVE "A" TO LMSIT
           MOVE ZEROS TO LMREFCOMP LMREFDOC
           WRITE REGLANCMAN
           ADD 1 TO W-QTDGER
           GO TO LAN-PAR.

       LAN-FIM.
           DISPLAY (22, 01) "DOCUMENTO:                            "
           DISPLAY (22, 12) W-COMPET
           DISPLAY (22, 18) "-"
           DISPLAY (22, 19) W-DOC
           DISPLAY (22, 25) "PARES GRAVADOS: "
           DISPLAY (22, 41) W-QTDGER
           MOVE "*** LANCAMENTO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LAN-INI.

       LAN-ABANDONA.
           MOVE "*** LANCAMENTO NAO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LAN-INI.

       MOSTRA-TOT.
           MOVE W-TOTDEB TO W-VALED
           DISPLAY (21, 01) "DEBITOS: "
           DISPLAY (21, 10) W-VALED
           MOVE W-TOTCRE TO W-VALED
           DISPLAY (21, 30) "CREDITOS: "
           DISPLAY (21, 40) W-VALED.
       MOSTRA-TOT-FIM.
           EXIT.

      *
      *    ULTIMA SEQUENCIA MANUAL JA USADA NA COMPETENCIA
      *
       PROX-SEQ.
           COMPUTE W-SEQ = W-SEQINI - 1
           MOVE W-COMPET TO LANCOMPET
           MOVE W-SEQINI TO LANSEQ
           START CADLANC KEY IS NOT LESS LANCHAVE
           IF ST-ERRO NOT = "00"
              GO TO PROX-SEQ-FIM.
       PROX-SEQ-RD.
           READ CADLANC NEXT
           IF ST-ERRO NOT = "00" OR LANCOMPET NOT = W-COMPET
              GO TO PROX-SEQ-FIM.
           IF LANSEQ > W-SEQFIM
              GO TO PROX-SEQ-FIM.
           MOVE LANSEQ TO W-SEQ
           GO TO PROX-SEQ-RD.
       PROX-SEQ-FIM.
           EXIT.

      *
      ************************************************
      * ESTORNO: GRAVA OS PARES INVERTIDOS NUMA      *
      * COMPETENCIA ABERTA E MARCA O ORIGINAL        *
      ************************************************
      *
       EST-INI.
           DISPLAY TELALM
           DISPLAY (04, 01) "DOCUMENTO A ESTORNAR - COMPETENCIA: ".
           ACCEPT  (04, 37) W-COMPORIG.
           IF W-COMPORIG = ZEROS
              GO TO MENU-LM.
           DISPLAY (05, 01) "NUMERO DO DOCUMENTO: ".
           ACCEPT  (05, 22) W-DOCORIG.
           MOVE ZEROS TO W-QTDORIG
           MOVE W-COMPORIG TO LMCOMPET
           MOVE W-DOCORIG TO LMSEQ
           START CADLANCMAN KEY IS NOT LESS LMCHAVE
           IF ST-LM NOT = "00"
              GO TO EST-ACHOU.
       EST-RD.
           READ CADLANCMAN NEXT
           IF ST-LM NOT = "00" OR LMCOMPET NOT = W-COMPORIG
              GO TO EST-ACHOU.
           IF LMDOC NOT = W-DOCORIG
              GO TO EST-ACHOU.
           IF LMTIPO NOT = "N"
              MOVE "*** DOCUMENTO E UM ESTORNO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-INI.
           IF LMSIT NOT = "A"
              MOVE "*** DOCUMENTO JA ESTORNADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-INI.
           IF W-QTDORIG < 12
              ADD 1 TO W-QTDORIG
              MOVE LMSEQ TO TO-SEQ(W-QTDORIG).
           GO TO EST-RD.
       EST-ACHOU.
           IF W-QTDORIG = ZEROS
              MOVE "*** DOCUMENTO MANUAL NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-INI.
           MOVE W-COMPORIG TO W-COMPET
           CALL "CTBVER" USING W-COMPET W-FECH
           IF W-FECH = "S"
              DIVIDE W-HOJE BY 100 GIVING W-COMPET.
       EST-COMP.
           DISPLAY (07, 01) "ESTORNAR NA COMPETENCIA: ".
           ACCEPT  (07, 26) W-COMPET WITH UPDATE.
           IF W-COMPET = ZEROS
              GO TO EST-INI.
           IF W-COMPET < W-COMPORIG OR MES-COMP < 1 OR MES-COMP > 12
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-COMP.
           CALL "CTBVER" USING W-COMPET W-FECH
           IF W-FECH = "S"
              MOVE "*** COMPETENCIA FECHADA NA CONTABILIDADE ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-COMP.
           MOVE "N" TO W-OPCAO
           DISPLAY (09, 01) "CONFIRMA O ESTORNO (S/N): ".
           ACCEPT  (09, 27) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO EST-INI.
           PERFORM PROX-SEQ THRU PROX-SEQ-FIM
           IF W-SEQ + W-QTDORIG > W-SEQFIM
              MOVE "* FAIXA DE LANCAMENTOS MANUAIS ESGOTADA NO MES *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-LM.
           COMPUTE W-DOC = W-SEQ + 1
           MOVE W-COMPET TO W-DATACOMP
           MOVE SPACES TO W-HIST
           STRING "ESTORNO DOC " DELIMITED BY SIZE
                  W-COMPORIG DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  W-DOCORIG DELIMITED BY SIZE
                  INTO W-HIST
           MOVE 1 TO I.
       EST-GRAVA.
           IF I > W-QTDORIG
              GO TO EST-FIM.
           MOVE W-COMPORIG TO LANCOMPET
           MOVE TO-SEQ(I) TO LANSEQ
           READ CADLANC
           IF ST-ERRO NOT = "00"
              ADD 1 TO I
              GO TO EST-GRAVA.
           MOVE LANDEB TO W-CONTA
           MOVE LANCRE TO LANDEB
           MOVE W-CONTA TO LANCRE
           ADD 1 TO W-SEQ
           MOVE W-DATACOMP TO LANCOMPET
           MOVE W-SEQ TO LANSEQ
           MOVE W-HIST TO LANHIST
           WRITE REGLANC
           MOVE W-DATACOMP TO LMCOMPET
           MOVE W-SEQ TO LMSEQ
           MOVE W-DOC TO LMDOC
           MOVE W-HOJE TO LMDATA
           MOVE "E" TO LMTIPO
           MOVE "A" TO LMSIT
           MOVE W-COMPORIG TO LMREFCOMP
           MOVE W-DOCORIG TO LMREFDOC
           WRITE REGLANCMAN
      *    MARCA O PAR ORIGINAL COMO ESTORNADO
           MOVE W-COMPORIG TO LMCOMPET
           MOVE TO-SEQ(I) TO LMSEQ
           READ CADLANCMAN
           IF ST-LM = "00"
              MOVE "E" TO LMSIT
              MOVE W-DATACOMP TO LMREFCOMP
              MOVE W-DOC TO LMREFDOC
              REWRITE REGLANCMAN.
           ADD 1 TO I
           GO TO EST-GRAVA.
       EST-FIM.
           DISPLAY (11, 01) "DOCUMENTO DE ESTORNO: "
           DISPLAY (11, 23) W-DATACOMP
           DISPLAY (11, 29) "-"
           DISPLAY (11, 30) W-DOC
           MOVE "*** ESTORNO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO EST-INI.

      *
      ************************************************
      * CONSULTA DE DOCUMENTO                        *
      ************************************************
      *
       CON-INI.
           DISPLAY TELALM
           DISPLAY (04, 01) "COMPETENCIA (0=VOLTAR): ".
           ACCEPT  (04, 25) W-COMPORIG.
           IF W-COMPORIG = ZEROS
              GO TO MENU-LM.
           DISPLAY (05, 01) "NUMERO DO DOCUMENTO: ".
           ACCEPT  (05, 22) W-DOCORIG.
           DISPLAY (07, 01)
              "SEQ. DEBITO CREDIT HISTORICO                         V
      -       "ALOR  CC S".
           MOVE 07 TO LIN
           MOVE W-COMPORIG TO LMCOMPET
           MOVE W-DOCORIG TO LMSEQ
           START CADLANCMAN KEY IS NOT LESS LMCHAVE
           IF ST-LM NOT = "00"
              GO TO CON-FIM.
       CON-RD.
           READ CADLANCMAN NEXT
           IF ST-LM NOT = "00" OR LMCOMPET NOT = W-COMPORIG
              GO TO CON-FIM.
           IF LMDOC NOT = W-DOCORIG
              GO TO CON-FIM.
           IF LIN = 07
              DISPLAY (05, 30) "DATA: "
              DISPLAY (05, 36) LMDATA
              IF LMTIPO = "E"
                 DISPLAY (05, 46) "ESTORNO DE "
                 DISPLAY (05, 57) LMREF
              ELSE
              IF LMSIT = "E"
                 DISPLAY (05, 46) "ESTORNADO EM "
                 DISPLAY (05, 59) LMREF.
           MOVE LMCHAVE TO LANCHAVE
           READ CADLANC
           IF ST-ERRO NOT = "00"
              GO TO CON-RD.
           MOVE LANSEQ TO DCSEQ
           MOVE LANDEB TO DCDEB
           MOVE LANCRE TO DCCRE
           MOVE LANHIST TO DCHIST
           MOVE LANVALOR TO DCVALOR
           MOVE LANCC TO DCCC
           MOVE LMSIT TO DCSIT
           ADD 1 TO LIN
           IF LIN > 20
              GO TO CON-FIM.
           DISPLAY (LIN, 01) DETCON
           GO TO CON-RD.
       CON-FIM.
           IF LIN = 07
              MOVE "*** DOCUMENTO MANUAL NAO ENCONTRADO ***" TO MENS
           ELSE
              MOVE "*** FIM DO DOCUMENTO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
           ACCEPT  (22, 31) W-OPCAO
           GO TO CON-INI.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADLANC CADLANCMAN CADPLANO
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
