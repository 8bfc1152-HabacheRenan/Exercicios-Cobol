       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICLOINV.
      *******************************
      * PROGRAMA DE CONTAGEM CICLICA DO ESTOQUE PELA CURVA ABC   *
      * CADA PRODUTO TEM UMA PROXIMA DATA DE CONTAGEM NO CADCICLO *
      * PELA CLASSE (CADPARAM CICLOA/CICLOB/CICLOC = MESES,       *
      * PADRAO 1/3/12), ESPALHADA POR IGUAL NOS DIAS UTEIS        *
      * (DIAUTIL/CADFERIADO). A LISTA DO DIA SAI NO CICLO.TXT; AS *
      * CONTAGENS SAO DIGITADAS E EFETIVADAS NO SCP031, QUE       *
      * REPROGRAMA O PRODUTO E CONTA OS ACERTOS. A COBERTURA      *
      * (ATRASADOS E ACURACIDADE POR CLASSE) SAI NO CICLOCOB.TXT  *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADPRO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       FILE STATUS IS ST-ERRO
                       ALTERNATE RECORD KEY IS DESC
                                   WITH DUPLICATES
                       ALTERNATE RECORD KEY IS BARRAS
                                   WITH DUPLICATES.
      *
       SELECT CADCICLO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CICCODPRO
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT RELCIC ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT RELCOB ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADPRO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPRO.DAT".
       01 REGPRO.
           03 CODIGO            PIC 9(06).
           03 DESC              PIC X(30).
           03 UNIDADE           PIC X(02).
           03 UNIDADETXT        PIC X(15).
           03 TIPOPRODUTO       PIC 9(01).
           03 TIPOTXT          PIC X(15).
           03 FCNPJ             PIC 9(14).
           03 QUANTIDADE        PIC 9(06).
           03 ESTMINIMO         PIC 9(06).
           03 PRECO             PIC 9(09)V99.
           03 DATAULTALT2       PIC 9(08).
           03 CUSTOMEDIO        PIC 9(09)V99.
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       FD CADCICLO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCICLO.DAT".
       01 REGCICLO.
           03 CICCODPRO         PIC 9(06).
           03 CICCLASSE         PIC X(01).
           03 CICFREQ           PIC 9(02).
           03 CICPROX           PIC 9(08).
           03 CICULTCONT        PIC 9(08).
           03 CICULTLISTA       PIC 9(08).
           03 CICQTDCONT        PIC 9(05).
           03 CICQTDACER        PIC 9(05).

       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.

       FD RELCIC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CICLO.TXT".
       01 REGREL             PIC X(79).

       FD RELCOB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CICLOCOB.TXT".
       01 REGCOB             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-SEL          PIC 9(01) VALUE ZEROS.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 CONLIN         PIC 9(03) VALUE 001.
       01 LIN            PIC 9(03) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-DATALIS      PIC 9(08) VALUE ZEROS.
       01 W-TODOS        PIC X(01) VALUE "N".
       01 W-PLANEJA      PIC X(01) VALUE "N".
       01 W-PASSO        PIC X(01) VALUE SPACE.
       01 W-CLASSE       PIC X(01) VALUE SPACES.
       01 W-EHUTIL       PIC X(01) VALUE SPACES.
       01 W-PROXUTIL     PIC 9(08) VALUE ZEROS.
       01 W-QTDLIS       PIC 9(05) VALUE ZEROS.
       01 W-QTDATR       PIC 9(05) VALUE ZEROS.
       01 W-QTDPLAN      PIC 9(05) VALUE ZEROS.
       01 W-IDX          PIC 9(05) VALUE ZEROS.
       01 K              PIC 9(01) VALUE ZEROS.
       01 I              PIC 9(03) VALUE ZEROS.
      *    DATA DE TRABALHO PARA SOMAR DIAS E MESES
       01 W-CAND         PIC 9(08) VALUE ZEROS.
       01 W-CAND-G REDEFINES W-CAND.
           03 ANO-C      PIC 9(04).
           03 MES-C      PIC 9(02).
           03 DIA-C      PIC 9(02).
       01 W-NMESES       PIC 9(02) VALUE ZEROS.
       01 W-MESTOT       PIC 9(04) VALUE ZEROS.
       01 W-ANOS         PIC 9(04) VALUE ZEROS.
       01 W-MESR         PIC 9(02) VALUE ZEROS.
       01 W-ULTDIA       PIC 9(02) VALUE ZEROS.
       01 W-ZQUOC        PIC 9(08) VALUE ZEROS.
       01 W-RESTO4       PIC 9(04) VALUE ZEROS.
       01 W-RESTO100     PIC 9(04) VALUE ZEROS.
       01 W-RESTO400     PIC 9(04) VALUE ZEROS.
       01 W-FIM12        PIC 9(08) VALUE ZEROS.
      *    DIAS UTEIS DOS PROXIMOS 12 MESES
       01 W-QTDDU        PIC 9(03) VALUE ZEROS.
       01 TAB-DU.
           03 TDU-DATA OCCURS 300 TIMES PIC 9(08).
      *    POR CLASSE: 1=A 2=B 3=C
       01 TAB-CLS.
           03 TCL-ITEM OCCURS 3 TIMES.
               05 TCL-FREQ     PIC 9(02).
               05 TCL-FIM      PIC 9(08).
               05 TCL-DIAS     PIC 9(03).
               05 TCL-NPLAN    PIC 9(05).
               05 TCL-KPLAN    PIC 9(05).
               05 TCL-PROD     PIC 9(05).
               05 TCL-ATRAS    PIC 9(05).
               05 TCL-CONT     PIC 9(07).
               05 TCL-ACER     PIC 9(07).
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 FILLER    PIC X(33) VALUE
              "LISTA DE CONTAGEM CICLICA - DIA: ".
           03 CABDATA   PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(30) VALUE
              "  (DIGITAR NO SCP031 OPCAO 2)".

       01 CAB2.
           03 FILLER    PIC X(40) VALUE
              "CODIGO DESCRICAO                      UN".
           03 FILLER    PIC X(39) VALUE
              " CL  PREVISTA  CONTAGEM".

       01 DET1.
           03 DETCOD    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETDESC   PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETUNID   PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DETCLA    PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DETPREV   PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(10) VALUE "__________".

       01 TOT1.
           03 FILLER    PIC X(21) VALUE "PRODUTOS A CONTAR:  ".
           03 TOTLIS    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(19) VALUE "  DOS QUAIS ATRAS.:".
           03 TOTATR    PIC ZZZZ9 VALUE ZEROS.

       01 COB1.
           03 FILLER    PIC X(38) VALUE
              "COBERTURA DA CONTAGEM CICLICA - DIA: ".
           03 COBDATA   PIC 9(08) VALUE ZEROS.

       01 COB2.
           03 FILLER    PIC X(40) VALUE
              "PRODUTOS COM CONTAGEM ATRASADA          ".

       01 COB3.
           03 FILLER    PIC X(40) VALUE
              "CODIGO DESCRICAO                      CL".
           03 FILLER    PIC X(30) VALUE
              "  PREVISTA ULT.CONT.".

       01 COBDET.
           03 CDTCOD    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 CDTDESC   PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 CDTCLA    PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 CDTPREV   PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 CDTULT    PIC 9(08) VALUE ZEROS.

       01 COB4.
           03 FILLER    PIC X(40) VALUE
              "CLASSE CICLO PRODUTOS ATRASADOS CONTAGEN".
           03 FILLER    PIC X(30) VALUE
              "S   ACERTOS ACURACIDADE".

       01 COBCLS.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 CLSCLA    PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 CLSFREQ   PIC Z9 VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE "M  ".
           03 CLSPROD   PIC ZZZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 CLSATR    PIC ZZZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 CLSCONT   PIC ZZZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 CLSACER   PIC ZZZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 CLSPCT    PIC ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE " %".

       SCREEN SECTION.

       01  TELACIC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   CONTAGEM".
           05  LINE 02  COLUMN 41
               VALUE  " CICLICA DO ESTOQUE  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
              MOVE "SEM PRODUTOS - USE O SCP003" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O CADCICLO
           IF ST-ERRO2 = "30"
              OPEN OUTPUT CADCICLO
              CLOSE CADCICLO
              OPEN I-O CADCICLO.
           MOVE 01 TO TCL-FREQ(1)
           MOVE 03 TO TCL-FREQ(2)
           MOVE 12 TO TCL-FREQ(3)
           OPEN INPUT CADPARAM
           IF ST-ERRO3 = "00"
              MOVE "CICLOA" TO PARCODIGO
              READ CADPARAM
              IF ST-ERRO3 = "00" AND PARVALOR > ZEROS
                 AND PARVALOR < 13
                 MOVE PARVALOR TO TCL-FREQ(1).
           IF ST-ERRO3 NOT = "30"
              MOVE "CICLOB" TO PARCODIGO
              READ CADPARAM
              IF ST-ERRO3 = "00" AND PARVALOR > ZEROS
                 AND PARVALOR < 13
                 MOVE PARVALOR TO TCL-FREQ(2).
           IF ST-ERRO3 NOT = "30"
              MOVE "CICLOC" TO PARCODIGO
              READ CADPARAM
              IF ST-ERRO3 = "00" AND PARVALOR > ZEROS
                 AND PARVALOR < 13
                 MOVE PARVALOR TO TCL-FREQ(3).
           CLOSE CADPARAM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-CIC.
           DISPLAY TELACIC
           DISPLAY (04, 01) "1 - PLANEJAR O CALENDARIO DE CONTAGEM"
           DISPLAY (05, 01) "2 - LISTA DE CONTAGEM DO DIA (CICLO.TXT)"
           DISPLAY (06, 01) "3 - COBERTURA E ACURACIDADE (CICLOCOB.TXT)"
           DISPLAY (07, 01) "0 - SAIR"
           DISPLAY (09, 01) "OPCAO: ".
           ACCEPT  (09, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO PLA-INI.
           IF W-OPCAO = "2"
              GO TO LIS-INI.
           IF W-OPCAO = "3"
              GO TO COB-INI.
           GO TO MENU-CIC.

      *
      ****************************************
      * PLANEJAMENTO DO CALENDARIO           *
      * SO ENTRAM OS PRODUTOS SEM DATA, OS   *
      * QUE MUDARAM DE CLASSE (ABCPROD) OU   *
      * TODOS, SE PEDIDO O REPLANEJAMENTO    *
      ****************************************
      *
       PLA-INI.
           DISPLAY TELACIC
           MOVE "N" TO W-TODOS
           DISPLAY (04, 01) "REPLANEJAR TODOS OS PRODUTOS (S/N): ".
           ACCEPT  (04, 37) W-TODOS WITH UPDATE.
           IF W-TODOS = "s"
              MOVE "S" TO W-TODOS.
           DISPLAY (06, 01) "CALCULANDO OS DIAS UTEIS..."
           PERFORM MONTA-DU THRU MONTA-DU-FIM
           IF W-QTDDU = ZEROS
              MOVE "*** SEM DIAS UTEIS NO CALENDARIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CIC.
           MOVE 1 TO K.
       PLA-CLS.
      *    DIAS UTEIS DENTRO DO CICLO DE CADA CLASSE
           MOVE W-HOJE TO W-CAND
           MOVE TCL-FREQ(K) TO W-NMESES
           PERFORM SOMA-MESES THRU SOMA-MESES-FIM
           MOVE W-CAND TO TCL-FIM(K)
           MOVE ZEROS TO TCL-DIAS(K) TCL-NPLAN(K) TCL-KPLAN(K)
           MOVE ZEROS TO I.
       PLA-CLS-1.
           ADD 1 TO I
           IF I > W-QTDDU
              GO TO PLA-CLS-2.
           IF TDU-DATA(I) < TCL-FIM(K)
              ADD 1 TO TCL-DIAS(K).
           GO TO PLA-CLS-1.
       PLA-CLS-2.
           IF TCL-DIAS(K) = ZEROS
              MOVE 1 TO TCL-DIAS(K).
           IF K < 3
              ADD 1 TO K
              GO TO PLA-CLS.
      *    1A PASSADA: QUANTOS PRODUTOS DE CADA CLASSE ENTRAM
           MOVE "C" TO W-PASSO
           PERFORM PLA-VARRE THRU PLA-VARRE-FIM
      *    2A PASSADA: DISTRIBUI NOS DIAS UTEIS E GRAVA
           MOVE "G" TO W-PASSO
           MOVE ZEROS TO W-QTDPLAN
           PERFORM PLA-VARRE THRU PLA-VARRE-FIM
           DISPLAY (06, 01) "PRODUTOS PLANEJADOS: "
           DISPLAY (06, 22) W-QTDPLAN
           DISPLAY (07, 01) "CLASSE A: "
           DISPLAY (07, 11) TCL-NPLAN(1)
           DISPLAY (07, 18) " EM "
           DISPLAY (07, 22) TCL-DIAS(1)
           DISPLAY (07, 26) " DIAS UTEIS"
           DISPLAY (08, 01) "CLASSE B: "
           DISPLAY (08, 11) TCL-NPLAN(2)
           DISPLAY (08, 18) " EM "
           DISPLAY (08, 22) TCL-DIAS(2)
           DISPLAY (08, 26) " DIAS UTEIS"
           DISPLAY (09, 01) "CLASSE C: "
           DISPLAY (09, 11) TCL-NPLAN(3)
           DISPLAY (09, 18) " EM "
           DISPLAY (09, 22) TCL-DIAS(3)
           DISPLAY (09, 26) " DIAS UTEIS"
           MOVE "*** CALENDARIO DE CONTAGEM PLANEJADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CIC.

       PLA-VARRE.
           MOVE ZEROS TO CODIGO
           START CADPRO KEY IS NOT LESS CODIGO
           IF ST-ERRO NOT = "00"
              GO TO PLA-VARRE-FIM.
       PLA-VARRE-RD.
           READ CADPRO NEXT
           IF ST-ERRO NOT = "00"
              GO TO PLA-VARRE-FIM.
           PERFORM ACHA-CLASSE THRU ACHA-CLASSE-FIM
           MOVE "N" TO W-PLANEJA
           MOVE CODIGO TO CICCODPRO
           READ CADCICLO
           IF ST-ERRO2 NOT = "00"
              MOVE "S" TO W-PLANEJA
              MOVE CODIGO TO CICCODPRO
              MOVE ZEROS TO CICULTCONT CICULTLISTA
              MOVE ZEROS TO CICQTDCONT CICQTDACER
           ELSE
              IF W-TODOS = "S" OR CICCLASSE NOT = W-CLASSE
                 OR CICPROX = ZEROS
                 MOVE "S" TO W-PLANEJA.
           IF W-PLANEJA NOT = "S"
              GO TO PLA-VARRE-RD.
           IF W-PASSO = "C"
              ADD 1 TO TCL-NPLAN(K)
              GO TO PLA-VARRE-RD.
      *    O K-ESIMO DA CLASSE CAI NO DIA UTIL K * DIAS / N
           COMPUTE W-IDX = TCL-KPLAN(K) * TCL-DIAS(K) / TCL-NPLAN(K)
           ADD 1 TO W-IDX
           ADD 1 TO TCL-KPLAN(K)
           MOVE W-CLASSE TO CICCLASSE
           MOVE TCL-FREQ(K) TO CICFREQ
           MOVE TDU-DATA(W-IDX) TO CICPROX
           ADD 1 TO W-QTDPLAN
           WRITE REGCICLO
           IF ST-ERRO2 = "22"
              REWRITE REGCICLO.
           GO TO PLA-VARRE-RD.
       PLA-VARRE-FIM.
           EXIT.

      *    CLASSE DO PRODUTO (SEM CURVA = C) E SEU INDICE
       ACHA-CLASSE.
           MOVE CLASSEABC TO W-CLASSE
           IF W-CLASSE NOT = "A" AND "B"
              MOVE "C" TO W-CLASSE.
           MOVE 3 TO K
           IF W-CLASSE = "A"
              MOVE 1 TO K.
           IF W-CLASSE = "B"
              MOVE 2 TO K.
       ACHA-CLASSE-FIM.
           EXIT.

      *
      *    TABELA DOS DIAS UTEIS DE HOJE ATE 12 MESES
      *
       MONTA-DU.
           MOVE ZEROS TO W-QTDDU
           MOVE W-HOJE TO W-CAND
           MOVE 12 TO W-NMESES
           PERFORM SOMA-MESES THRU SOMA-MESES-FIM
           MOVE W-CAND TO W-FIM12
           MOVE W-HOJE TO W-CAND.
       MONTA-DU-1.
           CALL "DIAUTIL" USING W-CAND W-EHUTIL W-PROXUTIL
           IF W-PROXUTIL NOT < W-FIM12 OR W-PROXUTIL < W-CAND
              GO TO MONTA-DU-FIM.
           IF W-QTDDU NOT < 300
              GO TO MONTA-DU-FIM.
           ADD 1 TO W-QTDDU
           MOVE W-PROXUTIL TO TDU-DATA(W-QTDDU)
           MOVE W-PROXUTIL TO W-CAND
           PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
           GO TO MONTA-DU-1.
       MONTA-DU-FIM.
           EXIT.

      *
      ****************************************
      * LISTA DE CONTAGEM DO DIA             *
      * ENTRA O QUE VENCE ATE A DATA (OS     *
      * ATRASADOS TAMBEM)                    *
      ****************************************
      *
       LIS-INI.
           DISPLAY TELACIC
           MOVE ZEROS TO W-DATALIS
           DISPLAY (04, 01) "DATA DA LISTA (AAAAMMDD 0=HOJE): ".
           ACCEPT  (04, 34) W-DATALIS.
           IF W-DATALIS = ZEROS
              MOVE W-HOJE TO W-DATALIS.
           DISPLAY (04, 34) W-DATALIS
           MOVE ZEROS TO W-QTDLIS W-QTDATR
           OPEN OUTPUT RELCIC
           MOVE W-DATALIS TO CABDATA
           WRITE REGREL FROM CAB1
           MOVE SPACES TO REGREL
           WRITE REGREL
           WRITE REGREL FROM CAB2
           MOVE ZEROS TO CICCODPRO
           START CADCICLO KEY IS NOT LESS CICCODPRO
           IF ST-ERRO2 NOT = "00"
              GO TO LIS-FIM.
       LIS-RD1.
           READ CADCICLO NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO LIS-FIM.
           IF CICPROX = ZEROS OR CICPROX > W-DATALIS
              GO TO LIS-RD1.
           MOVE CICCODPRO TO CODIGO
           READ CADPRO
           IF ST-ERRO NOT = "00"
              GO TO LIS-RD1.
           MOVE CODIGO TO DETCOD
           MOVE DESC TO DETDESC
           MOVE UNIDADE TO DETUNID
           MOVE CICCLASSE TO DETCLA
           MOVE CICPROX TO DETPREV
           WRITE REGREL FROM DET1
           ADD 1 TO W-QTDLIS
           IF CICPROX < W-DATALIS
              ADD 1 TO W-QTDATR.
           MOVE W-DATALIS TO CICULTLISTA
           REWRITE REGCICLO
           GO TO LIS-RD1.
       LIS-FIM.
           MOVE W-QTDLIS TO TOTLIS
           MOVE W-QTDATR TO TOTATR
           MOVE SPACES TO REGREL
           WRITE REGREL
           WRITE REGREL FROM TOT1
           CLOSE RELCIC
      *    O IMPRESSO VAI PARA O SPOOL CENTRAL (SCP067)
           MOVE "CICLOINV" TO W-SPPROG
           MOVE "CICLO.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (06, 01) TOT1
           MOVE "*** LISTA DE CONTAGEM GRAVADA EM CICLO.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CIC.

      *
      ****************************************
      * COBERTURA: ATRASADOS E ACURACIDADE   *
      * ACERTO = CONTAGEM IGUAL AO LIVRO     *
      ****************************************
      *
       COB-INI.
           DISPLAY TELACIC
           MOVE 1 TO K.
       COB-ZERA.
           MOVE ZEROS TO TCL-PROD(K) TCL-ATRAS(K)
           MOVE ZEROS TO TCL-CONT(K) TCL-ACER(K)
           IF K < 3
              ADD 1 TO K
              GO TO COB-ZERA.
           OPEN OUTPUT RELCOB
           MOVE W-HOJE TO COBDATA
           WRITE REGCOB FROM COB1
           MOVE SPACES TO REGCOB
           WRITE REGCOB
           WRITE REGCOB FROM COB2
           WRITE REGCOB FROM COB3
           MOVE ZEROS TO CICCODPRO
           START CADCICLO KEY IS NOT LESS CICCODPRO
           IF ST-ERRO2 NOT = "00"
              GO TO COB-RESUMO.
       COB-RD1.
           READ CADCICLO NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO COB-RESUMO.
           MOVE CICCODPRO TO CODIGO
           READ CADPRO
           IF ST-ERRO NOT = "00"
              GO TO COB-RD1.
           MOVE CICCLASSE TO CLASSEABC
           PERFORM ACHA-CLASSE THRU ACHA-CLASSE-FIM
           ADD 1 TO TCL-PROD(K)
           ADD CICQTDCONT TO TCL-CONT(K)
           ADD CICQTDACER TO TCL-ACER(K)
           IF CICPROX = ZEROS OR CICPROX NOT < W-HOJE
              GO TO COB-RD1.
           ADD 1 TO TCL-ATRAS(K)
           MOVE CODIGO TO CDTCOD
           MOVE DESC TO CDTDESC
           MOVE CICCLASSE TO CDTCLA
           MOVE CICPROX TO CDTPREV
           MOVE CICULTCONT TO CDTULT
           WRITE REGCOB FROM COBDET
           GO TO COB-RD1.
       COB-RESUMO.
           MOVE SPACES TO REGCOB
           WRITE REGCOB
           WRITE REGCOB FROM COB4
           MOVE 1 TO K
           MOVE 05 TO CONLIN
           DISPLAY (04, 01) COB4.
       COB-RESUMO-1.
           IF K = 1
              MOVE "A" TO CLSCLA.
           IF K = 2
              MOVE "B" TO CLSCLA.
           IF K = 3
              MOVE "C" TO CLSCLA.
           MOVE TCL-FREQ(K) TO CLSFREQ
           MOVE TCL-PROD(K) TO CLSPROD
           MOVE TCL-ATRAS(K) TO CLSATR
           MOVE TCL-CONT(K) TO CLSCONT
           MOVE TCL-ACER(K) TO CLSACER
           IF TCL-CONT(K) = ZEROS
              MOVE ZEROS TO CLSPCT
           ELSE
              COMPUTE CLSPCT ROUNDED =
                 TCL-ACER(K) * 100 / TCL-CONT(K).
           WRITE REGCOB FROM COBCLS
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) COBCLS
           ADD 1 TO CONLIN
           IF K < 3
              ADD 1 TO K
              GO TO COB-RESUMO-1.
           CLOSE RELCOB
      *    O IMPRESSO VAI PARA O SPOOL CENTRAL (SCP067)
           MOVE "CICLOINV" TO W-SPPROG
           MOVE "CICLOCOB.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           MOVE "*** COBERTURA GRAVADA EM CICLOCOB.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CIC.

      *
      ****************************************************
      * SOMA W-NMESES MESES A DATA W-CAND                *
      * (DIA ACIMA DE 28 VAI PARA 28)                    *
      ****************************************************
      *
       SOMA-MESES.
           COMPUTE W-MESTOT = MES-C + W-NMESES - 1
           DIVIDE W-MESTOT BY 12 GIVING W-ANOS REMAINDER W-MESR
           ADD W-ANOS TO ANO-C
           COMPUTE MES-C = W-MESR + 1
           IF DIA-C > 28
              MOVE 28 TO DIA-C.
       SOMA-MESES-FIM.
           EXIT.

      *
      ****************************************************
      * SOMA UM DIA DE CALENDARIO A DATA W-CAND          *
      ****************************************************
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
           CLOSE CADPRO
           CLOSE CADCICLO.
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
