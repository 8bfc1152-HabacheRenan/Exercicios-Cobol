       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPREL.
      *******************************
      * RESULTADO DAS CAMPANHAS PROMOCIONAIS NO PERIODO           *
      * LE AS REGRAS GRAVADAS NOS ITENS DAS VENDAS (CADVENDDESC   *
      * ORIGEM V) E SOMA, POR CAMPANHA, AS LINHAS, O VOLUME, A    *
      * RECEITA E O DESCONTO CONCEDIDO SOBRE O PRECO DE TABELA.   *
      * SO VENDAS CONFIRMADAS (CADVENDA F/E). AS FAIXAS DE        *
      * QUANTIDADE SAEM NUM TOTAL PROPRIO NO FIM DO RELATORIO.    *
      * O IMPRESSO VAI PARA O SPOOL (CAMPREL.TXT)                 *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADVENDDESC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS DSCHAVE
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADVENDA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMVENDA
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADCAMPANHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CAMCODIGO
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT RELCAMP ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADVENDDESC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVENDDESC.DAT".
       01 REGVENDDESC.
           03 DSCHAVE.
               05 DSORIGEM      PIC X(01).
               05 DSNUM         PIC 9(06).
               05 DSLIN         PIC 9(02).
           03 DSCODPRO          PIC 9(06).
           03 DSQTD             PIC 9(06).
           03 DSREGRA           PIC X(01).
           03 DSCAMP            PIC 9(04).
           03 DSQTDMIN          PIC 9(06).
           03 DSPRECOTAB        PIC 9(09)V99.
           03 DSPRECO           PIC 9(09)V99.
           03 DSDATA            PIC 9(08).
      *
       FD CADVENDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVENDA.DAT".
       01 REGVENDA.
           03 NUMVENDA          PIC 9(06).
           03 VCLICNPJ          PIC 9(14).
           03 VDATA             PIC 9(08).
           03 VSTATUS           PIC X(01).
           03 VVALOR            PIC 9(11)V99.
           03 VVENDEDOR         PIC 9(06).
           03 VCONDPG           PIC 9(03).
           03 VEMP              PIC 9(02).
      *
       FD CADCAMPANHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCAMPANHA.DAT".
       01 REGCAMPANHA.
           03 CAMCODIGO         PIC 9(04).
           03 CAMDESC           PIC X(30).
           03 CAMDATAINI        PIC 9(08).
           03 CAMDATAFIM        PIC 9(08).
           03 CAMSTATUS         PIC X(01).
      *
       FD RELCAMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CAMPREL.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-DTINI        PIC 9(08) VALUE ZEROS.
       01 W-DTFIM        PIC 9(08) VALUE ZEROS.
       01 W-TEMCAMP      PIC X(01) VALUE SPACES.
       01 W-RECEITA      PIC 9(13)V99 VALUE ZEROS.
       01 W-DESCONTO     PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTLIN       PIC 9(06) VALUE ZEROS.
       01 W-TOTQTD       PIC 9(09) VALUE ZEROS.
       01 W-TOTREC       PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTDESC      PIC 9(13)V99 VALUE ZEROS.
       01 I              PIC 9(03) VALUE ZEROS.
       01 W-TOTCAMP      PIC 9(03) VALUE ZEROS.
      *
      *    ACUMULADO POR CAMPANHA (CAMPANHA 0000 = FAIXA DE QUANTIDADE)
       01 TAB-CAMP.
           03 TC-ITEM OCCURS 200 TIMES.
               05 TC-CAMP     PIC 9(04).
               05 TC-LINHAS   PIC 9(06).
               05 TC-QTD      PIC 9(09).
               05 TC-RECEITA  PIC 9(13)V99.
               05 TC-DESC     PIC 9(13)V99.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 FILLER    PIC X(40) VALUE
              "RESULTADO DAS CAMPANHAS PROMOCIONAIS    ".
           03 FILLER    PIC X(09) VALUE "EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CAB2.
           03 FILLER    PIC X(09) VALUE "PERIODO: ".
           03 CABDTINI  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE " A ".
           03 CABDTFIM  PIC 9(08) VALUE ZEROS.
       01 DETC1.
           03 FILLER    PIC X(09) VALUE "CAMPANHA ".
           03 DETCAMP   PIC 9(04) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETDESC   PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETDTINI  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE " A ".
           03 DETDTFIM  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETSIT    PIC X(01) VALUE SPACE.
       01 DETC2.
           03 FILLER    PIC X(08) VALUE "  LINHAS".
           03 DETLIN    PIC ZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(05) VALUE " QTD ".
           03 DETQTD    PIC ZZZZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(09) VALUE " RECEITA ".
           03 DETREC    PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(06) VALUE " DESC ".
           03 DETVDESC  PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".
       SCREEN SECTION.
       01  TELACAMP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   RESULTAD".
           05  LINE 02  COLUMN 42
               VALUE  "O DAS CAMPANHAS PROMOCIONAIS  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN INPUT CADVENDDESC
           IF ST-ERRO NOT = "00"
              MOVE "SEM VENDAS COM PROMOCAO - USE O SCP036" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADVENDA
           IF ST-ERRO2 NOT = "00"
              MOVE "SEM VENDAS - USE O SCP036" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADVENDDESC
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMCAMP
           OPEN INPUT CADCAMPANHA
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMCAMP.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       INC-001.
           DISPLAY TELACAMP
           MOVE ZEROS TO W-DTINI W-DTFIM
           DISPLAY (04, 01) "DATA INICIAL (AAAAMMDD  0=SAIR): ".
           ACCEPT  (04, 34) W-DTINI.
           IF W-DTINI = ZEROS
              GO TO ROT-FIM.
       INC-002.
           MOVE W-HOJE TO W-DTFIM
           DISPLAY (05, 01) "DATA FINAL   (AAAAMMDD)        : ".
           ACCEPT  (05, 34) W-DTFIM WITH UPDATE.
           IF W-DTFIM < W-DTINI
              MOVE "*** DATA FINAL ANTERIOR A INICIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           DISPLAY (07, 01) "APURANDO VENDAS DO PERIODO..."
           MOVE ZEROS TO W-TOTCAMP
           PERFORM VARRE-DSC THRU VARRE-DSC-FIM
           IF W-TOTCAMP = ZEROS
              MOVE "*** NENHUMA PROMOCAO NO PERIODO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           PERFORM LISTA THRU LISTA-FIM
      *    O IMPRESSO VAI PARA O SPOOL CENTRAL (SCP067)
           MOVE "CAMPREL" TO W-SPPROG
           MOVE "CAMPREL.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (09, 01) "CAMPANHAS/FAIXAS    : "
           DISPLAY (09, 23) W-TOTCAMP
           DISPLAY (10, 01) "LINHAS COM PROMOCAO: "
           DISPLAY (10, 23) W-TOTLIN
           MOVE "*** RELATORIO GERADO E ENVIADO AO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.

      *
      ****************************************
      * ITENS DE VENDA COM REGRA PROMOCIONAL *
      * DENTRO DO PERIODO, VENDA CONFIRMADA  *
      ****************************************
      *
       VARRE-DSC.
           MOVE "V" TO DSORIGEM
           MOVE ZEROS TO DSNUM DSLIN
           START CADVENDDESC KEY IS NOT LESS DSCHAVE
           IF ST-ERRO NOT = "00"
              GO TO VARRE-DSC-FIM.
       VARRE-DSC-RD.
           READ CADVENDDESC NEXT
           IF ST-ERRO NOT = "00" OR DSORIGEM NOT = "V"
              GO TO VARRE-DSC-FIM.
           IF DSDATA < W-DTINI OR DSDATA > W-DTFIM
              GO TO VARRE-DSC-RD.
           IF DSREGRA NOT = "C" AND DSREGRA NOT = "Q"
              GO TO VARRE-DSC-RD.
           MOVE DSNUM TO NUMVENDA
           READ CADVENDA
           IF ST-ERRO2 NOT = "00"
              GO TO VARRE-DSC-RD.
           IF VSTATUS NOT = "F" AND VSTATUS NOT = "E"
              GO TO VARRE-DSC-RD.
           IF DSREGRA = "Q"
              MOVE ZEROS TO DSCAMP.
           MOVE 1 TO I.
       VARRE-DSC-PROC.
           IF I > W-TOTCAMP
              GO TO VARRE-DSC-NOVO.
           IF TC-CAMP (I) = DSCAMP
              GO TO VARRE-DSC-SOMA.
           ADD 1 TO I
           GO TO VARRE-DSC-PROC.
       VARRE-DSC-NOVO.
           IF W-TOTCAMP = 200
              GO TO VARRE-DSC-RD.
           ADD 1 TO W-TOTCAMP
           MOVE W-TOTCAMP TO I
           MOVE DSCAMP TO TC-CAMP (I)
           MOVE ZEROS TO TC-LINHAS (I) TC-QTD (I) TC-RECEITA (I)
                         TC-DESC (I).
       VARRE-DSC-SOMA.
           COMPUTE W-RECEITA = DSQTD * DSPRECO
           MOVE ZEROS TO W-DESCONTO
           IF DSPRECOTAB > DSPRECO
              COMPUTE W-DESCONTO = (DSPRECOTAB - DSPRECO) * DSQTD.
           ADD 1 TO TC-LINHAS (I)
           ADD DSQTD TO TC-QTD (I)
           ADD W-RECEITA TO TC-RECEITA (I)
           ADD W-DESCONTO TO TC-DESC (I)
           GO TO VARRE-DSC-RD.
       VARRE-DSC-FIM.
           EXIT.

      *
      ****************************************
      * IMPRESSO: UM BLOCO POR CAMPANHA E O  *
      * TOTAL GERAL                          *
      ****************************************
      *
       LISTA.
           OPEN OUTPUT RELCAMP
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           MOVE W-DTINI TO CABDTINI
           MOVE W-DTFIM TO CABDTFIM
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO W-TOTLIN W-TOTQTD W-TOTREC W-TOTDESC
           MOVE 1 TO I.
       LISTA-CAMP.
           IF I > W-TOTCAMP
              GO TO LISTA-TOT.
           MOVE TC-CAMP (I) TO DETCAMP
           MOVE ZEROS TO DETDTINI DETDTFIM
           MOVE SPACE TO DETSIT
           IF TC-CAMP (I) = ZEROS
              MOVE "DESCONTO POR FAIXA DE QTD" TO DETDESC
              GO TO LISTA-DET.
           MOVE "** CAMPANHA NAO CADASTRADA **" TO DETDESC
           IF W-TEMCAMP NOT = "S"
              GO TO LISTA-DET.
           MOVE TC-CAMP (I) TO CAMCODIGO
           READ CADCAMPANHA
           IF ST-ERRO3 = "00"
              MOVE CAMDESC TO DETDESC
              MOVE CAMDATAINI TO DETDTINI
              MOVE CAMDATAFIM TO DETDTFIM
              MOVE CAMSTATUS TO DETSIT.
       LISTA-DET.
           WRITE REGREL FROM DETC1
           MOVE TC-LINHAS (I) TO DETLIN
           MOVE TC-QTD (I) TO DETQTD
           MOVE TC-RECEITA (I) TO DETREC
           MOVE TC-DESC (I) TO DETVDESC
           WRITE REGREL FROM DETC2
           ADD TC-LINHAS (I) TO W-TOTLIN
           ADD TC-QTD (I) TO W-TOTQTD
           ADD TC-RECEITA (I) TO W-TOTREC
           ADD TC-DESC (I) TO W-TOTDESC
           ADD 1 TO I
           GO TO LISTA-CAMP.
       LISTA-TOT.
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO DETCAMP DETDTINI DETDTFIM
           MOVE SPACE TO DETSIT
           MOVE "TOTAL GERAL DAS PROMOCOES" TO DETDESC
           WRITE REGREL FROM DETC1
           MOVE W-TOTLIN TO DETLIN
           MOVE W-TOTQTD TO DETQTD
           MOVE W-TOTREC TO DETREC
           MOVE W-TOTDESC TO DETVDESC
           WRITE REGREL FROM DETC2
           CLOSE RELCAMP.
       LISTA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADVENDDESC CADVENDA.
           IF W-TEMCAMP = "S"
              CLOSE CADCAMPANHA.
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
