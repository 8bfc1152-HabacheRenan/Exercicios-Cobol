       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTVENC.
      *******************************
      * VENCIMENTO E RENOVACAO DOS CONTRATOS (SCP081)             *
      * LISTA OS CONTRATOS ATIVOS OU SUSPENSOS QUE VENCEM DENTRO  *
      * DO HORIZONTE INFORMADO (EM DIAS), OS JA VENCIDOS QUE      *
      * AINDA NAO FORAM ENCERRADOS E OS QUE TEM REAJUSTE ANUAL    *
      * PREVISTO NO PERIODO, COM A COMPETENCIA DO PROXIMO         *
      * REAJUSTE. O IMPRESSO VAI PARA O SPOOL (CONTVENC.TXT)      *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADCONTCLI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CTNUM
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADCLI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CLICNPJ
                       ALTERNATE RECORD KEY IS
                       CLINOME WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO2.
      *
       SELECT RELVENC ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADCONTCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONTCLI.DAT".
       01 REGCONTRATO.
           03 CTNUM             PIC 9(06).
           03 CTCNPJ            PIC 9(14).
           03 CTDESC            PIC X(30).
           03 CTVALOR           PIC 9(11)V99.
           03 CTDIAFAT          PIC 9(02).
           03 CTCONDPG          PIC 9(03).
           03 CTVENDEDOR        PIC 9(06).
           03 CTDATAINI         PIC 9(08).
           03 CTDATAFIM         PIC 9(08).
           03 CTINDICE          PIC X(08).
           03 CTULTREAJ         PIC 9(06).
           03 CTCFOP            PIC 9(04).
           03 CTALIQICMS        PIC 9(02)V99.
           03 CTALIQIPI         PIC 9(02)V99.
           03 CTSTATUS          PIC X(01).
      *
       FD CADCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
           03 CLICNPJ           PIC 9(14).
           03 CLINOME           PIC X(30).
           03 CLIFANTASIA       PIC X(12).
           03 CLICEP            PIC 9(09).
           03 CLINUMERO         PIC 9(05).
           03 CLICOMPL          PIC X(12).
           03 CLIDDD            PIC 9(02).
           03 CLITEL            PIC 9(09).
           03 CLIEMAIL          PIC X(35).
           03 STATUSCLI         PIC X(01).
           03 CLIDATABAIXA      PIC 9(08).
           03 CLIDATAULT        PIC 9(08).
           03 CLILIMITE         PIC 9(09)V99.
           03 CLIBLOQ           PIC X(01).
           03 CLIGRUPO          PIC 9(02).
           03 CLIPRIOR          PIC 9(01).
      *
       FD RELVENC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONTVENC.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-DIAS         PIC 9(03) VALUE ZEROS.
       01 W-DCONT        PIC 9(03) VALUE ZEROS.
       01 W-LIMITE       PIC 9(08) VALUE ZEROS.
       01 W-COMPLIM      PIC 9(06) VALUE ZEROS.
       01 W-PROXREAJ     PIC 9(06) VALUE ZEROS.
       01 W-PROXREAJ-G REDEFINES W-PROXREAJ.
           03 ANO-PR     PIC 9(04).
           03 MES-PR     PIC 9(02).
       01 W-DTINI        PIC 9(08) VALUE ZEROS.
       01 W-DTINI-G REDEFINES W-DTINI.
           03 ANO-INI    PIC 9(04).
           03 MES-INI    PIC 9(02).
           03 DIA-INI    PIC 9(02).
       01 W-SIT          PIC X(10) VALUE SPACES.
       01 W-CANDT        PIC 9(08) VALUE ZEROS.
       01 W-CANDT-G REDEFINES W-CANDT.
           03 ANO-CT     PIC 9(04).
           03 MES-CT     PIC 9(02).
           03 DIA-CT     PIC 9(02).
       01 W-ULTDIAT      PIC 9(02) VALUE ZEROS.
       01 W-QUOCT        PIC 9(08) VALUE ZEROS.
       01 W-R4T          PIC 9(04) VALUE ZEROS.
       01 W-R100T        PIC 9(04) VALUE ZEROS.
       01 W-R400T        PIC 9(04) VALUE ZEROS.
       01 W-QTDVENC      PIC 9(05) VALUE ZEROS.
       01 W-QTDAVENC     PIC 9(05) VALUE ZEROS.
       01 W-QTDREAJ      PIC 9(05) VALUE ZEROS.
       01 W-TOTVAL       PIC 9(13)V99 VALUE ZEROS.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 FILLER    PIC X(40) VALUE
              "VENCIMENTO E RENOVACAO DE CONTRATOS     ".
           03 FILLER    PIC X(09) VALUE "EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CAB2.
           03 FILLER    PIC X(20) VALUE "VENCIMENTOS ATE    :".
           03 CABLIM    PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE " (".
           03 CABDIAS   PIC ZZ9 VALUE ZEROS.
           03 FILLER    PIC X(06) VALUE " DIAS)".
       01 CAB3.
           03 FILLER    PIC X(41) VALUE
              "CONTR  CLIENTE              TERMINO  REAJ".
           03 FILLER    PIC X(38) VALUE
              "   INDICE          VALOR SITUACAO     ".
       01 DET1.
           03 DETCT     PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCLI    PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETFIM    PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETREAJ   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETIND    PIC X(08) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETVAL    PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETSIT    PIC X(10) VALUE SPACES.
       01 TOT1.
           03 FILLER    PIC X(10) VALUE "VENCIDOS: ".
           03 TOTVENC   PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(13) VALUE "  A VENCER: ".
           03 TOTAVENC  PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(14) VALUE "  REAJUSTES: ".
           03 TOTREAJ   PIC ZZZZ9 VALUE ZEROS.
       01 TOT2.
           03 FILLER    PIC X(19) VALUE "VALOR MENSAL:      ".
           03 TOTVAL    PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".
       SCREEN SECTION.
       01  TELAVENC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   VENCIMEN".
           05  LINE 02  COLUMN 42
               VALUE  "TO DE CONTRATOS  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN INPUT CADCONTCLI
           IF ST-ERRO NOT = "00"
              MOVE "SEM CONTRATOS - USE O SCP081" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADCLI
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO CADCLI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCONTCLI
              GO TO ROT-FIM2.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DIVIDE W-HOJE BY 100 GIVING W-COMPET.

       INC-001.
           DISPLAY TELAVENC
           MOVE 60 TO W-DIAS
           DISPLAY (04, 01) "HORIZONTE EM DIAS (0=SAIR)     : ".
           ACCEPT  (04, 34) W-DIAS WITH UPDATE.
           IF W-DIAS = ZEROS
              GO TO ROT-FIM.
           MOVE W-HOJE TO W-CANDT
           MOVE ZEROS TO W-DCONT.
       INC-002.
           IF W-DCONT < W-DIAS
              PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
              ADD 1 TO W-DCONT
              GO TO INC-002.
           MOVE W-CANDT TO W-LIMITE
           DIVIDE W-LIMITE BY 100 GIVING W-COMPLIM
           DISPLAY (05, 01) "VENCIMENTOS ATE                : ".
           DISPLAY (05, 34) W-LIMITE.
           DISPLAY (07, 01) "APURANDO CONTRATOS..."
           PERFORM LISTA THRU LISTA-FIM
      *    O IMPRESSO VAI PARA O SPOOL CENTRAL (SCP067)
           MOVE "CONTVENC" TO W-SPPROG
           MOVE "CONTVENC.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (09, 01) "VENCIDOS           : "
           DISPLAY (09, 23) W-QTDVENC
           DISPLAY (10, 01) "A VENCER           : "
           DISPLAY (10, 23) W-QTDAVENC
           DISPLAY (11, 01) "REAJUSTES PREVISTOS: "
           DISPLAY (11, 23) W-QTDREAJ
           MOVE "*** RELATORIO GERADO E ENVIADO AO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.

      *
      ****************************************
      * CONTRATOS NAO ENCERRADOS: VENCIDOS,  *
      * A VENCER NO HORIZONTE OU COM REAJUSTE*
      * PREVISTO ATE A DATA LIMITE           *
      ****************************************
      *
       LISTA.
           OPEN OUTPUT RELVENC
           MOVE ZEROS TO W-QTDVENC W-QTDAVENC W-QTDREAJ W-TOTVAL
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           MOVE W-LIMITE TO CABLIM
           MOVE W-DIAS TO CABDIAS
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CAB3
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO CTNUM
           START CADCONTCLI KEY IS NOT LESS CTNUM
           IF ST-ERRO NOT = "00"
              GO TO LISTA-TOT.
       LISTA-RD.
           READ CADCONTCLI NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-TOT.
           IF CTSTATUS = "E"
              GO TO LISTA-RD.
           PERFORM PROX-REAJ THRU PROX-REAJ-FIM
           MOVE SPACES TO W-SIT
           IF CTDATAFIM NOT = ZEROS AND CTDATAFIM < W-HOJE
              MOVE "VENCIDO" TO W-SIT
              ADD 1 TO W-QTDVENC
              GO TO LISTA-DET.
           IF CTDATAFIM NOT = ZEROS AND CTDATAFIM NOT > W-LIMITE
              MOVE "A VENCER" TO W-SIT
              ADD 1 TO W-QTDAVENC
              GO TO LISTA-DET.
           IF W-PROXREAJ NOT = ZEROS AND W-PROXREAJ NOT > W-COMPLIM
              MOVE "REAJUSTE" TO W-SIT
              ADD 1 TO W-QTDREAJ
              GO TO LISTA-DET.
           GO TO LISTA-RD.
       LISTA-DET.
           MOVE CTNUM TO DETCT
           MOVE CTCNPJ TO CLICNPJ
           READ CADCLI
           IF ST-ERRO2 = "00"
              MOVE CLINOME TO DETCLI
           ELSE
              MOVE "** NAO CADASTRADO **" TO DETCLI.
           MOVE CTDATAFIM TO DETFIM
           MOVE W-PROXREAJ TO DETREAJ
           MOVE CTINDICE TO DETIND
           MOVE CTVALOR TO DETVAL
           MOVE W-SIT TO DETSIT
           IF CTSTATUS = "S"
              MOVE "SUSPENSO" TO DETSIT.
           WRITE REGREL FROM DET1
           ADD CTVALOR TO W-TOTVAL
           GO TO LISTA-RD.
       LISTA-TOT.
           WRITE REGREL FROM LINSEP
           MOVE W-QTDVENC TO TOTVENC
           MOVE W-QTDAVENC TO TOTAVENC
           MOVE W-QTDREAJ TO TOTREAJ
           WRITE REGREL FROM TOT1
           MOVE W-TOTVAL TO TOTVAL
           WRITE REGREL FROM TOT2
           CLOSE RELVENC.
       LISTA-FIM.
           EXIT.

      *
      *    COMPETENCIA DO PROXIMO REAJUSTE: MES DE ANIVERSARIO A PARTIR
      *    DO SEGUNDO ANO, AINDA NAO APLICADO PELO FATCONT
      *
       PROX-REAJ.
           MOVE ZEROS TO W-PROXREAJ
           IF CTINDICE = SPACES
              GO TO PROX-REAJ-FIM.
           MOVE CTDATAINI TO W-DTINI
           MOVE W-HOJE TO W-CANDT
           MOVE ANO-CT TO ANO-PR
           MOVE MES-INI TO MES-PR
           IF W-PROXREAJ < W-COMPET OR W-PROXREAJ NOT > CTULTREAJ
              ADD 1 TO ANO-PR.
           IF ANO-PR NOT > ANO-INI
              COMPUTE ANO-PR = ANO-INI + 1.
           IF CTDATAFIM NOT = ZEROS AND W-PROXREAJ > CTDATAFIM / 100
              MOVE ZEROS TO W-PROXREAJ.
       PROX-REAJ-FIM.
           EXIT.
      *
      ****************************************************
      * SOMA UM DIA DE CALENDARIO A DATA CANDIDATA       *
      ****************************************************
      *
       SOMA-UM-DIA.
           PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
           IF DIA-CT < W-ULTDIAT
              ADD 1 TO DIA-CT
              GO TO SOMA-UM-DIA-FIM.
           MOVE 1 TO DIA-CT
           IF MES-CT < 12
              ADD 1 TO MES-CT
           ELSE
              MOVE 1 TO MES-CT
              ADD 1 TO ANO-CT.
       SOMA-UM-DIA-FIM.
           EXIT.

       ULTIMO-DIA.
           IF MES-CT = 1 OR MES-CT = 3 OR MES-CT = 5 OR MES-CT = 7
              OR MES-CT = 8 OR MES-CT = 10 OR MES-CT = 12
              MOVE 31 TO W-ULTDIAT
              GO TO ULTIMO-DIA-FIM.
           IF MES-CT NOT = 2
              MOVE 30 TO W-ULTDIAT
              GO TO ULTIMO-DIA-FIM.
           MOVE 28 TO W-ULTDIAT
           DIVIDE ANO-CT BY 4 GIVING W-QUOCT REMAINDER W-R4T
           DIVIDE ANO-CT BY 100 GIVING W-QUOCT REMAINDER W-R100T
           DIVIDE ANO-CT BY 400 GIVING W-QUOCT REMAINDER W-R400T
           IF W-R4T = ZEROS
              IF W-R100T NOT = ZEROS OR W-R400T = ZEROS
                 MOVE 29 TO W-ULTDIAT.
       ULTIMO-DIA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADCONTCLI CADCLI.
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
