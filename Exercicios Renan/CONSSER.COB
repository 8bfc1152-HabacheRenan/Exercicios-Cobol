       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSSER.
      *******************************
      * CONSULTA POR NUMERO DE SERIE (GARANTIA)                  *
      * MOSTRA A SITUACAO DA SERIE EM CADA PRODUTO (ESTOQUE OU   *
      * VENDIDA, DEPOSITO, FORNECEDOR, VENDA E CLIENTE) E TODO O *
      * SEU HISTORICO: RECEBIMENTO, TRANSFERENCIAS, SAIDA,       *
      * DEVOLUCAO E INVENTARIO (GRAVADOS PELA ROTINA SERIEBX)    *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADSERIE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SERCHAVE
                       ALTERNATE RECORD KEY IS SERNUM WITH DUPLICATES
                       ALTERNATE RECORD KEY IS SERVENDA
                                                   WITH DUPLICATES
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADSERMOV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SMVCHAVE
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS DESC
                                   WITH DUPLICATES
                       ALTERNATE RECORD KEY IS BARRAS
                                   WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADSERIE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSERIE.DAT".
       01 REGSERIE.
           03 SERCHAVE.
               05 SERCODPRO     PIC 9(06).
               05 SERNUM        PIC X(20).
           03 SERSTATUS         PIC X(01).
           03 SERDEP            PIC 9(02).
           03 SERCNPJ           PIC 9(14).
           03 SERNOTA           PIC 9(09).
           03 SERDATAENT        PIC 9(08).
           03 SERVENDA          PIC 9(06).
           03 SERCLI            PIC 9(14).
           03 SERDATASAI        PIC 9(08).
           03 SERCONT           PIC 9(08).
           03 SERDATA           PIC 9(08).
      *
       FD CADSERMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSERMOV.DAT".
       01 REGSERMOV.
           03 SMVCHAVE.
               05 SMVCODPRO     PIC 9(06).
               05 SMVNUM        PIC X(20).
               05 SMVSEQ        PIC 9(04).
           03 SMVDATA           PIC 9(08).
           03 SMVTIPO           PIC X(01).
           03 SMVDEPORI         PIC 9(02).
           03 SMVDEPDES         PIC 9(02).
           03 SMVDOC            PIC 9(09).
           03 SMVCNPJ           PIC 9(14).
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
           03 DATAULTALT        PIC 9(08).
           03 CUSTOMEDIO        PIC 9(09)V99.
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SEL          PIC 9(01) VALUE ZEROS.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 LIMPAH         PIC X(75) VALUE SPACES.
       01 CONLIN         PIC 9(03) VALUE 001.
       01 LIN            PIC 9(03) VALUE ZEROS.
       01 W-SERIE        PIC X(20) VALUE SPACES.
       01 W-QTDACH       PIC 9(04) VALUE ZEROS.
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 DETSIT.
           03 FILLER     PIC X(10) VALUE "SITUACAO: ".
           03 DETSITTXT  PIC X(12) VALUE SPACES.
           03 FILLER     PIC X(12) VALUE "  DEPOSITO: ".
           03 DETSITDEP  PIC 9(02) VALUE ZEROS.
           03 FILLER     PIC X(19) VALUE "  ULTIMA CONTAGEM: ".
           03 DETSITCON  PIC 9(08) VALUE ZEROS.

       01 DETENT.
           03 FILLER     PIC X(12) VALUE "FORNECEDOR: ".
           03 DETENTFOR  PIC 9(14) VALUE ZEROS.
           03 FILLER     PIC X(08) VALUE "  NOTA: ".
           03 DETENTNF   PIC 9(09) VALUE ZEROS.
           03 FILLER     PIC X(11) VALUE "  ENTRADA: ".
           03 DETENTDT   PIC 9(08) VALUE ZEROS.

       01 DETSAI.
           03 FILLER     PIC X(12) VALUE "VENDA.....: ".
           03 DETSAIVEN  PIC 9(06) VALUE ZEROS.
           03 FILLER     PIC X(11) VALUE "  CLIENTE: ".
           03 DETSAICLI  PIC 9(14) VALUE ZEROS.
           03 FILLER     PIC X(09) VALUE "  SAIDA: ".
           03 DETSAIDT   PIC 9(08) VALUE ZEROS.

       01 DETCAB.
           03 FILLER     PIC X(24) VALUE "DATA     MOVIMENTO      ".
           03 FILLER     PIC X(24) VALUE "DEPOSITO  DOCUMENTO CNPJ".

       01 DETHIS.
           03 DETHDATA   PIC 9(08) VALUE ZEROS.
           03 FILLER     PIC X(01) VALUE SPACE.
           03 DETHTIPO   PIC X(14) VALUE SPACES.
           03 FILLER     PIC X(01) VALUE SPACE.
           03 DETHORI    PIC 9(02) VALUE ZEROS.
           03 FILLER     PIC X(02) VALUE "->".
           03 DETHDES    PIC 9(02) VALUE ZEROS.
           03 FILLER     PIC X(02) VALUE SPACES.
           03 DETHDOC    PIC 9(09) VALUE ZEROS.
           03 FILLER     PIC X(01) VALUE SPACE.
           03 DETHCNPJ   PIC 9(14) VALUE ZEROS.

       SCREEN SECTION.

       01  TELASER.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   CONSULTA".
           05  LINE 02  COLUMN 41
               VALUE  " POR NUMERO DE SERIE  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADSERIE
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA SERIE CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADSERMOV
           IF ST-ERRO2 = "30"
              OPEN OUTPUT CADSERMOV
              CLOSE CADSERMOV
              OPEN INPUT CADSERMOV.
           OPEN INPUT CADPRO
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADPRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       CON-INI.
           DISPLAY TELASER
           MOVE SPACES TO W-SERIE
           DISPLAY (04, 01) "NUMERO DE SERIE (BRANCO=FIM): ".
           ACCEPT  (04, 31) W-SERIE.
           IF W-SERIE = SPACES
              GO TO ROT-FIM.
           MOVE W-SERIE TO SERNUM
           START CADSERIE KEY IS EQUAL SERNUM
           IF ST-ERRO NOT = "00"
              MOVE "*** SERIE NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CON-INI.
           MOVE ZEROS TO W-QTDACH.

      *
      *    A MESMA SERIE PODE EXISTIR EM MAIS DE UM PRODUTO
      *
       CON-RD.
           READ CADSERIE NEXT
           IF ST-ERRO NOT = "00"
              GO TO CON-FIM.
           IF SERNUM NOT = W-SERIE
              GO TO CON-FIM.
           ADD 1 TO W-QTDACH
           DISPLAY TELASER
           DISPLAY (04, 01) "NUMERO DE SERIE: "
           DISPLAY (04, 18) SERNUM
           MOVE SERCODPRO TO CODIGO
           READ CADPRO
           IF ST-ERRO3 NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO DESC.
           DISPLAY (06, 01) "PRODUTO: "
           DISPLAY (06, 10) SERCODPRO
           DISPLAY (06, 18) DESC
           MOVE "EM ESTOQUE" TO DETSITTXT
           IF SERSTATUS = "V"
              MOVE "VENDIDA" TO DETSITTXT.
           MOVE SERDEP TO DETSITDEP
           MOVE SERCONT TO DETSITCON
           DISPLAY (07, 01) DETSIT
           MOVE SERCNPJ TO DETENTFOR
           MOVE SERNOTA TO DETENTNF
           MOVE SERDATAENT TO DETENTDT
           DISPLAY (08, 01) DETENT
           MOVE SERVENDA TO DETSAIVEN
           MOVE SERCLI TO DETSAICLI
           MOVE SERDATASAI TO DETSAIDT
           DISPLAY (09, 01) DETSAI
           DISPLAY (11, 01) DETCAB
           MOVE 11 TO CONLIN
           MOVE SERCODPRO TO SMVCODPRO
           MOVE SERNUM TO SMVNUM
           MOVE ZEROS TO SMVSEQ
           START CADSERMOV KEY IS NOT LESS SMVCHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO HIS-FIM.

       HIS-RD.
           READ CADSERMOV NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO HIS-FIM.
           IF SMVCODPRO NOT = SERCODPRO OR SMVNUM NOT = SERNUM
              GO TO HIS-FIM.
           MOVE SMVDATA TO DETHDATA
           MOVE SPACES TO DETHTIPO
           IF SMVTIPO = "R"
              MOVE "RECEBIMENTO" TO DETHTIPO.
           IF SMVTIPO = "T"
              MOVE "TRANSFERENCIA" TO DETHTIPO.
           IF SMVTIPO = "S"
              MOVE "SAIDA (VENDA)" TO DETHTIPO.
           IF SMVTIPO = "D"
              MOVE "DEVOLUCAO CLI" TO DETHTIPO.
           IF SMVTIPO = "I"
              MOVE "INVENTARIO" TO DETHTIPO.
           MOVE SMVDEPORI TO DETHORI
           MOVE SMVDEPDES TO DETHDES
           MOVE SMVDOC TO DETHDOC
           MOVE SMVCNPJ TO DETHCNPJ
           ADD 1 TO CONLIN
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DETHIS
           IF CONLIN < 20
              GO TO HIS-RD.
           DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR...".
           ACCEPT  (22, 31) W-OPCAO
           MOVE 11 TO CONLIN.
       HIS-LIMPA.
           IF CONLIN < 20
              ADD 1 TO CONLIN
              MOVE CONLIN TO LIN
              DISPLAY (LIN, 01) LIMPAH
              GO TO HIS-LIMPA.
           MOVE 11 TO CONLIN
           GO TO HIS-RD.

       HIS-FIM.
           DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR...".
           ACCEPT  (22, 31) W-OPCAO
           GO TO CON-RD.

       CON-FIM.
           IF W-QTDACH > 1
              MOVE "* SERIE CONSTA EM MAIS DE UM PRODUTO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO CON-INI.
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADSERIE
           CLOSE CADSERMOV
           CLOSE CADPRO.
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
