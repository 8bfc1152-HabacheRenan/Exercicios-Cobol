       PROGRAM-ID. SUGCOMPR.
      *******************************
      * PROGRAMA PARA SUGESTAO AUTOMATICA DE COMPRA (ESTOQUE MINIMO) *
      * FORNECEDOR: COTACAO ABERTA E VALIDA (SCP026); SEM COTACAO, *
      * O MENOR PRECO DE CATALOGO EM VIGOR (CATPRECO/PFPRECO)      *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RESCODPRO
                       FILE STATUS IS ST-RES.
      *
       SELECT CADCOTA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS COTCHAVE
                       FILE STATUS IS ST-COT.
      *
       SELECT CADEMPATIVA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       FD CADCOTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOTA.DAT".
       01 REGCOTA.
           03 COTCHAVE.
               05 COTCODPRO     PIC 9(06).
               05 COTSEQ        PIC 9(02).
           03 COTCNPJ           PIC 9(14).
           03 COTPRECO          PIC 9(09)V99.
           03 COTQTD            PIC 9(06).
           03 COTVALIDADE       PIC 9(08).
           03 COTSTATUS         PIC X(01).

       FD CADPROFOR
           LABEL RECORD IS STANDARD
           03 PFCODIGO          PIC 9(06).
           03 PFCNPJ            PIC 9(14).
           03 PFPRECO           PIC 9(09)V99.
           03 PFCODFOR          PIC X(15).
           03 PFVIGEN           PIC 9(08).

       FD CADPEDIDO
           LABEL RECORD IS STANDARD
           03 PCCUSTO           PIC 9(03).
           03 PCONTRATO         PIC X(01).
           03 PEMP              PIC 9(02).
           03 PMOEDA            PIC X(03).
           03 PTAXA             PIC 9(05)V9(06).

       FD CADPEDITEM
           LABEL RECORD IS STANDARD
       01 W-CNPJESC      PIC 9(14) VALUE ZEROS.
       01 W-PRECOESC     PIC 9(09)V99 VALUE ZEROS.
       01 W-JAPEDIDO     PIC X(01) VALUE "N".
       01 ST-COT         PIC X(02) VALUE "00".
       01 W-TEMCOTA      PIC X(01) VALUE "N".
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-TEMCAT       PIC X(01) VALUE "N".
       01 W-PRECOCAT     PIC 9(09)V99 VALUE ZEROS.
       01 W-VIGCAT       PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
      *
      ******************
              OPEN OUTPUT CADRESERVA
              CLOSE CADRESERVA
              OPEN INPUT CADRESERVA.
           OPEN INPUT CADCOTA
           IF ST-COT = "00"
              MOVE "S" TO W-TEMCOTA.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       INC-001.
           DISPLAY  TELASUG
           MOVE ZEROS TO APROVCOD APROVDATA
           MOVE SPACE TO APROVSTATUS
           COMPUTE VALORPEDIDO ROUNDED = W-QTDSUG * W-PRECOESC
           MOVE SPACES TO PMOEDA
           MOVE ZEROS TO PTAXA
           WRITE REGPEDIDO
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
              MOVE "ERRO NA GRAVACAO DO PEDIDO SUGERIDO" TO MENS
           EXIT.

      *
      *    ESCOLHE O FORNECEDOR: COTACAO VALIDA OU MENOR CATALOGO
      *
       ESCOLHE-FORN.
           MOVE ZEROS TO W-CNPJESC W-PRECOESC
           IF W-TEMCOTA NOT = "S"
              GO TO ESCOLHE-CAT.
           MOVE CODIGO TO COTCODPRO
           MOVE ZEROS TO COTSEQ
           START CADCOTA KEY IS NOT LESS COTCHAVE
           IF ST-COT NOT = "00"
              GO TO ESCOLHE-CAT.
       ESCOLHE-COTA-RD.
           READ CADCOTA NEXT
           IF ST-COT NOT = "00" OR COTCODPRO NOT = CODIGO
              GO TO ESCOLHE-COTA-FIM.
           IF COTSTATUS NOT = "A" OR COTVALIDADE < W-HOJE
              GO TO ESCOLHE-COTA-RD.
           IF W-CNPJESC = ZEROS OR COTPRECO < W-PRECOESC
              MOVE COTCNPJ TO W-CNPJESC
              MOVE COTPRECO TO W-PRECOESC.
           GO TO ESCOLHE-COTA-RD.
       ESCOLHE-COTA-FIM.
           IF W-CNPJESC NOT = ZEROS
              GO TO ESCOLHE-FORN-FIM.
       ESCOLHE-CAT.
           MOVE CODIGO TO PFCODIGO
           START CADPROFOR KEY IS NOT LESS PFCODIGO
           IF ST-ERRO2 NOT = "00"
              GO TO ESCOLHE-PADRAO.
           IF PFCODIGO NOT = CODIGO
              GO TO ESCOLHE-PADRAO.
           CALL "CATPRECO" USING NUMPROFOR W-HOJE W-TEMCAT
                                 W-PRECOCAT W-VIGCAT
           IF W-TEMCAT NOT = "S"
              MOVE PFPRECO TO W-PRECOCAT.
           IF W-CNPJESC = ZEROS OR W-PRECOCAT < W-PRECOESC
              MOVE PFCNPJ TO W-CNPJESC
              MOVE W-PRECOCAT TO W-PRECOESC.
           GO TO ESCOLHE-FORN-RD.
       ESCOLHE-PADRAO.
           IF W-CNPJESC = ZEROS
           CLOSE CADPROFOR
           CLOSE CADPEDIDO
           CLOSE CADPEDITEM
           CLOSE CADRESERVA
           CLOSE CADCOTA.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
