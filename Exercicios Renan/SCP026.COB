           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       FD CADFOR
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
       01 W-NOVOPED            PIC 9(06) VALUE ZEROS.
       01 ST-ERRO5             PIC X(02) VALUE "00".
       01 W-LIMAPROV           PIC 9(09)V99 VALUE 10000,00.
       01 W-HOJE               PIC 9(08) VALUE ZEROS.
       01 W-TEMCAT             PIC X(01) VALUE "N".
       01 W-PRECOCAT           PIC 9(09)V99 VALUE ZEROS.
       01 W-VIGCAT             PIC 9(08) VALUE ZEROS.
       01 W-QTDCAT             PIC 9(06) VALUE ZEROS.
       01 TAB-COTA.
           03 TC-ITEM OCCURS 20 TIMES.
               05 TC-SEQ      PIC 9(02).
           MOVE ZEROS TO W-TOT COTSEQ
           START CADCOTA KEY IS NOT LESS COTCHAVE
           IF ST-ERRO NOT = "00"
              GO TO COMPARA-ORDENA.

       COMPARA-RD1.
           READ CADCOTA NEXT
           GO TO COMPARA-RD1.

       COMPARA-ORDENA.
      *    SEM COTACAO ABERTA VALE O PRECO DE CATALOGO DO FORNECEDOR
           IF W-TOT = ZEROS
              PERFORM CARREGA-CAT THRU CARREGA-CAT-FIM
              IF W-TOT = ZEROS
                 MOVE "*** SEM COTACOES NEM PRECO DE CATALOGO ***"
                                             TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO COMPARA-INI
              ELSE
                 DISPLAY (05, 01)
                    "SEM COTACAO - PRECOS DE CATALOGO (VAL=VIGENCIA)".
           MOVE 1 TO I.
       COMPARA-ORD1.
           IF I NOT < W-TOT
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GERA-NUM.

      *    PRECO DE CATALOGO NAO TRAZ QUANTIDADE
       GERA-QTD.
           IF TC-SEQ(W-MELHOR) NOT = ZEROS
              GO TO GERA-WR1.
           MOVE ZEROS TO W-QTDCAT
           DISPLAY (22, 01) "QUANTIDADE A COMPRAR: ".
           ACCEPT  (22, 23) W-QTDCAT.
           IF W-QTDCAT = ZEROS
              MOVE "*** QUANTIDADE NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GERA-QTD.
           MOVE W-QTDCAT TO TC-QTD(W-MELHOR).

       GERA-WR1.
           MOVE W-NOVOPED TO NUMPEDIDO
           MOVE TC-CNPJ(W-MELHOR) TO PCNPJ
           ELSE
              MOVE SPACE TO APROVSTATUS.
           MOVE ZEROS TO APROVCOD APROVDATA DATAPROMET
           MOVE SPACES TO PMOEDA
           MOVE ZEROS TO PTAXA
           WRITE REGPEDIDO
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
              MOVE "ERRO NA GRAVACAO DO PEDIDO" TO MENS
              GO TO ROT-FIM.

       GERA-BAIXA.
           IF TC-SEQ(W-MELHOR) = ZEROS
              MOVE "*** PEDIDO GERADO DO PRECO DE CATALOGO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COMPARA-INI.
           MOVE CODIGO TO COTCODPRO
           MOVE TC-SEQ(W-MELHOR) TO COTSEQ
           READ CADCOTA
           GO TO VER-PROFOR-RD.
       VER-PROFOR-FIM.
           EXIT.
      *
      ****************************************************
      * PRECOS DE CATALOGO EM VIGOR DOS FORNECEDORES DO   *
      * PRODUTO (CATPRECO); SEM CATALOGO VALE O PFPRECO   *
      ****************************************************
      *
       CARREGA-CAT.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE CODIGO TO PFCODIGO
           START CADPROFOR KEY IS NOT LESS PFCODIGO
           IF ST-ERRO3 NOT = "00"
              GO TO CARREGA-CAT-FIM.
       CARREGA-CAT-RD.
           READ CADPROFOR NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO CARREGA-CAT-FIM.
           IF PFCODIGO NOT = CODIGO
              GO TO CARREGA-CAT-FIM.
           IF W-TOT NOT < 20
              GO TO CARREGA-CAT-FIM.
           CALL "CATPRECO" USING NUMPROFOR W-HOJE W-TEMCAT
                                 W-PRECOCAT W-VIGCAT
           IF W-TEMCAT NOT = "S"
              MOVE PFPRECO TO W-PRECOCAT
              MOVE PFVIGEN TO W-VIGCAT.
           IF W-PRECOCAT = ZEROS
              GO TO CARREGA-CAT-RD.
           ADD 1 TO W-TOT
           MOVE ZEROS TO TC-SEQ(W-TOT) TC-QTD(W-TOT)
           MOVE PFCNPJ TO TC-CNPJ(W-TOT)
           MOVE W-PRECOCAT TO TC-PRECO(W-TOT)
           MOVE W-VIGCAT TO TC-VALID(W-TOT)
           GO TO CARREGA-CAT-RD.
       CARREGA-CAT-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCOTA
