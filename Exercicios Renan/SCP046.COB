      * PROGRAMA PARA ORCAMENTO DE VENDA COM VALIDADE E STATUS  *
      * PRECIFICA COMO O SCP036 E CONVERTE EM PEDIDO DE VENDA   *
      * A BAIXA DE ESTOQUE OCORRE NA EXPEDICAO (SCP048)         *
      * A REGRA DE PROMOCAO DO ITEM (CADVENDDESC) PASSA PARA A  *
      * VENDA NA CONVERSAO QUANDO O PRECO NAO FOI ALTERADO      *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT CADEMPATIVA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-EAT.
      *
           SELECT CADVENDDESC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS DSCHAVE
                       FILE STATUS IS ST-DSC.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 CLILIMITE         PIC 9(09)V99.
           03 CLIBLOQ           PIC X(01).
           03 CLIGRUPO          PIC 9(02).
           03 CLIPRIOR          PIC 9(01).

       FD CADPRO
           LABEL RECORD IS STANDARD
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       FD CADRECEBER
           LABEL RECORD IS STANDARD
           03 RECSTATUS         PIC X(01).
           03 RECJUROS          PIC 9(09)V99.
           03 RECEMP            PIC 9(02).
           03 RECNIVCOB         PIC 9(01).
           03 RECDTCOB          PIC 9(08).

       FD CADPRECOVEN
           LABEL RECORD IS STANDARD
           03 PVDATAFIM         PIC 9(08).
           03 PVPRECO           PIC 9(09)V99.

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

       FD CADRESERVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRESERVA.DAT".
       01 ST-REC               PIC X(02) VALUE "00".
       01 ST-PV                PIC X(02) VALUE "00".
       01 ST-IMP               PIC X(02) VALUE "00".
       01 ST-DSC               PIC X(02) VALUE "00".
       01 LIMPA                PIC X(55) VALUE SPACES.
       01 ST-RES               PIC X(02) VALUE "00".
       01 W-RESQTD             PIC 9(08) VALUE ZEROS.
       01 W-DISPON             PIC S9(08) VALUE ZEROS.
       01 W-GRUPOBUSCA         PIC 9(02) VALUE ZEROS.
       01 W-PRECOTAB           PIC 9(09)V99 VALUE ZEROS.
       01 W-MELHORINI          PIC 9(08) VALUE ZEROS.
       01 W-PRECOBASE          PIC 9(09)V99 VALUE ZEROS.
       01 W-REGRA              PIC X(01) VALUE SPACES.
       01 W-CAMP               PIC 9(04) VALUE ZEROS.
       01 W-QTDMIN             PIC 9(06) VALUE ZEROS.
       01 W-DESCREGRA          PIC X(30) VALUE SPACES.
       01 W-QTDITENS           PIC 9(02) VALUE ZEROS.
       01 W-CODITEM            PIC 9(06) VALUE ZEROS.
       01 W-QTDITEM            PIC 9(06) VALUE ZEROS.
               05 TI-QTD       PIC 9(06).
               05 TI-PRECO     PIC 9(09)V99.
               05 TI-VALOR     PIC 9(11)V99.
               05 TI-REGRA     PIC X(01).
               05 TI-CAMP      PIC 9(04).
               05 TI-QTDMIN    PIC 9(06).
               05 TI-PRECOTAB  PIC 9(09)V99.
      *
      ******************
      * REPORT SECTION *
           03 IMPIQTD   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPIVALOR PIC 9(11)V99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPIREGRA PIC X(09) VALUE SPACES.

       01 IMP-TOT.
           03 FILLER    PIC X(17) VALUE "TOTAL ORCADO:    ".
                 MOVE PARVALOR TO W-APROVVEN.
           CLOSE CADPARAM.

       RDSC0.
           OPEN I-O CADVENDDESC
           IF ST-DSC = "30"
              OPEN OUTPUT CADVENDDESC
              CLOSE CADVENDDESC
              OPEN I-O CADVENDDESC.

       RJ0.
           OPEN EXTEND ORCIMP
           IF ST-IMP NOT = "00"

       ITENS-PRECO.
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
           PERFORM MOSTRA-REGRA THRU MOSTRA-REGRA-FIM
           MOVE W-PRECOTAB TO W-PRECOITEM
           ACCEPT  (19, 02) W-PRECOITEM WITH UPDATE.
           IF W-PRECOITEM = ZEROS
           COMPUTE TI-VALOR(W-QTDITENS) ROUNDED =
              W-QTDITEM * W-PRECOITEM
           ADD TI-VALOR(W-QTDITENS) TO W-TOTORC
      *    PRECO DIGITADO DIFERENTE DO SUGERIDO NAO E PROMOCAO
           IF W-PRECOITEM NOT = W-PRECOTAB
              MOVE "T" TO W-REGRA.
           MOVE W-REGRA TO TI-REGRA(W-QTDITENS)
           MOVE W-CAMP TO TI-CAMP(W-QTDITENS)
           MOVE W-QTDMIN TO TI-QTDMIN(W-QTDITENS)
           MOVE W-PRECOBASE TO TI-PRECOTAB(W-QTDITENS)
           DISPLAY (19, 20) LIMPA
           GO TO ITENS-RD1.

       ITENS-FIM.
           MOVE TI-PRECO(I) TO OIPRECO
           MOVE TI-VALOR(I) TO OIVALOR
           WRITE REGORCAITEM
           IF TI-REGRA(I) = "C" OR TI-REGRA(I) = "Q"
              MOVE "O" TO DSORIGEM
              MOVE ORCNUM TO DSNUM
              MOVE I TO DSLIN
              MOVE TI-CODPRO(I) TO DSCODPRO
              MOVE TI-QTD(I) TO DSQTD
              MOVE TI-REGRA(I) TO DSREGRA
              MOVE TI-CAMP(I) TO DSCAMP
              MOVE TI-QTDMIN(I) TO DSQTDMIN
              MOVE TI-PRECOTAB(I) TO DSPRECOTAB
              MOVE TI-PRECO(I) TO DSPRECO
              MOVE ORCDATA TO DSDATA
              WRITE REGVENDDESC
              IF ST-DSC = "22"
                 REWRITE REGVENDDESC.
           ADD 1 TO I
           GO TO INC-WR2.

           MOVE W-GRUPOCLI TO W-GRUPOBUSCA
           PERFORM BUSCA-PRECO-GRU THRU BUSCA-PRECO-GRU-FIM
           IF W-MELHORINI > ZEROS
              GO TO BUSCA-PRECO-PROMO.
           IF W-GRUPOCLI = ZEROS
              GO TO BUSCA-PRECO-PROMO.
           MOVE ZEROS TO W-GRUPOBUSCA
           PERFORM BUSCA-PRECO-GRU THRU BUSCA-PRECO-GRU-FIM.
      *    A MELHOR REGRA VALIDA (CAMPANHA OU FAIXA) SOBRE A TABELA
       BUSCA-PRECO-PROMO.
           MOVE W-PRECOTAB TO W-PRECOBASE
           CALL "PROMOBX" USING CODIGO TIPOPRODUTO W-QTDITEM W-HOJE
                                W-PRECOTAB W-REGRA W-CAMP W-QTDMIN
                                W-DESCREGRA.
       BUSCA-PRECO-FIM.
           EXIT.
      *
      *    MOSTRA A REGRA DE PRECO APLICADA AO ITEM
      *
       MOSTRA-REGRA.
           DISPLAY (19, 20) LIMPA
           IF W-REGRA = "C"
              DISPLAY (19, 20) "CAMPANHA "
              DISPLAY (19, 29) W-CAMP
              DISPLAY (19, 34) W-DESCREGRA
              GO TO MOSTRA-REGRA-FIM.
           IF W-REGRA = "Q"
              DISPLAY (19, 20) "FAIXA DE QUANTIDADE A PARTIR DE "
              DISPLAY (19, 52) W-QTDMIN
              GO TO MOSTRA-REGRA-FIM.
           DISPLAY (19, 20) W-DESCREGRA.
       MOSTRA-REGRA-FIM.
           EXIT.
      *
       BUSCA-PRECO-GRU.
           MOVE CODIGO TO PVCODPRO
              MOVE SPACES TO IMPIDESC.
           MOVE OIQTD TO IMPIQTD
           MOVE OIVALOR TO IMPIVALOR
           MOVE SPACES TO IMPIREGRA
           MOVE "O" TO DSORIGEM
           MOVE ORCNUM TO DSNUM
           MOVE OILIN TO DSLIN
           READ CADVENDDESC
           IF ST-DSC = "00" AND DSREGRA = "C"
              MOVE "CAMPANHA" TO IMPIREGRA.
           IF ST-DSC = "00" AND DSREGRA = "Q"
              MOVE "FAIXA QTD" TO IMPIREGRA.
           WRITE REGIMP FROM IMP-ITEM
           GO TO IMP-RD1.
       IMP-TOTAL.
           MOVE OIVALOR TO VIVALOR
           MOVE ZEROS TO VIQTDDEV
           WRITE REGVENDITEM
           PERFORM CONV-REGRA THRU CONV-REGRA-FIM
           MOVE OICODPRO TO RESCODPRO
           READ CADRESERVA
           IF ST-RES = "00"
              WRITE REGRESERVA.
           GO TO CONV-GRAVA-RD.

      *
      *    A REGRA DE PROMOCAO DO ITEM ORCADO VAI PARA A VENDA
      *
       CONV-REGRA.
           MOVE "O" TO DSORIGEM
           MOVE ORCNUM TO DSNUM
           MOVE OILIN TO DSLIN
           READ CADVENDDESC
           IF ST-DSC NOT = "00" OR DSPRECO NOT = OIPRECO
              GO TO CONV-REGRA-FIM.
           MOVE "V" TO DSORIGEM
           MOVE NUMVENDA TO DSNUM
           MOVE VDATA TO DSDATA
           WRITE REGVENDDESC
           IF ST-DSC = "22"
              REWRITE REGVENDDESC.
       CONV-REGRA-FIM.
           EXIT.

       CONV-RECEBER.
           MOVE NUMVENDA TO RECNUMVEN
           MOVE 01 TO RECSEQ.
           MOVE ORCCNPJ TO RECCNPJ
           MOVE ORCVALOR TO RECVALOR
           MOVE W-VENCREC TO RECVENCTO
           MOVE ZEROS TO RECRECEB RECJUROS RECNIVCOB RECDTCOB
           MOVE W-EMPATIVA TO RECEMP
           MOVE "A" TO RECSTATUS
           WRITE REGRECEBER.
           CLOSE CADPRECOVEN
           CLOSE CADRESERVA
           CLOSE CADFOLHA
           CLOSE CADVENDDESC
           CLOSE ORCIMP.
      *    O IMPRESSO VAI PARA O SPOOL CENTRAL (SCP067)
           MOVE "SCP046" TO W-SPPROG
