      ************************
      * PROGRAMA PARA PEDIDO DE VENDA - A BAIXA DE ESTOQUE *
      * OCORRE NA CONFIRMACAO DA EXPEDICAO (SCP048)        *
      * PROMOCOES E FAIXAS DE QUANTIDADE PELO PROMOBX; A   *
      * REGRA APLICADA FICA NO CADVENDDESC                 *
      * ITEM SEM DISPONIVEL SUFICIENTE PODE FICAR PENDENTE *
      * (CADPENDVEN); A LIBERACAO DA INSPECAO (SCP055)     *
      * RESERVA A PENDENCIA QUANDO A MERCADORIA CHEGA      *
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
      *
           SELECT CADPENDVEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PDCHAVE
                       ALTERNATE RECORD KEY IS PDCODPRO
                                   WITH DUPLICATES
                       FILE STATUS IS ST-PND.
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

       FD CADPARAM
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

       FD CADPENDVEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPENDVEN.DAT".
       01 REGPENDVEN.
           03 PDCHAVE.
               05 PDNUMVEN      PIC 9(06).
               05 PDNUMLIN      PIC 9(02).
           03 PDCODPRO          PIC 9(06).
           03 PDCNPJ            PIC 9(14).
           03 PDDATA            PIC 9(08).
           03 PDQTDORIG         PIC 9(06).
           03 PDQTDPEND         PIC 9(06).
           03 PDSTATUS          PIC X(01).
           03 PDDATALOC         PIC 9(08).

       FD CADFOLHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFOLHA.DAT".
       01 W-DISPON             PIC S9(08) VALUE ZEROS.
       01 ST-PAR               PIC X(02) VALUE "00".
       01 ST-PV                PIC X(02) VALUE "00".
       01 ST-DSC               PIC X(02) VALUE "00".
       01 ST-PND               PIC X(02) VALUE "00".
       01 W-PENDITEM           PIC 9(06) VALUE ZEROS.
       01 W-TEMPEND            PIC X(01) VALUE "N".
       01 W-DISPED             PIC ZZZZZ9 VALUE ZEROS.
       01 ST-FOL               PIC X(02) VALUE "00".
       01 W-VENDEDOR           PIC 9(06) VALUE ZEROS.
       01 W-GRUPOCLI           PIC 9(02) VALUE ZEROS.
       01 W-MELHORINI          PIC 9(08) VALUE ZEROS.
       01 W-MARGEMIN           PIC 9(09)V99 VALUE ZEROS.
       01 W-PRECOMIN           PIC 9(09)V99 VALUE ZEROS.
       01 W-PRECOBASE          PIC 9(09)V99 VALUE ZEROS.
       01 W-REGRA              PIC X(01) VALUE SPACES.
       01 W-CAMP               PIC 9(04) VALUE ZEROS.
       01 W-QTDMIN             PIC 9(06) VALUE ZEROS.
       01 W-DESCREGRA          PIC X(30) VALUE SPACES.
       01 W-APROVVEN           PIC 9(06) VALUE ZEROS.
       01 W-SUPCOD             PIC 9(06) VALUE ZEROS.
       01 W-HOJE               PIC 9(08) VALUE ZEROS.
               05 TI-QTD       PIC 9(06).
               05 TI-PRECO     PIC 9(09)V99.
               05 TI-VALOR     PIC 9(11)V99.
               05 TI-REGRA     PIC X(01).
               05 TI-CAMP      PIC 9(04).
               05 TI-QTDMIN    PIC 9(06).
               05 TI-PRECOTAB  PIC 9(09)V99.
               05 TI-PEND      PIC 9(06).
       01 TAB-RESCLI.
           03 TR-ITEM OCCURS 100 TIMES.
               05 TR-CNPJ     PIC 9(14).
           03 DETQTD       PIC 9(06) VALUE ZEROS.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 DETVALOR     PIC 9(11)V99 VALUE ZEROS.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 DETREGRA     PIC X(09) VALUE SPACES.

       01 DETTOT.
           03 FILLER       PIC X(17) VALUE "TOTAL DA VENDA: ".
              CLOSE CADRESERVA
              OPEN I-O CADRESERVA.

       RDSC0.
           OPEN I-O CADVENDDESC
           IF ST-DSC = "30"
              OPEN OUTPUT CADVENDDESC
              CLOSE CADVENDDESC
              OPEN I-O CADVENDDESC.

       RPND0.
           OPEN I-O CADPENDVEN
           IF ST-PND = "30"
              OPEN OUTPUT CADPENDVEN
              CLOSE CADPENDVEN
              OPEN I-O CADPENDVEN.

       RCPG0.
           OPEN INPUT CADCONDPG
           IF ST-CPG = "30"
       INICIO.
           MOVE ZEROS TO NUMVENDA VCLICNPJ W-QTDITENS W-TOTVEN
           MOVE ZEROS TO W-VENDEDOR VVENDEDOR VCONDPG
           MOVE "N" TO W-TEMPEND
           MOVE SPACES TO VSTATUS.

           DISPLAY CADASTROVENDA.
           COMPUTE W-DISPON = QUANTIDADE - W-RESQTD
           IF W-DISPON < ZEROS
              MOVE ZEROS TO W-DISPON.
           MOVE ZEROS TO W-PENDITEM
           IF W-QTDITEM NOT > W-DISPON
              GO TO ITENS-PRECO.
      *    O QUE FALTA PODE FICAR PENDENTE ATE A MERCADORIA CHEGAR
           MOVE W-DISPON TO W-DISPED
           DISPLAY (19, 02) "DISPONIVEL:"
           DISPLAY (19, 14) W-DISPED
           DISPLAY (19, 22) "FICA PENDENTE O RESTANTE (S/N): ".
           MOVE "N" TO W-OPCAO
           ACCEPT  (19, 54) W-OPCAO WITH UPDATE.
           DISPLAY (19, 02) LIMPA
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* SEM DISPONIVEL (SALDO MENOS RESERVAS) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITENS-QTD.
           COMPUTE W-PENDITEM = W-QTDITEM - W-DISPON
           MOVE "S" TO W-TEMPEND.

       ITENS-PRECO.
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
           PERFORM MOSTRA-REGRA THRU MOSTRA-REGRA-FIM
           MOVE W-PRECOTAB TO W-PRECOITEM
           ACCEPT  (19, 02) W-PRECOITEM WITH UPDATE.
           IF W-PRECOITEM = ZEROS
           COMPUTE TI-VALOR(W-QTDITENS) ROUNDED =
              W-QTDITEM * W-PRECOITEM
           ADD TI-VALOR(W-QTDITENS) TO W-TOTVEN
      *    PRECO DIGITADO DIFERENTE DO SUGERIDO NAO E PROMOCAO
           IF W-PRECOITEM NOT = W-PRECOTAB
              MOVE "T" TO W-REGRA.
           MOVE W-REGRA TO TI-REGRA(W-QTDITENS)
           MOVE W-CAMP TO TI-CAMP(W-QTDITENS)
           MOVE W-QTDMIN TO TI-QTDMIN(W-QTDITENS)
           MOVE W-PRECOBASE TO TI-PRECOTAB(W-QTDITENS)
           MOVE W-PENDITEM TO TI-PEND(W-QTDITENS)
           DISPLAY (19, 20) LIMPA
           GO TO ITENS-RD1.

       ITENS-FIM.
                   GO TO ROT-FIM.
                PERFORM GRAVA-ITENS THRU GRAVA-ITENS-FIM
                PERFORM GRAVA-RESERVA THRU GRAVA-RESERVA-FIM
                PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM
                PERFORM GERA-RECEBER THRU GERA-RECEBER-FIM
                PERFORM IMPRIME-VENDA THRU IMPRIME-VENDA-FIM
                IF W-TEMPEND = "S"
                   MOVE "* VENDA GRAVADA COM PENDENCIA DE ESTOQUE *"
                                                  TO MENS
                ELSE
                   MOVE "* VENDA GRAVADA - EXPEDIR PELO SCP048 *"
                                                  TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INICIO.

           MOVE TI-VALOR(I) TO VIVALOR
           MOVE ZEROS TO VIQTDDEV
           WRITE REGVENDITEM
           IF TI-REGRA(I) = "C" OR TI-REGRA(I) = "Q"
              MOVE "V" TO DSORIGEM
              MOVE NUMVENDA TO DSNUM
              MOVE I TO DSLIN
              MOVE TI-CODPRO(I) TO DSCODPRO
              MOVE TI-QTD(I) TO DSQTD
              MOVE TI-REGRA(I) TO DSREGRA
              MOVE TI-CAMP(I) TO DSCAMP
              MOVE TI-QTDMIN(I) TO DSQTDMIN
              MOVE TI-PRECOTAB(I) TO DSPRECOTAB
              MOVE TI-PRECO(I) TO DSPRECO
              MOVE VDATA TO DSDATA
              WRITE REGVENDDESC
              IF ST-DSC = "22"
                 REWRITE REGVENDDESC.
           ADD 1 TO I
           GO TO GRAVA-ITENS-WR.
       GRAVA-ITENS-FIM.
              MOVE SPACES TO DETDESC.
           MOVE TI-QTD(I) TO DETQTD
           MOVE TI-VALOR(I) TO DETVALOR
           MOVE SPACES TO DETREGRA
           IF TI-REGRA(I) = "C"
              MOVE "CAMPANHA" TO DETREGRA.
           IF TI-REGRA(I) = "Q"
              MOVE "FAIXA QTD" TO DETREGRA.
           ADD 1 TO CONLIN
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DETITEM
       GRAVA-RESERVA-1.
           IF I > W-QTDITENS
              GO TO GRAVA-RESERVA-FIM.
      *    A PARTE PENDENTE SO E RESERVADA QUANDO CHEGAR
           IF TI-QTD(I) NOT > TI-PEND(I)
              ADD 1 TO I
              GO TO GRAVA-RESERVA-1.
           MOVE TI-CODPRO(I) TO RESCODPRO
           READ CADRESERVA
           IF ST-RES = "00"
              COMPUTE RESQTD = RESQTD + TI-QTD(I) - TI-PEND(I)
              REWRITE REGRESERVA
           ELSE
              MOVE TI-CODPRO(I) TO RESCODPRO
              COMPUTE RESQTD = TI-QTD(I) - TI-PEND(I)
              WRITE REGRESERVA.
           ADD 1 TO I
           GO TO GRAVA-RESERVA-1.
           EXIT.
      *
      *****************************************************
      * GRAVA AS PENDENCIAS (BACKORDER) DOS ITENS SEM     *
      * DISPONIVEL SUFICIENTE                             *
      *****************************************************
      *
       GRAVA-PEND.
           MOVE 1 TO I.
       GRAVA-PEND-1.
           IF I > W-QTDITENS
              GO TO GRAVA-PEND-FIM.
           IF TI-PEND(I) = ZEROS
              ADD 1 TO I
              GO TO GRAVA-PEND-1.
           MOVE NUMVENDA TO PDNUMVEN
           MOVE I TO PDNUMLIN
           MOVE TI-CODPRO(I) TO PDCODPRO
           MOVE VCLICNPJ TO PDCNPJ
           MOVE VDATA TO PDDATA
           MOVE TI-PEND(I) TO PDQTDORIG PDQTDPEND
           MOVE "P" TO PDSTATUS
           MOVE ZEROS TO PDDATALOC
           WRITE REGPENDVEN
           IF ST-PND = "22"
              REWRITE REGPENDVEN.
           ADD 1 TO I
           GO TO GRAVA-PEND-1.
       GRAVA-PEND-FIM.
           EXIT.
      *
      *****************************************************
      * LE A RESERVA (EMPENHO) DO PRODUTO                 *
      *****************************************************
      *
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
                                W-DESCREGRA
           IF W-REGRA = "T"
              GO TO BUSCA-PRECO-FIM.
      *    A PROMOCAO TAMBEM RESPEITA A MARGEM MINIMA
           COMPUTE W-PRECOMIN ROUNDED = CUSTOMEDIO +
              (CUSTOMEDIO * W-MARGEMIN / 100)
           IF CUSTOMEDIO > ZEROS AND W-PRECOTAB < W-PRECOMIN
              MOVE W-PRECOBASE TO W-PRECOTAB
              MOVE "T" TO W-REGRA
              MOVE ZEROS TO W-CAMP W-QTDMIN
              MOVE "PROMOCAO ABAIXO DA MARGEM" TO W-DESCREGRA.
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
           MOVE VCLICNPJ TO RECCNPJ
           MOVE W-TOTVEN TO RECVALOR
           MOVE W-VENCREC TO RECVENCTO
           MOVE ZEROS TO RECRECEB RECJUROS RECNIVCOB RECDTCOB
           MOVE W-EMPATIVA TO RECEMP
           MOVE "A" TO RECSTATUS
           WRITE REGRECEBER
           IF RECSEQ > 99
              GO TO GERA-REC-COND-FIM.
           MOVE VCLICNPJ TO RECCNPJ
           MOVE ZEROS TO RECRECEB RECJUROS RECNIVCOB RECDTCOB
           MOVE W-EMPATIVA TO RECEMP
           MOVE "A" TO RECSTATUS
           WRITE REGRECEBER
           CLOSE CADPRECOVEN
           CLOSE CADFOLHA
           CLOSE CADRESERVA
           CLOSE CADVENDDESC
           CLOSE CADPENDVEN
           CLOSE CADCONDPG.
           STOP RUN.

