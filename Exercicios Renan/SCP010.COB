       PROGRAM-ID. SCP010.
      ************************
      * PROGRAMA PARA CADASTRAR PEDIDO DE COMPRA (CAPA E ITENS) *
      * A INCLUSAO DO PEDIDO VAI PARA A TRILHA DO CADAUDIT      *
      * (ROTINA AUDPED), USADA NA SEGREGACAO DE FUNCOES         *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CODDEPOS
                       FILE STATUS IS ST-DEP.
      *
           SELECT CADMOEDA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS MOECODIGO
                       FILE STATUS IS ST-MOE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 PCCUSTO           PIC 9(03).
           03 PCONTRATO         PIC X(01).
           03 PEMP              PIC 9(02).
           03 PMOEDA            PIC X(03).
           03 PTAXA             PIC 9(05)V9(06).

       FD CADPEDITEM
           LABEL RECORD IS STANDARD
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       FD CADPARAM
           LABEL RECORD IS STANDARD
           03 TITSTATUS         PIC X(01).
           03 TITJUROS          PIC 9(09)V99.
           03 TITEMP            PIC 9(02).
           03 TITMOEDA          PIC X(03).
           03 TITVALME          PIC 9(11)V99.
           03 TITPAGOME         PIC 9(11)V99.
           03 TITTAXA           PIC 9(05)V9(06).

       FD CADSALDO
           LABEL RECORD IS STANDARD
               05 SALCODPRO     PIC 9(06).
               05 SALDEPOS      PIC 9(02).
           03 SALQTD            PIC 9(06).
           03 SALQTDCON         PIC 9(06).

       FD CADLOTE
           LABEL RECORD IS STANDARD
           03 INSDEP            PIC 9(02).
           03 INSSTATUS         PIC X(01).
           03 INSDATA           PIC 9(08).
           03 INSLOTE           PIC X(10).
           03 INSPROPR          PIC X(01).

       FD CADCAMADA
           LABEL RECORD IS STANDARD
           03 CODDEPOS          PIC 9(02).
           03 DESCDEPOS         PIC X(20).

       FD CADMOEDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMOEDA.DAT".
       01 REGMOEDA.
           03 MOECODIGO         PIC X(03).
           03 MOEDESC           PIC X(20).

       FD CADEMPATIVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMPATIVA.TXT".
       WORKING-STORAGE SECTION.
       01 ST-EAT         PIC X(02) VALUE "00".
       01 W-EMPATIVA     PIC 9(02) VALUE 01.
       01 W-AUDPROG      PIC X(08) VALUE "SCP010".
       01 W-AUDPED       PIC 9(06) VALUE ZEROS.
       01 W-AUDTXT       PIC X(30) VALUE SPACES.
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
       77 W-OPCAO              PIC X(01) VALUE SPACES.
       01 W-FATOR              PIC 9(04)V99 VALUE 1,00.
       01 W-QTDESTQ            PIC 9(08) VALUE ZEROS.
       01 W-CUSTOUNIT          PIC 9(09)V99 VALUE ZEROS.
       01 W-CONSIG             PIC X(01) VALUE "N".
       01 W-QTDPROP            PIC 9(08) VALUE ZEROS.
       01 W-CSGOPER            PIC X(01) VALUE SPACES.
       01 W-CSGORIG            PIC X(20) VALUE SPACES.
       01 W-CSGSALDO           PIC 9(08) VALUE ZEROS.
       01 W-CSGRET             PIC X(02) VALUE SPACES.
       01 ST-MOE               PIC X(02) VALUE "00".
       01 W-TAXA               PIC 9(05)V9(06) VALUE 1.
       01 W-DATACAMB           PIC 9(08) VALUE ZEROS.
       01 W-DTCOT              PIC 9(08) VALUE ZEROS.
       01 W-CAMRET             PIC X(02) VALUE SPACES.
       01 W-VALAPROV           PIC 9(11)V99 VALUE ZEROS.
       01 W-TAXAED             PIC ZZZZ9,999999.
       01 TAB-ITENS.
           03 TI-ITEM OCCURS 20 TIMES.
               05 TI-CODPRO    PIC 9(06).
                 MOVE PARVALOR TO W-APROVADR.
           CLOSE CADPARAM.

       RMOE0.
           OPEN INPUT CADMOEDA
           IF ST-MOE = "30"
              OPEN OUTPUT CADMOEDA
              CLOSE CADMOEDA
              OPEN INPUT CADMOEDA.

       RCCU0.
           OPEN INPUT CADCCUSTO
           IF ST-CCU = "30"

       INICIO.
           MOVE ZEROS TO NUMPEDIDO PCNPJ W-QTDITENS DATAPROMET
           MOVE ZEROS TO PCONDPG PCCUSTO PTAXA
           MOVE SPACES TO STATUSPEDIDO PMOEDA
           MOVE ZEROS TO W-SEL.

           DISPLAY CADASTROPEDIDO.
              GO TO R1C.
       R1C-FIM.

      *    COMPRA IMPORTADA: PRECOS DOS ITENS NA MOEDA DO PEDIDO
       R1D.
           DISPLAY (20, 40) "MOEDA (BRANCO=REAL): ".
           ACCEPT  (20, 61) PMOEDA WITH UPDATE.
           IF PMOEDA = "BRL"
              MOVE SPACES TO PMOEDA.
           IF PMOEDA = SPACES
              GO TO R1D-FIM.
           MOVE PMOEDA TO MOECODIGO
           READ CADMOEDA
           IF ST-MOE NOT = "00"
              MOVE "* MOEDA NAO EXISTE, USE O SCP078 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1D.
       R1D-FIM.

      *
      ****************************************
      * DIGITACAO DOS ITENS DO PEDIDO        *
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITENS-RD1.
           MOVE W-TOTPED TO DETTOTPED
           DISPLAY (20, 02) DETTOT
           DISPLAY (20, 34) PMOEDA.

           IF W-SEL = 1
                GO TO ALT-OPC.
                WRITE REGPEDIDO
                IF ST-ERRO = "00" OR "02"
                      PERFORM GRAVA-ITENS THRU GRAVA-ITENS-FIM
                      MOVE NUMPEDIDO TO W-AUDPED
                      MOVE "PEDIDO INCLUIDO" TO W-AUDTXT
                      CALL "AUDPED" USING W-AUDPROG W-AUDPED W-AUDTXT
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INICIO.
                                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RECEBER-DEP.
      *         CONSIGNADO: O FORNECEDOR CONTINUA DONO ATE O CONSUMO
                MOVE "N" TO W-CONSIG
                DISPLAY (19, 62) "CONSIG (S/N): ".
                ACCEPT  (19, 76) W-CONSIG WITH UPDATE.
                IF W-CONSIG = "s"
                   MOVE "S" TO W-CONSIG.
                IF W-CONSIG NOT = "S"
                   MOVE "N" TO W-CONSIG.
      *
      *         COMPRA IMPORTADA: CONVERTE PELA TAXA DA DATA DA
      *         DI/NOTA (SEM COTACAO DO DIA VALE A ULTIMA ANTERIOR)
       RECEBER-CAMBIO.
                MOVE 1 TO W-TAXA
                IF PMOEDA = SPACES
                   GO TO RECEBER-RD1.
                ACCEPT W-DATACAMB FROM DATE YYYYMMDD
                DISPLAY (22, 01) "DATA DO CAMBIO (DI/NOTA): ".
                ACCEPT  (22, 27) W-DATACAMB WITH UPDATE.
                CALL "CAMBIOBX" USING PMOEDA W-DATACAMB W-TAXA
                                      W-DTCOT W-CAMRET
                IF W-CAMRET NOT = "00"
                   MOVE "* SEM COTACAO DA MOEDA - USE O SCP078 *"
                                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INICIO.
                MOVE W-TAXA TO W-TAXAED
                DISPLAY (22, 37) PMOEDA
                DISPLAY (22, 41) W-TAXAED
                MOVE W-TAXA TO PTAXA
                REWRITE REGPEDIDO.

       RECEBER-RD1.
                MOVE "N" TO W-TEMSALDO
                PERFORM CONVERTE-UC THRU CONVERTE-UC-FIM
                DISPLAY (22, 01) "ENTRA NO ESTOQUE (UN): "
                DISPLAY (22, 24) W-QTDESTQ
                COMPUTE W-CUSTOUNIT ROUNDED =
                   ITEPRECO * W-TAXA / W-FATOR
      *         CONSIGNADO NAO ENTRA NO CUSTO MEDIO: SO GRAVA O ACORDO
                IF W-CONSIG = "S"
                   PERFORM ACORDO-CONSIG THRU ACORDO-CONSIG-FIM
                   GO TO RECEBER-ALT.
      *         REPONDERA O CUSTO MEDIO DO ESTOQUE PROPRIO PELO PRECO
      *         NEGOCIADO (O CONSIGNADO DO PRODUTO FICA DE FORA)
                PERFORM QTD-PROPRIA THRU QTD-PROPRIA-FIM
                IF (W-QTDPROP + W-QTDESTQ) > ZEROS
                   COMPUTE CUSTOMEDIO ROUNDED =
                      ((W-QTDPROP * CUSTOMEDIO)
                       + (W-QTDESTQ * W-CUSTOUNIT))
                      / (W-QTDPROP + W-QTDESTQ).
       RECEBER-ALT.
                ACCEPT DATAULTALT2 FROM DATE YYYYMMDD
                PERFORM RECEBER-RW1 THRU RECEBER-RW1-FIM
      *         O RECEBIDO ENTRA EM QUARENTENA ATE A INSPECAO:
      *         SO A APROVACAO NO SCP055 CREDITA O DISPONIVEL
      *         (QUANTIDADE) E GRAVA A ENTRADA NO RAZAO
                PERFORM SALDO-DEP THRU SALDO-DEP-FIM
                PERFORM GRAVA-LOTE THRU GRAVA-LOTE-FIM
                PERFORM GRAVA-INSP THRU GRAVA-INSP-FIM
      *         A CAMADA DO CONSIGNADO SO NASCE QUANDO ELE E CONSUMIDO
                IF W-CONSIG NOT = "S"
                   PERFORM GRAVA-CAMADA THRU GRAVA-CAMADA-FIM.
                ADD W-QTDRECEB TO ITEQTDREC
                REWRITE REGPEDITEM
                IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
                MOVE W-QTDRECEB TO REC-QTD
                ACCEPT REC-DATA FROM DATE YYYYMMDD
                WRITE REGRECEB
      *         CONSIGNADO NAO GERA TITULO NO RECEBIMENTO
                IF W-CONSIG NOT = "S"
                   COMPUTE W-VALRECEB ROUNDED =
                      W-VALRECEB + (W-QTDRECEB * ITEPRECO).
                IF ITEQTDREC < ITEQTDPED
                   MOVE "S" TO W-TEMSALDO.
                GO TO RECEBER-RD2.
      *****************************************************
      *
       MARCA-APROV.
      *         O LIMITE E EM REAIS: IMPORTADO VAI PELA TAXA DE HOJE
      *         (SEM COTACAO, VAI PARA APROVACAO)
                MOVE VALORPEDIDO TO W-VALAPROV
                IF PMOEDA NOT = SPACES
                   ACCEPT W-DATACAMB FROM DATE YYYYMMDD
                   CALL "CAMBIOBX" USING PMOEDA W-DATACAMB W-TAXA
                                         W-DTCOT W-CAMRET
                   IF W-CAMRET = "00"
                      COMPUTE W-VALAPROV ROUNDED = VALORPEDIDO * W-TAXA
                   ELSE
                      COMPUTE W-VALAPROV = W-LIMAPROV + 1.
                IF W-VALAPROV > W-LIMAPROV
                   MOVE "A" TO APROVSTATUS
                ELSE
                   MOVE SPACE TO APROVSTATUS.
                MOVE NUMPEDIDO TO TITNUMPED
                MOVE PCNPJ TO TITCNPJ
                MOVE W-VALRECEB TO TITVALOR
                PERFORM MOEDA-TITULO THRU MOEDA-TITULO-FIM
                MOVE W-VENCTIT TO TITVENCTO
                MOVE ZEROS TO TITPAGO TITJUROS
                MOVE W-EMPATIVA TO TITEMP
           ELSE
              MOVE W-VALPARC TO TITVALOR
              ADD W-VALPARC TO W-SOMAPARC.
           PERFORM MOEDA-TITULO THRU MOEDA-TITULO-FIM
           ACCEPT W-CANDT FROM DATE YYYYMMDD
           MOVE ZEROS TO W-DCONT.
       GERA-TIT-COND-2.
       GERA-TIT-COND-FIM.
           EXIT.
      *
      *****************************************************
      * TITULO DE COMPRA IMPORTADA GUARDA O VALOR NA      *
      * MOEDA; O VALOR EM REAIS SAI PELA TAXA DO CAMBIO   *
      * (A VARIACAO CAMBIAL APURA-SE NA BAIXA, SCP029)    *
      *****************************************************
      *
       MOEDA-TITULO.
           MOVE ZEROS TO TITPAGOME
           IF PMOEDA = SPACES
              MOVE SPACES TO TITMOEDA
              MOVE ZEROS TO TITVALME TITTAXA
              GO TO MOEDA-TITULO-FIM.
           MOVE PMOEDA TO TITMOEDA
           MOVE TITVALOR TO TITVALME
           MOVE W-TAXA TO TITTAXA
           COMPUTE TITVALOR ROUNDED = TITVALME * W-TAXA.
       MOEDA-TITULO-FIM.
           EXIT.
      *
      ****************************************************
      * SOMA UM DIA DE CALENDARIO A DATA CANDIDATA       *
      ****************************************************
                MOVE ITECODPRO TO SALCODPRO
                MOVE W-DEPQUAR TO SALDEPOS
                READ CADSALDO
                IF ST-ERRO5 NOT = "00"
                   MOVE ITECODPRO TO SALCODPRO
                   MOVE W-DEPQUAR TO SALDEPOS
                   MOVE ZEROS TO SALQTD SALQTDCON.
                ADD W-QTDESTQ TO SALQTD
                IF W-CONSIG = "S"
                   ADD W-QTDESTQ TO SALQTDCON.
                IF ST-ERRO5 = "00"
                   REWRITE REGSALDO
                ELSE
                   WRITE REGSALDO.
       SALDO-DEP-FIM.
                EXIT.
           MOVE NUMPEDIDO TO INSNUMPED
           MOVE ITENUMLIN TO INSNUMLIN
           READ CADINSP
           IF ST-INS NOT = "00"
              GO TO GRAVA-INSP-NOVA.
           ADD W-QTDESTQ TO INSQTD
           MOVE "P" TO INSSTATUS
           MOVE W-DEPRECEB TO INSDEP
           IF W-LOTEREC NOT = SPACES
              MOVE W-LOTEREC TO INSLOTE.
           PERFORM MARCA-PROPR THRU MARCA-PROPR-FIM
           REWRITE REGINSP
           GO TO GRAVA-INSP-FIM.
       GRAVA-INSP-NOVA.
           MOVE NUMPEDIDO TO INSNUMPED
           MOVE ITENUMLIN TO INSNUMLIN
           MOVE ITECODPRO TO INSCODPRO
           MOVE W-QTDESTQ TO INSQTD
           MOVE W-DEPRECEB TO INSDEP
           MOVE "P" TO INSSTATUS
           MOVE W-LOTEREC TO INSLOTE
           PERFORM MARCA-PROPR THRU MARCA-PROPR-FIM
           ACCEPT INSDATA FROM DATE YYYYMMDD
           WRITE REGINSP.
       GRAVA-INSP-FIM.
           EXIT.

      *    C = CONSIGNADO (DO FORNECEDOR)  BRANCO = PROPRIO
       MARCA-PROPR.
           MOVE SPACE TO INSPROPR
           IF W-CONSIG = "S"
              MOVE "C" TO INSPROPR.
       MARCA-PROPR-FIM.
           EXIT.
      *
      *****************************************************
      * ACORDO DE CONSIGNACAO: PRECO DO FORNECEDOR PELO   *
      * QUAL O CONSIGNADO SERA COMPRADO QUANDO CONSUMIDO  *
      *****************************************************
      *
       ACORDO-CONSIG.
           MOVE "P" TO W-CSGOPER
           MOVE "RECEBIMENTO" TO W-CSGORIG
           CALL "CONSIGBX" USING W-CSGOPER ITECODPRO PCNPJ
                                 W-QTDESTQ W-CUSTOUNIT W-CSGORIG
                                 W-CSGSALDO W-CSGRET.
       ACORDO-CONSIG-FIM.
           EXIT.
      *
      *    ESTOQUE PROPRIO = TOTAL MENOS O CONSIGNADO DO PRODUTO
      *
       QTD-PROPRIA.
           MOVE "T" TO W-CSGOPER
           CALL "CONSIGBX" USING W-CSGOPER ITECODPRO PCNPJ
                                 W-QTDESTQ W-CUSTOUNIT W-CSGORIG
                                 W-CSGSALDO W-CSGRET
           IF W-CSGSALDO < QUANTIDADE
              COMPUTE W-QTDPROP = QUANTIDADE - W-CSGSALDO
           ELSE
              MOVE ZEROS TO W-QTDPROP.
       QTD-PROPRIA-FIM.
           EXIT.
      *
      *****************************************************
      * CAPTA LOTE E VALIDADE DO RECEBIMENTO              *
           CLOSE CADCCTIPO
           CLOSE CADFORDOC
           CLOSE CADINSP
           CLOSE CADMOEDA
           CLOSE CADCAMADA.
           STOP RUN.

