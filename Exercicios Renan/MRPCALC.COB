      *******************************
      * PROGRAMA PARA CALCULO DE NECESSIDADES LIQUIDAS (MRP)    *
      * DEMANDA = EMPENHOS DE VENDA + EXPLOSAO DE KITS (CADBOM) *
      * A PREVISAO DE VENDAS (PREVVEND) ATE O MES DE CHEGADA DE *
      * UMA COMPRA FEITA HOJE SO ENTRA NO QUE PASSAR DOS        *
      * EMPENHOS (O EMPENHO JA E VENDA PREVISTA QUE SE FIRMOU)  *
      * SUPRIMENTO = ESTOQUE EM MAOS + PEDIDOS DE COMPRA ABERTOS*
      * FLAGRA O QUE O LEAD TIME DE COMPRA NAO ALCANCA          *
      *******************************
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-PAR.
      *
       SELECT CADPREVISAO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PRVCHAVE
                       FILE STATUS IS ST-PRV.
       DATA DIVISION.
       FILE SECTION.
      *
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       FD CADRESERVA
           LABEL RECORD IS STANDARD
           03 PCCUSTO           PIC 9(03).
           03 PCONTRATO         PIC X(01).
           03 PEMP              PIC 9(02).
           03 PMOEDA            PIC X(03).
           03 PTAXA             PIC 9(05)V9(06).

       FD CADPEDITEM
           LABEL RECORD IS STANDARD
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.

       FD CADPREVISAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPREVISAO.DAT".
       01 REGPREVISAO.
           03 PRVCHAVE.
               05 PRVCODPRO     PIC 9(06).
               05 PRVANOMES     PIC 9(06).
           03 PRVQTDCALC        PIC 9(08).
           03 PRVQTD            PIC 9(08).
           03 PRVAJUSTE         PIC X(01).
           03 PRVMETODO         PIC X(01).
           03 PRVDATA           PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-VEN         PIC X(02) VALUE "00".
       01 ST-VIT         PIC X(02) VALUE "00".
       01 ST-PRV         PIC X(02) VALUE "00".
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-RESTO4       PIC 9(04) VALUE ZEROS.
       01 W-RESTO100     PIC 9(04) VALUE ZEROS.
       01 W-RESTO400     PIC 9(04) VALUE ZEROS.
       01 W-TIPODEM      PIC X(01) VALUE SPACES.
       01 W-DEMEFET      PIC 9(08) VALUE ZEROS.
       01 W-AMHOJE       PIC 9(06) VALUE ZEROS.
       01 W-AMLEAD       PIC 9(06) VALUE ZEROS.
       01 TAB-MRP.
           03 TM-ITEM OCCURS 200 TIMES.
               05 TM-CODPRO   PIC 9(06).
               05 TM-DEMANDA  PIC 9(08).
               05 TM-DEPEND   PIC 9(08).
               05 TM-PREVISAO PIC 9(08).
               05 TM-PEDIDO   PIC 9(08).
               05 TM-DATANEC  PIC 9(08).
      *-----------------------------------------------------------------
           03 DETPRO    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE " D:".
           03 DETDEM    PIC 9(08) VALUE ZEROS.
           03 DETDPREV  PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(03) VALUE " E:".
           03 DETEST    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE " P:".
           DISPLAY (03, 01) "LEAD TIME DE COMPRA (DIAS): "
           DISPLAY (03, 29) W-LEADDIAS
           DISPLAY (03, 40) "COMPRA DE HOJE CHEGA EM: "
           DISPLAY (03, 65) W-DATALEAD
           DISPLAY (04, 01) "D: DEMANDA (P = PELA PREVISAO DE VENDAS)".

      *
      *    PASSO 1 - DEMANDA DIRETA: EMPENHOS DE VENDA
           MOVE RESCODPRO TO CODIGO
           MOVE RESQTD TO W-DEMANDA
           MOVE ZEROS TO W-DATADEM
           MOVE "F" TO W-TIPODEM
           PERFORM SOMA-DEM THRU SOMA-DEM-FIM
           GO TO DEM-RD1.

       DATA-INI.
           OPEN INPUT CADVENDA
           IF ST-VEN NOT = "00"
              GO TO PRV-INI.
           OPEN INPUT CADVENDITEM
           IF ST-VIT NOT = "00"
              CLOSE CADVENDA
              GO TO PRV-INI.
       DATA-RD1.
           READ CADVENDITEM NEXT
           IF ST-VIT NOT = "00"
              CLOSE CADVENDA
              CLOSE CADVENDITEM
              GO TO PRV-INI.
           MOVE VINUMVEN TO NUMVENDA
           READ CADVENDA
           IF ST-VEN NOT = "00"
       MARCA-DATA-FIM.
           EXIT.

      *
      *    PASSO 1C - PREVISAO DE VENDAS DO MES CORRENTE ATE O
      *    MES EM QUE CHEGA UMA COMPRA FEITA HOJE
      *
       PRV-INI.
           DIVIDE W-HOJE BY 100 GIVING W-AMHOJE
           DIVIDE W-DATALEAD BY 100 GIVING W-AMLEAD
           OPEN INPUT CADPREVISAO
           IF ST-PRV NOT = "00"
              GO TO BOM-INI.
       PRV-RD1.
           READ CADPREVISAO NEXT
           IF ST-PRV NOT = "00"
              CLOSE CADPREVISAO
              GO TO BOM-INI.
           IF PRVANOMES < W-AMHOJE OR PRVANOMES > W-AMLEAD
              GO TO PRV-RD1.
           IF PRVQTD = ZEROS
              GO TO PRV-RD1.
           MOVE PRVCODPRO TO CODIGO
           MOVE PRVQTD TO W-DEMANDA
           MOVE ZEROS TO W-DATADEM
           MOVE "P" TO W-TIPODEM
           PERFORM SOMA-DEM THRU SOMA-DEM-FIM
           GO TO PRV-RD1.

      *
      *    PASSO 2 - EXPLOSAO DE KITS: DEMANDA DO PAI VIRA
      *    DEMANDA DOS COMPONENTES (UM NIVEL)
      *    O PAI EXPLODE A MAIOR ENTRE EMPENHO E PREVISAO
      *
       BOM-INI.
           MOVE 1 TO I.
              ADD 1 TO I
              GO TO BOM-PROX.
           MOVE BOMCOMP TO CODIGO
           PERFORM CALC-EFET THRU CALC-EFET-FIM
           COMPUTE W-DEMANDA = W-DEMEFET * BOMQTD
           MOVE TM-DATANEC(I) TO W-DATADEM
           MOVE "D" TO W-TIPODEM
           PERFORM SOMA-DEM THRU SOMA-DEM-FIM
           GO TO BOM-RD1.


      *
      *    ACUMULA DEMANDA POR PRODUTO NA TABELA
      *    W-TIPODEM: F=EMPENHO  D=DEPENDENTE (KIT)  P=PREVISAO
      *
       SOMA-DEM.
           MOVE 1 TO J.
              IF W-TOTPRO < 200
                 ADD 1 TO W-TOTPRO
                 MOVE CODIGO TO TM-CODPRO(W-TOTPRO)
                 MOVE ZEROS TO TM-DEMANDA(W-TOTPRO)
                 MOVE ZEROS TO TM-DEPEND(W-TOTPRO)
                 MOVE ZEROS TO TM-PREVISAO(W-TOTPRO)
                 MOVE ZEROS TO TM-PEDIDO(W-TOTPRO)
                 MOVE W-DATADEM TO TM-DATANEC(W-TOTPRO)
                 MOVE W-TOTPRO TO J
              ELSE
                 GO TO SOMA-DEM-FIM.
           IF TM-CODPRO(J) NOT = CODIGO
              ADD 1 TO J
              GO TO SOMA-DEM-1.
           IF W-TIPODEM = "P"
              ADD W-DEMANDA TO TM-PREVISAO(J)
              GO TO SOMA-DEM-FIM.
           IF W-TIPODEM = "D"
              ADD W-DEMANDA TO TM-DEPEND(J)
           ELSE
              ADD W-DEMANDA TO TM-DEMANDA(J).
           IF W-DATADEM > ZEROS
              IF TM-DATANEC(J) = ZEROS OR W-DATADEM < TM-DATANEC(J)
                 MOVE W-DATADEM TO TM-DATANEC(J).
                 ADD 1 TO W-TOTPRO
                 MOVE CODIGO TO TM-CODPRO(W-TOTPRO)
                 MOVE ZEROS TO TM-DEMANDA(W-TOTPRO)
                 MOVE ZEROS TO TM-DEPEND(W-TOTPRO)
                 MOVE ZEROS TO TM-PREVISAO(W-TOTPRO)
                 MOVE W-EMPEDIDO TO TM-PEDIDO(W-TOTPRO)
                 MOVE ZEROS TO TM-DATANEC(W-TOTPRO)
                 GO TO SOMA-PED-FIM
       SOMA-PED-FIM.
           EXIT.

      *
      *    DEMANDA EFETIVA DO ITEM I: A MAIOR ENTRE EMPENHO E
      *    PREVISAO (SEM CONTAR DUAS VEZES) + DEMANDA DOS KITS
      *
       CALC-EFET.
           IF TM-PREVISAO(I) > TM-DEMANDA(I)
              COMPUTE W-DEMEFET = TM-PREVISAO(I) + TM-DEPEND(I)
           ELSE
              COMPUTE W-DEMEFET = TM-DEMANDA(I) + TM-DEPEND(I).
       CALC-EFET-FIM.
           EXIT.

      *
      *    PASSO 4 - NECESSIDADE LIQUIDA E SUGESTAO
      *    NEC = DEMANDA + EST.MINIMO - ESTOQUE - EM PEDIDO
      *    (DEMANDA EFETIVA, COM A PREVISAO - VIDE CALC-EFET)
      *    DEMANDA FIRME SEM ESTOQUE NAO ESPERA O LEAD TIME
      *
       LISTA-INI.
           IF ST-ERRO NOT = "00"
              ADD 1 TO I
              GO TO LISTA-RD1.
           PERFORM CALC-EFET THRU CALC-EFET-FIM
           COMPUTE W-LIQUIDA = W-DEMEFET + ESTMINIMO
              - QUANTIDADE - TM-PEDIDO(I)
           IF W-LIQUIDA NOT > ZEROS
              ADD 1 TO I
              GO TO LISTA-RD1.
           ADD 1 TO W-QTDSUG
           MOVE TM-CODPRO(I) TO DETPRO
           MOVE W-DEMEFET TO DETDEM
           IF TM-PREVISAO(I) > TM-DEMANDA(I)
              MOVE "P" TO DETDPREV
           ELSE
              MOVE SPACE TO DETDPREV.
           MOVE QUANTIDADE TO DETEST
           MOVE TM-PEDIDO(I) TO DETPED
           MOVE W-LIQUIDA TO DETNEC
      *    FALTA FIRME = EMPENHO QUE ESTOQUE E PEDIDOS NAO COBREM
           COMPUTE W-FALTAFIRME = TM-DEMANDA(I) + TM-DEPEND(I)
              - QUANTIDADE - TM-PEDIDO(I)
           IF W-FALTAFIRME > ZEROS
              IF TM-DATANEC(I) > ZEROS
                 MOVE TM-DATANEC(I) TO DETDTNEC
