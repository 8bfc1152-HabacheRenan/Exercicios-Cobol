           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       FD CADSALDO
           LABEL RECORD IS STANDARD
               05 SALCODPRO     PIC 9(06).
               05 SALDEPOS      PIC 9(02).
           03 SALQTD            PIC 9(06).
           03 SALQTDCON         PIC 9(06).

       FD CADMOVEST
           LABEL RECORD IS STANDARD
           03 MTIPO             PIC X(01).
           03 MQTD              PIC 9(06).
           03 MOTIVO            PIC X(20).
           03 MPROPR            PIC X(01).

       FD CADRESERVA
           LABEL RECORD IS STANDARD
       01 W-RESQTD             PIC 9(08) VALUE ZEROS.
       01 LIN                  PIC 9(03) VALUE ZEROS.
       01 CONLIN               PIC 9(03) VALUE 001.
       01 W-QTDMOV             PIC 9(08) VALUE ZEROS.
       01 W-QTDCSG             PIC 9(08) VALUE ZEROS.
       01 W-PRPANT             PIC 9(08) VALUE ZEROS.
       01 W-CSGOPER            PIC X(01) VALUE SPACES.
       01 W-CSGCNPJ            PIC 9(14) VALUE ZEROS.
       01 W-CSGPRECO           PIC 9(09)V99 VALUE ZEROS.
       01 W-CSGSALDO           PIC 9(08) VALUE ZEROS.
       01 W-CSGRET             PIC X(02) VALUE SPACES.
       01 W-MOTIVOOP.
           03 MOT-TEXTO        PIC X(14).
           03 MOT-NUMOP        PIC 9(06).
           READ CADPRO
           IF ST-ERRO2 NOT = "00"
              GO TO EMITE-BAIXA-RD.
           MOVE W-QTDCOMP TO W-QTDMOV
           PERFORM PARTE-CONSIG THRU PARTE-CONSIG-FIM
           IF W-QTDCOMP > QUANTIDADE
              MOVE ZEROS TO QUANTIDADE
           ELSE
           MOVE W-QTDCOMP TO MQTD
           MOVE W-MOTIVOOP TO MOTIVO
           ACCEPT MDATA FROM DATE YYYYMMDD
           PERFORM GRAVA-MOVPROP THRU GRAVA-MOVPROP-FIM
           MOVE BOMCOMP TO SALCODPRO
           MOVE W-DEPMOV TO SALDEPOS
           READ CADSALDO
           IF ST-SAL NOT = "00"
              GO TO EMITE-BAIXA-RD.
           IF W-QTDCOMP > SALQTD
              MOVE ZEROS TO SALQTD
           ELSE
              SUBTRACT W-QTDCOMP FROM SALQTD.
           IF W-QTDCSG > SALQTDCON
              MOVE ZEROS TO SALQTDCON
           ELSE
              SUBTRACT W-QTDCSG FROM SALQTDCON.
           IF SALQTDCON > SALQTD
              MOVE SALQTD TO SALQTDCON.
           REWRITE REGSALDO
           GO TO EMITE-BAIXA-RD.

       EMITE-GRAVA.
           MOVE "E" TO MTIPO
           MOVE OPQTD TO MQTD
           MOVE W-MOTIVOOP TO MOTIVO
           MOVE SPACE TO MPROPR
           ACCEPT MDATA FROM DATE YYYYMMDD
           PERFORM GRAVA-MOVIDX THRU GRAVA-MOVIDX-FIM
           MOVE OPCODKIT TO SALCODPRO
              MOVE OPCODKIT TO SALCODPRO
              MOVE W-DEPMOV TO SALDEPOS
              MOVE OPQTD TO SALQTD
              MOVE ZEROS TO SALQTDCON
              WRITE REGSALDO.
           MOVE "F" TO OPSTATUS
           ACCEPT OPDATAFEC FROM DATE YYYYMMDD

      *
      *****************************************************
      * PARTE CONSIGNADA DO CONSUMO: O PROPRIO DO DEPOSITO*
      * SAI PRIMEIRO; O QUE PASSAR DELE E DO FORNECEDOR E *
      * VIRA COMPRA (PEDIDO, TITULO E CAMADA DE CUSTO)    *
      *****************************************************
      *
       PARTE-CONSIG.
           MOVE ZEROS TO W-QTDCSG
           MOVE CODIGO TO SALCODPRO
           MOVE W-DEPMOV TO SALDEPOS
           READ CADSALDO
           IF ST-SAL NOT = "00"
              GO TO PARTE-CONSIG-FIM.
           IF SALQTDCON = ZEROS
              GO TO PARTE-CONSIG-FIM.
           MOVE ZEROS TO W-PRPANT
           IF SALQTDCON < SALQTD
              COMPUTE W-PRPANT = SALQTD - SALQTDCON.
           IF W-QTDMOV NOT > W-PRPANT
              GO TO PARTE-CONSIG-FIM.
           COMPUTE W-QTDCSG = W-QTDMOV - W-PRPANT
           IF W-QTDCSG > SALQTDCON
              MOVE SALQTDCON TO W-QTDCSG.
           MOVE "B" TO W-CSGOPER
           MOVE ZEROS TO W-CSGCNPJ
           CALL "CONSIGBX" USING W-CSGOPER CODIGO W-CSGCNPJ
                                 W-QTDCSG W-CSGPRECO W-MOTIVOOP
                                 W-CSGSALDO W-CSGRET
           IF W-CSGRET NOT = "00"
              MOVE "* CONSIGNADO DIVERGE DO ACORDO - VEJA CONSIGEX *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *    O ADQUIRIDO ENTRA NO CUSTO MEDIO DO ESTOQUE PROPRIO
           MOVE ZEROS TO W-PRPANT
           IF QUANTIDADE > (W-CSGSALDO + W-QTDCSG)
              COMPUTE W-PRPANT = QUANTIDADE - W-CSGSALDO - W-QTDCSG.
           IF W-CSGPRECO > ZEROS
              COMPUTE CUSTOMEDIO ROUNDED =
                 ((W-PRPANT * CUSTOMEDIO) + (W-QTDCSG * W-CSGPRECO))
                 / (W-PRPANT + W-QTDCSG).
       PARTE-CONSIG-FIM.
           EXIT.
      *
      *    GRAVA A SAIDA SEPARANDO A PARTE PROPRIA DA CONSIGNADA
      *
       GRAVA-MOVPROP.
           MOVE SPACE TO MPROPR
           IF W-QTDCSG < W-QTDMOV
              COMPUTE MQTD = W-QTDMOV - W-QTDCSG
              PERFORM GRAVA-MOVIDX THRU GRAVA-MOVIDX-FIM.
           IF W-QTDCSG = ZEROS
              GO TO GRAVA-MOVPROP-FIM.
           MOVE "C" TO MPROPR
           MOVE W-QTDCSG TO MQTD
           PERFORM GRAVA-MOVIDX THRU GRAVA-MOVIDX-FIM.
       GRAVA-MOVPROP-FIM.
           EXIT.
      *
      *****************************************************
      * GRAVA MOVIMENTO NO RAZAO INDEXADO (PROX. SEQ.)    *
      *****************************************************
      *
