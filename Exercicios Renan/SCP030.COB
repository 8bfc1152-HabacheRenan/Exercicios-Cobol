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

       FD CADDEVOL
           LABEL RECORD IS STANDARD
           03 MTIPO             PIC X(01).
           03 MQTD              PIC 9(06).
           03 MOTIVO            PIC X(20).
           03 MPROPR            PIC X(01).

       FD CADSALDO
           LABEL RECORD IS STANDARD
               05 SALCODPRO     PIC 9(06).
               05 SALDEPOS      PIC 9(02).
           03 SALQTD            PIC 9(06).
           03 SALQTDCON         PIC 9(06).

       WORKING-STORAGE SECTION.
       01 ST-ERRMV             PIC X(02) VALUE "00".
       01 ST-SAL               PIC X(02) VALUE "00".
       01 W-DEPMOV             PIC 9(02) VALUE 01.
       01 W-QTDSAL             PIC 9(08) VALUE ZEROS.
       01 W-QTDMOV             PIC 9(08) VALUE ZEROS.
       01 W-QTDCSG             PIC 9(08) VALUE ZEROS.
       01 W-CSGOPER            PIC X(01) VALUE SPACES.
       01 W-CSGPRECO           PIC 9(09)V99 VALUE ZEROS.
       01 W-CSGSALDO           PIC 9(08) VALUE ZEROS.
       01 W-CSGRET             PIC X(02) VALUE SPACES.

       SCREEN SECTION.
       01  TELADEV.
              MOVE "* ESTOQUE ATUAL MENOR QUE A DEVOLUCAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INICIO.
           MOVE W-QTDDEV TO W-QTDMOV
           PERFORM PARTE-CONSIG THRU PARTE-CONSIG-FIM
           SUBTRACT W-QTDDEV FROM QUANTIDADE
           ACCEPT DATAULTALT2 FROM DATE YYYYMMDD
           REWRITE REGPRO
           MOVE W-QTDDEV TO MQTD
           MOVE W-MOTDEV TO MOTIVO
           ACCEPT MDATA FROM DATE YYYYMMDD
           PERFORM GRAVA-MOVPROP THRU GRAVA-MOVPROP-FIM.

       DEV-DOC.
           MOVE NUMPEDIDO TO DEV-NUMPED
              MOVE ZEROS TO SALQTD
           ELSE
              SUBTRACT W-QTDSAL FROM SALQTD.
           IF W-QTDCSG > SALQTDCON
              MOVE ZEROS TO SALQTDCON
           ELSE
              SUBTRACT W-QTDCSG FROM SALQTDCON.
           IF SALQTDCON > SALQTD
              MOVE SALQTD TO SALQTDCON.
           REWRITE REGSALDO.
       BAIXA-SALDO-FIM.
           EXIT.
      *
      *****************************************************
      * DEVOLUCAO DE CONSIGNADO: O QUE ESTE FORNECEDOR    *
      * TEM EM CONSIGNACAO NO DEPOSITO VOLTA PRIMEIRO E   *
      * SAI DA POSICAO DELE SEM GERAR COMPRA              *
      *****************************************************
      *
       PARTE-CONSIG.
           MOVE ZEROS TO W-QTDCSG
           MOVE W-CODDEV TO SALCODPRO
           MOVE W-DEPMOV TO SALDEPOS
           READ CADSALDO
           IF ST-SAL NOT = "00"
              GO TO PARTE-CONSIG-FIM.
           IF SALQTDCON = ZEROS
              GO TO PARTE-CONSIG-FIM.
           MOVE "F" TO W-CSGOPER
           CALL "CONSIGBX" USING W-CSGOPER W-CODDEV PCNPJ
                                 W-QTDMOV W-CSGPRECO W-MOTDEV
                                 W-CSGSALDO W-CSGRET
           IF W-CSGRET NOT = "00" OR W-CSGSALDO = ZEROS
              GO TO PARTE-CONSIG-FIM.
           MOVE W-QTDMOV TO W-QTDCSG
           IF W-QTDCSG > SALQTDCON
              MOVE SALQTDCON TO W-QTDCSG.
           IF W-QTDCSG > W-CSGSALDO
              MOVE W-CSGSALDO TO W-QTDCSG.
           MOVE "D" TO W-CSGOPER
           CALL "CONSIGBX" USING W-CSGOPER W-CODDEV PCNPJ
                                 W-QTDCSG W-CSGPRECO W-MOTDEV
                                 W-CSGSALDO W-CSGRET.
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
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
