       PROGRAM-ID. SCP027.
      ************************
      * PROGRAMA PARA APROVACAO DE PEDIDOS DE COMPRA ACIMA DO LIMITE *
      * A APROVACAO/RECUSA VAI PARA A TRILHA DO CADAUDIT (AUDPED)    *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03 PCCUSTO           PIC 9(03).
           03 PCONTRATO         PIC X(01).
           03 PEMP              PIC 9(02).
           03 PMOEDA            PIC X(03).
           03 PTAXA             PIC 9(05)V9(06).

       FD CADPARAM
           LABEL RECORD IS STANDARD
       01 ST-ERRO3             PIC X(02) VALUE "00".
       01 W-OPERCOD            PIC 9(06) VALUE ZEROS.
       01 W-APROVADOR          PIC 9(06) VALUE ZEROS.
       01 W-AUDPROG            PIC X(08) VALUE "SCP027".
       01 W-AUDPED             PIC 9(06) VALUE ZEROS.
       01 W-AUDTXT             PIC X(30) VALUE SPACES.
       01 W-QTDPEND            PIC 9(04) VALUE ZEROS.
       01 ST-DOC               PIC X(02) VALUE "00".
       01 W-CERTVENC           PIC X(01) VALUE "N".
       R2.
           REWRITE REGPEDIDO
           IF ST-ERRO = "00" OR ST-ERRO = "02"
              MOVE NUMPEDIDO TO W-AUDPED
              MOVE "PEDIDO RECUSADO" TO W-AUDTXT
              IF APROVSTATUS = "L"
                 MOVE "PEDIDO LIBERADO" TO W-AUDTXT.
           IF ST-ERRO = "00" OR ST-ERRO = "02"
              CALL "AUDPED" USING W-AUDPROG W-AUDPED W-AUDTXT
              MOVE "*** PEDIDO ATUALIZADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LISTA-INI.
