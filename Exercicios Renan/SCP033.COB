       PROGRAM-ID. SCP033.
      ************************
      * PROGRAMA PARA TRANSFERENCIA DE ESTOQUE ENTRE DEPOSITOS *
      * E ENTRE ENDERECOS (RUA/PRATELEIRA/NIVEL) DO DEPOSITO   *
      * ENDERECO 00-000-00 = ESTOQUE AINDA NAO ENDERECADO     *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
               05 SALCODPRO     PIC 9(06).
               05 SALDEPOS      PIC 9(02).
           03 SALQTD            PIC 9(06).
           03 SALQTDCON         PIC 9(06).

       FD CADPRO
           LABEL RECORD IS STANDARD
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       FD CADDEPOS
           LABEL RECORD IS STANDARD
           03 MTIPO             PIC X(01).
           03 MQTD              PIC 9(06).
           03 MOTIVO            PIC X(20).
           03 MPROPR            PIC X(01).

       WORKING-STORAGE SECTION.
       01 ST-ERRMV             PIC X(02) VALUE "00".
           03 FILLER           PIC X(02) VALUE "->".
           03 MOT-PARA         PIC 9(02).
           03 FILLER           PIC X(02) VALUE SPACES.
       01 W-LOTEDE             PIC X(10) VALUE SPACES.
       01 W-ENDDE.
           03 W-RUADE          PIC 9(02) VALUE ZEROS.
           03 W-PRATDE         PIC 9(03) VALUE ZEROS.
           03 W-NIVDE          PIC 9(02) VALUE ZEROS.
       01 W-ENDPARA.
           03 W-RUAPARA        PIC 9(02) VALUE ZEROS.
           03 W-PRATPARA       PIC 9(03) VALUE ZEROS.
           03 W-NIVPARA        PIC 9(02) VALUE ZEROS.
       01 W-ENDOPER            PIC X(01) VALUE SPACES.
       01 W-ENDQTD             PIC 9(06) VALUE ZEROS.
       01 W-ENDORD             PIC 9(07) VALUE ZEROS.
       01 W-ENDRET             PIC X(02) VALUE SPACES.
       01 W-QTDCSG             PIC 9(06) VALUE ZEROS.
       01 W-PRPANT             PIC 9(06) VALUE ZEROS.
       01 W-SERIE              PIC X(20) VALUE SPACES.
       01 W-SEROPER            PIC X(01) VALUE SPACES.
       01 W-SERDOC             PIC 9(09) VALUE ZEROS.
       01 W-SERCNPJ            PIC 9(14) VALUE ZEROS.
       01 W-SERRET             PIC X(02) VALUE SPACES.
       01 W-NSER               PIC 9(06) VALUE ZEROS.
       01 LIMPA                PIC X(55) VALUE SPACES.

       SCREEN SECTION.
       01  TELATRANSF.
               VALUE  " PRODUTO:".
           05  LINE 05  COLUMN 01
               VALUE  " DEPOSITO DE ORIGEM:".
           05  LINE 05  COLUMN 28
               VALUE  "RUA:    PRAT:     NIVEL:".
           05  LINE 06  COLUMN 01
               VALUE  " LOTE (BRANCO = SEM LOTE):".
           05  LINE 07  COLUMN 01
               VALUE  " DEPOSITO DE DESTINO:".
           05  LINE 07  COLUMN 28
               VALUE  "RUA:    PRAT:     NIVEL:".
           05  LINE 08  COLUMN 01
               VALUE  " (ENDERECO ZERADO = ESTOQUE NAO ENDERECADO)".
           05  LINE 09  COLUMN 01
               VALUE  " QUANTIDADE:".
           05  TCODPRO
           05  TDEPDE
               LINE 05  COLUMN 23  PIC 9(02)
               USING  W-DEPDE.
           05  TRUADE
               LINE 05  COLUMN 33  PIC 9(02)
               USING  W-RUADE.
           05  TPRATDE
               LINE 05  COLUMN 42  PIC 9(03)
               USING  W-PRATDE.
           05  TNIVDE
               LINE 05  COLUMN 53  PIC 9(02)
               USING  W-NIVDE.
           05  TLOTEDE
               LINE 06  COLUMN 28  PIC X(10)
               USING  W-LOTEDE.
           05  TDEPPARA
               LINE 07  COLUMN 24  PIC 9(02)
               USING  W-DEPPARA.
           05  TRUAPARA
               LINE 07  COLUMN 33  PIC 9(02)
               USING  W-RUAPARA.
           05  TPRATPARA
               LINE 07  COLUMN 42  PIC 9(03)
               USING  W-PRATPARA.
           05  TNIVPARA
               LINE 07  COLUMN 53  PIC 9(02)
               USING  W-NIVPARA.
           05  TQTDTRANSF
               LINE 09  COLUMN 14  PIC 9(06)
               USING  W-QTDTRANSF.

       INICIO.
           MOVE ZEROS TO W-CODPRO W-DEPDE W-DEPPARA W-QTDTRANSF.
           MOVE ZEROS TO W-ENDDE W-ENDPARA
           MOVE SPACES TO W-LOTEDE.

           DISPLAY TELATRANSF.

              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       R1A.
           ACCEPT TRUADE
           ACCEPT TPRATDE
           ACCEPT TNIVDE
           ACCEPT TLOTEDE
           IF W-ENDDE = ZEROS
              GO TO R2.
           MOVE "C" TO W-ENDOPER
           CALL "ENDSALDO" USING W-ENDOPER W-CODPRO W-DEPDE W-LOTEDE
                                 W-ENDDE W-ENDQTD W-ENDORD W-ENDRET
           IF W-ENDQTD = ZEROS
              MOVE "*** SEM SALDO NESTE ENDERECO/LOTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1A.

       R2.
           ACCEPT TDEPPARA
           MOVE W-DEPPARA TO CODDEPOS
           READ CADDEPOS
           IF ST-ERRO3 NOT = "00"
              MOVE "*** DEPOSITO DE DESTINO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
      *    SUGERE O ENDERECO DE GUARDA NO DESTINO
           MOVE "U" TO W-ENDOPER
           CALL "ENDSALDO" USING W-ENDOPER W-CODPRO W-DEPPARA
                                 W-LOTEDE W-ENDPARA W-ENDQTD
                                 W-ENDORD W-ENDRET.

       R2A.
           ACCEPT TRUAPARA
           ACCEPT TPRATPARA
           ACCEPT TNIVPARA
           IF W-DEPPARA = W-DEPDE AND W-ENDPARA = W-ENDDE
              MOVE "*** DESTINO IGUAL A ORIGEM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-ENDPARA = ZEROS
              GO TO R3.
           MOVE "V" TO W-ENDOPER
           CALL "ENDSALDO" USING W-ENDOPER W-CODPRO W-DEPPARA
                                 W-LOTEDE W-ENDPARA W-ENDQTD
                                 W-ENDORD W-ENDRET
           IF W-ENDRET NOT = "00"
              MOVE "*** ENDERECO DE DESTINO INVALIDO/INATIVO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.

       R3.
           ACCEPT TQTDTRANSF
              MOVE "* QUANTIDADE MAIOR QUE O SALDO DA ORIGEM *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-ENDDE NOT = ZEROS
              MOVE "C" TO W-ENDOPER
              CALL "ENDSALDO" USING W-ENDOPER W-CODPRO W-DEPDE
                                    W-LOTEDE W-ENDDE W-ENDQTD
                                    W-ENDORD W-ENDRET
              IF W-QTDTRANSF > W-ENDQTD
                 MOVE "* QUANTIDADE MAIOR QUE O SALDO DO ENDERECO *"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3
              ELSE
                 GO TO INC-OPC.
      *    DO NAO ENDERECADO SO SAI O QUE NAO ESTA EM ENDERECO
           MOVE "T" TO W-ENDOPER
           CALL "ENDSALDO" USING W-ENDOPER W-CODPRO W-DEPDE
                                 W-LOTEDE W-ENDDE W-ENDQTD
                                 W-ENDORD W-ENDRET
           IF W-ENDQTD + W-QTDTRANSF > SALQTD
              MOVE "* QTD MAIOR QUE O SALDO NAO ENDERECADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INICIO.
      *    MESMO DEPOSITO: SO TROCA O ENDERECO, SALDO NAO MUDA
           IF W-DEPPARA = W-DEPDE
              PERFORM TRANSF-ENDER THRU TRANSF-ENDER-FIM
              MOVE "*** TROCA DE ENDERECO REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INICIO.
      *    PRODUTO SERIALIZADO: CADA UNIDADE INFORMA A SUA SERIE
           IF SERIALIZADO = "S"
              MOVE ZEROS TO W-NSER
              PERFORM LE-SERIES THRU LE-SERIES-FIM.
      *    O PROPRIO SAI PRIMEIRO; O CONSIGNADO QUE PASSAR DELE
      *    CONTINUA DO FORNECEDOR NO DEPOSITO DE DESTINO
           MOVE ZEROS TO W-QTDCSG W-PRPANT
           IF SALQTDCON < SALQTD
              COMPUTE W-PRPANT = SALQTD - SALQTDCON.
           IF W-QTDTRANSF > W-PRPANT
              COMPUTE W-QTDCSG = W-QTDTRANSF - W-PRPANT.
           IF W-QTDCSG > SALQTDCON
              MOVE SALQTDCON TO W-QTDCSG.
           SUBTRACT W-QTDTRANSF FROM SALQTD
           SUBTRACT W-QTDCSG FROM SALQTDCON
           REWRITE REGSALDO.

       TRANSF-PARA.
           READ CADSALDO
           IF ST-ERRO = "00"
              ADD W-QTDTRANSF TO SALQTD
              ADD W-QTDCSG TO SALQTDCON
              REWRITE REGSALDO
           ELSE
              MOVE W-CODPRO TO SALCODPRO
              MOVE W-DEPPARA TO SALDEPOS
              MOVE W-QTDTRANSF TO SALQTD
              MOVE W-QTDCSG TO SALQTDCON
              WRITE REGSALDO.

      *
           MOVE W-DEPDE TO MOT-DE
           MOVE W-DEPPARA TO MOT-PARA
           MOVE W-CODPRO TO MCODIGO
           MOVE W-MOTTRANSF TO MOTIVO
           ACCEPT MDATA FROM DATE YYYYMMDD
           MOVE SPACE TO MPROPR
           IF W-QTDCSG < W-QTDTRANSF
              COMPUTE MQTD = W-QTDTRANSF - W-QTDCSG
              PERFORM TRANSF-PAR THRU TRANSF-PAR-FIM.
           IF W-QTDCSG > ZEROS
              MOVE "C" TO MPROPR
              MOVE W-QTDCSG TO MQTD
              PERFORM TRANSF-PAR THRU TRANSF-PAR-FIM.
           PERFORM TRANSF-ENDER THRU TRANSF-ENDER-FIM
           MOVE "*** TRANSFERENCIA REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INICIO.

      *
      *    UM PAR SAI/ENTRA PARA CADA PROPRIEDADE (PROPRIO/CONSIG.)
      *
       TRANSF-PAR.
           MOVE "S" TO MTIPO
           PERFORM GRAVA-MOVIDX THRU GRAVA-MOVIDX-FIM
           MOVE "E" TO MTIPO
           PERFORM GRAVA-MOVIDX THRU GRAVA-MOVIDX-FIM.
       TRANSF-PAR-FIM.
           EXIT.

      *
      *    SERIES TRANSFERIDAS (TEM QUE ESTAR NO DEPOSITO DE ORIGEM)
      *
       LE-SERIES.
           IF W-NSER NOT < W-QTDTRANSF
              DISPLAY (11, 01) LIMPA
              GO TO LE-SERIES-FIM.
           DISPLAY (11, 01) " SERIE:"
           DISPLAY (11, 31) "LIDAS: "
           DISPLAY (11, 38) W-NSER
           MOVE SPACES TO W-SERIE
           ACCEPT  (11, 09) W-SERIE.
           IF W-SERIE = SPACES
              MOVE "*** NUMERO DE SERIE OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-SERIES.
           MOVE "T" TO W-SEROPER
           MOVE ZEROS TO W-SERDOC W-SERCNPJ
           CALL "SERIEBX" USING W-SEROPER W-CODPRO W-SERIE W-DEPDE
                                W-DEPPARA W-SERDOC W-SERCNPJ W-SERRET
           IF W-SERRET = "NC"
              MOVE "*** SERIE NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-SERIES.
           IF W-SERRET = "NE"
              MOVE "* SERIE NAO ESTA NO DEPOSITO DE ORIGEM *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-SERIES.
           ADD 1 TO W-NSER
           GO TO LE-SERIES.
       LE-SERIES-FIM.
           EXIT.

      *
      *    SALDO POR ENDERECO: SAI DA ORIGEM E ENTRA NO DESTINO
      *
       TRANSF-ENDER.
           IF W-ENDDE NOT = ZEROS
              MOVE "S" TO W-ENDOPER
              CALL "ENDSALDO" USING W-ENDOPER W-CODPRO W-DEPDE
                                    W-LOTEDE W-ENDDE W-QTDTRANSF
                                    W-ENDORD W-ENDRET.
           IF W-ENDPARA NOT = ZEROS
              MOVE "E" TO W-ENDOPER
              CALL "ENDSALDO" USING W-ENDOPER W-CODPRO W-DEPPARA
                                    W-LOTEDE W-ENDPARA W-QTDTRANSF
                                    W-ENDORD W-ENDRET.
       TRANSF-ENDER-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADSALDO
