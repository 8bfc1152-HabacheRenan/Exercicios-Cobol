           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       FD CADDEVVEN
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

       FD CADRECEBER
           LABEL RECORD IS STANDARD
           03 RECSTATUS         PIC X(01).
           03 RECJUROS          PIC 9(09)V99.
           03 RECEMP            PIC 9(02).
           03 RECNIVCOB         PIC 9(01).
           03 RECDTCOB          PIC 9(08).

       WORKING-STORAGE SECTION.
       01 ST-ERRMV             PIC X(02) VALUE "00".
       01 W-ABATE              PIC 9(11)V99 VALUE ZEROS.
       01 W-SALDOTIT           PIC 9(11)V99 VALUE ZEROS.
       01 W-CREDITO            PIC 9(11)V99 VALUE ZEROS.
       01 W-SERIE              PIC X(20) VALUE SPACES.
       01 W-SEROPER            PIC X(01) VALUE SPACES.
       01 W-SERDEPD            PIC 9(02) VALUE ZEROS.
       01 W-SERDOC             PIC 9(09) VALUE ZEROS.
       01 W-SERRET             PIC X(02) VALUE SPACES.
       01 W-NSER               PIC 9(06) VALUE ZEROS.
       01 LIMPA                PIC X(55) VALUE SPACES.
       01 W-MOTIVOMOV.
           03 FILLER           PIC X(14) VALUE "DEVOL VENDA   ".
           03 MOT-NUMDEV       PIC 9(06).
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INICIO.
      *    PRODUTO SERIALIZADO: SO VOLTA A SERIE QUE SAIU NESTA VENDA
           IF ST-ERRO3 = "00" AND SERIALIZADO = "S"
              MOVE ZEROS TO W-NSER
              PERFORM LE-SERIES THRU LE-SERIES-FIM.
           ADD W-QTDDEV TO QUANTIDADE
           ACCEPT DATAULTALT2 FROM DATE YYYYMMDD
           REWRITE REGPRO
           MOVE W-QTDDEV TO MQTD
           MOVE W-NUMDEV TO MOT-NUMDEV
           MOVE W-MOTIVOMOV TO MOTIVO
           MOVE SPACE TO MPROPR
           ACCEPT MDATA FROM DATE YYYYMMDD
           PERFORM GRAVA-MOVIDX THRU GRAVA-MOVIDX-FIM
           MOVE CODIGO TO SALCODPRO
              MOVE CODIGO TO SALCODPRO
              MOVE W-DEPDEV TO SALDEPOS
              MOVE W-QTDDEV TO SALQTD
              MOVE ZEROS TO SALQTDCON
              WRITE REGSALDO.

           GO TO DEV-RECEBER.

      *
      *    SERIES DEVOLVIDAS PELO CLIENTE, UMA POR UNIDADE
      *
       LE-SERIES.
           IF W-NSER NOT < W-QTDDEV
              DISPLAY (15, 01) LIMPA
              GO TO LE-SERIES-FIM.
           DISPLAY (15, 01) " SERIE:"
           DISPLAY (15, 31) "LIDAS: "
           DISPLAY (15, 38) W-NSER
           MOVE SPACES TO W-SERIE
           ACCEPT  (15, 09) W-SERIE.
           IF W-SERIE = SPACES
              MOVE "*** NUMERO DE SERIE OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-SERIES.
           MOVE "D" TO W-SEROPER
           MOVE ZEROS TO W-SERDEPD
           MOVE W-NUMDEV TO W-SERDOC
           CALL "SERIEBX" USING W-SEROPER CODIGO W-SERIE W-DEPDEV
                                W-SERDEPD W-SERDOC VCLICNPJ W-SERRET
           IF W-SERRET = "NC"
              MOVE "*** SERIE NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-SERIES.
           IF W-SERRET = "NV"
              MOVE "*** SERIE NAO CONSTA COMO VENDIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-SERIES.
           IF W-SERRET = "OV"
              MOVE "*** SERIE SAIU EM OUTRA VENDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-SERIES.
           ADD 1 TO W-NSER
           GO TO LE-SERIES.
       LE-SERIES-FIM.
           EXIT.

      *
      *    ESTORNA O VALOR NOS TITULOS EM ABERTO DA VENDA
      *
