           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).
      *
       FD CADSALDO
           LABEL RECORD IS STANDARD
               05 SALCODPRO     PIC 9(06).
               05 SALDEPOS      PIC 9(02).
           03 SALQTD            PIC 9(06).
           03 SALQTDCON         PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERROS     PIC X(02) VALUE "00".
       01 W-FILDEP     PIC 9(02) VALUE ZEROS.
       01 W-QTDVIS     PIC 9(06) VALUE ZEROS.
       01 W-QTDCON     PIC 9(08) VALUE ZEROS.
       01 W-CSGOPER    PIC X(01) VALUE "T".
       01 W-CSGCNPJ    PIC 9(14) VALUE ZEROS.
       01 W-CSGQTD     PIC 9(08) VALUE ZEROS.
       01 W-CSGPRECO   PIC 9(09)V99 VALUE ZEROS.
       01 W-CSGORIG    PIC X(20) VALUE SPACES.
       01 W-CSGRET     PIC X(02) VALUE SPACES.
       01 MENS         PIC X(50) VALUE SPACES.
       01 LIMPA        PIC X(55) VALUE SPACES.
       01 CONLIN       PIC 9(03) VALUE 001.
           03 DETQTD     PIC 9(06) VALUE ZEROS.
           03 FILLER     PIC X(14) VALUE " PRECO UNIT: ".
           03 DETPRECO   PIC 9(09)V99 VALUE ZEROS.
           03 FILLER     PIC X(10) VALUE " CONSIG.: ".
           03 DETQTDCON  PIC 9(08) VALUE ZEROS.

       01 DET4.
           03 FILLER     PIC X(18) VALUE "VALOR EM ESTOQUE: ".
              NEXT SENTENCE.

       ROT-MONTAR.
      *    O CONSIGNADO E DO FORNECEDOR: FICA FORA DO VALOR
           IF W-FILDEP = ZEROS
              PERFORM LE-CONSIG THRU LE-CONSIG-FIM
           ELSE
              PERFORM LE-SALDO THRU LE-SALDO-FIM.
           IF W-MODOVAL = "C"
           MOVE CODIGO    TO DETCODIGO
           MOVE DESC      TO DETDESCR
           MOVE W-QTDVIS  TO DETQTD
           MOVE W-QTDCON  TO DETQTDCON
           MOVE PRECO     TO DETPRECO
           MOVE W-TOTVALOR TO DETTOTVAL
           COMPUTE LIN = CONLIN + 3
       LE-SALDO.
           MOVE CODIGO TO SALCODPRO
           MOVE W-FILDEP TO SALDEPOS
           MOVE ZEROS TO W-QTDVIS W-QTDCON
           READ CADSALDO
           IF ST-ERROS NOT = "00"
              GO TO LE-SALDO-FIM.
           MOVE SALQTDCON TO W-QTDCON
           IF SALQTDCON < SALQTD
              COMPUTE W-QTDVIS = SALQTD - SALQTDCON.
       LE-SALDO-FIM.
           EXIT.
      *
      ************************************************
      * CONSOLIDADO: TIRA DO DISPONIVEL O QUE AINDA  *
      * E CONSIGNADO DE FORNECEDOR                   *
      ************************************************
      *
       LE-CONSIG.
           MOVE ZEROS TO W-QTDVIS
           CALL "CONSIGBX" USING W-CSGOPER CODIGO W-CSGCNPJ
                                 W-CSGQTD W-CSGPRECO W-CSGORIG
                                 W-QTDCON W-CSGRET
           IF W-QTDCON < QUANTIDADE
              COMPUTE W-QTDVIS = QUANTIDADE - W-QTDCON.
       LE-CONSIG-FIM.
           EXIT.

       ROT-MENS.
           MOVE ZEROS TO W-CONT.
