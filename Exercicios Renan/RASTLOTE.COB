      * PROGRAMA PARA RASTREABILIDADE DE LOTE POR PRODUTO       *
      * SALDO DO LOTE, RECEBIMENTOS, MOVIMENTOS DO RAZAO,       *
      * SALDOS POR DEPOSITO E CLIENTES QUE RECEBERAM O LOTE     *
      * ORIGEM DO LOTE: FORNECEDOR, PEDIDO E NOTA DE ENTRADA    *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
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

       FD CADEXPLOTE
           LABEL RECORD IS STANDARD
       01 LIN            PIC 9(03) VALUE ZEROS.
       01 W-CODPRO       PIC 9(06) VALUE ZEROS.
       01 W-LOTNUM       PIC X(10) VALUE SPACES.
       01 W-ORIGFOR      PIC 9(14) VALUE ZEROS.
       01 W-ORIGNOTA     PIC 9(09) VALUE ZEROS.
       01 W-ORIGPED      PIC 9(06) VALUE ZEROS.
       01 W-ORIGDATA     PIC 9(08) VALUE ZEROS.
       01 W-ORIGRET      PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
      *
      ******************
           DISPLAY (05, 16) LOTQTD
           DISPLAY (05, 30) "VALIDADE: "
           DISPLAY (05, 40) LOTVALIDADE
           CALL "LOTEORIG" USING W-CODPRO W-LOTNUM W-ORIGFOR
                W-ORIGNOTA W-ORIGPED W-ORIGDATA W-ORIGRET
           IF W-ORIGRET = "S"
              DISPLAY (06, 01) "FORNECEDOR: "
              DISPLAY (06, 13) W-ORIGFOR
              DISPLAY (06, 29) "PED: "
              DISPLAY (06, 34) W-ORIGPED
              DISPLAY (06, 42) "NF ENTRADA: "
              DISPLAY (06, 54) W-ORIGNOTA
           ELSE
              DISPLAY (06, 01) "ORIGEM DO LOTE NAO REGISTRADA".
           MOVE 06 TO CONLIN.

      *
