           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       FD CADFOR
           LABEL RECORD IS STANDARD
           03 MTIPO             PIC X(01).
           03 MQTD              PIC 9(06).
           03 MOTIVO            PIC X(20).
           03 MPROPR            PIC X(01).

       FD CADUF
           LABEL RECORD IS STANDARD
           03 A-ESTMINIMO PIC 9(06).
           03 A-PRECO PIC 9(09)V99.
           03 A-BARRAS PIC 9(13).
           03 A-SERIALIZADO PIC X(01).
           03 A-PESOBRUTO PIC 9(05)V999.
           03 A-VOLUME PIC 9(03)V9(04).
       01 ST-ERRMV             PIC X(02) VALUE "00".
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
           MOVE SPACES TO DESC UNIDADE UF CIDADE RAZAOSOCIAL 
           MOVE SPACES TO NOMEFANTASIA UNIDADETXT TIPOTXT UNIDCOMPRA
           MOVE SPACES TO CLASSEABC
           MOVE ZEROS TO BARRAS
           MOVE "N" TO SERIALIZADO
           MOVE ZEROS TO PESOBRUTO VOLUME.

           DISPLAY CADASTROPRODUTO.

            IF W-ACT = 01
                   GO TO R6.

      *    EQUIPAMENTO COM GARANTIA: CADA UNIDADE TEM NUMERO DE SERIE
       R6B.
           IF SERIALIZADO NOT = "S"
              MOVE "N" TO SERIALIZADO.
           DISPLAY (21, 42) "CONTROLA N. DE SERIE (S/N): ".
           ACCEPT  (21, 70) SERIALIZADO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                   GO TO R6A.
           IF SERIALIZADO = "s"
              MOVE "S" TO SERIALIZADO.
           IF SERIALIZADO = "n" OR SERIALIZADO = SPACE
              MOVE "N" TO SERIALIZADO.
           IF SERIALIZADO NOT = "S" AND SERIALIZADO NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6B.

      *    PESO E CUBAGEM DA UNIDADE PARA COTACAO DE FRETE
       R6C.
           DISPLAY (22, 01) "PESO BRUTO (KG): ".
           ACCEPT  (22, 18) PESOBRUTO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                   GO TO R6B.
       R6D.
           DISPLAY (22, 42) "VOLUME (M3): ".
           ACCEPT  (22, 55) VOLUME WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                   GO TO R6C.

           IF W-SEL = 1 
                GO TO ALT-OPC. 

                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6D.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (20, 01) "MOTIVO DA MOVIMENTACAO: ".
                ACCEPT  (20, 25) MOTIVO.
                ACCEPT MDATA FROM DATE YYYYMMDD
                MOVE SPACE TO MPROPR
                PERFORM GRAVA-MOVIDX THRU GRAVA-MOVIDX-FIM.
       REG-MOVEST-FIM.
                EXIT.
           MOVE QUANTIDADE TO A-QUANTIDADE
           MOVE ESTMINIMO TO A-ESTMINIMO
           MOVE PRECO TO A-PRECO
           MOVE BARRAS TO A-BARRAS
           MOVE SERIALIZADO TO A-SERIALIZADO
           MOVE PESOBRUTO TO A-PESOBRUTO
           MOVE VOLUME TO A-VOLUME.
       SALVA-ANT-FIM.
           EXIT.
      *
              MOVE A-BARRAS TO AUD-ANT
              MOVE BARRAS TO AUD-NOVO
              PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM.
           IF SERIALIZADO NOT = A-SERIALIZADO
              MOVE "SERIALIZADO" TO AUD-CAMPO
              MOVE A-SERIALIZADO TO AUD-ANT
              MOVE SERIALIZADO TO AUD-NOVO
              PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM.
           IF PESOBRUTO NOT = A-PESOBRUTO
              MOVE "PESOBRUTO" TO AUD-CAMPO
              MOVE A-PESOBRUTO TO AUD-ANT
              MOVE PESOBRUTO TO AUD-NOVO
              PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM.
           IF VOLUME NOT = A-VOLUME
              MOVE "VOLUME" TO AUD-CAMPO
              MOVE A-VOLUME TO AUD-ANT
              MOVE VOLUME TO AUD-NOVO
              PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM.
       COMPARA-AUD-FIM.
           EXIT.
      *
