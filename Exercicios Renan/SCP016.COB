       PROGRAM-ID. SCP016.
      ************************
      * PROGRAMA PARA CADASTRAR FORNECEDOR POR PRODUTO *
      * O PRECO TAMBEM VEM DO CATALOGO DO FORNECEDOR (CATIMP) *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03 PFCODIGO          PIC 9(06).
           03 PFCNPJ            PIC 9(14).
           03 PFPRECO           PIC 9(09)V99.
           03 PFCODFOR          PIC X(15).
           03 PFVIGEN           PIC 9(08).

       FD CADPRO
           LABEL RECORD IS STANDARD
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       FD CADFOR
           LABEL RECORD IS STANDARD
       01 MENS                 PIC X(50) VALUE SPACES.
       01 W-SEL                PIC 9(01) VALUE ZEROS.
       01 ST-ERRO              PIC X(02) VALUE "00".
       01 W-PRECOANT           PIC 9(09)V99 VALUE ZEROS.

       SCREEN SECTION.
       01  CADASTROPROFOR.
               VALUE  " CNPJ DO FORNECEDOR :".
           05  LINE 09  COLUMN 01
               VALUE  " PRECO PRATICADO    :".
           05  LINE 11  COLUMN 01
               VALUE  " CODIGO NO FORNEC.  :".
           05  LINE 13  COLUMN 01
               VALUE  " VALIDO DESDE       :".
           05  TNUMPROFOR
               LINE 03  COLUMN 23  PIC 9(06)
               USING  NUMPROFOR.
           05  TPFPRECO
               LINE 09  COLUMN 23  PIC 9(09)V99
               USING  PFPRECO.
           05  TPFCODFOR
               LINE 11  COLUMN 23  PIC X(15)
               USING  PFCODFOR.
           05  TPFVIGEN
               LINE 13  COLUMN 23  PIC 9(08)
               USING  PFVIGEN.

       PROCEDURE DIVISION.
       R00.
                 NEXT SENTENCE.

       INICIO.
           MOVE ZEROS TO NUMPROFOR PFCODIGO PFCNPJ PFPRECO PFVIGEN
           MOVE SPACES TO PFCODFOR
           MOVE ZEROS TO W-PRECOANT.

           DISPLAY CADASTROPROFOR.

           READ CADPROFOR
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE PFPRECO TO W-PRECOANT
                MOVE "*** REGISTRO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.

       R4.
           ACCEPT TPFCODFOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
      *    PRECO DIGITADO VALE A PARTIR DE HOJE
           IF PFPRECO NOT = W-PRECOANT OR PFVIGEN = ZEROS
              ACCEPT PFVIGEN FROM DATE YYYYMMDD.
           DISPLAY CADASTROPROFOR.

           IF W-SEL = 1
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
