       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCP077.
      ************************
      * PROGRAMA PARA CADASTRAR ENDERECOS DE ESTOQUE         *
      * (RUA/PRATELEIRA/NIVEL) DENTRO DE CADA DEPOSITO       *
      * ORDEM = SEQUENCIA DE CAMINHADA DO SEPARADOR          *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADENDER ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ENDCHAVE
                       FILE STATUS IS ST-ERRO.
      *
           SELECT CADDEPOS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CODDEPOS
                       FILE STATUS IS ST-ERRO2.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADENDER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADENDER.DAT".
       01 REGENDER.
           03 ENDCHAVE.
               05 ENDDEPOS      PIC 9(02).
               05 ENDLOCAL.
                   07 ENDRUA    PIC 9(02).
                   07 ENDPRAT   PIC 9(03).
                   07 ENDNIVEL  PIC 9(02).
           03 ENDDESC           PIC X(20).
           03 ENDORDEM          PIC 9(07).
           03 ENDSITUA          PIC X(01).
           03 ENDQTD            PIC 9(07).

       FD CADDEPOS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDEPOS.DAT".
       01 REGDEPOS.
           03 CODDEPOS           PIC 9(02).
           03 DESCDEPOS          PIC X(20).

       WORKING-STORAGE SECTION.
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
       77 W-OPCAO              PIC X(01) VALUE SPACES.
       01 MENS                 PIC X(50) VALUE SPACES.
       01 W-SEL                PIC 9(01) VALUE ZEROS.
       01 ST-ERRO              PIC X(02) VALUE "00".
       01 ST-ERRO2             PIC X(02) VALUE "00".

       SCREEN SECTION.
       01  CADASTROENDER.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "****************** CADASTRO DE ENDERECOS".
           05  LINE 01  COLUMN 41
               VALUE  " DE ESTOQUE ***************************".
           05  LINE 03  COLUMN 01
               VALUE  " DEPOSITO:".
           05  LINE 05  COLUMN 01
               VALUE  " RUA:      PRATELEIRA:       NIVEL:".
           05  LINE 07  COLUMN 01
               VALUE  " DESCRICAO:".
           05  LINE 09  COLUMN 01
               VALUE  " ORDEM DE CAMINHADA:           (ZERO = RU".
           05  LINE 09  COLUMN 42
               VALUE  "A/PRATELEIRA/NIVEL)".
           05  LINE 11  COLUMN 01
               VALUE  " SITUACAO (A=ATIVO I=INATIVO):".
           05  LINE 13  COLUMN 01
               VALUE  " OCUPACAO ATUAL (QTD):".
           05  TENDDEPOS
               LINE 03  COLUMN 12  PIC 9(02)
               USING  ENDDEPOS.
           05  TDESCDEPOS
               LINE 03  COLUMN 16  PIC X(20)
               FROM  DESCDEPOS.
           05  TENDRUA
               LINE 05  COLUMN 07  PIC 9(02)
               USING  ENDRUA.
           05  TENDPRAT
               LINE 05  COLUMN 24  PIC 9(03)
               USING  ENDPRAT.
           05  TENDNIVEL
               LINE 05  COLUMN 37  PIC 9(02)
               USING  ENDNIVEL.
           05  TENDDESC
               LINE 07  COLUMN 13  PIC X(20)
               USING  ENDDESC.
           05  TENDORDEM
               LINE 09  COLUMN 22  PIC 9(07)
               USING  ENDORDEM.
           05  TENDSITUA
               LINE 11  COLUMN 32  PIC X(01)
               USING  ENDSITUA.
           05  TENDQTD
               LINE 13  COLUMN 24  PIC ZZZZZZ9
               FROM  ENDQTD.

       PROCEDURE DIVISION.
       R00.
           OPEN I-O CADENDER.
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADENDER
                 CLOSE CADENDER
                 MOVE "*** ARQUIVO CADENDER FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R00
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADENDER" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADDEPOS.
           IF ST-ERRO2 NOT = "00"
              MOVE "SEM DEPOSITOS - CADASTRE NO SCP032" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADENDER
              STOP RUN.

       INICIO.
           MOVE ZEROS TO ENDDEPOS ENDRUA ENDPRAT ENDNIVEL
           MOVE ZEROS TO ENDORDEM ENDQTD
           MOVE SPACES TO ENDDESC ENDSITUA DESCDEPOS
           MOVE ZEROS TO W-SEL.

           DISPLAY CADASTROENDER.

       R0.
           ACCEPT TENDDEPOS
           IF ENDDEPOS = ZEROS
               GO TO ROT-FIM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R0.
           MOVE ENDDEPOS TO CODDEPOS
           READ CADDEPOS
           IF ST-ERRO2 NOT = "00"
              MOVE "*** DEPOSITO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           DISPLAY TDESCDEPOS.

       R0A.
           ACCEPT TENDRUA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R0.
           ACCEPT TENDPRAT
           ACCEPT TENDNIVEL
           IF ENDLOCAL = ZEROS
              MOVE "*** ENDERECO 00-000-00 E RESERVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0A.

       LER-UNID.
           READ CADENDER
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE "*** ENDERECO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY CADASTROENDER
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA DE CADENDER" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE SPACES TO ENDDESC
                MOVE ZEROS TO ENDORDEM ENDQTD
                MOVE "A" TO ENDSITUA
                MOVE "*** ENDERECO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R1.
           ACCEPT TENDDESC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R0A.
       R2.
           ACCEPT TENDORDEM
           IF ENDORDEM = ZEROS
              COMPUTE ENDORDEM = ENDRUA * 100000 + ENDPRAT * 100
                               + ENDNIVEL.
       R3.
           ACCEPT TENDSITUA
           IF ENDSITUA NOT = "A" AND "I"
              MOVE "*** SITUACAO A OU I ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY CADASTROENDER.

           IF W-SEL = 1
                GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 25) "DADOS OK (S/N): ".
                ACCEPT (22, 43) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INICIO.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGENDER
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INICIO.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       ACE-001.
                DISPLAY (22, 25)
                "N=NOVO REGISTRO A=ALTERAR E=EXCLUIR".
                ACCEPT (22, 66) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (22, 25) MENS
                IF W-OPCAO = "N"
                   GO TO INICIO
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R1.
       EXC-OPC.
                IF ENDQTD > ZEROS
                   MOVE "*** ENDERECO OCUPADO - USE INATIVAR ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INICIO.
                DISPLAY (22, 25) "EXCLUIR   (S/N) : ".
                ACCEPT (22, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INICIO.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADENDER RECORD
                IF ST-ERRO = "00"
                   MOVE "*** ENDERECO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INICIO.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       ALT-OPC.
                DISPLAY (22, 25) "ALTERAR? (S/N) : ".
                ACCEPT (22, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ENDERECO NAO ALTERADO *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INICIO.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGENDER
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INICIO.
                MOVE "ERRO NA ALTERACAO DO ENDERECO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADENDER CADDEPOS.
           STOP RUN.

       ROT-MENS.
           MOVE ZEROS TO W-CONT.

       ROT-MENS1.
           DISPLAY (22, 25) MENS.

       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
              GO TO ROT-MENS2
           ELSE
              MOVE SPACES TO MENS
              DISPLAY (22, 25) MENS.

       ROT-MENS-FIM.
           EXIT.
