       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCP078.
      ************************
      * PROGRAMA PARA CADASTRAR MOEDAS ESTRANGEIRAS E SUAS   *
      * COTACOES DIARIAS (R$ POR UNIDADE DA MOEDA)           *
      * USADAS NA COMPRA IMPORTADA (SCP010/SCP028/SCP029)    *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMOEDA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS MOECODIGO
                       FILE STATUS IS ST-ERRO.
      *
           SELECT CADCOTACAO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS COTCHAVE
                       FILE STATUS IS ST-ERRO2.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMOEDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMOEDA.DAT".
       01 REGMOEDA.
           03 MOECODIGO         PIC X(03).
           03 MOEDESC           PIC X(20).

       FD CADCOTACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOTACAO.DAT".
       01 REGCOTACAO.
           03 COTCHAVE.
               05 COTMOEDA      PIC X(03).
               05 COTDATA       PIC 9(08).
           03 COTTAXA           PIC 9(05)V9(06).

       WORKING-STORAGE SECTION.
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
       77 W-OPCAO              PIC X(01) VALUE SPACES.
       01 MENS                 PIC X(50) VALUE SPACES.
       01 W-SEL                PIC 9(01) VALUE ZEROS.
       01 ST-ERRO              PIC X(02) VALUE "00".
       01 ST-ERRO2             PIC X(02) VALUE "00".
       01 W-TEMCOT             PIC X(01) VALUE "N".
       01 W-DATACOT            PIC 9(08) VALUE ZEROS.
       01 W-DATACOT-G REDEFINES W-DATACOT.
           03 ANO-COT          PIC 9(04).
           03 MES-COT          PIC 9(02).
           03 DIA-COT          PIC 9(02).

       SCREEN SECTION.
       01  CADASTROMOEDA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "****************** CADASTRO DE MOEDAS E C".
           05  LINE 01  COLUMN 42
               VALUE  "OTACOES *******************************".
           05  LINE 03  COLUMN 01
               VALUE  " MOEDA (EX: USD EUR):".
           05  LINE 05  COLUMN 01
               VALUE  " DESCRICAO:".
           05  LINE 09  COLUMN 01
               VALUE  " ----------------------------- COTACAO DO".
           05  LINE 09  COLUMN 42
               VALUE  " DIA ----------------------------".
           05  LINE 11  COLUMN 01
               VALUE  " DATA (AAAAMMDD  0=ENCERRA):".
           05  LINE 13  COLUMN 01
               VALUE  " TAXA (R$ POR UNIDADE  0=EXCLUI):".
           05  TMOECODIGO
               LINE 03  COLUMN 23  PIC X(03)
               USING  MOECODIGO.
           05  TMOEDESC
               LINE 05  COLUMN 13  PIC X(20)
               USING  MOEDESC.
           05  TCOTDATA
               LINE 11  COLUMN 30  PIC 9(08)
               USING  W-DATACOT.
           05  TCOTTAXA
               LINE 13  COLUMN 35  PIC ZZZZ9,999999
               USING  COTTAXA.

       PROCEDURE DIVISION.
       R00.
           OPEN I-O CADMOEDA.
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMOEDA
                 CLOSE CADMOEDA
                 MOVE "*** ARQUIVO CADMOEDA FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R00
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMOEDA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R01.
           OPEN I-O CADCOTACAO.
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT CADCOTACAO
                 CLOSE CADCOTACAO
                 OPEN I-O CADCOTACAO
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCOTACAO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       INICIO.
           MOVE SPACES TO MOECODIGO MOEDESC
           MOVE ZEROS TO W-DATACOT COTTAXA
           MOVE ZEROS TO W-SEL.

           DISPLAY CADASTROMOEDA.

       R0.
           ACCEPT TMOECODIGO
           IF MOECODIGO = SPACES
               GO TO ROT-FIM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF MOECODIGO = "BRL"
              MOVE "*** O REAL E A MOEDA DO SISTEMA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.

       LER-MOEDA.
           READ CADMOEDA
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE "*** MOEDA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY CADASTROMOEDA
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA DE CADMOEDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE SPACES TO MOEDESC
                MOVE "*** MOEDA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R1.
           ACCEPT TMOEDESC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R0.
           IF MOEDESC = SPACES
              MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

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
                WRITE REGMOEDA
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** MOEDA GRAVADA - INFORME AS COTACOES ***"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO COT-INI.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       ACE-001.
                DISPLAY (22, 15)
                "N=NOVA A=ALTERAR E=EXCLUIR C=COTACOES".
                ACCEPT (22, 54) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "C"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (22, 15) MENS
                IF W-OPCAO = "N"
                   GO TO INICIO.
                IF W-OPCAO = "C"
                   GO TO COT-INI.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R1.
       EXC-OPC.
      *         MOEDA COM COTACAO NAO SAI: OS TITULOS DEPENDEM DELA
                PERFORM TEM-COTACAO THRU TEM-COTACAO-FIM
                IF W-TEMCOT = "S"
                   MOVE "*** MOEDA COM COTACOES NAO SE EXCLUI ***"
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
                DELETE CADMOEDA RECORD
                IF ST-ERRO = "00"
                   MOVE "*** MOEDA EXCLUIDA ***" TO MENS
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
                   MOVE "*** MOEDA NAO ALTERADA *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INICIO.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGMOEDA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INICIO.
                MOVE "ERRO NA ALTERACAO DA MOEDA"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *
      *****************************************************
      * COTACOES DIARIAS DA MOEDA                         *
      * DIA SEM COTACAO USA A ULTIMA ANTERIOR (CAMBIOBX)  *
      *****************************************************
      *
       COT-INI.
           MOVE ZEROS TO W-DATACOT COTTAXA
           DISPLAY TCOTDATA
           DISPLAY TCOTTAXA.
       COT-R0.
           ACCEPT TCOTDATA
           IF W-DATACOT = ZEROS
              GO TO INICIO.
           IF MES-COT < 1 OR MES-COT > 12 OR DIA-COT < 1
              OR DIA-COT > 31 OR ANO-COT < 1900
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COT-R0.
           MOVE MOECODIGO TO COTMOEDA
           MOVE W-DATACOT TO COTDATA
           READ CADCOTACAO
           IF ST-ERRO2 = "00"
              DISPLAY TCOTTAXA
              MOVE "*** COTACAO JA INFORMADA - CORRIJA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COT-ALT.
           MOVE ZEROS TO COTTAXA.
       COT-INC.
           ACCEPT TCOTTAXA
           IF COTTAXA = ZEROS
              GO TO COT-INI.
           WRITE REGCOTACAO
           IF ST-ERRO2 = "00" OR "02"
              MOVE "*** COTACAO GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COT-INI.
           MOVE "ERRO NA GRAVACAO DA COTACAO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       COT-ALT.
           ACCEPT TCOTTAXA
           IF COTTAXA = ZEROS
              DELETE CADCOTACAO RECORD
              MOVE "*** COTACAO EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COT-INI.
           REWRITE REGCOTACAO
           IF ST-ERRO2 = "00" OR "02"
              MOVE "*** COTACAO ALTERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COT-INI.
           MOVE "ERRO NA ALTERACAO DA COTACAO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      *****************************************************
      * A MOEDA TEM ALGUMA COTACAO CADASTRADA?            *
      *****************************************************
      *
       TEM-COTACAO.
           MOVE "N" TO W-TEMCOT
           MOVE MOECODIGO TO COTMOEDA
           MOVE ZEROS TO COTDATA
           START CADCOTACAO KEY IS NOT LESS COTCHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO TEM-COTACAO-FIM.
           READ CADCOTACAO NEXT
           IF ST-ERRO2 = "00" AND COTMOEDA = MOECODIGO
              MOVE "S" TO W-TEMCOT.
       TEM-COTACAO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADMOEDA CADCOTACAO.
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
