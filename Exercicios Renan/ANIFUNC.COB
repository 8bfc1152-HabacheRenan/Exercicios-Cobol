       PROGRAM-ID. ANIFUNC.
      *******************************
      * PROGRAMA PARA RELATORIO DE ANIVERSARIANTES E IDADE DOS FUNCIONARIOS *
      * SEM PERMISSAO DE VER DADOS PESSOAIS (ROTINA DADVER) O *
      * DIA E MES DE NASCIMENTO SAEM ZERADOS NA TELA          *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03 DIANASC   PIC 9(02).
       01 IDADE        PIC 9(03) VALUE ZEROS.
       01 ANIVTXT      PIC X(30) VALUE SPACES.
       01 W-VERDAD     PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
      *
      ******************
           ELSE
               NEXT SENTENCE.
           ACCEPT W-HOJE-TEMPLATE FROM DATE YYYYMMDD.
           CALL "DADVER" USING W-VERDAD.

       INC-001.
           DISPLAY  TELAANI.
       ROT-MONTAR.
           MOVE NOME     TO DETNOME
           MOVE DATANASC TO DETDATANASC
           IF W-VERDAD NOT = "S"
              MOVE ZEROS TO DETDATANASC(5:4).
           MOVE IDADE    TO DETIDADE
           MOVE ANIVTXT  TO DETANIV
           COMPUTE LIN = CONLIN + 3
