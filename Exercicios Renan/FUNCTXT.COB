       PROGRAM-ID. FUNCTXT.
      ************************
      * PROGRAMA PARA TRANSFORMAR OS CADASTROS DE FUNCIONARIO EM TXT *
      * SEM PERMISSAO DE VER DADOS PESSOAIS (ROTINA DADVER) O   *
      * CPF, A CONTA, O ENDERECO, O TELEFONE, O CONTATO E O DIA *
      * E MES DE NASCIMENTO SAEM MASCARADOS NO TXT              *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
       77 W-OPCAO              PIC X(01) VALUE SPACES.
       77 MENS                 PIC X(50) VALUE SPACES.
       77 W-VERDAD             PIC X(01) VALUE "N".
       01 W-SEL                PIC 9(01) VALUE ZEROS.
       01 ST-ERRO              PIC X(02) VALUE "00".

                 NEXT SENTENCE.
       R0A.
           OPEN OUTPUT CADFOLHAS.
           CALL "DADVER" USING W-VERDAD.

       LER-ARQUIVO.
           READ CADFOLHA NEXT
                GO TO ROT-FIM.

       INC-WR1.
           IF W-VERDAD NOT = "S"
              PERFORM MASCARA THRU MASCARA-FIM.
           MOVE REGFOLHA TO REGFOLHAS
           DISPLAY LIMPAR
           DISPLAY (4, 13) CODIGO
           CLOSE CADFOLHAS.
           STOP RUN.

      *
      *    MASCARA OS DADOS PESSOAIS SO NO REGISTRO EXPORTADO
      *    (O CADFOLHA E ABERTO SO PARA LEITURA)
      *
       MASCARA.
           MOVE ZEROS TO CPF(1:3) CPF(10:2)
           MOVE ZEROS TO DATANASC(5:4)
           MOVE ZEROS TO AGENCIA CONTA
           MOVE ZEROS TO ENDCEP(6:4) ENDNUM
           MOVE SPACES TO ENDCOMPL
           MOVE ZEROS TO FONETEL(1:5)
           MOVE "*** RESTRITO ***" TO CONTEMERG.
       MASCARA-FIM.
           EXIT.

       ROT-MENS.
           MOVE ZEROS TO W-CONT.

