       PROGRAM-ID. CONSFUNC.
      *******************************
      * PROGRAMA PARA CONSULTA DE FUNCIONARIOS *
      * ENDERECO, TELEFONE E CONTATO SAO MASCARADOS SE O *
      * PERFIL NAO PODE VER DADOS PESSOAIS (ROTINA DADVER)*
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 CODENTR      PIC 9(06) VALUE ZEROS.
       01 NOMEENTR     PIC X(30) VALUE SPACES.
       01 ST-ERRO2     PIC X(02) VALUE "00".
       01 W-VERDAD     PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
      *
      ******************
           03 FILLER     PIC X(05) VALUE "END: ".
           03 DETLOGR    PIC X(35) VALUE SPACES.
           03 FILLER     PIC X(01) VALUE ",".
           03 DETNUM     PIC X(05) VALUE SPACES.
           03 FILLER     PIC X(01) VALUE " ".
           03 DETCOMPL   PIC X(12) VALUE SPACES.

           03 FILLER     PIC X(06) VALUE "FONE (".
           03 DETDDD     PIC 9(02) VALUE ZEROS.
           03 FILLER     PIC X(02) VALUE ") ".
           03 DETTEL     PIC X(09) VALUE SPACES.
           03 FILLER     PIC X(08) VALUE " EMERG: ".
           03 DETEMERG   PIC X(30) VALUE SPACES.

           ELSE
               NEXT SENTENCE.

           CALL "DADVER" USING W-VERDAD.

       INC-001.
           MOVE ZEROS TO CODENTR
           MOVE SPACES TO NOMEENTR
      ************************************************
      *
       MONTA-END.
           MOVE SPACES TO DETLOGR DETCOMPL DETEMERG DETNUM DETTEL
           MOVE ZEROS TO DETDDD
           IF ENDCEP = ZEROS
              MOVE "(SEM ENDERECO CADASTRADO)" TO DETLOGR
              GO TO MONTA-END-TEL.
           MOVE FONEDDD TO DETDDD
           MOVE FONETEL TO DETTEL
           MOVE CONTEMERG TO DETEMERG.
      *    SEM PERMISSAO: SO O FINAL DO TELEFONE FICA VISIVEL
           IF W-VERDAD = "S"
              GO TO MONTA-END-FIM.
           MOVE "*** DADO PESSOAL RESTRITO ***" TO DETLOGR
           MOVE "*****" TO DETNUM
           MOVE SPACES TO DETCOMPL
           MOVE "*****" TO DETTEL(1:5)
           MOVE "*** RESTRITO ***" TO DETEMERG.
       MONTA-END-FIM.
           EXIT.

