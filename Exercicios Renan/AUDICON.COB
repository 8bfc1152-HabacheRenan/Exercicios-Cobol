       PROGRAM-ID. AUDICON.
      *******************************
      * PROGRAMA PARA CONSULTA DA TRILHA DE AUDITORIA *
      * SEM PERMISSAO DE VER DADOS PESSOAIS (ROTINA DADVER) OS  *
      * VALORES DE NOME, SALARIO E CONTA BANCARIA DO CADFOLHA   *
      * APARECEM COMO RESTRITOS                                 *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-DATAINI      PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM      PIC 9(08) VALUE ZEROS.
       01 W-QTDLISTA     PIC 9(05) VALUE ZEROS.
       01 W-VERDAD       PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
      *
      ******************
              MOVE "SEM REGISTROS DE AUDITORIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           CALL "DADVER" USING W-VERDAD.

       INC-001.
           DISPLAY  TELAAUD.
           MOVE AUD-HORA TO DETHORA
           MOVE AUD-ANT TO DETANT
           MOVE AUD-NOVO TO DETNOVO
           IF W-VERDAD NOT = "S"
              PERFORM MASCARA THRU MASCARA-FIM.
           ADD 1 TO CONLIN
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DET2
           ACCEPT  (22, 25) W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO ROT-SOL2.
           GO TO ROT-FIM.
      *
      *    DADOS PESSOAIS DO FUNCIONARIO GRAVADOS PELO PROGRFP E
      *    PELO SCP076 SO APARECEM PARA QUEM TEM A OPCAO 213
      *
       MASCARA.
           IF AUD-ARQ NOT = "CADFOLHA"
              GO TO MASCARA-FIM.
           IF AUD-CAMPO = "NOME" OR AUD-CAMPO = "SALARIOBASE"
              OR AUD-CAMPO = "BANCO" OR AUD-CAMPO = "AGENCIA"
              OR AUD-CAMPO = "CONTA" OR AUD-CAMPO = "SOL-SALARIO"
              OR AUD-CAMPO = "SOL-CONTA" OR AUD-CAMPO = "REJ-SALARIO"
              OR AUD-CAMPO = "REJ-CONTA"
              MOVE "*** RESTRITO ***" TO DETANT DETNOVO.
       MASCARA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
