       PROGRAM-ID. SCP038.
      ************************
      * PROGRAMA PARA CADASTRAR PERFIS DE ACESSO AO MENU *
      * AVISA QUANDO O PERFIL TEM PAR DE OPCOES DA TABELA *
      * DE CONFLITOS DE FUNCOES (SEGFUN, ROTINA SODVER)  *
      * A OPCAO 213 E A PERMISSAO DE VER DADOS PESSOAIS  *
      * DO CADFOLHA SEM MASCARA (ROTINA DADVER)          *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 REGPERFIL.
           03 PERFCODIGO     PIC 9(02).
           03 PERFDESC       PIC X(20).
           03 PERFOPC        PIC X(299).

       FD CADSENHA
           LABEL RECORD IS STANDARD
       01 W-EMPPERM            PIC X(05) VALUE SPACES.
       01 I                    PIC 9(03) VALUE ZEROS.
       01 LIN                  PIC 9(03) VALUE ZEROS.
       01 W-LISTA              PIC X(76) VALUE SPACES.
       01 W-POSL               PIC 9(02) VALUE ZEROS.
       01 W-POSC               PIC 9(02) VALUE ZEROS.
       01 W-OPC2               PIC 9(03) VALUE ZEROS.
       01 W-QTDSOD             PIC 9(03) VALUE ZEROS.
       01 W-SODOPC1            PIC 9(03) VALUE ZEROS.
       01 W-SODOPC2            PIC 9(03) VALUE ZEROS.
       01 W-SODRISCO           PIC X(40) VALUE SPACES.
       01 LIMPA                PIC X(70) VALUE SPACES.

       SCREEN SECTION.
       01  TELAPERFIL.
           ACCEPT  (20, 35) W-NUMOPC.
           IF W-NUMOPC = ZEROS
              GO TO GRAVA-PERF.
           IF W-NUMOPC > 299
              MOVE "*** OPCAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           GO TO R2.

       GRAVA-PERF.
           CALL "SODVER" USING PERFOPC W-QTDSOD W-SODOPC1 W-SODOPC2
                               W-SODRISCO
           IF W-QTDSOD = ZEROS
              GO TO GRAVA-PERF1.
           DISPLAY (21, 01) "CONFLITO DE FUNCOES:"
           DISPLAY (21, 22) W-SODOPC1
           DISPLAY (21, 25) "X"
           DISPLAY (21, 26) W-SODOPC2
           DISPLAY (21, 30) W-SODRISCO
           DISPLAY (22, 01) "PARES EM CONFLITO: "
           DISPLAY (22, 20) W-QTDSOD
           MOVE "N" TO W-OPCAO
           DISPLAY (22, 25) "GRAVA MESMO ASSIM (S/N): ".
           ACCEPT  (22, 50) W-OPCAO WITH UPDATE.
           DISPLAY (21, 01) LIMPA
           DISPLAY (22, 01) LIMPA
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** PERFIL NAO GRAVADO - REVISE AS OPCOES ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       GRAVA-PERF1.
           WRITE REGPERFIL
           IF ST-ERRO = "22"
              REWRITE REGPERFIL.
           MOVE 08 TO LIN
           MOVE 1 TO I.
       MOSTRA-OPC1.
           IF I > 299
              GO TO MOSTRA-OPC2.
           IF PERFOPC(I:1) = "S"
              ADD 1 TO W-POSL
              COMPUTE W-POSC = (W-POSL * 4) - 3
              MOVE I TO W-OPC2
              MOVE W-OPC2 TO W-LISTA(W-POSC:3)
              IF W-POSL = 19
                 DISPLAY (LIN, 02) W-LISTA
                 ADD 1 TO LIN
                 MOVE SPACES TO W-LISTA
                 MOVE ZEROS TO W-POSL
                 IF LIN > 18
                    GO TO MOSTRA-OPCOES-FIM.
           ADD 1 TO I
           GO TO MOSTRA-OPC1.
       MOSTRA-OPC2.
       MOSTRA-OPC3.
           IF LIN > 18
              GO TO MOSTRA-OPCOES-FIM.
           MOVE SPACES TO W-LISTA
           DISPLAY (LIN, 02) W-LISTA
           ADD 1 TO LIN
           GO TO MOSTRA-OPC3.
       MOSTRA-OPCOES-FIM.
