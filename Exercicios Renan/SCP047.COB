                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TRACNPJ
                       FILE STATUS IS ST-ERRO.
           SELECT CADFRETE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FRTCHAVE
                       FILE STATUS IS ST-FRT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 TRADDD            PIC 9(02).
           03 TRATEL            PIC 9(09).
           03 TRASTATUS         PIC X(01).
      *
      *    TABELA DE FRETE: FAIXA DE PESO POR UF / FAIXA DE CEP
      *    FRTCEPINI = ZEROS VALE PARA A UF INTEIRA
       FD CADFRETE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFRETE.DAT".
       01 REGFRETE.
           03 FRTCHAVE.
               05 FRTCNPJ       PIC 9(14).
               05 FRTUF         PIC X(02).
               05 FRTCEPINI     PIC 9(09).
               05 FRTPESOATE    PIC 9(06).
           03 FRTCEPFIM         PIC 9(09).
           03 FRTVALOR          PIC 9(07)V99.
           03 FRTEXCKG          PIC 9(03)V99.
           03 FRTMINIMO         PIC 9(07)V99.
           03 FRTADVAL          PIC 9(02)V99.

       WORKING-STORAGE SECTION.
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       01 MENS                 PIC X(50) VALUE SPACES.
       01 W-SEL                PIC 9(01) VALUE ZEROS.
       01 ST-ERRO              PIC X(02) VALUE "00".
       01 ST-FRT               PIC X(02) VALUE "00".
       01 W-LIMPA              PIC X(60) VALUE SPACES.
       01 W-LIN                PIC 9(02) VALUE ZEROS.
       01 W-CNTFX              PIC 9(03) VALUE ZEROS.

       SCREEN SECTION.
       01  CADASTROTRA.
           ELSE
                 NEXT SENTENCE.

       R00A.
           OPEN I-O CADFRETE
           IF ST-FRT NOT = "00"
              IF ST-FRT = "30"
                 OPEN OUTPUT CADFRETE
                 CLOSE CADFRETE
                 GO TO R00A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADFRETE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       INICIO.
           MOVE ZEROS TO TRACNPJ TRADDD TRATEL W-SEL
           MOVE "A" TO TRASTATUS
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO A=ALTERAR E=EXCLUIR T=TABELA DE FRETE"
                ACCEPT (23, 60) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "T"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "T"
                   GO TO FRT-INI.
                IF W-OPCAO = "N"
                   GO TO INICIO
                ELSE
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * MANUTENCAO DA TABELA DE FRETE         *
      * UMA LINHA POR UF/FAIXA DE CEP/PESO    *
      * VALOR ZERO EXCLUI A FAIXA             *
      *****************************************
      *
       FRT-INI.
           IF TRASTATUS NOT = "A"
              MOVE "*** TRANSPORTADORA INATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INICIO.
           PERFORM FRT-LISTA THRU FRT-LISTA-FIM.
       FRT-UF.
           MOVE SPACES TO FRTUF
           MOVE ZEROS TO FRTCEPINI FRTCEPFIM FRTPESOATE
           MOVE ZEROS TO FRTVALOR FRTEXCKG FRTMINIMO FRTADVAL
           DISPLAY (09, 01) W-LIMPA
           DISPLAY (10, 01) W-LIMPA
           DISPLAY (11, 01) W-LIMPA
           DISPLAY (12, 01) W-LIMPA
           DISPLAY (13, 01) W-LIMPA
           DISPLAY (14, 01) W-LIMPA
           DISPLAY (09, 01) " UF DESTINO (ESC=SAI)  : "
           ACCEPT  (09, 26) FRTUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INICIO.
           IF FRTUF = SPACES
              MOVE "*** UF OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FRT-UF.
       FRT-CEP.
           DISPLAY (10, 01) " CEP INICIAL (0=UF TODA): "
           ACCEPT  (10, 27) FRTCEPINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FRT-UF.
       FRT-PESO.
           DISPLAY (11, 01) " PESO ATE (KG)         : "
           ACCEPT  (11, 26) FRTPESOATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FRT-CEP.
           IF FRTPESOATE = ZEROS
              MOVE "*** PESO DA FAIXA NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FRT-PESO.
           MOVE TRACNPJ TO FRTCNPJ
           MOVE "N" TO W-OPCAO
           READ CADFRETE
           IF ST-FRT = "00"
              MOVE "S" TO W-OPCAO
           ELSE
              MOVE ZEROS TO FRTCEPFIM FRTVALOR FRTEXCKG
              MOVE ZEROS TO FRTMINIMO FRTADVAL.
       FRT-CEPFIM.
           IF FRTCEPINI = ZEROS
              MOVE ZEROS TO FRTCEPFIM
              GO TO FRT-VALOR.
           IF FRTCEPFIM < FRTCEPINI
              MOVE FRTCEPINI TO FRTCEPFIM.
           DISPLAY (10, 40) "CEP FINAL: "
           ACCEPT  (10, 51) FRTCEPFIM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FRT-PESO.
           IF FRTCEPFIM < FRTCEPINI
              MOVE "*** CEP FINAL MENOR QUE O INICIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FRT-CEPFIM.
       FRT-VALOR.
           DISPLAY (12, 01) " VALOR DA FAIXA (R$)   : "
           ACCEPT  (12, 26) FRTVALOR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FRT-PESO.
           IF FRTVALOR = ZEROS
              GO TO FRT-EXC.
           DISPLAY (12, 40) "R$/KG EXCEDENTE: "
           ACCEPT  (12, 57) FRTEXCKG WITH UPDATE
           DISPLAY (13, 01) " FRETE MINIMO (R$)     : "
           ACCEPT  (13, 26) FRTMINIMO WITH UPDATE
           DISPLAY (13, 40) "AD VALOREM (%)  : "
           ACCEPT  (13, 58) FRTADVAL WITH UPDATE.
       FRT-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FRT-UF.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FRT-OPC.
           WRITE REGFRETE
           IF ST-FRT = "22"
              REWRITE REGFRETE.
           IF ST-FRT = "00" OR "02"
              MOVE "*** FAIXA DE FRETE GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM FRT-LISTA THRU FRT-LISTA-FIM
              GO TO FRT-UF.
           MOVE "ERRO NA GRAVACAO DA TABELA DE FRETE" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       FRT-EXC.
           IF W-OPCAO NOT = "S"
              MOVE "*** VALOR DA FAIXA NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FRT-VALOR.
           DISPLAY (23, 40) "EXCLUIR FAIXA (S/N) : ".
           ACCEPT (23, 62) W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** FAIXA NAO EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FRT-UF.
           DELETE CADFRETE RECORD
           IF ST-FRT = "00"
              MOVE "*** FAIXA DE FRETE EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM FRT-LISTA THRU FRT-LISTA-FIM
              GO TO FRT-UF.
           MOVE "ERRO NA EXCLUSAO DA FAIXA DE FRETE" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    LISTA AS FAIXAS JA CADASTRADAS (LINHAS 16 A 21)
      *
       FRT-LISTA.
           MOVE 15 TO W-LIN.
       FRT-LISTA-LP.
           ADD 1 TO W-LIN
           DISPLAY (W-LIN, 01) W-LIMPA
           IF W-LIN < 21
              GO TO FRT-LISTA-LP.
           DISPLAY (15, 01) " UF  CEP INI.   CEP FIM    ATE KG   VALOR"
           MOVE 15 TO W-LIN
           MOVE ZEROS TO W-CNTFX
           MOVE TRACNPJ TO FRTCNPJ
           MOVE LOW-VALUES TO FRTUF
           MOVE ZEROS TO FRTCEPINI FRTPESOATE
           START CADFRETE KEY IS NOT LESS FRTCHAVE
           IF ST-FRT NOT = "00"
              GO TO FRT-LISTA-FIM.
       FRT-LISTA-RD.
           READ CADFRETE NEXT
           IF ST-FRT NOT = "00"
              GO TO FRT-LISTA-FIM.
           IF FRTCNPJ NOT = TRACNPJ
              GO TO FRT-LISTA-FIM.
           ADD 1 TO W-CNTFX
           IF W-LIN NOT < 21
              GO TO FRT-LISTA-RD.
           ADD 1 TO W-LIN
           DISPLAY (W-LIN, 02) FRTUF
           DISPLAY (W-LIN, 06) FRTCEPINI
           DISPLAY (W-LIN, 16) FRTCEPFIM
           DISPLAY (W-LIN, 27) FRTPESOATE
           DISPLAY (W-LIN, 35) FRTVALOR
           GO TO FRT-LISTA-RD.
       FRT-LISTA-FIM.
           IF W-CNTFX > 6
              DISPLAY (22, 01) " FAIXAS CADASTRADAS: "
              DISPLAY (22, 22) W-CNTFX.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADTRANSP CADFRETE.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
