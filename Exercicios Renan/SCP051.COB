      ************************
      * PROGRAMA PARA CENTROS DE CUSTO, CENTRO PADRAO POR TIPO  *
      * DE PRODUTO E VERBA MENSAL (ORCAMENTO) POR CENTRO        *
      * RATEIO DO DEPARTAMENTO ENTRE CENTROS (PERCENTUAL) USADO *
      * NA CONTABILIZACAO DA FOLHA POR CENTRO (CONTABIL)        *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS VERCHAVE
                       FILE STATUS IS ST-ERRO3.
      *
           SELECT CADDEPCC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS DCCHAVE
                       FILE STATUS IS ST-ERRO4.
      *
           SELECT CADDEPTO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CODDEPTO
                       FILE STATUS IS ST-ERRO5.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               05 VERCOMPET     PIC 9(06).
           03 VERVALOR          PIC 9(11)V99.

       FD CADDEPCC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDEPCC.DAT".
       01 REGDEPCC.
           03 DCCHAVE.
               05 DCDEPTO       PIC 9(02).
               05 DCCC          PIC 9(03).
           03 DCPCT             PIC 9(03)V99.

       FD CADDEPTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDEPTO.DAT".
       01 REGDEPTO.
           03 CODDEPTO          PIC 9(02).
           03 DESCDEPTO         PIC X(30).

       WORKING-STORAGE SECTION.
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
       01 ST-ERRO              PIC X(02) VALUE "00".
       01 ST-ERRO2             PIC X(02) VALUE "00".
       01 ST-ERRO3             PIC X(02) VALUE "00".
       01 ST-ERRO4             PIC X(02) VALUE "00".
       01 ST-ERRO5             PIC X(02) VALUE "00".
       01 W-TEMDEP             PIC X(01) VALUE "N".
       01 W-DEPRAT             PIC 9(02) VALUE ZEROS.
       01 W-CCRAT              PIC 9(03) VALUE ZEROS.
       01 W-PCTRAT             PIC 9(03)V99 VALUE ZEROS.
       01 W-PCTANT             PIC 9(03)V99 VALUE ZEROS.
       01 W-TOTPCT             PIC 9(05)V99 VALUE ZEROS.
       01 W-LIN                PIC 9(02) VALUE ZEROS.
       01 W-PCTED              PIC ZZ9,99.
       01 W-TOTED              PIC ZZZZ9,99.

       SCREEN SECTION.
       01  TELACC.
              CLOSE CADVERBA
              OPEN I-O CADVERBA.

       R03.
           OPEN I-O CADDEPCC
           IF ST-ERRO4 = "30"
              OPEN OUTPUT CADDEPCC
              CLOSE CADDEPCC
              OPEN I-O CADDEPCC.
           OPEN INPUT CADDEPTO
           IF ST-ERRO5 = "00"
              MOVE "S" TO W-TEMDEP.

       MENU-CC.
           DISPLAY TELACC
           DISPLAY (04, 01) "1 - CADASTRAR CENTRO DE CUSTO"
           DISPLAY (05, 01) "2 - CENTRO PADRAO POR TIPO DE PRODUTO"
           DISPLAY (06, 01) "3 - VERBA MENSAL DO CENTRO"
           DISPLAY (07, 01) "4 - RATEIO DO DEPARTAMENTO POR CENTRO"
           DISPLAY (08, 01) "0 - SAIR"
           DISPLAY (09, 01) "OPCAO: ".
           ACCEPT  (09, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO TIPO-INI.
           IF W-OPCAO = "3"
              GO TO VERBA-INI.
           IF W-OPCAO = "4"
              GO TO RAT-INI.
           GO TO MENU-CC.

      *
           MOVE "ERRO NA GRAVACAO DA VERBA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      ****************************************
      * RATEIO DO DEPARTAMENTO POR CENTRO    *
      * PESSOAL COMPARTILHADO: O CUSTO DO    *
      * DEPTO SE DIVIDE PELOS PERCENTUAIS,   *
      * QUE DEVEM SOMAR 100%                 *
      ****************************************
      *
       RAT-INI.
           DISPLAY TELACC
           MOVE ZEROS TO W-DEPRAT
           DISPLAY (04, 01) "DEPARTAMENTO (0=VOLTAR): ".
           ACCEPT  (04, 26) W-DEPRAT.
           IF W-DEPRAT = ZEROS
              GO TO MENU-CC.
           IF W-TEMDEP = "S"
              MOVE W-DEPRAT TO CODDEPTO
              READ CADDEPTO
              IF ST-ERRO5 NOT = "00"
                 MOVE "* DEPARTAMENTO NAO CADASTRADO (SCP008) *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO RAT-INI
              ELSE
                 DISPLAY (04, 30) DESCDEPTO.

       RAT-R1.
           PERFORM RAT-LISTA THRU RAT-LISTA-FIM
           MOVE ZEROS TO W-CCRAT W-PCTRAT
           DISPLAY (19, 01) "CENTRO DE CUSTO (0=FIM): ".
           ACCEPT  (19, 26) W-CCRAT.
           IF W-CCRAT = ZEROS
              IF W-TOTPCT NOT = ZEROS AND W-TOTPCT NOT = 100
                 MOVE "* ATENCAO: RATEIO DO DEPTO NAO SOMA 100% *"
                                                TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO RAT-INI
              ELSE
                 GO TO RAT-INI.
           MOVE W-CCRAT TO CCCODIGO
           READ CADCCUSTO
           IF ST-ERRO NOT = "00"
              MOVE "*** CENTRO NAO CADASTRADO (OPCAO 1) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RAT-R1.
           DISPLAY (19, 31) CCDESC
           MOVE ZEROS TO W-PCTANT
           MOVE W-DEPRAT TO DCDEPTO
           MOVE W-CCRAT TO DCCC
           READ CADDEPCC
           IF ST-ERRO4 = "00"
              MOVE DCPCT TO W-PCTANT W-PCTRAT.

       RAT-R2.
           DISPLAY (20, 01) "PERCENTUAL (0=EXCLUI): ".
           ACCEPT  (20, 24) W-PCTRAT WITH UPDATE.
           IF W-PCTRAT = ZEROS
              GO TO RAT-DEL.
           IF W-TOTPCT - W-PCTANT + W-PCTRAT > 100
              MOVE "* RATEIO DO DEPTO PASSARIA DE 100% *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RAT-R2.
           MOVE W-DEPRAT TO DCDEPTO
           MOVE W-CCRAT TO DCCC
           MOVE W-PCTRAT TO DCPCT
           WRITE REGDEPCC
           IF ST-ERRO4 = "22"
              REWRITE REGDEPCC.
           IF ST-ERRO4 = "00" OR "02"
              MOVE "*** RATEIO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RAT-R1.
           MOVE "ERRO NA GRAVACAO DO RATEIO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       RAT-DEL.
           IF W-PCTANT = ZEROS
              GO TO RAT-R1.
           MOVE W-DEPRAT TO DCDEPTO
           MOVE W-CCRAT TO DCCC
           DELETE CADDEPCC RECORD
           MOVE "*** CENTRO RETIRADO DO RATEIO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO RAT-R1.

      *
      *    CENTROS DO DEPARTAMENTO E TOTAL DOS PERCENTUAIS
      *
       RAT-LISTA.
           DISPLAY TELACC
           DISPLAY (04, 01) "DEPARTAMENTO: "
           DISPLAY (04, 15) W-DEPRAT
           IF W-TEMDEP = "S"
              DISPLAY (04, 30) DESCDEPTO.
           DISPLAY (06, 01) "CENTRO DESCRICAO                  PCT"
           MOVE ZEROS TO W-TOTPCT
           MOVE 07 TO W-LIN
           MOVE W-DEPRAT TO DCDEPTO
           MOVE ZEROS TO DCCC
           START CADDEPCC KEY IS NOT LESS DCCHAVE
           IF ST-ERRO4 NOT = "00"
              GO TO RAT-LISTA-TOT.
       RAT-LISTA-RD.
           READ CADDEPCC NEXT
           IF ST-ERRO4 NOT = "00" OR DCDEPTO NOT = W-DEPRAT
              GO TO RAT-LISTA-TOT.
           ADD DCPCT TO W-TOTPCT
           IF W-LIN > 16
              GO TO RAT-LISTA-RD.
           MOVE DCCC TO CCCODIGO
           MOVE SPACES TO CCDESC
           READ CADCCUSTO
           DISPLAY (W-LIN, 01) DCCC
           DISPLAY (W-LIN, 08) CCDESC
           MOVE DCPCT TO W-PCTED
           DISPLAY (W-LIN, 32) W-PCTED
           ADD 1 TO W-LIN
           GO TO RAT-LISTA-RD.
       RAT-LISTA-TOT.
           MOVE W-TOTPCT TO W-TOTED
           DISPLAY (17, 01) "TOTAL DO RATEIO: "
           DISPLAY (17, 30) W-TOTED.
       RAT-LISTA-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCCUSTO
           CLOSE CADCCTIPO
           CLOSE CADVERBA
           CLOSE CADDEPCC.
           IF W-TEMDEP = "S"
              CLOSE CADDEPTO.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
