       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCP080.
      ************************
      * PROGRAMA PARA CAMPANHAS PROMOCIONAIS E FAIXAS DE        *
      * DESCONTO POR QUANTIDADE NO PRECO DE VENDA               *
      * CAMPANHA: VIGENCIA E SITUACAO (CADCAMPANHA); ITENS POR  *
      * PRODUTO OU TIPO DE PRODUTO COM PERCENTUAL OU PRECO FIXO *
      * (CADCAMPITEM). FAIXAS POR PRODUTO (CADFAIXAQTD)         *
      * O PROMOBX ESCOLHE A MELHOR REGRA NO SCP036 E NO SCP046  *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCAMPANHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CAMCODIGO
                       FILE STATUS IS ST-ERRO.
      *
           SELECT CADCAMPITEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CICHAVE
                       FILE STATUS IS ST-ERRO2.
      *
           SELECT CADFAIXAQTD ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FQCHAVE
                       FILE STATUS IS ST-ERRO3.
      *
           SELECT CADPRO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       FILE STATUS IS ST-ERRO4
                       ALTERNATE RECORD KEY IS DESC
                                   WITH DUPLICATES
                       ALTERNATE RECORD KEY IS BARRAS
                                   WITH DUPLICATES.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCAMPANHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCAMPANHA.DAT".
       01 REGCAMPANHA.
           03 CAMCODIGO         PIC 9(04).
           03 CAMDESC           PIC X(30).
           03 CAMDATAINI        PIC 9(08).
           03 CAMDATAFIM        PIC 9(08).
           03 CAMSTATUS         PIC X(01).

       FD CADCAMPITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCAMPITEM.DAT".
       01 REGCAMPITEM.
           03 CICHAVE.
               05 CICAMP        PIC 9(04).
               05 CITIPO        PIC X(01).
               05 CIREF         PIC 9(06).
           03 CIPERC            PIC 9(03)V99.
           03 CIPRECO           PIC 9(09)V99.

       FD CADFAIXAQTD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFAIXAQTD.DAT".
       01 REGFAIXAQTD.
           03 FQCHAVE.
               05 FQCODPRO      PIC 9(06).
               05 FQQTDMIN      PIC 9(06).
           03 FQPERC            PIC 9(03)V99.

       FD CADPRO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPRO.DAT".
       01 REGPRO.
           03 CODIGO            PIC 9(06).
           03 DESC              PIC X(30).
           03 UNIDADE           PIC X(02).
           03 UNIDADETXT        PIC X(15).
           03 TIPOPRODUTO       PIC 9(01).
           03 TIPOTXT          PIC X(15).
           03 FCNPJ             PIC 9(14).
           03 QUANTIDADE        PIC 9(06).
           03 ESTMINIMO         PIC 9(06).
           03 PRECO             PIC 9(09)V99.
           03 DATAULTALT2       PIC 9(08).
           03 CUSTOMEDIO        PIC 9(09)V99.
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       WORKING-STORAGE SECTION.
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
       77 W-OPCAO              PIC X(01) VALUE SPACES.
       01 MENS                 PIC X(50) VALUE SPACES.
       01 ST-ERRO              PIC X(02) VALUE "00".
       01 ST-ERRO2             PIC X(02) VALUE "00".
       01 ST-ERRO3             PIC X(02) VALUE "00".
       01 ST-ERRO4             PIC X(02) VALUE "00".
       01 W-TEMREG             PIC X(01) VALUE "N".
       01 W-CODCAMP            PIC 9(04) VALUE ZEROS.
       01 W-CODPRO             PIC 9(06) VALUE ZEROS.
       01 LIN                  PIC 9(03) VALUE ZEROS.
       01 CONLIN               PIC 9(03) VALUE 001.
       01 LIMPA                PIC X(79) VALUE SPACES.
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 DETCI.
           03 DETCITIPO PIC X(08) VALUE SPACES.
           03 DETCIREF  PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCIDESC PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCIPERC PIC ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE "%  ".
           03 DETCIPREC PIC ZZZZZZZZ9,99 VALUE ZEROS.

       01 DETFQ.
           03 FILLER    PIC X(12) VALUE "A PARTIR DE ".
           03 DETFQQTD  PIC ZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(14) VALUE " UNIDADES:    ".
           03 DETFQPERC PIC ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(09) VALUE "% DE DESC".

       SCREEN SECTION.
       01  TELAPROMO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "******* CAMPANHAS E FAIXAS DE QUANTIDADE *".
           05  LINE 01  COLUMN 43
               VALUE  "*****************".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

       PROCEDURE DIVISION.
       R00.
           OPEN I-O CADCAMPANHA.
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCAMPANHA
                 CLOSE CADCAMPANHA
                 MOVE "*** ARQUIVO CADCAMPANHA FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R00
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAMPANHA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R01.
           OPEN I-O CADCAMPITEM
           IF ST-ERRO2 = "30"
              OPEN OUTPUT CADCAMPITEM
              CLOSE CADCAMPITEM
              OPEN I-O CADCAMPITEM.

       R02.
           OPEN I-O CADFAIXAQTD
           IF ST-ERRO3 = "30"
              OPEN OUTPUT CADFAIXAQTD
              CLOSE CADFAIXAQTD
              OPEN I-O CADFAIXAQTD.

       RA0.
           OPEN INPUT CADPRO.
           IF ST-ERRO4 NOT = "00"
              MOVE "SEM PRODUTOS - USE O SCP003" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       MENU-PROMO.
           DISPLAY TELAPROMO
           DISPLAY (04, 01) "1 - CAMPANHA (VIGENCIA E SITUACAO)"
           DISPLAY (05, 01) "2 - ITENS DA CAMPANHA (PRODUTO OU TIPO)"
           DISPLAY (06, 01) "3 - FAIXAS DE QUANTIDADE DO PRODUTO"
           DISPLAY (07, 01) "4 - LISTAR ITENS DA CAMPANHA"
           DISPLAY (08, 01) "0 - SAIR"
           DISPLAY (10, 01) "OPCAO: ".
           ACCEPT  (10, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO CAM-INI.
           IF W-OPCAO = "2"
              GO TO CIT-INI.
           IF W-OPCAO = "3"
              GO TO FQ-INI.
           IF W-OPCAO = "4"
              GO TO LISTA-INI.
           GO TO MENU-PROMO.

      *
      ****************************************
      * CADASTRO DA CAMPANHA                 *
      ****************************************
      *
       CAM-INI.
           DISPLAY TELAPROMO
           MOVE ZEROS TO CAMCODIGO
           DISPLAY (04, 01) "CAMPANHA (0=VOLTAR): ".
           ACCEPT  (04, 22) CAMCODIGO.
           IF CAMCODIGO = ZEROS
              GO TO MENU-PROMO.
           MOVE "N" TO W-TEMREG
           READ CADCAMPANHA
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMREG
              MOVE "*** CAMPANHA JA CADASTRADA - EDITANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE SPACES TO CAMDESC
              MOVE ZEROS TO CAMDATAINI CAMDATAFIM
              MOVE "A" TO CAMSTATUS.

       CAM-R1.
           DISPLAY (06, 01) "DESCRICAO: ".
           ACCEPT  (06, 12) CAMDESC WITH UPDATE.
           IF CAMDESC = SPACES
              MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAM-R1.

       CAM-R2.
           DISPLAY (07, 01) "VIGENCIA INICIAL (AAAAMMDD): ".
           ACCEPT  (07, 30) CAMDATAINI WITH UPDATE.
           IF CAMDATAINI = ZEROS
              MOVE "*** VIGENCIA INICIAL OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAM-R2.

       CAM-R3.
           DISPLAY (08, 01) "VIGENCIA FINAL (0=SEM FIM): ".
           ACCEPT  (08, 30) CAMDATAFIM WITH UPDATE.
           IF CAMDATAFIM NOT = ZEROS AND CAMDATAFIM < CAMDATAINI
              MOVE "*** VIGENCIA FINAL ANTERIOR A INICIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAM-R3.

       CAM-R4.
           DISPLAY (09, 01) "SITUACAO (A=ATIVA I=INATIVA): ".
           ACCEPT  (09, 31) CAMSTATUS WITH UPDATE.
           IF CAMSTATUS NOT = "A" AND CAMSTATUS NOT = "I"
              MOVE "*** SITUACAO: A OU I ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAM-R4.

       CAM-WR1.
           IF W-TEMREG = "S"
              REWRITE REGCAMPANHA
           ELSE
              WRITE REGCAMPANHA.
           IF ST-ERRO = "00" OR "02"
              MOVE "*** CAMPANHA GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAM-INI.
           MOVE "ERRO NA GRAVACAO DA CAMPANHA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      ****************************************
      * ITENS DA CAMPANHA                    *
      * P = PRODUTO, T = TIPO DE PRODUTO     *
      * PRECO FIXO INFORMADO VALE SOBRE O %  *
      * PERCENTUAL E PRECO ZERO EXCLUEM      *
      ****************************************
      *
       CIT-INI.
           DISPLAY TELAPROMO
           MOVE ZEROS TO CAMCODIGO
           DISPLAY (04, 01) "CAMPANHA (0=VOLTAR): ".
           ACCEPT  (04, 22) CAMCODIGO.
           IF CAMCODIGO = ZEROS
              GO TO MENU-PROMO.
           READ CADCAMPANHA
           IF ST-ERRO NOT = "00"
              MOVE "*** CAMPANHA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CIT-INI.
           DISPLAY (04, 30) CAMDESC.

       CIT-R1.
           DISPLAY (06, 01) LIMPA
           DISPLAY (07, 01) LIMPA
           DISPLAY (08, 01) LIMPA
           DISPLAY (09, 01) LIMPA
           MOVE SPACES TO CITIPO
           DISPLAY (06, 01) "ITEM POR (P=PRODUTO T=TIPO  0=VOLTAR): ".
           ACCEPT  (06, 41) CITIPO.
           IF CITIPO = "0" OR CITIPO = SPACES
              GO TO CIT-INI.
           IF CITIPO NOT = "P" AND CITIPO NOT = "T"
              MOVE "*** INFORME P OU T ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CIT-R1.
           MOVE ZEROS TO CIREF.

       CIT-R2.
           IF CITIPO = "T"
              GO TO CIT-R2T.
           DISPLAY (07, 01) "PRODUTO: ".
           ACCEPT  (07, 10) CIREF.
           MOVE CIREF TO CODIGO
           READ CADPRO
           IF ST-ERRO4 NOT = "00"
              MOVE "* PRODUTO NAO EXISTE, USE O SCP003 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CIT-R2.
           DISPLAY (07, 20) DESC
           GO TO CIT-R3.
       CIT-R2T.
           DISPLAY (07, 01) "TIPO DE PRODUTO (1 A 9): ".
           ACCEPT  (07, 26) CIREF.
           IF CIREF < 1 OR CIREF > 9
              MOVE "*** TIPO DE PRODUTO DE 1 A 9 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CIT-R2T.

       CIT-R3.
           MOVE CAMCODIGO TO CICAMP
           MOVE "N" TO W-TEMREG
           READ CADCAMPITEM
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMREG
           ELSE
              MOVE ZEROS TO CIPERC CIPRECO.
           DISPLAY (08, 01) "DESCONTO (%): ".
           ACCEPT  (08, 15) CIPERC WITH UPDATE.
           IF CIPERC > 99
              MOVE "*** DESCONTO DEVE SER MENOR QUE 100% ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CIT-R3.
           DISPLAY (09, 01) "OU PRECO FIXO: ".
           ACCEPT  (09, 16) CIPRECO WITH UPDATE.
           IF CIPERC = ZEROS AND CIPRECO = ZEROS
              GO TO CIT-DL1.

       CIT-WR1.
           IF W-TEMREG = "S"
              REWRITE REGCAMPITEM
           ELSE
              WRITE REGCAMPITEM.
           IF ST-ERRO2 = "00" OR "02"
              MOVE "*** ITEM DA CAMPANHA GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CIT-R1.
           MOVE "ERRO NA GRAVACAO DO ITEM DA CAMPANHA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       CIT-DL1.
           IF W-TEMREG NOT = "S"
              GO TO CIT-R1.
           DELETE CADCAMPITEM RECORD
           MOVE "*** ITEM EXCLUIDO DA CAMPANHA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CIT-R1.

      *
      ****************************************
      * FAIXAS DE QUANTIDADE DO PRODUTO      *
      * DESCONTO A PARTIR DA QUANTIDADE      *
      * MINIMA; DESCONTO ZERO EXCLUI A FAIXA *
      ****************************************
      *
       FQ-INI.
           DISPLAY TELAPROMO
           MOVE ZEROS TO W-CODPRO
           DISPLAY (04, 01) "PRODUTO (0=VOLTAR): ".
           ACCEPT  (04, 21) W-CODPRO.
           IF W-CODPRO = ZEROS
              GO TO MENU-PROMO.
           MOVE W-CODPRO TO CODIGO
           READ CADPRO
           IF ST-ERRO4 NOT = "00"
              MOVE "* PRODUTO NAO EXISTE, USE O SCP003 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FQ-INI.
           DISPLAY (04, 30) DESC
           PERFORM FQ-LISTA THRU FQ-LISTA-FIM.

       FQ-R1.
           DISPLAY (18, 01) LIMPA
           DISPLAY (19, 01) LIMPA
           MOVE W-CODPRO TO FQCODPRO
           MOVE ZEROS TO FQQTDMIN
           DISPLAY (18, 01) "QUANTIDADE MINIMA (0=VOLTAR): ".
           ACCEPT  (18, 31) FQQTDMIN.
           IF FQQTDMIN = ZEROS
              GO TO FQ-INI.
           MOVE "N" TO W-TEMREG
           READ CADFAIXAQTD
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-TEMREG
           ELSE
              MOVE ZEROS TO FQPERC.

       FQ-R2.
           DISPLAY (19, 01) "DESCONTO (%  0=EXCLUIR): ".
           ACCEPT  (19, 26) FQPERC WITH UPDATE.
           IF FQPERC > 99
              MOVE "*** DESCONTO DEVE SER MENOR QUE 100% ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FQ-R2.
           IF FQPERC = ZEROS
              GO TO FQ-DL1.
           IF W-TEMREG = "S"
              REWRITE REGFAIXAQTD
           ELSE
              WRITE REGFAIXAQTD.
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
              MOVE "ERRO NA GRAVACAO DA FAIXA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** FAIXA GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM FQ-LISTA THRU FQ-LISTA-FIM
           GO TO FQ-R1.

       FQ-DL1.
           IF W-TEMREG NOT = "S"
              GO TO FQ-R1.
           DELETE CADFAIXAQTD RECORD
           MOVE "*** FAIXA EXCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM FQ-LISTA THRU FQ-LISTA-FIM
           GO TO FQ-R1.

      *
      *    FAIXAS JA CADASTRADAS PARA O PRODUTO (LINHAS 06 A 16)
      *
       FQ-LISTA.
           MOVE 06 TO CONLIN.
       FQ-LISTA-LP.
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) LIMPA
           ADD 1 TO CONLIN
           IF CONLIN < 17
              GO TO FQ-LISTA-LP.
           MOVE 05 TO CONLIN
           MOVE W-CODPRO TO FQCODPRO
           MOVE ZEROS TO FQQTDMIN
           START CADFAIXAQTD KEY IS NOT LESS FQCHAVE
           IF ST-ERRO3 NOT = "00"
              GO TO FQ-LISTA-FIM.
       FQ-LISTA-RD.
           READ CADFAIXAQTD NEXT
           IF ST-ERRO3 NOT = "00" OR FQCODPRO NOT = W-CODPRO
              GO TO FQ-LISTA-FIM.
           ADD 1 TO CONLIN
           IF CONLIN > 16
              GO TO FQ-LISTA-FIM.
           MOVE FQQTDMIN TO DETFQQTD
           MOVE FQPERC TO DETFQPERC
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DETFQ
           GO TO FQ-LISTA-RD.
       FQ-LISTA-FIM.
           EXIT.

      *
      ****************************************
      * LISTA OS ITENS DE UMA CAMPANHA       *
      ****************************************
      *
       LISTA-INI.
           DISPLAY TELAPROMO
           MOVE ZEROS TO W-CODCAMP
           DISPLAY (03, 01) "CAMPANHA (0=VOLTAR): ".
           ACCEPT  (03, 22) W-CODCAMP.
           IF W-CODCAMP = ZEROS
              GO TO MENU-PROMO.
           MOVE W-CODCAMP TO CAMCODIGO
           READ CADCAMPANHA
           IF ST-ERRO NOT = "00"
              MOVE "*** CAMPANHA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LISTA-INI.
           DISPLAY (03, 30) CAMDESC
           DISPLAY (04, 01) "VIGENCIA: "
           DISPLAY (04, 11) CAMDATAINI
           DISPLAY (04, 20) "A"
           DISPLAY (04, 22) CAMDATAFIM
           DISPLAY (04, 32) "SITUACAO: "
           DISPLAY (04, 42) CAMSTATUS
           MOVE W-CODCAMP TO CICAMP
           MOVE SPACES TO CITIPO
           MOVE ZEROS TO CIREF
           START CADCAMPITEM KEY IS NOT LESS CICHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO LISTA-FIM.
           MOVE 05 TO CONLIN.

       LISTA-RD1.
           READ CADCAMPITEM NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO LISTA-FIM.
           IF CICAMP NOT = W-CODCAMP
              GO TO LISTA-FIM.
           MOVE CIREF TO DETCIREF
           MOVE CIPERC TO DETCIPERC
           MOVE CIPRECO TO DETCIPREC
           MOVE SPACES TO DETCIDESC
           IF CITIPO = "T"
              MOVE "TIPO    " TO DETCITIPO
           ELSE
              MOVE "PRODUTO " TO DETCITIPO
              MOVE CIREF TO CODIGO
              READ CADPRO
              IF ST-ERRO4 = "00"
                 MOVE DESC TO DETCIDESC.
           ADD 1 TO CONLIN
           IF CONLIN > 20
              DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
              ACCEPT (22, 31) W-OPCAO
              DISPLAY TELAPROMO
              MOVE 03 TO CONLIN.
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DETCI
           GO TO LISTA-RD1.

       LISTA-FIM.
           MOVE "*** FIM DA LISTA DA CAMPANHA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LISTA-INI.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCAMPANHA
           CLOSE CADCAMPITEM
           CLOSE CADFAIXAQTD
           CLOSE CADPRO.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
