       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIGEX.
      *******************************
      * EXTRATO MENSAL DA CONSIGNACAO POR FORNECEDOR             *
      * LISTA AS ENTRADAS, OS CONSUMOS (QUE VIRARAM COMPRA, COM O *
      * PEDIDO GERADO) E AS DEVOLUCOES DA COMPETENCIA (CADCONSMOV)*
      * E A POSICAO ATUAL DO CONSIGNADO (CADCONSIG). INFORMANDO O *
      * VALOR DA FATURA DO FORNECEDOR, MOSTRA A DIFERENCA CONTRA O*
      * CONSUMO APURADO. SAIDA NO CONSIGEX.TXT (SPOOL)            *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADFOR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CNPJ
                       ALTERNATE RECORD KEY IS NOMEFANTASIA
                       WITH DUPLICATES
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADPRO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       FILE STATUS IS ST-ERRO2
                       ALTERNATE RECORD KEY IS DESC
                                   WITH DUPLICATES
                       ALTERNATE RECORD KEY IS BARRAS
                                   WITH DUPLICATES.
      *
       SELECT CADCONSIG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CSGCHAVE
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT CADCONSMOV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CMVCHAVE
                       FILE STATUS IS ST-ERRO4.
      *
       SELECT RELEXT ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADFOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFOR.DAT".
       01 REGFOR.
           03 CNPJ              PIC 9(14).
           03 RAZAOSOCIAL       PIC X(35).
           03 NOMEFANTASIA      PIC X(12).
           03 FCEP              PIC 9(09).
           03 NUMERO            PIC 9(05).
           03 COMPL             PIC X(12).
           03 DDD               PIC 9(02).
           03 TEL               PIC 9(09).
           03 EMAIL             PIC X(35).
           03 RAMO              PIC 9(01).
           03 RAMOTXT           PIC X(20).
           03 STATUSFOR         PIC X(01).
           03 DATABAIXA         PIC 9(08).
           03 DATAULTALT        PIC 9(08).

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

       FD CADCONSIG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONSIG.DAT".
       01 REGCONSIG.
           03 CSGCHAVE.
               05 CSGCODPRO     PIC 9(06).
               05 CSGCNPJ       PIC 9(14).
           03 CSGPRECO          PIC 9(09)V99.
           03 CSGQTD            PIC 9(08).
           03 CSGDATA           PIC 9(08).

       FD CADCONSMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONSMOV.DAT".
       01 REGCONSMOV.
           03 CMVCHAVE.
               05 CMVCNPJ       PIC 9(14).
               05 CMVDATA       PIC 9(08).
               05 CMVSEQ        PIC 9(04).
           03 CMVCODPRO         PIC 9(06).
           03 CMVTIPO           PIC X(01).
           03 CMVQTD            PIC 9(08).
           03 CMVPRECO          PIC 9(09)V99.
           03 CMVVALOR          PIC 9(11)V99.
           03 CMVNUMPED         PIC 9(06).
           03 CMVORIGEM         PIC X(20).

       FD RELEXT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONSIGEX.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-G REDEFINES W-COMPET.
           03 W-CMES     PIC 9(02).
           03 W-CANO     PIC 9(04).
       01 W-DTINI        PIC 9(08) VALUE ZEROS.
       01 W-DTFIM        PIC 9(08) VALUE ZEROS.
       01 W-CNPJ         PIC 9(14) VALUE ZEROS.
       01 W-FORATU       PIC 9(14) VALUE ZEROS.
       01 W-FATURA       PIC 9(11)V99 VALUE ZEROS.
       01 W-DIFER        PIC S9(11)V99 VALUE ZEROS.
       01 W-CABOK        PIC X(01) VALUE "N".
       01 W-POSOK        PIC X(01) VALUE "N".
       01 W-QTDENT       PIC 9(09) VALUE ZEROS.
       01 W-QTDCON       PIC 9(09) VALUE ZEROS.
       01 W-QTDDEV       PIC 9(09) VALUE ZEROS.
       01 W-VALCON       PIC 9(11)V99 VALUE ZEROS.
       01 W-QTDEST       PIC 9(09) VALUE ZEROS.
       01 W-VALEST       PIC 9(11)V99 VALUE ZEROS.
       01 W-VALPOS       PIC 9(11)V99 VALUE ZEROS.
       01 W-QTDFOR       PIC 9(05) VALUE ZEROS.
       01 W-TOTGER       PIC 9(13)V99 VALUE ZEROS.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 FILLER    PIC X(43) VALUE
              "EXTRATO DE CONSIGNACAO - COMPETENCIA: ".
           03 CABMES    PIC 99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "/".
           03 CABANO    PIC 9(04) VALUE ZEROS.
           03 FILLER    PIC X(10) VALUE "  EMISSAO ".
           03 CABHOJE   PIC 9(08) VALUE ZEROS.

       01 CAB2.
           03 FILLER    PIC X(12) VALUE "FORNECEDOR: ".
           03 CABCNPJ   PIC 9(14) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 CABRAZAO  PIC X(35) VALUE SPACES.

       01 CAB3.
           03 FILLER    PIC X(40) VALUE
              "DATA     T PRODUT DESCRICAO             ".
           03 FILLER    PIC X(39) VALUE
              "    QTD PRECO UNIT        VALOR PEDIDO".

       01 CAB4.
           03 FILLER    PIC X(40) VALUE
              "T: E=ENTRADA C=CONSUMO (VIROU COMPRA) D=".
           03 FILLER    PIC X(20) VALUE
              "DEVOLUCAO".

       01 CAB5.
           03 FILLER    PIC X(40) VALUE
              "POSICAO ATUAL DO CONSIGNADO             ".

       01 DET1.
           03 DETDATA   PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETTIPO   PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCOD    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETDESC   PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETQTD    PIC ZZZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETPRECO  PIC ZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETVALOR  PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETPED    PIC ZZZZZ9 VALUE ZEROS.

       01 TOT1.
           03 FILLER    PIC X(10) VALUE "ENTRADAS: ".
           03 TOTENT    PIC ZZZZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(13) VALUE "  CONSUMIDO: ".
           03 TOTCON    PIC ZZZZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(13) VALUE "  DEVOLVIDO: ".
           03 TOTDEV    PIC ZZZZZZZZ9 VALUE ZEROS.

       01 TOT2.
           03 FILLER    PIC X(33) VALUE
              "A PAGAR PELO CONSUMO DO MES....: ".
           03 TOTVALCON PIC ZZZZZZZZZZ9,99 VALUE ZEROS.

       01 TOT3.
           03 FILLER    PIC X(33) VALUE
              "CONSIGNADO EM ESTOQUE (QTD/VAL): ".
           03 TOTQTDEST PIC ZZZZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 TOTVALEST PIC ZZZZZZZZZZ9,99 VALUE ZEROS.

       01 TOT4.
           03 FILLER    PIC X(22) VALUE "FATURA DO FORNECEDOR: ".
           03 TOTFAT    PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(13) VALUE "  DIFERENCA: ".
           03 TOTDIF    PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.

       01 TOT5.
           03 FILLER    PIC X(33) VALUE
              "TOTAL A PAGAR (TODOS)..........: ".
           03 TOTGER    PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.

       SCREEN SECTION.

       01  TELAEXT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   EXTRATO DA".
           05  LINE 02  COLUMN 43
               VALUE  " CONSIGNACAO  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN INPUT CADCONSMOV
           IF ST-ERRO4 NOT = "00"
              MOVE "SEM CONSIGNACAO REGISTRADA - USE O SCP010" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADCONSIG
           IF ST-ERRO3 NOT = "00"
              MOVE "SEM CONSIGNACAO REGISTRADA - USE O SCP010" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCONSMOV
              GO TO ROT-FIM2.
           OPEN INPUT CADFOR
           OPEN INPUT CADPRO
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       R0.
           DISPLAY TELAEXT
           MOVE ZEROS TO W-COMPET W-CNPJ W-FATURA
           DISPLAY (04, 01) "COMPETENCIA (MMAAAA  0=SAIR): ".
           ACCEPT  (04, 32) W-COMPET.
           IF W-COMPET = ZEROS
              GO TO ROT-FIM.
           IF W-CMES < 01 OR W-CMES > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           COMPUTE W-DTINI = (W-CANO * 10000) + (W-CMES * 100) + 1
           COMPUTE W-DTFIM = (W-CANO * 10000) + (W-CMES * 100) + 31.

       R1.
           DISPLAY (05, 01) "CNPJ DO FORNECEDOR (0=TODOS): ".
           ACCEPT  (05, 32) W-CNPJ.
           IF W-CNPJ = ZEROS
              GO TO EXT-INI.
           MOVE W-CNPJ TO CNPJ
           READ CADFOR
           IF ST-ERRO NOT = "00"
              MOVE "* CNPJ NAO EXISTE, USE O SCP002 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (06, 01) RAZAOSOCIAL.

      *    A CONFERENCIA DA FATURA SO VALE PARA UM FORNECEDOR
       R2.
           DISPLAY (07, 01) "VALOR DA FATURA (0=SEM CONFERENCIA): ".
           ACCEPT  (07, 38) W-FATURA.

      *
      ****************************************
      * GERACAO DO EXTRATO                   *
      ****************************************
      *
       EXT-INI.
           MOVE ZEROS TO W-QTDFOR W-TOTGER
           OPEN OUTPUT RELEXT
           MOVE W-CMES TO CABMES
           MOVE W-CANO TO CABANO
           MOVE W-HOJE TO CABHOJE
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM CAB4
           IF W-CNPJ = ZEROS
              GO TO EXT-TODOS.
           MOVE W-CNPJ TO W-FORATU
           PERFORM EXT-FORNEC THRU EXT-FORNEC-FIM
           GO TO EXT-FIM.

      *    UM BLOCO POR FORNECEDOR QUE JA TEVE CONSIGNACAO
       EXT-TODOS.
           MOVE ZEROS TO CMVCNPJ CMVDATA CMVSEQ
           START CADCONSMOV KEY IS NOT LESS CMVCHAVE
           IF ST-ERRO4 NOT = "00"
              GO TO EXT-FIM.
       EXT-TODOS-RD.
           READ CADCONSMOV NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO EXT-FIM.
           MOVE CMVCNPJ TO W-FORATU
           PERFORM EXT-FORNEC THRU EXT-FORNEC-FIM
           MOVE W-FORATU TO CMVCNPJ
           MOVE 99999999 TO CMVDATA
           MOVE 9999 TO CMVSEQ
           START CADCONSMOV KEY IS GREATER CMVCHAVE
           IF ST-ERRO4 NOT = "00"
              GO TO EXT-FIM.
           GO TO EXT-TODOS-RD.

       EXT-FIM.
           IF W-CNPJ = ZEROS
              MOVE SPACES TO REGREL
              WRITE REGREL
              MOVE W-TOTGER TO TOTGER
              WRITE REGREL FROM TOT5.
           CLOSE RELEXT
      *    O IMPRESSO VAI PARA O SPOOL CENTRAL (SCP067)
           MOVE "CONSIGEX" TO W-SPPROG
           MOVE "CONSIGEX.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (09, 01) "FORNECEDORES NO EXTRATO: "
           DISPLAY (09, 26) W-QTDFOR
           MOVE W-TOTGER TO TOTGER
           DISPLAY (10, 01) TOT5
           MOVE "*** EXTRATO GRAVADO EM CONSIGEX.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
           ACCEPT  (22, 31) W-OPCAO
           GO TO R0.

      *
      ****************************************************
      * BLOCO DE UM FORNECEDOR: MOVIMENTO DA COMPETENCIA *
      * E POSICAO ATUAL; O CABECALHO SO SAI SE HOUVER    *
      * ALGUMA LINHA PARA ELE                            *
      ****************************************************
      *
       EXT-FORNEC.
           MOVE "N" TO W-CABOK W-POSOK
           MOVE ZEROS TO W-QTDENT W-QTDCON W-QTDDEV W-VALCON
           MOVE ZEROS TO W-QTDEST W-VALEST
           MOVE W-FORATU TO CMVCNPJ
           MOVE W-DTINI TO CMVDATA
           MOVE ZEROS TO CMVSEQ
           START CADCONSMOV KEY IS NOT LESS CMVCHAVE
           IF ST-ERRO4 NOT = "00"
              GO TO EXT-POS.
       EXT-MOV-RD.
           READ CADCONSMOV NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO EXT-POS.
           IF CMVCNPJ NOT = W-FORATU OR CMVDATA > W-DTFIM
              GO TO EXT-POS.
           IF W-CABOK = "N"
              PERFORM CAB-FORNEC THRU CAB-FORNEC-FIM.
           MOVE CMVDATA TO DETDATA
           MOVE CMVTIPO TO DETTIPO
           MOVE CMVCODPRO TO DETCOD
           PERFORM LE-PRODUTO THRU LE-PRODUTO-FIM
           MOVE CMVQTD TO DETQTD
           MOVE CMVPRECO TO DETPRECO
           MOVE CMVVALOR TO DETVALOR
           MOVE CMVNUMPED TO DETPED
           WRITE REGREL FROM DET1
           IF CMVTIPO = "E"
              ADD CMVQTD TO W-QTDENT.
           IF CMVTIPO = "C"
              ADD CMVQTD TO W-QTDCON
              ADD CMVVALOR TO W-VALCON.
           IF CMVTIPO = "D"
              ADD CMVQTD TO W-QTDDEV.
           GO TO EXT-MOV-RD.

      *    O CONSIGNADO E POR PRODUTO: VARRE TUDO ATRAS DO CNPJ
       EXT-POS.
           MOVE ZEROS TO CSGCODPRO CSGCNPJ
           START CADCONSIG KEY IS NOT LESS CSGCHAVE
           IF ST-ERRO3 NOT = "00"
              GO TO EXT-TOT.
       EXT-POS-RD.
           READ CADCONSIG NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO EXT-TOT.
           IF CSGCNPJ NOT = W-FORATU OR CSGQTD = ZEROS
              GO TO EXT-POS-RD.
           IF W-CABOK = "N"
              PERFORM CAB-FORNEC THRU CAB-FORNEC-FIM.
           IF W-POSOK = "N"
              MOVE "S" TO W-POSOK
              MOVE SPACES TO REGREL
              WRITE REGREL
              WRITE REGREL FROM CAB5.
           COMPUTE W-VALPOS ROUNDED = CSGQTD * CSGPRECO
           MOVE CSGDATA TO DETDATA
           MOVE SPACE TO DETTIPO
           MOVE CSGCODPRO TO DETCOD CMVCODPRO
           PERFORM LE-PRODUTO THRU LE-PRODUTO-FIM
           MOVE CSGQTD TO DETQTD
           MOVE CSGPRECO TO DETPRECO
           MOVE W-VALPOS TO DETVALOR
           MOVE ZEROS TO DETPED
           WRITE REGREL FROM DET1
           ADD CSGQTD TO W-QTDEST
           ADD W-VALPOS TO W-VALEST
           GO TO EXT-POS-RD.

       EXT-TOT.
           IF W-CABOK = "N"
              GO TO EXT-FORNEC-FIM.
           ADD 1 TO W-QTDFOR
           ADD W-VALCON TO W-TOTGER
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE W-QTDENT TO TOTENT
           MOVE W-QTDCON TO TOTCON
           MOVE W-QTDDEV TO TOTDEV
           WRITE REGREL FROM TOT1
           MOVE W-VALCON TO TOTVALCON
           WRITE REGREL FROM TOT2
           MOVE W-QTDEST TO TOTQTDEST
           MOVE W-VALEST TO TOTVALEST
           WRITE REGREL FROM TOT3
           IF W-FATURA = ZEROS
              GO TO EXT-FORNEC-FIM.
           COMPUTE W-DIFER = W-FATURA - W-VALCON
           MOVE W-FATURA TO TOTFAT
           MOVE W-DIFER TO TOTDIF
           WRITE REGREL FROM TOT4
           IF W-DIFER NOT = ZEROS
              MOVE "* FATURA DIVERGE DO CONSUMO - VEJA O EXTRATO *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       EXT-FORNEC-FIM.
           EXIT.

       CAB-FORNEC.
           MOVE "S" TO W-CABOK
           MOVE W-FORATU TO CABCNPJ CNPJ
           READ CADFOR
           IF ST-ERRO = "00"
              MOVE RAZAOSOCIAL TO CABRAZAO
           ELSE
              MOVE "** FORNECEDOR NAO CADASTRADO **" TO CABRAZAO.
           MOVE SPACES TO REGREL
           WRITE REGREL
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM CAB3.
       CAB-FORNEC-FIM.
           EXIT.

       LE-PRODUTO.
           MOVE CMVCODPRO TO CODIGO
           READ CADPRO
           IF ST-ERRO2 = "00"
              MOVE DESC TO DETDESC
           ELSE
              MOVE SPACES TO DETDESC.
       LE-PRODUTO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADCONSMOV
           CLOSE CADCONSIG
           CLOSE CADFOR
           CLOSE CADPRO.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 13) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
              GO TO ROT-MENS2
           ELSE
              DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-MENS.
      *

      *---------------------*** FIM DE PROGRAMA ***--------------------*
