       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDVEN.
      *******************************
      * PENDENCIAS DE VENDA (BACKORDER) - ATENDIMENTO AO CLIENTE  *
      * LISTA AS VENDAS QUE TINHAM PENDENCIA E JA FORAM TOTALMENTE*
      * ATENDIDAS PELAS ENTRADAS (PRONTAS PARA O ROMANEIO DO      *
      * SCP048) E AS PENDENCIAS QUE AINDA AGUARDAM ESTOQUE, NA    *
      * ORDEM DA VENDA. O IMPRESSO VAI PARA O SPOOL (PENDVEN.TXT) *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADPENDVEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PDCHAVE
                       ALTERNATE RECORD KEY IS PDCODPRO
                                   WITH DUPLICATES
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADVENDA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMVENDA
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADCLI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CLICNPJ
                       ALTERNATE RECORD KEY IS
                       CLINOME WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO3.
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
      *
       SELECT RELPEND ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADPENDVEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPENDVEN.DAT".
       01 REGPENDVEN.
           03 PDCHAVE.
               05 PDNUMVEN      PIC 9(06).
               05 PDNUMLIN      PIC 9(02).
           03 PDCODPRO          PIC 9(06).
           03 PDCNPJ            PIC 9(14).
           03 PDDATA            PIC 9(08).
           03 PDQTDORIG         PIC 9(06).
           03 PDQTDPEND         PIC 9(06).
           03 PDSTATUS          PIC X(01).
           03 PDDATALOC         PIC 9(08).
      *
       FD CADVENDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVENDA.DAT".
       01 REGVENDA.
           03 NUMVENDA          PIC 9(06).
           03 VCLICNPJ          PIC 9(14).
           03 VDATA             PIC 9(08).
           03 VSTATUS           PIC X(01).
           03 VVALOR            PIC 9(11)V99.
           03 VVENDEDOR         PIC 9(06).
           03 VCONDPG           PIC 9(03).
           03 VEMP              PIC 9(02).
      *
       FD CADCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
           03 CLICNPJ           PIC 9(14).
           03 CLINOME           PIC X(30).
           03 CLIFANTASIA       PIC X(12).
           03 CLICEP            PIC 9(09).
           03 CLINUMERO         PIC 9(05).
           03 CLICOMPL          PIC X(12).
           03 CLIDDD            PIC 9(02).
           03 CLITEL            PIC 9(09).
           03 CLIEMAIL          PIC X(35).
           03 STATUSCLI         PIC X(01).
           03 CLIDATABAIXA      PIC 9(08).
           03 CLIDATAULT        PIC 9(08).
           03 CLILIMITE         PIC 9(09)V99.
           03 CLIBLOQ           PIC X(01).
           03 CLIGRUPO          PIC 9(02).
           03 CLIPRIOR          PIC 9(01).
      *
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
           03 DATAULTALT2B      PIC 9(08).
           03 CUSTOMEDIO        PIC 9(09)V99.
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).
      *
       FD RELPEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PENDVEN.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-VENATU       PIC 9(06) VALUE ZEROS.
       01 W-CNPJATU      PIC 9(14) VALUE ZEROS.
       01 W-DATAATU      PIC 9(08) VALUE ZEROS.
       01 W-GRPPEND      PIC X(01) VALUE "N".
       01 W-GRPATEND     PIC X(01) VALUE "N".
       01 W-ULTALOC      PIC 9(08) VALUE ZEROS.
       01 W-LINHAS       PIC 9(03) VALUE ZEROS.
       01 W-QTDPRONTA    PIC 9(05) VALUE ZEROS.
       01 W-QTDABERTA    PIC 9(05) VALUE ZEROS.
       01 W-TOTPEND      PIC 9(09) VALUE ZEROS.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 FILLER    PIC X(40) VALUE
              "PENDENCIAS DE VENDA (BACKORDER)         ".
           03 FILLER    PIC X(09) VALUE "EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CAB2.
           03 FILLER    PIC X(40) VALUE
              "VENDAS ATENDIDAS - PRONTAS PARA SEPARACA".
           03 FILLER    PIC X(20) VALUE
              "O (SCP048)          ".
       01 CAB3.
           03 FILLER    PIC X(40) VALUE
              "VENDA  DATA     CLIENTE                 ".
           03 FILLER    PIC X(39) VALUE
              "       LINHAS ATENDIDA                 ".
       01 CAB4.
           03 FILLER    PIC X(40) VALUE
              "PENDENCIAS AGUARDANDO ESTOQUE           ".
       01 CAB5.
           03 FILLER    PIC X(40) VALUE
              "VENDA  LN DATA     CLIENTE            PR".
           03 FILLER    PIC X(39) VALUE
              "ODUTO DESCRICAO         PEDIDO PENDENTE".
       01 DET1.
           03 DETVEN    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETDATA   PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCLI    PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETLINS   PIC ZZ9 VALUE ZEROS.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 DETALOC   PIC 9(08) VALUE ZEROS.
       01 DET2.
           03 DETVEN2   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETLIN2   PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETDATA2  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCLI2   PIC X(18) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETPRO2   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETDESC2  PIC X(18) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETORIG2  PIC ZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DETPEND2  PIC ZZZZZ9 VALUE ZEROS.
       01 TOT1.
           03 FILLER    PIC X(30) VALUE
              "VENDAS PRONTAS PARA SEPARACAO:".
           03 TOTPRONTA PIC ZZZZ9 VALUE ZEROS.
       01 TOT2.
           03 FILLER    PIC X(30) VALUE
              "LINHAS PENDENTES             :".
           03 TOTABERTA PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(14) VALUE "  QUANTIDADE: ".
           03 TOTQTD    PIC ZZZZZZZZ9 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".
       SCREEN SECTION.
       01  TELAPEND.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   PENDENCIA".
           05  LINE 02  COLUMN 42
               VALUE  "S DE VENDA  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN INPUT CADPENDVEN
           IF ST-ERRO NOT = "00"
              MOVE "NENHUMA VENDA COM PENDENCIA (SCP036)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADVENDA
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO CADVENDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPENDVEN
              GO TO ROT-FIM2.
           OPEN INPUT CADCLI
           OPEN INPUT CADPRO
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       INC-001.
           DISPLAY TELAPEND
           MOVE "S" TO W-OPCAO
           DISPLAY (04, 01) "EMITE O RELATORIO DE PENDENCIAS (S/N): ".
           ACCEPT  (04, 41) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO ROT-FIM.
           DISPLAY (06, 01) "APURANDO PENDENCIAS..."
           OPEN OUTPUT RELPEND
           MOVE ZEROS TO W-QTDPRONTA W-QTDABERTA W-TOTPEND
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM LINSEP
           PERFORM PRONTAS THRU PRONTAS-FIM
           PERFORM ABERTAS THRU ABERTAS-FIM
           CLOSE RELPEND
      *    O IMPRESSO VAI PARA O SPOOL CENTRAL (SCP067)
           MOVE "PENDVEN" TO W-SPPROG
           MOVE "PENDVEN.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (08, 01) "VENDAS PRONTAS PARA SEPARACAO: "
           DISPLAY (08, 32) W-QTDPRONTA
           DISPLAY (09, 01) "LINHAS AINDA PENDENTES       : "
           DISPLAY (09, 32) W-QTDABERTA
           MOVE "*** RELATORIO GERADO E ENVIADO AO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      ****************************************
      * VENDAS COM TODAS AS PENDENCIAS       *
      * ATENDIDAS E AINDA SEM EXPEDICAO      *
      ****************************************
      *
       PRONTAS.
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM CAB3
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO W-VENATU
           MOVE ZEROS TO PDCHAVE
           START CADPENDVEN KEY IS NOT LESS PDCHAVE
           IF ST-ERRO NOT = "00"
              GO TO PRONTAS-TOT.
       PRONTAS-RD.
           READ CADPENDVEN NEXT
           IF ST-ERRO NOT = "00"
              PERFORM QUEBRA-VENDA THRU QUEBRA-VENDA-FIM
              GO TO PRONTAS-TOT.
           IF PDNUMVEN NOT = W-VENATU
              PERFORM QUEBRA-VENDA THRU QUEBRA-VENDA-FIM
              MOVE PDNUMVEN TO W-VENATU
              MOVE PDCNPJ TO W-CNPJATU
              MOVE PDDATA TO W-DATAATU
              MOVE "N" TO W-GRPPEND W-GRPATEND
              MOVE ZEROS TO W-ULTALOC W-LINHAS.
           IF PDSTATUS = "P"
              MOVE "S" TO W-GRPPEND.
           IF PDSTATUS = "A"
              MOVE "S" TO W-GRPATEND
              ADD 1 TO W-LINHAS
              IF PDDATALOC > W-ULTALOC
                 MOVE PDDATALOC TO W-ULTALOC.
           GO TO PRONTAS-RD.
       PRONTAS-TOT.
           WRITE REGREL FROM LINSEP
           MOVE W-QTDPRONTA TO TOTPRONTA
           WRITE REGREL FROM TOT1
           WRITE REGREL FROM LINSEP.
       PRONTAS-FIM.
           EXIT.

      *    FIM DE UMA VENDA: SEM LINHA PENDENTE, COM LINHA ATENDIDA
      *    E AINDA AGUARDANDO EXPEDICAO = PRONTA PARA O ROMANEIO
       QUEBRA-VENDA.
           IF W-VENATU = ZEROS OR W-GRPPEND = "S"
              OR W-GRPATEND NOT = "S"
              GO TO QUEBRA-VENDA-FIM.
           MOVE W-VENATU TO NUMVENDA
           READ CADVENDA
           IF ST-ERRO2 NOT = "00" OR VSTATUS NOT = "F"
              GO TO QUEBRA-VENDA-FIM.
           MOVE W-VENATU TO DETVEN
           MOVE W-DATAATU TO DETDATA
           MOVE W-CNPJATU TO CLICNPJ
           READ CADCLI
           IF ST-ERRO3 = "00"
              MOVE CLINOME TO DETCLI
           ELSE
              MOVE "*** NAO CADASTRADO ***" TO DETCLI.
           MOVE W-LINHAS TO DETLINS
           MOVE W-ULTALOC TO DETALOC
           WRITE REGREL FROM DET1
           ADD 1 TO W-QTDPRONTA.
       QUEBRA-VENDA-FIM.
           EXIT.

      *
      ****************************************
      * LINHAS QUE AINDA AGUARDAM ESTOQUE    *
      ****************************************
      *
       ABERTAS.
           WRITE REGREL FROM CAB4
           WRITE REGREL FROM CAB5
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO PDCHAVE
           START CADPENDVEN KEY IS NOT LESS PDCHAVE
           IF ST-ERRO NOT = "00"
              GO TO ABERTAS-TOT.
       ABERTAS-RD.
           READ CADPENDVEN NEXT
           IF ST-ERRO NOT = "00"
              GO TO ABERTAS-TOT.
           IF PDSTATUS NOT = "P"
              GO TO ABERTAS-RD.
           MOVE PDNUMVEN TO DETVEN2
           MOVE PDNUMLIN TO DETLIN2
           MOVE PDDATA TO DETDATA2
           MOVE PDCNPJ TO CLICNPJ
           READ CADCLI
           IF ST-ERRO3 = "00"
              MOVE CLINOME TO DETCLI2
           ELSE
              MOVE "*** NAO CADASTRADO" TO DETCLI2.
           MOVE PDCODPRO TO DETPRO2 CODIGO
           READ CADPRO
           IF ST-ERRO4 = "00"
              MOVE DESC TO DETDESC2
           ELSE
              MOVE SPACES TO DETDESC2.
           MOVE PDQTDORIG TO DETORIG2
           MOVE PDQTDPEND TO DETPEND2
           WRITE REGREL FROM DET2
           ADD 1 TO W-QTDABERTA
           ADD PDQTDPEND TO W-TOTPEND
           GO TO ABERTAS-RD.
       ABERTAS-TOT.
           WRITE REGREL FROM LINSEP
           MOVE W-QTDABERTA TO TOTABERTA
           MOVE W-TOTPEND TO TOTQTD
           WRITE REGREL FROM TOT2.
       ABERTAS-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADPENDVEN CADVENDA CADCLI CADPRO.
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
