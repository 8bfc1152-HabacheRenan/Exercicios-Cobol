       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGRET.
      *******************************
      * PROGRAMA PARA PROCESSAR O RETORNO DO BANCO DA REMESSA   *
      * DE PAGAMENTO A FORNECEDORES (PAGREM)                    *
      * PAGO (C): BAIXA O TITULO NO CADPAGAR COMO O SCP029 -    *
      * O QUE PASSAR DO SALDO FICA NOS ENCARGOS (TITJUROS) - E  *
      * LANCA A SAIDA NO CADCAIXA NA CONTA DA PROPOSTA E NA     *
      * DATA DO PAGAMENTO INFORMADA PELO BANCO                  *
      * REJEITADO (R): O TITULO VOLTA A FICAR LIVRE             *
      * PROPOSTA SEM ITENS PENDENTES DE RETORNO E FINALIZADA    *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADPROPPG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PPNUM
                       FILE STATUS IS ST-PP.
      *
       SELECT CADPROPIT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PICHAVE
                       FILE STATUS IS ST-PI.
      *
       SELECT CADPAGAR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TITCHAVE
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADCAIXA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CXCHAVE
                       FILE STATUS IS ST-CX.
      *
       SELECT PAGRETS ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-ERRO.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADPROPPG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPROPPG.DAT".
       01 REGPROPPG.
           03 PPNUM             PIC 9(06).
           03 PPDATA            PIC 9(08).
           03 PPVENCATE         PIC 9(08).
           03 PPDTPAG           PIC 9(08).
           03 PPCONTA           PIC 9(02).
           03 PPEMP             PIC 9(02).
           03 PPSTATUS          PIC X(01).
           03 PPQTD             PIC 9(04).
           03 PPTOTAL           PIC 9(13)V99.
           03 PPOPER            PIC 9(06).
           03 PPAPROV           PIC 9(06).
           03 PPDTAPROV         PIC 9(08).
           03 PPDTREM           PIC 9(08).
      *
       FD CADPROPIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPROPIT.DAT".
       01 REGPROPIT.
           03 PICHAVE.
               05 PINUM         PIC 9(06).
               05 PIITEM        PIC 9(04).
           03 PITITNUMPED       PIC 9(06).
           03 PITITSEQ          PIC 9(02).
           03 PICNPJ            PIC 9(14).
           03 PIVENCTO          PIC 9(08).
           03 PIVALOR           PIC 9(11)V99.
           03 PIFORMA           PIC X(01).
           03 PISTATUS          PIC X(01).
           03 PIVALPAG          PIC 9(11)V99.
           03 PIDTPAG           PIC 9(08).
      *
       FD CADPAGAR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPAGAR.DAT".
       01 REGPAGAR.
           03 TITCHAVE.
               05 TITNUMPED     PIC 9(06).
               05 TITSEQ        PIC 9(02).
           03 TITCNPJ           PIC 9(14).
           03 TITVALOR          PIC 9(11)V99.
           03 TITVENCTO         PIC 9(08).
           03 TITPAGO           PIC 9(11)V99.
           03 TITSTATUS         PIC X(01).
           03 TITJUROS          PIC 9(09)V99.
           03 TITEMP            PIC 9(02).
           03 TITMOEDA          PIC X(03).
           03 TITVALME          PIC 9(11)V99.
           03 TITPAGOME         PIC 9(11)V99.
           03 TITTAXA           PIC 9(05)V9(06).
      *
       FD CADCAIXA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCAIXA.DAT".
       01 REGCAIXA.
           03 CXCHAVE.
               05 CXDATA        PIC 9(08).
               05 CXSEQ         PIC 9(04).
           03 CXCONTA           PIC 9(02).
           03 CXTIPO            PIC X(01).
           03 CXCNPJ            PIC 9(14).
           03 CXDOC             PIC X(10).
           03 CXVALOR           PIC 9(11)V99.
           03 CXCONC            PIC X(01).
      *
      *    RET-TIPO: 1=TRANSFERENCIA 3=BOLETO (COMO NA REMESSA)
      *    RET-STATUS: C=PAGO  R=REJEITADO PELO BANCO
       FD PAGRETS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAGRET.TXT".
       01 REGRETS.
           03 RET-TIPO       PIC X(01).
           03 RET-PROP       PIC 9(06).
           03 RET-ITEM       PIC 9(04).
           03 RET-STATUS     PIC X(01).
           03 RET-DATA       PIC 9(08).
           03 RET-VALOR      PIC 9(11)V99.
           03 FILLER         PIC X(47).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-PP          PIC X(02) VALUE "00".
       01 ST-PI          PIC X(02) VALUE "00".
       01 ST-CX          PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-TOTCONF      PIC 9(06) VALUE ZEROS.
       01 W-TOTREJ       PIC 9(06) VALUE ZEROS.
       01 W-TOTIGN       PIC 9(06) VALUE ZEROS.
       01 W-VALPAG       PIC 9(11)V99 VALUE ZEROS.
       01 W-SALDOTIT     PIC 9(11)V99 VALUE ZEROS.
       01 W-PRINCIPAL    PIC 9(11)V99 VALUE ZEROS.
       01 W-EXCESSO      PIC 9(09)V99 VALUE ZEROS.
       01 W-DTPAG        PIC 9(08) VALUE ZEROS.
       01 W-PENDENTE     PIC X(01) VALUE "N".
       01 W-NUMPROP      PIC 9(06) VALUE ZEROS.
       01 CONLIN         PIC 9(03) VALUE 001.
       01 LIN            PIC 9(03) VALUE ZEROS.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 DET2.
           03 DETTXT    PIC X(11) VALUE SPACES.
           03 DETPROP   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "-".
           03 DETITEM   PIC 9(04) VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " TITULO ".
           03 DETPED    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "/".
           03 DETSEQ    PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(06) VALUE " CNPJ ".
           03 DETCNPJ   PIC 9(14) VALUE ZEROS.

       01 DET3.
           03 FILLER      PIC X(07) VALUE "PAGOS: ".
           03 DETCONF     PIC 9(06) VALUE ZEROS.
           03 FILLER      PIC X(13) VALUE " REJEITADOS: ".
           03 DETREJ      PIC 9(06) VALUE ZEROS.
           03 FILLER      PIC X(12) VALUE " IGNORADOS: ".
           03 DETIGN      PIC 9(06) VALUE ZEROS.

       SCREEN SECTION.

       01  TELARET.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   RETORNO DE".
           05  LINE 02  COLUMN 42
               VALUE  " PAGAMENTO A FORNECEDORES  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADPROPPG
           IF ST-PP NOT = "00"
              MOVE "SEM PROPOSTAS - USE O PROPPAG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O CADPROPIT
           IF ST-PI NOT = "00"
              MOVE "SEM PROPOSTAS - USE O PROPPAG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPROPPG
              GO TO ROT-FIM2.
           OPEN I-O CADPAGAR
           IF ST-ERRO2 NOT = "00"
              MOVE "SEM TITULOS A PAGAR CADASTRADOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPROPPG CADPROPIT
              GO TO ROT-FIM2.
           OPEN I-O CADCAIXA
           IF ST-CX = "30"
              OPEN OUTPUT CADCAIXA
              CLOSE CADCAIXA
              OPEN I-O CADCAIXA.

       INC-OP2.
           OPEN INPUT PAGRETS
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO PAGRET.TXT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPROPPG CADPROPIT CADPAGAR CADCAIXA
              GO TO ROT-FIM2.

       INC-001.
           DISPLAY  TELARET.
           MOVE 03 TO CONLIN.

       PROC-RD1.
           READ PAGRETS
           IF ST-ERRO NOT = "00"
              GO TO PROC-FIM.
           IF RET-TIPO NOT = "1" AND RET-TIPO NOT = "3"
              GO TO PROC-RD1.
           IF RET-STATUS NOT = "C" AND RET-STATUS NOT = "R"
              ADD 1 TO W-TOTIGN
              GO TO PROC-RD1.
           MOVE RET-PROP TO PINUM
           MOVE RET-ITEM TO PIITEM
           READ CADPROPIT
           IF ST-PI NOT = "00"
              ADD 1 TO W-TOTIGN
              GO TO PROC-RD1.
      *    SO O ITEM ENVIADO E AINDA SEM RETORNO E PROCESSADO
           IF PISTATUS NOT = "E"
              ADD 1 TO W-TOTIGN
              GO TO PROC-RD1.
           MOVE PINUM TO PPNUM
           READ CADPROPPG
           IF ST-PP NOT = "00"
              ADD 1 TO W-TOTIGN
              GO TO PROC-RD1.
           IF RET-STATUS = "R"
              GO TO PROC-REJ.
           MOVE PITITNUMPED TO TITNUMPED
           MOVE PITITSEQ TO TITSEQ
           READ CADPAGAR
           IF ST-ERRO2 NOT = "00"
              ADD 1 TO W-TOTIGN
              GO TO PROC-RD1.
           MOVE RET-VALOR TO W-VALPAG
           IF W-VALPAG = ZEROS
              MOVE PIVALOR TO W-VALPAG.
           MOVE RET-DATA TO W-DTPAG
           IF W-DTPAG = ZEROS
              MOVE PPDTPAG TO W-DTPAG.
      *    JA QUITADO POR OUTRA VIA: O BANCO PAGOU ASSIM MESMO -
      *    A SAIDA E LANCADA E O CASO FICA NA TELA PARA COBRANCA
           IF TITSTATUS = "Q"
              MOVE "PAGO 2 VEZ:" TO DETTXT
              PERFORM MOSTRA THRU MOSTRA-FIM
              GO TO PROC-CX.
           COMPUTE W-SALDOTIT = TITVALOR - TITPAGO
           IF W-VALPAG > W-SALDOTIT
              COMPUTE W-EXCESSO = W-VALPAG - W-SALDOTIT
              MOVE W-SALDOTIT TO W-PRINCIPAL
              ADD W-EXCESSO TO TITJUROS
           ELSE
              MOVE W-VALPAG TO W-PRINCIPAL.
           ADD W-PRINCIPAL TO TITPAGO
           IF TITPAGO NOT < TITVALOR
              MOVE "Q" TO TITSTATUS.
           REWRITE REGPAGAR
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "ERRO NA GRAVACAO DA BAIXA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              ADD 1 TO W-TOTIGN
              GO TO PROC-RD1.

       PROC-CX.
           MOVE PPCONTA TO CXCONTA
           MOVE "S" TO CXTIPO
           MOVE PICNPJ TO CXCNPJ
           MOVE SPACES TO CXDOC
           MOVE "P" TO CXDOC(1:1)
           MOVE PITITNUMPED TO CXDOC(2:6)
           MOVE PITITSEQ TO CXDOC(8:2)
           MOVE W-VALPAG TO CXVALOR
           MOVE "N" TO CXCONC
           PERFORM GRAVA-CAIXA THRU GRAVA-CAIXA-FIM
           MOVE "L" TO PISTATUS
           MOVE W-VALPAG TO PIVALPAG
           MOVE W-DTPAG TO PIDTPAG
           REWRITE REGPROPIT
           ADD 1 TO W-TOTCONF
           PERFORM VER-FIM THRU VER-FIM-FIM
           GO TO PROC-RD1.

       PROC-REJ.
           MOVE "R" TO PISTATUS
           REWRITE REGPROPIT
           ADD 1 TO W-TOTREJ
           MOVE "REJEITADO: " TO DETTXT
           PERFORM MOSTRA THRU MOSTRA-FIM
           PERFORM VER-FIM THRU VER-FIM-FIM
           GO TO PROC-RD1.

       PROC-FIM.
           MOVE W-TOTCONF TO DETCONF
           MOVE W-TOTREJ TO DETREJ
           MOVE W-TOTIGN TO DETIGN
           DISPLAY (21, 01) DET3
           MOVE "*** RETORNO PROCESSADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-SOL.
           DISPLAY (22, 01) "TECLE S PARA ENCERRAR: ".
           ACCEPT  (22, 25) W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO ROT-SOL.
           GO TO ROT-FIM.

      *
      *    LINHA DO ITEM NA TELA (REJEITADO OU PAGO EM DUPLICIDADE)
      *
       MOSTRA.
           MOVE PINUM TO DETPROP
           MOVE PIITEM TO DETITEM
           MOVE PITITNUMPED TO DETPED
           MOVE PITITSEQ TO DETSEQ
           MOVE PICNPJ TO DETCNPJ
           ADD 1 TO CONLIN
           IF CONLIN > 20
              MOVE 04 TO CONLIN.
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DET2.
       MOSTRA-FIM.
           EXIT.

      *
      *    PROPOSTA SEM ITEM ENVIADO PENDENTE PASSA A FINALIZADA
      *
       VER-FIM.
           MOVE PINUM TO W-NUMPROP
           MOVE "N" TO W-PENDENTE
           MOVE ZEROS TO PIITEM
           START CADPROPIT KEY IS NOT LESS PICHAVE
           IF ST-PI NOT = "00"
              GO TO VER-FIM-GRV.
       VER-FIM-RD.
           READ CADPROPIT NEXT
           IF ST-PI NOT = "00" OR PINUM NOT = W-NUMPROP
              GO TO VER-FIM-GRV.
           IF PISTATUS = "E" OR PISTATUS = "P"
              MOVE "S" TO W-PENDENTE
              GO TO VER-FIM-GRV.
           GO TO VER-FIM-RD.
       VER-FIM-GRV.
           IF W-PENDENTE = "N"
              MOVE W-NUMPROP TO PPNUM
              READ CADPROPPG
              IF ST-PP = "00"
                 MOVE "F" TO PPSTATUS
                 REWRITE REGPROPPG.
       VER-FIM-FIM.
           EXIT.

      *
      *    LANCA A SAIDA NO LIVRO CAIXA NA DATA DO PAGAMENTO
      *
       GRAVA-CAIXA.
           MOVE W-DTPAG TO CXDATA
           MOVE ZEROS TO CXSEQ.
       GRAVA-CAIXA-WR.
           ADD 1 TO CXSEQ
           IF CXSEQ > 9999
              GO TO GRAVA-CAIXA-FIM.
           WRITE REGCAIXA
           IF ST-CX = "22"
              GO TO GRAVA-CAIXA-WR.
       GRAVA-CAIXA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADPROPPG CADPROPIT CADPAGAR CADCAIXA
           CLOSE PAGRETS.
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
