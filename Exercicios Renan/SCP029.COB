       PROGRAM-ID. SCP029.
      ************************
      * PROGRAMA PARA BAIXA DE TITULOS DO CONTAS A PAGAR *
      * E ADIANTAMENTO A FORNECEDOR POR PEDIDO            *
      * PAGAMENTO EM CHEQUE: NUMERO DO TALAO DA CONTA E    *
      * IMPRESSAO DO CHEQUE E DA COPIA (ROTINA CHQEMITE)  *
      * TITULO EM PROPOSTA DE PAGAMENTO ATIVA (PROPPAG)   *
      * NAO PODE SER BAIXADO MANUALMENTE                  *
      * CONTA CAIXA/BANCO CONFERIDA NO CTABCO (CTAVER)     *
      * BAIXA E ADIANTAMENTO VAO PARA A TRILHA DO CADAUDIT *
      * (ROTINA AUDPED), USADA NA SEGREGACAO DE FUNCOES    *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-PAR.
      *
           SELECT CADVARCAMB ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS VCCHAVE
                       FILE STATUS IS ST-VC.
      *
           SELECT CADPEDIDO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMPEDIDO
                       FILE STATUS IS ST-PED.
      *
           SELECT CADADIANT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ADICHAVE
                       FILE STATUS IS ST-ADI.
      *
           SELECT CADPROPIT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PICHAVE
                       FILE STATUS IS ST-PI.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 TITSTATUS         PIC X(01).
           03 TITJUROS          PIC 9(09)V99.
           03 TITEMP            PIC 9(02).
           03 TITMOEDA          PIC X(03).
           03 TITVALME          PIC 9(11)V99.
           03 TITPAGOME         PIC 9(11)V99.
           03 TITTAXA           PIC 9(05)V9(06).

       FD CADCAIXA
           LABEL RECORD IS STANDARD
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.

      *    VARIACAO CAMBIAL REALIZADA NA BAIXA (CONTABIL)
      *    VCTIPO: G=GANHO  P=PERDA
       FD CADVARCAMB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVARCAMB.DAT".
       01 REGVARCAMB.
           03 VCCHAVE.
               05 VCDATA        PIC 9(08).
               05 VCSEQ         PIC 9(04).
           03 VCNUMPED          PIC 9(06).
           03 VCSEQTIT          PIC 9(02).
           03 VCCNPJ            PIC 9(14).
           03 VCMOEDA           PIC X(03).
           03 VCVALME           PIC 9(11)V99.
           03 VCTAXAORIG        PIC 9(05)V9(06).
           03 VCTAXAPAG         PIC 9(05)V9(06).
           03 VCVALOR           PIC 9(11)V99.
           03 VCTIPO            PIC X(01).

       FD CADPEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPEDIDO.DAT".
       01 REGPEDIDO.
           03 NUMPEDIDO         PIC 9(06).
           03 PCNPJ             PIC 9(14).
           03 STATUSPEDIDO      PIC X(01).
           03 DATAPEDIDO        PIC 9(08).
           03 DATARECEB         PIC 9(08).
           03 VALORPEDIDO       PIC 9(11)V99.
           03 APROVSTATUS       PIC X(01).
           03 APROVCOD          PIC 9(06).
           03 APROVDATA         PIC 9(08).
           03 DATAPROMET        PIC 9(08).
           03 PCONDPG           PIC 9(03).
           03 PCCUSTO           PIC 9(03).
           03 PCONTRATO         PIC X(01).
           03 PEMP              PIC 9(02).
           03 PMOEDA            PIC X(03).
           03 PTAXA             PIC 9(05)V9(06).

      *    ADIANTAMENTO A FORNECEDOR POR PEDIDO, COMPENSADO NOS
      *    TITULOS DO PEDIDO NA NOTA DE ENTRADA (SCP028)
      *    ADISTATUS: A=EM ABERTO  C=COMPENSADO
       FD CADADIANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADADIANT.DAT".
       01 REGADIANT.
           03 ADICHAVE.
               05 ADINUMPED     PIC 9(06).
               05 ADISEQ        PIC 9(02).
           03 ADICNPJ           PIC 9(14).
           03 ADIDATA           PIC 9(08).
           03 ADIVALOR          PIC 9(11)V99.
           03 ADICOMP           PIC 9(11)V99.
           03 ADIDTCOMP         PIC 9(08).
           03 ADISTATUS         PIC X(01).
           03 ADIEMP            PIC 9(02).
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

       WORKING-STORAGE SECTION.
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
       01 ST-ERRO              PIC X(02) VALUE "00".
       01 ST-CX                PIC X(02) VALUE "00".
       01 W-CONTACX            PIC 9(02) VALUE 01.
       01 W-CTAOK              PIC X(01) VALUE SPACES.
       01 W-CTADESC            PIC X(20) VALUE SPACES.
       01 W-VALORPAG           PIC 9(11)V99 VALUE ZEROS.
       01 W-SALDOTIT           PIC 9(11)V99 VALUE ZEROS.
       01 ST-PAR               PIC X(02) VALUE "00".
       01 W-TOTPAGAR           PIC 9(11)V99 VALUE ZEROS.
       01 W-EXCESSO            PIC 9(09)V99 VALUE ZEROS.
       01 W-PRINCIPAL          PIC 9(11)V99 VALUE ZEROS.
       01 ST-VC                PIC X(02) VALUE "00".
       01 W-TAXAPAG            PIC 9(05)V9(06) VALUE ZEROS.
       01 W-DTCOT              PIC 9(08) VALUE ZEROS.
       01 W-CAMRET             PIC X(02) VALUE SPACES.
       01 W-SALDOME            PIC 9(11)V99 VALUE ZEROS.
       01 W-PAGME              PIC 9(11)V99 VALUE ZEROS.
       01 W-CONTABIL           PIC 9(11)V99 VALUE ZEROS.
       01 W-VARIACAO           PIC S9(11)V99 VALUE ZEROS.
       01 W-TAXAED             PIC ZZZZ9,999999.
       01 W-VARED              PIC -ZZZ.ZZZ.ZZ9,99.
       01 ST-PED               PIC X(02) VALUE "00".
       01 ST-ADI               PIC X(02) VALUE "00".
       01 W-TEMPED             PIC X(01) VALUE SPACES.
       01 W-ADIABERTO          PIC 9(11)V99 VALUE ZEROS.
       01 W-ADISEQ             PIC 9(03) VALUE ZEROS.
       01 W-CHEQUE             PIC X(01) VALUE "N".
       01 W-CHQFUNC            PIC X(01) VALUE SPACES.
       01 W-CHQNUM             PIC 9(06) VALUE ZEROS.
       01 W-CHQCNPJ            PIC 9(14) VALUE ZEROS.
       01 W-CHQDOC             PIC X(10) VALUE SPACES.
       01 W-CHQCXDATA          PIC 9(08) VALUE ZEROS.
       01 W-CHQCXSEQ           PIC 9(04) VALUE ZEROS.
       01 W-CHQRET             PIC X(02) VALUE SPACES.
       01 ST-PI                PIC X(02) VALUE "00".
       01 W-TEMPROP            PIC X(01) VALUE SPACES.
       01 W-EMPROP             PIC X(01) VALUE "N".
       01 W-AUDPROG            PIC X(08) VALUE "SCP029".
       01 W-AUDPED             PIC 9(06) VALUE ZEROS.
       01 W-AUDTXT             PIC X(30) VALUE SPACES.

       SCREEN SECTION.
       01  TELABAIXA.
              OPEN OUTPUT CADCAIXA
              CLOSE CADCAIXA
              OPEN I-O CADCAIXA.
           OPEN I-O CADVARCAMB
           IF ST-VC = "30"
              OPEN OUTPUT CADVARCAMB
              CLOSE CADVARCAMB
              OPEN I-O CADVARCAMB.
           OPEN INPUT CADPEDIDO
           IF ST-PED = "00"
              MOVE "S" TO W-TEMPED.
           OPEN I-O CADADIANT
           IF ST-ADI = "30"
              OPEN OUTPUT CADADIANT
              CLOSE CADADIANT
              OPEN I-O CADADIANT.
           OPEN INPUT CADPROPIT
           IF ST-PI = "00"
              MOVE "S" TO W-TEMPROP.

       MENU-BAIXA.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 01) "***** PAGAMENTOS A FORNECEDOR *****"
           DISPLAY (04, 01) "1 - BAIXA DE TITULOS A PAGAR"
           DISPLAY (05, 01) "2 - ADIANTAMENTO A FORNECEDOR"
           DISPLAY (06, 01) "0 - SAIR"
           DISPLAY (08, 01) "OPCAO: ".
           ACCEPT  (08, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO INICIO.
           IF W-OPCAO = "2"
              GO TO ADI-INICIO.
           GO TO MENU-BAIXA.

       INICIO.
           MOVE ZEROS TO TITNUMPED TITSEQ TITCNPJ TITVALOR
       R0.
           ACCEPT TTITNUMPED
           IF TITNUMPED = ZEROS
               GO TO MENU-BAIXA.

       R1.
           ACCEPT TTITSEQ
              MOVE "*** TITULO JA QUITADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INICIO.
           PERFORM EM-PROPOSTA THRU EM-PROPOSTA-FIM
           IF W-EMPROP = "S"
              MOVE "* TITULO EM PROPOSTA DE PAGAMENTO (PROPPAG) *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INICIO.
           DISPLAY TELABAIXA
           COMPUTE W-SALDOTIT = TITVALOR - TITPAGO
           MOVE "00" TO W-CAMRET
           IF TITMOEDA NOT = SPACES
              PERFORM SALDO-MOEDA THRU SALDO-MOEDA-FIM.
           IF W-CAMRET NOT = "00"
              MOVE "* SEM COTACAO DA MOEDA HOJE - USE O SCP078 *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INICIO.
           DISPLAY (15, 01) "SALDO EM ABERTO: "
           DISPLAY (15, 18) W-SALDOTIT
           MOVE TITNUMPED TO NUMPEDIDO
           PERFORM SOMA-ADIANT THRU SOMA-ADIANT-FIM
           IF W-ADIABERTO > ZEROS
              DISPLAY (18, 01) "ADIANTAMENTO EM ABERTO NO PEDIDO: "
              DISPLAY (18, 35) W-ADIABERTO.
           PERFORM CALC-ENCARGOS THRU CALC-ENCARGOS-FIM.

       R2.
           ACCEPT  (19, 20) W-CONTACX WITH UPDATE.
           IF W-CONTACX = ZEROS
              MOVE 01 TO W-CONTACX.
           CALL "CTAVER" USING W-CONTACX W-CTAOK W-CTADESC
           IF W-CTAOK NOT = "S"
              MOVE "* CONTA CAIXA/BANCO NAO CADASTRADA OU INATIVA *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY (19, 24) W-CTADESC.
           MOVE "N" TO W-CHEQUE
           DISPLAY (20, 01) "PAGAMENTO EM CHEQUE (S/N): ".
           ACCEPT  (20, 28) W-CHEQUE WITH UPDATE.
           IF W-CHEQUE NOT = "S" AND "s"
              MOVE "N" TO W-CHEQUE
              GO TO INC-OPC.
           PERFORM VER-CHEQUE THRU VER-CHEQUE-FIM
           IF W-CHQRET NOT = "00"
              GO TO R3.
           DISPLAY (20, 32) "CHEQUE NUMERO: "
           DISPLAY (20, 47) W-CHQNUM.

       INC-OPC.
                MOVE "S" TO W-OPCAO
           ELSE
              MOVE ZEROS TO W-EXCESSO
              MOVE W-VALORPAG TO W-PRINCIPAL.
           IF TITMOEDA NOT = SPACES
              PERFORM BAIXA-MOEDA THRU BAIXA-MOEDA-FIM
           ELSE
              ADD W-PRINCIPAL TO TITPAGO.
           IF TITPAGO NOT < TITVALOR
              MOVE "Q" TO TITSTATUS.
           REWRITE REGPAGAR
           IF ST-ERRO = "00" OR ST-ERRO = "02"
              MOVE TITNUMPED TO W-AUDPED
              MOVE SPACES TO W-AUDTXT
              STRING "TITULO " TITSEQ " BAIXADO" DELIMITED BY SIZE
                 INTO W-AUDTXT
              CALL "AUDPED" USING W-AUDPROG W-AUDPED W-AUDTXT
              PERFORM LANCA-CAIXA THRU LANCA-CAIXA-FIM
              IF TITMOEDA NOT = SPACES
                 PERFORM GRAVA-VARIACAO THRU GRAVA-VARIACAO-FIM.
           IF ST-ERRO = "00" OR ST-ERRO = "02"
              IF TITSTATUS = "Q"
                 MOVE "*** TITULO QUITADO ***" TO MENS
           EXIT.
      *
      *****************************************************
      * TITULO EM MOEDA ESTRANGEIRA: O SALDO EM REAIS E   *
      * O SALDO NA MOEDA PELA TAXA DO DIA DO PAGAMENTO    *
      *****************************************************
      *
       SALDO-MOEDA.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           CALL "CAMBIOBX" USING TITMOEDA W-HOJE W-TAXAPAG
                                 W-DTCOT W-CAMRET
           IF W-CAMRET NOT = "00"
              GO TO SALDO-MOEDA-FIM.
           COMPUTE W-SALDOME = TITVALME - TITPAGOME
           COMPUTE W-SALDOTIT ROUNDED = W-SALDOME * W-TAXAPAG
           MOVE W-TAXAPAG TO W-TAXAED
           DISPLAY (14, 01) "SALDO NA MOEDA: "
           DISPLAY (14, 17) TITMOEDA
           DISPLAY (14, 21) W-SALDOME
           DISPLAY (14, 37) "TAXA DO DIA: "
           DISPLAY (14, 50) W-TAXAED.
       SALDO-MOEDA-FIM.
           EXIT.
      *
      *****************************************************
      * BAIXA NA MOEDA: O PRINCIPAL PAGO EM REAIS QUITA   *
      * PRINCIPAL / TAXA DO DIA NA MOEDA, QUE VALIA PELA  *
      * TAXA DO TITULO (TITTAXA) O VALOR CONTABILIZADO.   *
      * A DIFERENCA E A VARIACAO CAMBIAL REALIZADA        *
      *****************************************************
      *
       BAIXA-MOEDA.
           IF W-PRINCIPAL NOT < W-SALDOTIT
              MOVE W-SALDOME TO W-PAGME
              COMPUTE W-CONTABIL = TITVALOR - TITPAGO
           ELSE
              COMPUTE W-PAGME ROUNDED = W-PRINCIPAL / W-TAXAPAG
              COMPUTE W-CONTABIL ROUNDED = W-PAGME * TITTAXA.
           IF W-PAGME > W-SALDOME
              MOVE W-SALDOME TO W-PAGME.
           IF W-CONTABIL > TITVALOR - TITPAGO
              COMPUTE W-CONTABIL = TITVALOR - TITPAGO.
           COMPUTE W-VARIACAO = W-PRINCIPAL - W-CONTABIL
           ADD W-CONTABIL TO TITPAGO
           ADD W-PAGME TO TITPAGOME
           IF TITPAGOME NOT < TITVALME
              MOVE "Q" TO TITSTATUS.
           MOVE W-VARIACAO TO W-VARED
           DISPLAY (21, 01) "VARIACAO CAMBIAL (+PERDA -GANHO): "
           DISPLAY (21, 36) W-VARED.
       BAIXA-MOEDA-FIM.
           EXIT.
      *
      *****************************************************
      * GRAVA A VARIACAO CAMBIAL DA BAIXA (PROX. SEQ.)    *
      *****************************************************
      *
       GRAVA-VARIACAO.
           IF W-VARIACAO = ZEROS
              GO TO GRAVA-VARIACAO-FIM.
           MOVE TITNUMPED TO VCNUMPED
           MOVE TITSEQ TO VCSEQTIT
           MOVE TITCNPJ TO VCCNPJ
           MOVE TITMOEDA TO VCMOEDA
           MOVE W-PAGME TO VCVALME
           MOVE TITTAXA TO VCTAXAORIG
           MOVE W-TAXAPAG TO VCTAXAPAG
           IF W-VARIACAO > ZEROS
              MOVE "P" TO VCTIPO
              MOVE W-VARIACAO TO VCVALOR
           ELSE
              MOVE "G" TO VCTIPO
              COMPUTE VCVALOR = ZEROS - W-VARIACAO.
           ACCEPT VCDATA FROM DATE YYYYMMDD
           MOVE ZEROS TO VCSEQ.
       GRAVA-VARIACAO-WR.
           ADD 1 TO VCSEQ
           IF VCSEQ > 9999
              GO TO GRAVA-VARIACAO-FIM.
           WRITE REGVARCAMB
           IF ST-VC = "22"
              GO TO GRAVA-VARIACAO-WR.
       GRAVA-VARIACAO-FIM.
           EXIT.
      *
      *****************************************************
      * MONTA E LANCA A SAIDA DE CAIXA DO PAGAMENTO       *
      *****************************************************
      *
           MOVE TITSEQ TO CXDOC(8:2)
           MOVE W-VALORPAG TO CXVALOR
           MOVE "N" TO CXCONC
           PERFORM GRAVA-CAIXA THRU GRAVA-CAIXA-FIM
           IF W-CHEQUE = "S"
              PERFORM EMITE-CHEQUE THRU EMITE-CHEQUE-FIM.
       LANCA-CAIXA-FIM.
           EXIT.
      *
           ADD 1 TO CXSEQ
           IF CXSEQ > 9999
              GO TO GRAVA-CAIXA-FIM.
           MOVE CXDATA TO W-CHQCXDATA
           MOVE CXSEQ TO W-CHQCXSEQ
           MOVE CXCNPJ TO W-CHQCNPJ
           MOVE CXDOC TO W-CHQDOC
           WRITE REGCAIXA
           IF ST-CX = "22"
              GO TO GRAVA-CAIXA-WR.
       GRAVA-CAIXA-FIM.
           EXIT.
      *
      *****************************************************
      * PROXIMO CHEQUE DO TALAO DA CONTA W-CONTACX        *
      * (SO CONSULTA - O NUMERO E USADO NA EMISSAO)       *
      *****************************************************
      *
       VER-CHEQUE.
           MOVE "S" TO W-CHEQUE
           MOVE "V" TO W-CHQFUNC
           CALL "CHQEMITE" USING W-CHQFUNC W-CONTACX W-CHQNUM
                                 W-VALORPAG W-PRINCIPAL W-CHQCNPJ
                                 W-CHQDOC W-CHQCXDATA W-CHQCXSEQ
                                 W-CHQRET
           IF W-CHQRET NOT = "00"
              MOVE "N" TO W-CHEQUE
              MOVE "* CONTA SEM TALAO DE CHEQUES ATIVO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-CHEQUE-FIM.
           EXIT.
      *
      *****************************************************
      * EMITE E IMPRIME O CHEQUE DA SAIDA DE CAIXA        *
      * RECEM GRAVADA (CHEQUE E COPIA VAO PARA O SPOOL)   *
      *****************************************************
      *
       EMITE-CHEQUE.
           MOVE "E" TO W-CHQFUNC
           CALL "CHQEMITE" USING W-CHQFUNC W-CONTACX W-CHQNUM
                                 W-VALORPAG W-PRINCIPAL W-CHQCNPJ
                                 W-CHQDOC W-CHQCXDATA W-CHQCXSEQ
                                 W-CHQRET
           IF W-CHQRET NOT = "00"
              MOVE "* CHEQUE NAO EMITIDO - EMITA MANUALMENTE *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-CHEQUE-FIM.
           DISPLAY (21, 01) "CHEQUE EMITIDO NUMERO: "
           DISPLAY (21, 24) W-CHQNUM.
       EMITE-CHEQUE-FIM.
           EXIT.
      *
      *    W-EMPROP = S SE O TITULO ESTA EM PROPOSTA DE PAGAMENTO
      *    AINDA NAO LIQUIDADA (ITEM PENDENTE OU ENVIADO AO BANCO)
      *
       EM-PROPOSTA.
           MOVE "N" TO W-EMPROP
           IF W-TEMPROP NOT = "S"
              GO TO EM-PROPOSTA-FIM.
           MOVE ZEROS TO PINUM PIITEM
           START CADPROPIT KEY IS NOT LESS PICHAVE
           IF ST-PI NOT = "00"
              GO TO EM-PROPOSTA-FIM.
       EM-PROPOSTA-RD.
           READ CADPROPIT NEXT
           IF ST-PI NOT = "00"
              GO TO EM-PROPOSTA-FIM.
           IF PITITNUMPED NOT = TITNUMPED OR PITITSEQ NOT = TITSEQ
              GO TO EM-PROPOSTA-RD.
           IF PISTATUS = "P" OR PISTATUS = "E"
              MOVE "S" TO W-EMPROP
              GO TO EM-PROPOSTA-FIM.
           GO TO EM-PROPOSTA-RD.
       EM-PROPOSTA-FIM.
           EXIT.
      *
      ****************************************
      * ADIANTAMENTO A FORNECEDOR            *
      * SAI DO CAIXA AGORA E FICA EM ABERTO  *
      * ATE A NOTA DE ENTRADA DO PEDIDO      *
      ****************************************
      *
       ADI-INICIO.
           IF W-TEMPED NOT = "S"
              MOVE "*** SEM PEDIDOS CADASTRADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-BAIXA.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "*************** ADIANTAMENTO A FORNECEDOR"
           DISPLAY (01, 43) " ***************"
           MOVE ZEROS TO NUMPEDIDO.

       ADI-R0.
           DISPLAY (03, 01) "PEDIDO DE COMPRA: ".
           ACCEPT  (03, 19) NUMPEDIDO.
           IF NUMPEDIDO = ZEROS
              GO TO MENU-BAIXA.
           READ CADPEDIDO
           IF ST-PED NOT = "00"
              MOVE "*** PEDIDO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADI-R0.
           IF STATUSPEDIDO = "C"
              MOVE "*** PEDIDO CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADI-R0.
           IF APROVSTATUS = "R"
              MOVE "*** PEDIDO REPROVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADI-R0.
           DISPLAY (05, 01) "CNPJ: "
           DISPLAY (05, 07) PCNPJ
           DISPLAY (05, 24) "VALOR DO PEDIDO: "
           DISPLAY (05, 41) VALORPEDIDO
           IF PMOEDA NOT = SPACES
              DISPLAY (05, 56) PMOEDA.
           PERFORM SOMA-ADIANT THRU SOMA-ADIANT-FIM
           DISPLAY (07, 01) "JA ADIANTADO EM ABERTO: "
           DISPLAY (07, 25) W-ADIABERTO.

       ADI-R1.
           MOVE ZEROS TO W-VALORPAG
           DISPLAY (09, 01) "VALOR DO ADIANTAMENTO: ".
           ACCEPT  (09, 24) W-VALORPAG WITH UPDATE.
           IF W-VALORPAG = ZEROS
              MOVE "*** ADIANTAMENTO CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADI-INICIO.

       ADI-R2.
           MOVE 01 TO W-CONTACX
           DISPLAY (11, 01) "CONTA CAIXA/BANCO: ".
           ACCEPT  (11, 20) W-CONTACX WITH UPDATE.
           IF W-CONTACX = ZEROS
              MOVE 01 TO W-CONTACX.
           CALL "CTAVER" USING W-CONTACX W-CTAOK W-CTADESC
           IF W-CTAOK NOT = "S"
              MOVE "* CONTA CAIXA/BANCO NAO CADASTRADA OU INATIVA *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADI-R2.
           DISPLAY (11, 24) W-CTADESC.
           MOVE "N" TO W-CHEQUE
           DISPLAY (12, 01) "PAGAMENTO EM CHEQUE (S/N): ".
           ACCEPT  (12, 28) W-CHEQUE WITH UPDATE.
           IF W-CHEQUE NOT = "S" AND "s"
              MOVE "N" TO W-CHEQUE
              GO TO ADI-OPC.
           PERFORM VER-CHEQUE THRU VER-CHEQUE-FIM
           IF W-CHQRET NOT = "00"
              GO TO ADI-R2.
           DISPLAY (12, 32) "CHEQUE NUMERO: "
           DISPLAY (12, 47) W-CHQNUM.

       ADI-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRMA (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ADIANTAMENTO CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ADI-INICIO.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ADI-OPC.
           MOVE NUMPEDIDO TO ADINUMPED
           MOVE PCNPJ TO ADICNPJ
           ACCEPT ADIDATA FROM DATE YYYYMMDD
           MOVE W-VALORPAG TO ADIVALOR
           MOVE ZEROS TO ADICOMP ADIDTCOMP
           MOVE "A" TO ADISTATUS
           MOVE PEMP TO ADIEMP.

       ADI-WR1.
           ADD 1 TO W-ADISEQ
           IF W-ADISEQ > 99
              MOVE "* LIMITE DE ADIANTAMENTOS DO PEDIDO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADI-INICIO.
           MOVE W-ADISEQ TO ADISEQ
           WRITE REGADIANT
           IF ST-ADI = "22"
              GO TO ADI-WR1.
           IF ST-ADI NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ADIANTAMENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE ADINUMPED TO W-AUDPED
           MOVE SPACES TO W-AUDTXT
           STRING "ADIANTAMENTO " ADISEQ " PAGO" DELIMITED BY SIZE
              INTO W-AUDTXT
           CALL "AUDPED" USING W-AUDPROG W-AUDPED W-AUDTXT
           MOVE W-CONTACX TO CXCONTA
           MOVE "S" TO CXTIPO
           MOVE PCNPJ TO CXCNPJ
           MOVE SPACES TO CXDOC
           MOVE "A" TO CXDOC(1:1)
           MOVE ADINUMPED TO CXDOC(2:6)
           MOVE ADISEQ TO CXDOC(8:2)
           MOVE W-VALORPAG TO CXVALOR
           MOVE "N" TO CXCONC
           PERFORM GRAVA-CAIXA THRU GRAVA-CAIXA-FIM
           IF W-CHEQUE = "S"
              MOVE W-VALORPAG TO W-PRINCIPAL
              PERFORM EMITE-CHEQUE THRU EMITE-CHEQUE-FIM.
           MOVE "*** ADIANTAMENTO REGISTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ADI-INICIO.
      *
      *****************************************************
      * SALDO ADIANTADO EM ABERTO DO PEDIDO NUMPEDIDO E   *
      * ULTIMA SEQUENCIA DE ADIANTAMENTO USADA            *
      *****************************************************
      *
       SOMA-ADIANT.
           MOVE ZEROS TO W-ADIABERTO W-ADISEQ
           MOVE NUMPEDIDO TO ADINUMPED
           MOVE ZEROS TO ADISEQ
           START CADADIANT KEY IS NOT LESS ADICHAVE
           IF ST-ADI NOT = "00"
              GO TO SOMA-ADIANT-FIM.
       SOMA-ADIANT-RD.
           READ CADADIANT NEXT
           IF ST-ADI NOT = "00"
              GO TO SOMA-ADIANT-FIM.
           IF ADINUMPED NOT = NUMPEDIDO
              GO TO SOMA-ADIANT-FIM.
           MOVE ADISEQ TO W-ADISEQ
           IF ADISTATUS = "A"
              COMPUTE W-ADIABERTO = W-ADIABERTO + ADIVALOR - ADICOMP.
           GO TO SOMA-ADIANT-RD.
       SOMA-ADIANT-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADPAGAR
           CLOSE CADPEDIDO
           CLOSE CADADIANT
           CLOSE CADVARCAMB
           CLOSE CADCAIXA.
           IF W-TEMPROP = "S"
              CLOSE CADPROPIT.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
