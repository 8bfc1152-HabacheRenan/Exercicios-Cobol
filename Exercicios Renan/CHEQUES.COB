       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUES.
      *******************************
      * CONTROLE DE CHEQUES EMITIDOS POR CONTA BANCARIA         *
      * TALOES (FAIXA DE NUMEROS POR CONTA), CONSULTA DO CHEQUE *
      * COM CANCELAMENTO, INUTILIZACAO E REIMPRESSAO, CHEQUES A *
      * COMPENSAR HA MAIS DE N DIAS E REGISTRO DA CONTA         *
      * A EMISSAO E FEITA NA BAIXA DO SCP029 (ROTINA CHQEMITE)  *
      * E A COMPENSACAO NA CONCILIACAO BANCARIA (BANCOCON)      *
      * CANCELAR UM CHEQUE EMITIDO ESTORNA A SAIDA NO CADCAIXA  *
      * (CXDOC "K") E REABRE O TITULO OU O ADIANTAMENTO PAGO    *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADTALAO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TALCHAVE
                       FILE STATUS IS ST-TAL.
      *
       SELECT CADCHEQUE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CHQCHAVE
                       FILE STATUS IS ST-CHQ.
      *
       SELECT CADCAIXA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CXCHAVE
                       FILE STATUS IS ST-CX.
      *
       SELECT CADPAGAR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TITCHAVE
                       FILE STATUS IS ST-PAG.
      *
       SELECT CADADIANT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ADICHAVE
                       FILE STATUS IS ST-ADI.
      *
       SELECT RELCHQ ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    TALSIT: A=ATIVO  E=ESGOTADO
       FD CADTALAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTALAO.DAT".
       01 REGTALAO.
           03 TALCHAVE.
               05 TALCONTA      PIC 9(02).
               05 TALINI        PIC 9(06).
           03 TALFIM            PIC 9(06).
           03 TALPROX           PIC 9(06).
           03 TALDATA           PIC 9(08).
           03 TALSIT            PIC X(01).
      *
      *    CHQSTATUS: E=EMITIDO  C=COMPENSADO  X=CANCELADO
      *               I=INUTILIZADO (FOLHA EM BRANCO)
       FD CADCHEQUE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCHEQUE.DAT".
       01 REGCHEQUE.
           03 CHQCHAVE.
               05 CHQCONTA      PIC 9(02).
               05 CHQNUM        PIC 9(06).
           03 CHQSTATUS         PIC X(01).
           03 CHQDATA           PIC 9(08).
           03 CHQVALOR          PIC 9(11)V99.
           03 CHQPRINC          PIC 9(11)V99.
           03 CHQCNPJ           PIC 9(14).
           03 CHQFAVOR          PIC X(35).
           03 CHQDOC            PIC X(10).
           03 CHQCXDATA         PIC 9(08).
           03 CHQCXSEQ          PIC 9(04).
           03 CHQDTCOMP         PIC 9(08).
           03 CHQDTCANC         PIC 9(08).
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
       FD RELCHQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHEQUES.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-TAL         PIC X(02) VALUE "00".
       01 ST-CHQ         PIC X(02) VALUE "00".
       01 ST-CX          PIC X(02) VALUE "00".
       01 ST-PAG         PIC X(02) VALUE "00".
       01 ST-ADI         PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-TEMPAG       PIC X(01) VALUE "N".
       01 W-TEMADI       PIC X(01) VALUE "N".
       01 W-CONTA        PIC 9(02) VALUE ZEROS.
       01 W-NUMINI       PIC 9(06) VALUE ZEROS.
       01 W-NUMFIM       PIC 9(06) VALUE ZEROS.
       01 W-NUMCHQ       PIC 9(06) VALUE ZEROS.
       01 W-ACHOU        PIC X(01) VALUE "N".
       01 W-VALED        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-EXCESSO      PIC 9(11)V99 VALUE ZEROS.
       01 W-DIASMIN      PIC 9(04) VALUE ZEROS.
       01 W-DATAINI      PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM      PIC 9(08) VALUE ZEROS.
       01 W-TIPOREL      PIC X(01) VALUE SPACES.
       01 W-QTD          PIC 9(05) VALUE ZEROS.
       01 W-TOTAL        PIC 9(13)V99 VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-HOJE-G REDEFINES W-HOJE.
           03 ANO-HOJE   PIC 9(04).
           03 MES-HOJE   PIC 9(02).
           03 DIA-HOJE   PIC 9(02).
       01 W-DTEMI        PIC 9(08) VALUE ZEROS.
       01 W-DTEMI-G REDEFINES W-DTEMI.
           03 ANO-EMI    PIC 9(04).
           03 MES-EMI    PIC 9(02).
           03 DIA-EMI    PIC 9(02).
       01 W-DIASHOJE     PIC 9(08) VALUE ZEROS.
       01 W-DIASEMI      PIC 9(08) VALUE ZEROS.
       01 W-DIAS         PIC S9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 DETCHQ.
           03 DCCONTA   PIC 99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCNUM     PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCDATA    PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCSIT     PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCDIAS    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCVALOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCFAVOR   PIC X(30) VALUE SPACES.
       01 CAB1.
           03 CABTIT    PIC X(45) VALUE SPACES.
           03 FILLER    PIC X(09) VALUE "EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CAB2.
           03 FILLER    PIC X(40) VALUE
              "CT NUMERO EMISSAO  S  DIAS            VA".
           03 FILLER    PIC X(39) VALUE
              "LOR FAVORECIDO                         ".
       01 TOTLIN.
           03 TLTXT     PIC X(40) VALUE SPACES.
           03 TLVAL     PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".
      *
      *    PARAMETROS DA ROTINA DE EMISSAO (REIMPRESSAO)
       01 W-CHQFUNC      PIC X(01) VALUE SPACES.
       01 W-CHQVALOR     PIC 9(11)V99 VALUE ZEROS.
       01 W-CHQPRINC     PIC 9(11)V99 VALUE ZEROS.
       01 W-CHQCNPJ      PIC 9(14) VALUE ZEROS.
       01 W-CHQDOC       PIC X(10) VALUE SPACES.
       01 W-CHQCXDATA    PIC 9(08) VALUE ZEROS.
       01 W-CHQCXSEQ     PIC 9(04) VALUE ZEROS.
       01 W-CHQRET       PIC X(02) VALUE SPACES.

       SCREEN SECTION.
       01  TELACHQ.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   CONTROLE D".
           05  LINE 02  COLUMN 42
               VALUE  "E CHEQUES  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADTALAO
           IF ST-TAL = "30"
              OPEN OUTPUT CADTALAO
              CLOSE CADTALAO
              OPEN I-O CADTALAO.
           OPEN I-O CADCHEQUE
           IF ST-CHQ = "30"
              OPEN OUTPUT CADCHEQUE
              CLOSE CADCHEQUE
              OPEN I-O CADCHEQUE.
           OPEN I-O CADCAIXA
           IF ST-CX = "30"
              OPEN OUTPUT CADCAIXA
              CLOSE CADCAIXA
              OPEN I-O CADCAIXA.
           IF ST-TAL NOT = "00" OR ST-CHQ NOT = "00"
                                OR ST-CX NOT = "00"
              MOVE "ERRO NA ABERTURA DOS ARQUIVOS DE CHEQUES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "N" TO W-TEMPAG W-TEMADI
           OPEN I-O CADPAGAR
           IF ST-PAG = "00"
              MOVE "S" TO W-TEMPAG.
           OPEN I-O CADADIANT
           IF ST-ADI = "00"
              MOVE "S" TO W-TEMADI.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-CHQ.
           DISPLAY TELACHQ
           DISPLAY (04, 01) "1 - TALOES DE CHEQUES"
           DISPLAY (05, 01) "2 - CONSULTA / CANCELAMENTO / INUTILIZACAO"
           DISPLAY (06, 01) "3 - CHEQUES A COMPENSAR HA MAIS DE N DIAS"
           DISPLAY (07, 01) "4 - REGISTRO DE CHEQUES DA CONTA"
           DISPLAY (08, 01) "0 - SAIR"
           DISPLAY (10, 01) "OPCAO: ".
           ACCEPT  (10, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO TAL-INI.
           IF W-OPCAO = "2"
              GO TO CON-INI.
           IF W-OPCAO = "3"
              MOVE "P" TO W-TIPOREL
              GO TO REL-INI.
           IF W-OPCAO = "4"
              MOVE "R" TO W-TIPOREL
              GO TO REL-INI.
           GO TO MENU-CHQ.

      *
      ************************************************
      * TALOES DE CHEQUES                            *
      ************************************************
      *
       TAL-INI.
           DISPLAY TELACHQ
           DISPLAY (04, 01) "CONTA BANCARIA (0=VOLTAR): ".
           ACCEPT  (04, 28) W-CONTA.
           IF W-CONTA = ZEROS
              GO TO MENU-CHQ.
           PERFORM LISTA-TAL THRU LISTA-TAL-FIM.
       TAL-NUM.
           MOVE ZEROS TO W-NUMINI W-NUMFIM
           DISPLAY (18, 01) "NOVO TALAO - PRIMEIRO NUMERO (0=VOLTAR): ".
           ACCEPT  (18, 43) W-NUMINI.
           IF W-NUMINI = ZEROS
              GO TO TAL-INI.
           DISPLAY (19, 01) "ULTIMO NUMERO: ".
           ACCEPT  (19, 16) W-NUMFIM.
           IF W-NUMFIM < W-NUMINI
              MOVE "*** FAIXA DE NUMEROS INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TAL-NUM.
           PERFORM VER-FAIXA THRU VER-FAIXA-FIM
           IF W-ACHOU = "S"
              MOVE "* FAIXA SOBREPOE OUTRO TALAO DA CONTA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TAL-NUM.
           MOVE "S" TO W-OPCAO
           DISPLAY (20, 01) "GRAVA (S/N): ".
           ACCEPT  (20, 14) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO TAL-INI.
           MOVE W-CONTA TO TALCONTA
           MOVE W-NUMINI TO TALINI TALPROX
           MOVE W-NUMFIM TO TALFIM
           MOVE W-HOJE TO TALDATA
           MOVE "A" TO TALSIT
           WRITE REGTALAO
           IF ST-TAL NOT = "00" AND ST-TAL NOT = "02"
              MOVE "ERRO NA GRAVACAO DO TALAO" TO MENS
           ELSE
              MOVE "*** TALAO GRAVADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO TAL-INI.

      *
      *    TALOES DA CONTA W-CONTA (LINHAS 6 A 16)
      *
       LISTA-TAL.
           DISPLAY (06, 01) "INICIAL  FINAL   PROXIMO CADASTRO SIT"
           MOVE 06 TO W-CONT
           MOVE W-CONTA TO TALCONTA
           MOVE ZEROS TO TALINI
           START CADTALAO KEY IS NOT LESS TALCHAVE
           IF ST-TAL NOT = "00"
              GO TO LISTA-TAL-FIM.
       LISTA-TAL-RD.
           READ CADTALAO NEXT
           IF ST-TAL NOT = "00" OR TALCONTA NOT = W-CONTA
              GO TO LISTA-TAL-FIM.
           ADD 1 TO W-CONT
           IF W-CONT > 16
              GO TO LISTA-TAL-FIM.
           DISPLAY (W-CONT, 01) TALINI
           DISPLAY (W-CONT, 10) TALFIM
           DISPLAY (W-CONT, 18) TALPROX
           DISPLAY (W-CONT, 26) TALDATA
           DISPLAY (W-CONT, 36) TALSIT
           GO TO LISTA-TAL-RD.
       LISTA-TAL-FIM.
           EXIT.

      *
      *    W-ACHOU = S SE W-NUMINI A W-NUMFIM CRUZA OUTRO TALAO
      *
       VER-FAIXA.
           MOVE "N" TO W-ACHOU
           MOVE W-CONTA TO TALCONTA
           MOVE ZEROS TO TALINI
           START CADTALAO KEY IS NOT LESS TALCHAVE
           IF ST-TAL NOT = "00"
              GO TO VER-FAIXA-FIM.
       VER-FAIXA-RD.
           READ CADTALAO NEXT
           IF ST-TAL NOT = "00" OR TALCONTA NOT = W-CONTA
              GO TO VER-FAIXA-FIM.
           IF W-NUMINI > TALFIM OR W-NUMFIM < TALINI
              GO TO VER-FAIXA-RD.
           MOVE "S" TO W-ACHOU.
       VER-FAIXA-FIM.
           EXIT.

      *
      ************************************************
      * CONSULTA DO CHEQUE                           *
      ************************************************
      *
       CON-INI.
           DISPLAY TELACHQ
           DISPLAY (04, 01) "CONTA BANCARIA (0=VOLTAR): ".
           ACCEPT  (04, 28) W-CONTA.
           IF W-CONTA = ZEROS
              GO TO MENU-CHQ.
           DISPLAY (05, 01) "NUMERO DO CHEQUE: ".
           ACCEPT  (05, 19) W-NUMCHQ.
           MOVE W-CONTA TO CHQCONTA
           MOVE W-NUMCHQ TO CHQNUM
           READ CADCHEQUE
           IF ST-CHQ NOT = "00"
              GO TO CON-BRANCO.
           DISPLAY (07, 01) "SITUACAO : "
           IF CHQSTATUS = "E"
              DISPLAY (07, 12) "EMITIDO (A COMPENSAR)".
           IF CHQSTATUS = "C"
              DISPLAY (07, 12) "COMPENSADO EM"
              DISPLAY (07, 26) CHQDTCOMP.
           IF CHQSTATUS = "X"
              DISPLAY (07, 12) "CANCELADO EM"
              DISPLAY (07, 25) CHQDTCANC.
           IF CHQSTATUS = "I"
              DISPLAY (07, 12) "INUTILIZADO EM"
              DISPLAY (07, 27) CHQDATA
              GO TO CON-FIM.
           MOVE CHQVALOR TO W-VALED
           DISPLAY (08, 01) "EMISSAO  : "
           DISPLAY (08, 12) CHQDATA
           DISPLAY (09, 01) "VALOR    : "
           DISPLAY (09, 12) W-VALED
           DISPLAY (10, 01) "FAVORECID: "
           DISPLAY (10, 12) CHQFAVOR
           DISPLAY (11, 01) "CNPJ     : "
           DISPLAY (11, 12) CHQCNPJ
           DISPLAY (12, 01) "DOCUMENTO: "
           DISPLAY (12, 12) CHQDOC
           DISPLAY (13, 01) "MOV.CAIXA: "
           DISPLAY (13, 12) CHQCXDATA
           DISPLAY (13, 21) CHQCXSEQ.
       CON-OPC.
           MOVE SPACE TO W-OPCAO
           IF CHQSTATUS = "E"
              DISPLAY (15, 01) "X=CANCELAR  R=REIMPRIMIR  0=VOLTAR: "
              ACCEPT  (15, 37) W-OPCAO
           ELSE
              DISPLAY (15, 01) "R=REIMPRIMIR  0=VOLTAR: "
              ACCEPT  (15, 25) W-OPCAO.
           IF W-OPCAO = "R" OR "r"
              GO TO CON-REIMP.
           IF (W-OPCAO = "X" OR "x") AND CHQSTATUS = "E"
              GO TO CANC-INI.
           GO TO CON-INI.

       CON-REIMP.
           MOVE "R" TO W-CHQFUNC
           CALL "CHQEMITE" USING W-CHQFUNC W-CONTA W-NUMCHQ W-CHQVALOR
                                 W-CHQPRINC W-CHQCNPJ W-CHQDOC
                                 W-CHQCXDATA W-CHQCXSEQ W-CHQRET
           IF W-CHQRET = "00"
              MOVE "*** CHEQUE ENVIADO AO SPOOL (CHEQUE.TXT) ***"
                                             TO MENS
           ELSE
              MOVE "*** ERRO NA REIMPRESSAO DO CHEQUE ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CON-INI.

      *
      *    NUMERO AINDA NAO USADO: PODE SER INUTILIZADO
      *
       CON-BRANCO.
           MOVE W-NUMCHQ TO W-NUMINI W-NUMFIM
           PERFORM VER-FAIXA THRU VER-FAIXA-FIM
           IF W-ACHOU NOT = "S"
              MOVE "* NUMERO FORA DOS TALOES DA CONTA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CON-INI.
           DISPLAY (07, 01) "FOLHA EM BRANCO (NAO EMITIDA)"
           MOVE "N" TO W-OPCAO
           DISPLAY (09, 01) "INUTILIZA A FOLHA (S/N): ".
           ACCEPT  (09, 26) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO CON-INI.
           MOVE W-CONTA TO CHQCONTA
           MOVE W-NUMCHQ TO CHQNUM
           MOVE "I" TO CHQSTATUS
           MOVE W-HOJE TO CHQDATA
           MOVE ZEROS TO CHQVALOR CHQPRINC CHQCNPJ CHQCXDATA CHQCXSEQ
           MOVE ZEROS TO CHQDTCOMP CHQDTCANC
           MOVE SPACES TO CHQFAVOR CHQDOC
           WRITE REGCHEQUE
           MOVE "*** FOLHA INUTILIZADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CON-INI.

       CON-FIM.
           DISPLAY (15, 01) "TECLE ENTER PARA CONTINUAR..."
           ACCEPT  (15, 31) W-OPCAO
           GO TO CON-INI.

      *
      ************************************************
      * CANCELAMENTO DO CHEQUE EMITIDO               *
      ************************************************
      *
       CANC-INI.
           MOVE "N" TO W-OPCAO
           DISPLAY (17, 01) "CONFIRMA O CANCELAMENTO (S/N): ".
           ACCEPT  (17, 32) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO CON-INI.
           MOVE "X" TO CHQSTATUS
           MOVE W-HOJE TO CHQDTCANC
           REWRITE REGCHEQUE
           IF ST-CHQ NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CHEQUE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CON-INI.
      *    A SAIDA ORIGINAL E O ESTORNO SE ANULAM - NADA A CONCILIAR
           MOVE CHQCXDATA TO CXDATA
           MOVE CHQCXSEQ TO CXSEQ
           READ CADCAIXA
           IF ST-CX = "00"
              MOVE "S" TO CXCONC
              REWRITE REGCAIXA.
           MOVE CHQCONTA TO CXCONTA
           MOVE "E" TO CXTIPO
           MOVE CHQCNPJ TO CXCNPJ
           MOVE SPACES TO CXDOC
           MOVE "K" TO CXDOC(1:1)
           MOVE CHQNUM TO CXDOC(2:6)
           MOVE CHQVALOR TO CXVALOR
           MOVE "S" TO CXCONC
           PERFORM GRAVA-CAIXA THRU GRAVA-CAIXA-FIM
           IF CHQDOC(1:1) = "P"
              GO TO CANC-TIT.
           IF CHQDOC(1:1) = "A"
              GO TO CANC-ADI.
           MOVE "*** CHEQUE CANCELADO E ESTORNADO NO CAIXA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CON-INI.

      *    REABRE O TITULO PAGO COM O CHEQUE
       CANC-TIT.
           IF W-TEMPAG NOT = "S"
              GO TO CANC-VER.
           MOVE CHQDOC(2:6) TO TITNUMPED
           MOVE CHQDOC(8:2) TO TITSEQ
           READ CADPAGAR
           IF ST-PAG NOT = "00" OR TITMOEDA NOT = SPACES
              GO TO CANC-VER.
           IF CHQPRINC > TITPAGO
              MOVE ZEROS TO TITPAGO
           ELSE
              SUBTRACT CHQPRINC FROM TITPAGO.
           COMPUTE W-EXCESSO = CHQVALOR - CHQPRINC
           IF W-EXCESSO > TITJUROS
              MOVE ZEROS TO TITJUROS
           ELSE
              SUBTRACT W-EXCESSO FROM TITJUROS.
           MOVE "A" TO TITSTATUS
           REWRITE REGPAGAR
           MOVE "*** CHEQUE CANCELADO - TITULO REABERTO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CON-INI.

      *    ADIANTAMENTO AINDA NAO COMPENSADO DEIXA DE VALER
       CANC-ADI.
           IF W-TEMADI NOT = "S"
              GO TO CANC-VER.
           MOVE CHQDOC(2:6) TO ADINUMPED
           MOVE CHQDOC(8:2) TO ADISEQ
           READ CADADIANT
           IF ST-ADI NOT = "00" OR ADISTATUS NOT = "A"
                                OR ADICOMP > ZEROS
              GO TO CANC-VER.
           MOVE "X" TO ADISTATUS
           REWRITE REGADIANT
           MOVE "* CHEQUE CANCELADO - ADIANTAMENTO ANULADO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CON-INI.

       CANC-VER.
           MOVE "* CHEQUE CANCELADO - VERIFIQUE O DOCUMENTO PAGO *"
                                             TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CON-INI.

      *
      *    LANCA O MOVIMENTO NO LIVRO CAIXA (PROX. SEQ.)
      *
       GRAVA-CAIXA.
           MOVE W-HOJE TO CXDATA
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
      ************************************************
      * RELATORIOS (SPOOL): P = A COMPENSAR HA MAIS  *
      * DE N DIAS, R = REGISTRO DA CONTA NO PERIODO  *
      ************************************************
      *
       REL-INI.
           DISPLAY TELACHQ
           MOVE ZEROS TO W-CONTA
           DISPLAY (04, 01) "CONTA BANCARIA (0=TODAS): ".
           ACCEPT  (04, 27) W-CONTA.
           IF W-TIPOREL = "R"
              GO TO REL-PER.
           MOVE 30 TO W-DIASMIN
           DISPLAY (05, 01) "EMITIDOS HA MAIS DE (DIAS): ".
           ACCEPT  (05, 29) W-DIASMIN WITH UPDATE.
           MOVE "CHEQUES A COMPENSAR HA MAIS DE N DIAS" TO CABTIT
           GO TO REL-ABRE.
       REL-PER.
           DIVIDE W-HOJE BY 100 GIVING W-DATAINI
           COMPUTE W-DATAINI = W-DATAINI * 100 + 1
           MOVE W-HOJE TO W-DATAFIM
           DISPLAY (05, 01) "EMISSAO DE: ".
           ACCEPT  (05, 13) W-DATAINI WITH UPDATE.
           DISPLAY (05, 23) "ATE: ".
           ACCEPT  (05, 28) W-DATAFIM WITH UPDATE.
           IF W-DATAFIM < W-DATAINI
              MOVE "*** PERIODO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REL-INI.
           MOVE "REGISTRO DE CHEQUES DA CONTA" TO CABTIT.
       REL-ABRE.
           MOVE ZEROS TO W-QTD W-TOTAL
           COMPUTE W-DIASHOJE =
              (ANO-HOJE * 360) + (MES-HOJE * 30) + DIA-HOJE
           OPEN OUTPUT RELCHQ
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM LINSEP
           MOVE W-CONTA TO CHQCONTA
           MOVE ZEROS TO CHQNUM
           START CADCHEQUE KEY IS NOT LESS CHQCHAVE
           IF ST-CHQ NOT = "00"
              GO TO REL-FIM.
       REL-RD.
           READ CADCHEQUE NEXT
           IF ST-CHQ NOT = "00"
              GO TO REL-FIM.
           IF W-CONTA NOT = ZEROS AND CHQCONTA NOT = W-CONTA
              GO TO REL-FIM.
           MOVE CHQDATA TO W-DTEMI
           COMPUTE W-DIASEMI =
              (ANO-EMI * 360) + (MES-EMI * 30) + DIA-EMI
           COMPUTE W-DIAS = W-DIASHOJE - W-DIASEMI
           IF W-DIAS < ZEROS
              MOVE ZEROS TO W-DIAS.
           IF W-TIPOREL = "P"
              IF CHQSTATUS NOT = "E" OR W-DIAS NOT > W-DIASMIN
                 GO TO REL-RD.
           IF W-TIPOREL = "R"
              IF CHQDATA < W-DATAINI OR CHQDATA > W-DATAFIM
                 GO TO REL-RD.
           MOVE CHQCONTA TO DCCONTA
           MOVE CHQNUM TO DCNUM
           MOVE CHQDATA TO DCDATA
           MOVE CHQSTATUS TO DCSIT
           MOVE ZEROS TO DCDIAS
           IF CHQSTATUS = "E"
              MOVE W-DIAS TO DCDIAS.
           MOVE CHQVALOR TO DCVALOR
           MOVE CHQFAVOR TO DCFAVOR
           WRITE REGREL FROM DETCHQ
           ADD 1 TO W-QTD
           IF CHQSTATUS = "E" OR CHQSTATUS = "C"
              ADD CHQVALOR TO W-TOTAL.
           GO TO REL-RD.
       REL-FIM.
           WRITE REGREL FROM LINSEP
           IF W-TIPOREL = "P"
              MOVE "TOTAL A COMPENSAR:" TO TLTXT
           ELSE
              MOVE "TOTAL EMITIDO (E+C):" TO TLTXT.
           MOVE W-TOTAL TO TLVAL
           WRITE REGREL FROM TOTLIN
           MOVE "SITUACAO: E=EMITIDO C=COMPENSADO X=CANCELADO I=INUT."
                                             TO REGREL
           WRITE REGREL
           CLOSE RELCHQ
           PERFORM SPOOL THRU SPOOL-FIM
           DISPLAY (08, 01) "CHEQUES LISTADOS: "
           DISPLAY (08, 19) W-QTD
           MOVE "*** RELATORIO GRAVADO EM CHEQUES.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-CHQ.

      *    O RELATORIO VAI PARA O SPOOL CENTRAL (SCP067)
       SPOOL.
           MOVE "CHEQUES" TO W-SPPROG
           MOVE "CHEQUES.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ.
       SPOOL-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADTALAO CADCHEQUE CADCAIXA
           IF W-TEMPAG = "S"
              CLOSE CADPAGAR.
           IF W-TEMADI = "S"
              CLOSE CADADIANT.
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
