       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIGBX.
      *******************************
      * ROTINA COMUM DO ESTOQUE EM CONSIGNACAO DE FORNECEDOR     *
      * O CONSIGNADO FICA NO NOSSO ESTOQUE MAS E DO FORNECEDOR;  *
      * SO DEVEMOS O QUE CONSUMIMOS OU VENDEMOS                  *
      * PARMOPER: P=ACORDO/PRECO  E=ENTRADA CONSIGNADA           *
      *           B=BAIXA POR CONSUMO/VENDA (GERA O PEDIDO, A    *
      *             CAMADA DE CUSTO E O TITULO A PAGAR)          *
      *           D=DEVOLUCAO AO FORNECEDOR  T=TOTAL CONSIGNADO  *
      *           F=CONSIGNADO DO FORNECEDOR INFORMADO           *
      * PARMPRECO: P/E = PRECO UNITARIO  B = CUSTO MEDIO DO QUE  *
      *            FOI ADQUIRIDO (SAIDA)                         *
      * PARMSALDO: SAIDA - TOTAL CONSIGNADO QUE RESTA DO PRODUTO *
      *            (NA OPERACAO F, SO O DO FORNECEDOR)           *
      * PARMRET : 00=OK  SI=CONSIGNADO INSUFICIENTE              *
      *           NC=PRODUTO SEM ACORDO COM O FORNECEDOR         *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADCONSIG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CSGCHAVE
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADCONSMOV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CMVCHAVE
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADPEDIDO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMPEDIDO
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT CADPEDITEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ITECHAVE
                       FILE STATUS IS ST-ERRO4.
      *
       SELECT CADPAGAR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TITCHAVE
                       FILE STATUS IS ST-ERRO5.
      *
       SELECT CADCAMADA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CAMCHAVE
                       FILE STATUS IS ST-ERRO6.
      *
       SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-ERRO7.
      *
       SELECT CADEMPATIVA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-EAT.
       DATA DIVISION.
       FILE SECTION.
      *
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
      *
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
      *
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
      *
       FD CADPEDITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPEDITEM.DAT".
       01 REGPEDITEM.
           03 ITECHAVE.
               05 ITENUMPED     PIC 9(06).
               05 ITENUMLIN     PIC 9(02).
           03 ITECODPRO         PIC 9(06).
           03 ITEQTDPED         PIC 9(06).
           03 ITEPRECO          PIC 9(09)V99.
           03 ITEVALOR          PIC 9(11)V99.
           03 ITEQTDREC         PIC 9(06).
           03 ITEDATAPROM       PIC 9(08).
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
       FD CADCAMADA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCAMADA.DAT".
       01 REGCAMADA.
           03 CAMCHAVE.
               05 CAMCODPRO     PIC 9(06).
               05 CAMSEQ        PIC 9(06).
           03 CAMQTDORIG        PIC 9(06).
           03 CAMQTDREST        PIC 9(06).
           03 CAMCUSTO          PIC 9(09)V99.
           03 CAMDATA           PIC 9(08).
      *
       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.
      *
       FD CADEMPATIVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMPATIVA.TXT".
       01 REGEMPATIVA.
           03 EAT-COD        PIC 9(02).
           03 FILLER         PIC X(01).
           03 EAT-NOME       PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-ERRO5       PIC X(02) VALUE "00".
       01 ST-ERRO6       PIC X(02) VALUE "00".
       01 ST-ERRO7       PIC X(02) VALUE "00".
       01 ST-EAT         PIC X(02) VALUE "00".
       01 W-TEMARQ       PIC X(01) VALUE SPACES.
       01 W-TEMCOMPRA    PIC X(01) VALUE SPACES.
       01 W-EMPATIVA     PIC 9(02) VALUE 01.
       01 W-PRAZO        PIC 9(03) VALUE 030.
       01 W-PROXPED      PIC 9(06) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-FALTA        PIC 9(08) VALUE ZEROS.
       01 W-TIRA         PIC 9(08) VALUE ZEROS.
       01 W-QTDADQ       PIC 9(08) VALUE ZEROS.
       01 W-VALADQ       PIC 9(11)V99 VALUE ZEROS.
       01 W-VALPARTE     PIC 9(11)V99 VALUE ZEROS.
       01 W-TIPOMOV      PIC X(01) VALUE SPACES.
       01 W-EHUTIL       PIC X(01) VALUE SPACES.
       01 W-PROXUTIL     PIC 9(08) VALUE ZEROS.
       01 W-DCONT        PIC 9(03) VALUE ZEROS.
       01 W-CANDT        PIC 9(08) VALUE ZEROS.
       01 W-CANDT-G REDEFINES W-CANDT.
           03 ANO-CT     PIC 9(04).
           03 MES-CT     PIC 9(02).
           03 DIA-CT     PIC 9(02).
       01 W-ULTDIAT      PIC 9(02) VALUE ZEROS.
       01 W-QUOCT        PIC 9(08) VALUE ZEROS.
       01 W-R4T          PIC 9(04) VALUE ZEROS.
       01 W-R100T        PIC 9(04) VALUE ZEROS.
       01 W-R400T        PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01 PARMOPER        PIC X(01).
       01 PARMCODPRO      PIC 9(06).
       01 PARMCNPJ        PIC 9(14).
       01 PARMQTD         PIC 9(08).
       01 PARMPRECO       PIC 9(09)V99.
       01 PARMORIGEM      PIC X(20).
       01 PARMSALDO       PIC 9(08).
       01 PARMRET         PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARMOPER PARMCODPRO PARMCNPJ
                                PARMQTD PARMPRECO PARMORIGEM
                                PARMSALDO PARMRET.
       INICIO.
           IF W-TEMARQ = "S"
              GO TO DESVIA.
           OPEN I-O CADCONSIG
           IF ST-ERRO = "30"
              OPEN OUTPUT CADCONSIG
              CLOSE CADCONSIG
              OPEN I-O CADCONSIG.
           OPEN I-O CADCONSMOV
           IF ST-ERRO2 = "30"
              OPEN OUTPUT CADCONSMOV
              CLOSE CADCONSMOV
              OPEN I-O CADCONSMOV.
           MOVE "S" TO W-TEMARQ.

       DESVIA.
           MOVE "00" TO PARMRET
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF PARMOPER = "P"
              GO TO OPE-ACORDO.
           IF PARMOPER = "E"
              GO TO OPE-ENTRA.
           IF PARMOPER = "B"
              GO TO OPE-BAIXA.
           IF PARMOPER = "D"
              GO TO OPE-DEVOLVE.
           IF PARMOPER = "T"
              GO TO OPE-TOTAL.
           IF PARMOPER = "F"
              GO TO OPE-FORNEC.
           MOVE "NC" TO PARMRET
           GO TO ROT-FIM.

      *
      *    ACORDO: GRAVA/ATUALIZA O PRECO COMBINADO COM O FORNECEDOR
      *
       OPE-ACORDO.
           MOVE PARMCODPRO TO CSGCODPRO
           MOVE PARMCNPJ TO CSGCNPJ
           READ CADCONSIG
           IF ST-ERRO = "00"
              MOVE PARMPRECO TO CSGPRECO
              MOVE W-HOJE TO CSGDATA
              REWRITE REGCONSIG
              GO TO OPE-TOTAL.
           MOVE PARMCODPRO TO CSGCODPRO
           MOVE PARMCNPJ TO CSGCNPJ
           MOVE PARMPRECO TO CSGPRECO
           MOVE ZEROS TO CSGQTD
           MOVE W-HOJE TO CSGDATA
           WRITE REGCONSIG
           GO TO OPE-TOTAL.

      *
      *    ENTRADA: O CONSIGNADO APROVADO PASSA A FICAR CONOSCO
      *
       OPE-ENTRA.
           MOVE PARMCODPRO TO CSGCODPRO
           MOVE PARMCNPJ TO CSGCNPJ
           READ CADCONSIG
           IF ST-ERRO NOT = "00"
              MOVE "NC" TO PARMRET
              GO TO OPE-TOTAL.
           ADD PARMQTD TO CSGQTD
           MOVE W-HOJE TO CSGDATA
           REWRITE REGCONSIG
           MOVE "E" TO W-TIPOMOV
           MOVE PARMQTD TO W-TIRA
           MOVE ZEROS TO NUMPEDIDO
           PERFORM GRAVA-EXTRATO THRU GRAVA-EXTRATO-FIM
           GO TO OPE-TOTAL.

      *
      *    BAIXA POR CONSUMO OU VENDA: O QUE SAI DO CONSIGNADO VIRA
      *    COMPRA DO FORNECEDOR (PEDIDO JA RECEBIDO + TITULO A PAGAR
      *    + CAMADA DE CUSTO), DO ACORDO MAIS ANTIGO PARA O MAIS NOVO
      *
       OPE-BAIXA.
           IF W-TEMCOMPRA NOT = "S"
              PERFORM ABRE-COMPRA THRU ABRE-COMPRA-FIM.
           MOVE PARMQTD TO W-FALTA
           MOVE ZEROS TO W-QTDADQ W-VALADQ
           MOVE PARMCODPRO TO CSGCODPRO
           MOVE ZEROS TO CSGCNPJ
           START CADCONSIG KEY IS NOT LESS CSGCHAVE
           IF ST-ERRO NOT = "00"
              GO TO OPE-BAIXA-FIM.
       OPE-BAIXA-RD.
           IF W-FALTA = ZEROS
              GO TO OPE-BAIXA-FIM.
           READ CADCONSIG NEXT
           IF ST-ERRO NOT = "00"
              GO TO OPE-BAIXA-FIM.
           IF CSGCODPRO NOT = PARMCODPRO
              GO TO OPE-BAIXA-FIM.
           IF CSGQTD = ZEROS
              GO TO OPE-BAIXA-RD.
           IF CSGQTD NOT < W-FALTA
              MOVE W-FALTA TO W-TIRA
           ELSE
              MOVE CSGQTD TO W-TIRA.
           SUBTRACT W-TIRA FROM CSGQTD
           SUBTRACT W-TIRA FROM W-FALTA
           MOVE W-HOJE TO CSGDATA
           REWRITE REGCONSIG
           COMPUTE W-VALPARTE ROUNDED = W-TIRA * CSGPRECO
           PERFORM GERA-COMPRA THRU GERA-COMPRA-FIM
           MOVE "C" TO W-TIPOMOV
           PERFORM GRAVA-EXTRATO THRU GRAVA-EXTRATO-FIM
           ADD W-TIRA TO W-QTDADQ
           ADD W-VALPARTE TO W-VALADQ
           GO TO OPE-BAIXA-RD.
       OPE-BAIXA-FIM.
           IF W-FALTA > ZEROS
              MOVE "SI" TO PARMRET.
           MOVE ZEROS TO PARMPRECO
           IF W-QTDADQ > ZEROS
              COMPUTE PARMPRECO ROUNDED = W-VALADQ / W-QTDADQ.
           GO TO OPE-TOTAL.

      *
      *    DEVOLUCAO: SAI DO CONSIGNADO SEM GERAR COMPRA
      *    PRIMEIRO DO FORNECEDOR INFORMADO, DEPOIS DOS DEMAIS
      *
       OPE-DEVOLVE.
           MOVE PARMQTD TO W-FALTA
           MOVE "D" TO W-TIPOMOV
           MOVE ZEROS TO NUMPEDIDO
           IF PARMCNPJ = ZEROS
              GO TO OPE-DEVOLVE-INI.
           MOVE PARMCODPRO TO CSGCODPRO
           MOVE PARMCNPJ TO CSGCNPJ
           READ CADCONSIG
           IF ST-ERRO = "00"
              PERFORM DEVOLVE-PARTE THRU DEVOLVE-PARTE-FIM.
       OPE-DEVOLVE-INI.
           MOVE PARMCODPRO TO CSGCODPRO
           MOVE ZEROS TO CSGCNPJ
           START CADCONSIG KEY IS NOT LESS CSGCHAVE
           IF ST-ERRO NOT = "00"
              GO TO OPE-DEVOLVE-FIM.
       OPE-DEVOLVE-RD.
           IF W-FALTA = ZEROS
              GO TO OPE-DEVOLVE-FIM.
           READ CADCONSIG NEXT
           IF ST-ERRO NOT = "00"
              GO TO OPE-DEVOLVE-FIM.
           IF CSGCODPRO NOT = PARMCODPRO
              GO TO OPE-DEVOLVE-FIM.
           PERFORM DEVOLVE-PARTE THRU DEVOLVE-PARTE-FIM
           GO TO OPE-DEVOLVE-RD.
       OPE-DEVOLVE-FIM.
           IF W-FALTA > ZEROS
              MOVE "SI" TO PARMRET.
           GO TO OPE-TOTAL.

       DEVOLVE-PARTE.
           IF CSGQTD = ZEROS OR W-FALTA = ZEROS
              GO TO DEVOLVE-PARTE-FIM.
           IF CSGQTD NOT < W-FALTA
              MOVE W-FALTA TO W-TIRA
           ELSE
              MOVE CSGQTD TO W-TIRA.
           SUBTRACT W-TIRA FROM CSGQTD
           SUBTRACT W-TIRA FROM W-FALTA
           MOVE W-HOJE TO CSGDATA
           REWRITE REGCONSIG
           PERFORM GRAVA-EXTRATO THRU GRAVA-EXTRATO-FIM.
       DEVOLVE-PARTE-FIM.
           EXIT.

      *
      *    TOTAL CONSIGNADO QUE RESTA DO PRODUTO (TODOS FORNECEDORES)
      *
       OPE-TOTAL.
           MOVE ZEROS TO PARMSALDO
           MOVE PARMCODPRO TO CSGCODPRO
           MOVE ZEROS TO CSGCNPJ
           START CADCONSIG KEY IS NOT LESS CSGCHAVE
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
       OPE-TOTAL-RD.
           READ CADCONSIG NEXT
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           IF CSGCODPRO NOT = PARMCODPRO
              GO TO ROT-FIM.
           ADD CSGQTD TO PARMSALDO
           GO TO OPE-TOTAL-RD.

      *
      *    CONSIGNADO DO PRODUTO QUE E DE UM SO FORNECEDOR
      *
       OPE-FORNEC.
           MOVE ZEROS TO PARMSALDO
           MOVE PARMCODPRO TO CSGCODPRO
           MOVE PARMCNPJ TO CSGCNPJ
           READ CADCONSIG
           IF ST-ERRO NOT = "00"
              MOVE "NC" TO PARMRET
              GO TO ROT-FIM.
           MOVE CSGQTD TO PARMSALDO
           GO TO ROT-FIM.

      *
      *****************************************************
      * ARQUIVOS DE COMPRA SO ABREM NA PRIMEIRA BAIXA     *
      * (QUEM RECEBE E DEVOLVE JA OS TEM ABERTOS)         *
      *****************************************************
      *
       ABRE-COMPRA.
           OPEN I-O CADPEDIDO
           IF ST-ERRO3 = "30"
              OPEN OUTPUT CADPEDIDO
              CLOSE CADPEDIDO
              OPEN I-O CADPEDIDO.
           OPEN I-O CADPEDITEM
           IF ST-ERRO4 = "30"
              OPEN OUTPUT CADPEDITEM
              CLOSE CADPEDITEM
              OPEN I-O CADPEDITEM.
           OPEN I-O CADPAGAR
           IF ST-ERRO5 = "30"
              OPEN OUTPUT CADPAGAR
              CLOSE CADPAGAR
              OPEN I-O CADPAGAR.
           OPEN I-O CADCAMADA
           IF ST-ERRO6 = "30"
              OPEN OUTPUT CADCAMADA
              CLOSE CADCAMADA
              OPEN I-O CADCAMADA.
           OPEN INPUT CADPARAM
           IF ST-ERRO7 = "00"
              MOVE "CONSPRAZ" TO PARCODIGO
              READ CADPARAM
              IF ST-ERRO7 = "00" AND PARVALOR > ZEROS
                 MOVE PARVALOR TO W-PRAZO.
           CLOSE CADPARAM.
           OPEN INPUT CADEMPATIVA
           IF ST-EAT = "00"
              READ CADEMPATIVA
              IF ST-EAT = "00" AND EAT-COD > ZEROS
                 MOVE EAT-COD TO W-EMPATIVA.
           CLOSE CADEMPATIVA.
      *    PROXIMO NUMERO LIVRE DE PEDIDO
           MOVE ZEROS TO W-PROXPED NUMPEDIDO
           START CADPEDIDO KEY IS NOT LESS NUMPEDIDO
           IF ST-ERRO3 NOT = "00"
              GO TO ABRE-COMPRA-OK.
       ABRE-COMPRA-RD.
           READ CADPEDIDO NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO ABRE-COMPRA-OK.
           MOVE NUMPEDIDO TO W-PROXPED
           GO TO ABRE-COMPRA-RD.
       ABRE-COMPRA-OK.
           MOVE "S" TO W-TEMCOMPRA.
       ABRE-COMPRA-FIM.
           EXIT.

      *
      *****************************************************
      * PEDIDO JA RECEBIDO, TITULO E CAMADA DA PARTE DO   *
      * FORNECEDOR ADQUIRIDA NESTA BAIXA                  *
      *****************************************************
      *
       GERA-COMPRA.
           ADD 1 TO W-PROXPED
           MOVE W-PROXPED TO NUMPEDIDO
           MOVE CSGCNPJ TO PCNPJ
           MOVE "R" TO STATUSPEDIDO
           MOVE W-HOJE TO DATAPEDIDO DATARECEB DATAPROMET
           MOVE W-VALPARTE TO VALORPEDIDO
           MOVE SPACE TO APROVSTATUS
           MOVE ZEROS TO APROVCOD APROVDATA
           MOVE ZEROS TO PCONDPG PCCUSTO
           MOVE "N" TO PCONTRATO
           MOVE W-EMPATIVA TO PEMP
           MOVE SPACES TO PMOEDA
           MOVE ZEROS TO PTAXA
           WRITE REGPEDIDO
           IF ST-ERRO3 = "22"
              GO TO GERA-COMPRA.
           MOVE NUMPEDIDO TO ITENUMPED
           MOVE 1 TO ITENUMLIN
           MOVE PARMCODPRO TO ITECODPRO
           MOVE W-TIRA TO ITEQTDPED ITEQTDREC
           MOVE CSGPRECO TO ITEPRECO
           MOVE W-VALPARTE TO ITEVALOR
           MOVE W-HOJE TO ITEDATAPROM
           WRITE REGPEDITEM
      *    VENCIMENTO NO PRAZO DA CONSIGNACAO, EM DIA UTIL
           MOVE W-HOJE TO W-CANDT
           MOVE ZEROS TO W-DCONT.
       GERA-COMPRA-VEN.
           IF W-DCONT < W-PRAZO
              PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
              ADD 1 TO W-DCONT
              GO TO GERA-COMPRA-VEN.
           CALL "DIAUTIL" USING W-CANDT W-EHUTIL W-PROXUTIL
           MOVE NUMPEDIDO TO TITNUMPED
           MOVE 1 TO TITSEQ
           MOVE CSGCNPJ TO TITCNPJ
           MOVE W-VALPARTE TO TITVALOR
           MOVE W-PROXUTIL TO TITVENCTO
           MOVE ZEROS TO TITPAGO TITJUROS
           MOVE "A" TO TITSTATUS
           MOVE W-EMPATIVA TO TITEMP
           MOVE SPACES TO TITMOEDA
           MOVE ZEROS TO TITVALME TITPAGOME TITTAXA
           WRITE REGPAGAR
      *    CAMADA DE CUSTO FIFO PELO PRECO DA CONSIGNACAO
           MOVE PARMCODPRO TO CAMCODPRO
           MOVE ZEROS TO CAMSEQ.
       GERA-COMPRA-CAM.
           ADD 1 TO CAMSEQ
           IF CAMSEQ > 999999
              GO TO GERA-COMPRA-FIM.
           MOVE W-TIRA TO CAMQTDORIG CAMQTDREST
           MOVE CSGPRECO TO CAMCUSTO
           MOVE W-HOJE TO CAMDATA
           WRITE REGCAMADA
           IF ST-ERRO6 = "22"
              GO TO GERA-COMPRA-CAM.
       GERA-COMPRA-FIM.
           EXIT.

      *
      *****************************************************
      * LANCAMENTO NO EXTRATO DA CONSIGNACAO (CONSIGEX)   *
      * E=ENTRADA  C=CONSUMO/COMPRA  D=DEVOLUCAO          *
      *****************************************************
      *
       GRAVA-EXTRATO.
           MOVE CSGCNPJ TO CMVCNPJ
           MOVE W-HOJE TO CMVDATA
           MOVE ZEROS TO CMVSEQ.
       GRAVA-EXTRATO-WR.
           ADD 1 TO CMVSEQ
           IF CMVSEQ > 9999
              GO TO GRAVA-EXTRATO-FIM.
           MOVE CSGCODPRO TO CMVCODPRO
           MOVE W-TIPOMOV TO CMVTIPO
           MOVE W-TIRA TO CMVQTD
           MOVE CSGPRECO TO CMVPRECO
           COMPUTE CMVVALOR ROUNDED = W-TIRA * CSGPRECO
           MOVE NUMPEDIDO TO CMVNUMPED
           MOVE PARMORIGEM TO CMVORIGEM
           WRITE REGCONSMOV
           IF ST-ERRO2 = "22"
              GO TO GRAVA-EXTRATO-WR.
       GRAVA-EXTRATO-FIM.
           EXIT.

      *
      ****************************************************
      * SOMA UM DIA DE CALENDARIO A DATA CANDIDATA       *
      ****************************************************
      *
       SOMA-UM-DIA.
           PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
           IF DIA-CT < W-ULTDIAT
              ADD 1 TO DIA-CT
              GO TO SOMA-UM-DIA-FIM.
           MOVE 1 TO DIA-CT
           IF MES-CT < 12
              ADD 1 TO MES-CT
           ELSE
              MOVE 1 TO MES-CT
              ADD 1 TO ANO-CT.
       SOMA-UM-DIA-FIM.
           EXIT.

       ULTIMO-DIA.
           IF MES-CT = 1 OR MES-CT = 3 OR MES-CT = 5 OR MES-CT = 7
              OR MES-CT = 8 OR MES-CT = 10 OR MES-CT = 12
              MOVE 31 TO W-ULTDIAT
              GO TO ULTIMO-DIA-FIM.
           IF MES-CT NOT = 2
              MOVE 30 TO W-ULTDIAT
              GO TO ULTIMO-DIA-FIM.
           MOVE 28 TO W-ULTDIAT
           DIVIDE ANO-CT BY 4 GIVING W-QUOCT REMAINDER W-R4T
           DIVIDE ANO-CT BY 100 GIVING W-QUOCT REMAINDER W-R100T
           DIVIDE ANO-CT BY 400 GIVING W-QUOCT REMAINDER W-R400T
           IF W-R4T = ZEROS
              IF W-R100T NOT = ZEROS OR W-R400T = ZEROS
                 MOVE 29 TO W-ULTDIAT.
       ULTIMO-DIA-FIM.
           EXIT.
      *
       ROT-FIM.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
