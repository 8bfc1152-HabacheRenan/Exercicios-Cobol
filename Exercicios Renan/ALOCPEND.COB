       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALOCPEND.
      *******************************
      * ROTINA COMUM DE ATENDIMENTO DAS PENDENCIAS DE VENDA      *
      * CHAMADA SEMPRE QUE ENTRA ESTOQUE DISPONIVEL (LIBERACAO   *
      * DA INSPECAO NO SCP055): O DISPONIVEL DO PRODUTO (SALDO   *
      * MENOS RESERVAS) E DISTRIBUIDO ENTRE AS PENDENCIAS DO     *
      * CADPENDVEN NA ORDEM DATA DA VENDA, PRIORIDADE DO CLIENTE *
      * (CADCLI, 1 = MAIOR) E NUMERO DA VENDA, VIRANDO RESERVA   *
      * (CADRESERVA). PENDENCIA ZERADA FICA ATENDIDA (A).        *
      * VENDA QUE NAO AGUARDA MAIS EXPEDICAO CANCELA A PENDENCIA *
      * PARMSALDO: SALDO FISICO DO PRODUTO (QUANTIDADE) JA COM A *
      *            ENTRADA                                       *
      * PARMQTD  : SAIDA - QUANTIDADE RESERVADA PARA PENDENCIAS  *
      * PARMRET  : 00=OK  SD=SEM DISPONIVEL  SP=SEM PENDENCIA    *
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
       SELECT CADRESERVA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RESCODPRO
                       FILE STATUS IS ST-RES.
      *
       SELECT CADVENDA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMVENDA
                       FILE STATUS IS ST-VEN.
      *
       SELECT CADCLI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CLICNPJ
                       ALTERNATE RECORD KEY IS
                       CLINOME WITH DUPLICATES
                       FILE STATUS  IS ST-CLI.
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
       FD CADRESERVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRESERVA.DAT".
       01 REGRESERVA.
           03 RESCODPRO         PIC 9(06).
           03 RESQTD            PIC 9(08).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-RES         PIC X(02) VALUE "00".
       01 ST-VEN         PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 W-TEMARQ       PIC X(01) VALUE "N".
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-RESQTD       PIC 9(08) VALUE ZEROS.
       01 W-DISPON       PIC S9(08) VALUE ZEROS.
       01 W-ALOC         PIC 9(06) VALUE ZEROS.
       01 W-QTDPD        PIC 9(03) VALUE ZEROS.
       01 W-TROCOU       PIC X(01) VALUE "N".
       01 I              PIC 9(03) VALUE ZEROS.
       01 J              PIC 9(03) VALUE ZEROS.
      *
      *    PENDENCIAS DO PRODUTO NA ORDEM DE ATENDIMENTO
       01 TAB-PEND.
           03 TP-ITEM OCCURS 300 TIMES.
               05 TP-ORDEM.
                   07 TP-DATA     PIC 9(08).
                   07 TP-PRIOR    PIC 9(01).
                   07 TP-NUMVEN   PIC 9(06).
                   07 TP-NUMLIN   PIC 9(02).
       01 W-TPAUX        PIC X(17) VALUE SPACES.
      *
       LINKAGE SECTION.
       01 PARMCODPRO      PIC 9(06).
       01 PARMSALDO       PIC 9(06).
       01 PARMQTD         PIC 9(08).
       01 PARMRET         PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARMCODPRO PARMSALDO PARMQTD PARMRET.
       INICIO.
           IF W-TEMARQ = "S"
              GO TO DESVIA.
           OPEN I-O CADPENDVEN
           IF ST-ERRO = "30"
              OPEN OUTPUT CADPENDVEN
              CLOSE CADPENDVEN
              OPEN I-O CADPENDVEN.
           OPEN I-O CADRESERVA
           IF ST-RES = "30"
              OPEN OUTPUT CADRESERVA
              CLOSE CADRESERVA
              OPEN I-O CADRESERVA.
           OPEN INPUT CADVENDA
           OPEN INPUT CADCLI
           MOVE "S" TO W-TEMARQ.

       DESVIA.
           MOVE "00" TO PARMRET
           MOVE ZEROS TO PARMQTD
           ACCEPT W-HOJE FROM DATE YYYYMMDD
      *    DISPONIVEL = SALDO FISICO MENOS O QUE JA ESTA RESERVADO
           MOVE ZEROS TO W-RESQTD
           MOVE PARMCODPRO TO RESCODPRO
           READ CADRESERVA
           IF ST-RES = "00"
              MOVE RESQTD TO W-RESQTD.
           COMPUTE W-DISPON = PARMSALDO - W-RESQTD
           IF W-DISPON NOT > ZEROS
              MOVE "SD" TO PARMRET
              GO TO ROT-FIM.
           PERFORM CARGA-PEND THRU CARGA-PEND-FIM
           IF W-QTDPD = ZEROS
              MOVE "SP" TO PARMRET
              GO TO ROT-FIM.
           PERFORM ORDENA-PEND THRU ORDENA-PEND-FIM
           MOVE ZEROS TO I.

      *
      *    ATENDE AS PENDENCIAS ATE ACABAR O DISPONIVEL
      *
       ATENDE-1.
           ADD 1 TO I
           IF I > W-QTDPD OR W-DISPON NOT > ZEROS
              GO TO ATENDE-FIM.
           MOVE TP-NUMVEN(I) TO PDNUMVEN
           MOVE TP-NUMLIN(I) TO PDNUMLIN
           READ CADPENDVEN
           IF ST-ERRO NOT = "00" OR PDSTATUS NOT = "P"
              GO TO ATENDE-1.
           IF PDQTDPEND > W-DISPON
              MOVE W-DISPON TO W-ALOC
           ELSE
              MOVE PDQTDPEND TO W-ALOC.
           SUBTRACT W-ALOC FROM PDQTDPEND
           SUBTRACT W-ALOC FROM W-DISPON
           ADD W-ALOC TO PARMQTD
           IF PDQTDPEND = ZEROS
              MOVE "A" TO PDSTATUS
              MOVE W-HOJE TO PDDATALOC.
           REWRITE REGPENDVEN
           GO TO ATENDE-1.

       ATENDE-FIM.
           IF PARMQTD = ZEROS
              GO TO ROT-FIM.
           MOVE PARMCODPRO TO RESCODPRO
           READ CADRESERVA
           IF ST-RES = "00"
              ADD PARMQTD TO RESQTD
              REWRITE REGRESERVA
           ELSE
              MOVE PARMCODPRO TO RESCODPRO
              MOVE PARMQTD TO RESQTD
              WRITE REGRESERVA.
           GO TO ROT-FIM.

      *
      *****************************************************
      * CARREGA AS PENDENCIAS ABERTAS DO PRODUTO          *
      * VENDA CANCELADA OU JA EXPEDIDA CANCELA A PENDENCIA*
      *****************************************************
      *
       CARGA-PEND.
           MOVE ZEROS TO W-QTDPD
           MOVE PARMCODPRO TO PDCODPRO
           START CADPENDVEN KEY IS NOT LESS PDCODPRO
           IF ST-ERRO NOT = "00"
              GO TO CARGA-PEND-FIM.
       CARGA-PEND-1.
           READ CADPENDVEN NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARGA-PEND-FIM.
           IF PDCODPRO NOT = PARMCODPRO
              GO TO CARGA-PEND-FIM.
           IF PDSTATUS NOT = "P" OR PDQTDPEND = ZEROS
              GO TO CARGA-PEND-1.
           MOVE PDNUMVEN TO NUMVENDA
           READ CADVENDA
           IF ST-VEN NOT = "00" OR VSTATUS NOT = "F"
              MOVE "C" TO PDSTATUS
              MOVE W-HOJE TO PDDATALOC
              REWRITE REGPENDVEN
              GO TO CARGA-PEND-1.
           IF W-QTDPD NOT < 300
              GO TO CARGA-PEND-FIM.
           ADD 1 TO W-QTDPD
           MOVE PDDATA TO TP-DATA(W-QTDPD)
           MOVE PDNUMVEN TO TP-NUMVEN(W-QTDPD)
           MOVE PDNUMLIN TO TP-NUMLIN(W-QTDPD)
           MOVE 5 TO TP-PRIOR(W-QTDPD)
           MOVE PDCNPJ TO CLICNPJ
           READ CADCLI
           IF ST-CLI = "00" AND CLIPRIOR > ZEROS
              MOVE CLIPRIOR TO TP-PRIOR(W-QTDPD).
           GO TO CARGA-PEND-1.
       CARGA-PEND-FIM.
           EXIT.

      *
      *    ORDENA POR DATA, PRIORIDADE, VENDA E LINHA
      *
       ORDENA-PEND.
           MOVE "S" TO W-TROCOU.
       ORDENA-PEND-1.
           IF W-TROCOU = "N"
              GO TO ORDENA-PEND-FIM.
           MOVE "N" TO W-TROCOU
           MOVE 1 TO I.
       ORDENA-PEND-2.
           IF I NOT < W-QTDPD
              GO TO ORDENA-PEND-1.
           COMPUTE J = I + 1
           IF TP-ORDEM(I) > TP-ORDEM(J)
              MOVE TP-ITEM(I) TO W-TPAUX
              MOVE TP-ITEM(J) TO TP-ITEM(I)
              MOVE W-TPAUX TO TP-ITEM(J)
              MOVE "S" TO W-TROCOU.
           ADD 1 TO I
           GO TO ORDENA-PEND-2.
       ORDENA-PEND-FIM.
           EXIT.
      *
       ROT-FIM.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
