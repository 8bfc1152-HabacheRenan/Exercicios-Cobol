      * PROGRAMA PARA FLUXO DE CAIXA PROJETADO POR DIA UTIL     *
      * PAGAR E RECEBER EM ABERTO, VENCIMENTO ROLADO PELO       *
      * CALENDARIO (DIAUTIL) E SALDO ACUMULADO                  *
      * CHEQUES EMITIDOS A COMPENSAR SAEM A PARTE NO INICIO     *
      * E JA ENTRAM NEGATIVOS NO ACUMULADO                      *
      * O ACUMULADO PARTE DO SALDO ATUAL DAS CONTAS ATIVAS DO   *
      * CTABCO (ABERTURA + MOVIMENTOS DO CADCAIXA), MOSTRADO    *
      * CONTA A CONTA ANTES DA PROJECAO                         *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RECCHAVE
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADCHEQUE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CHQCHAVE
                       FILE STATUS IS ST-CHQ.
      *
       SELECT CADCTABCO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CBCONTA
                       FILE STATUS IS ST-CB.
      *
       SELECT CADCAIXA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CXCHAVE
                       FILE STATUS IS ST-CX.
       DATA DIVISION.
       FILE SECTION.
      *
           03 TITSTATUS         PIC X(01).
           03 TITJUROS          PIC 9(09)V99.
           03 TITEMP            PIC 9(02).
           03 TITMOEDA          PIC X(03).
           03 TITVALME          PIC 9(11)V99.
           03 TITPAGOME         PIC 9(11)V99.
           03 TITTAXA           PIC 9(05)V9(06).

       FD CADRECEBER
           LABEL RECORD IS STANDARD
           03 RECSTATUS         PIC X(01).
           03 RECJUROS          PIC 9(09)V99.
           03 RECEMP            PIC 9(02).
           03 RECNIVCOB         PIC 9(01).
           03 RECDTCOB          PIC 9(08).
      *
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
       FD CADCTABCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCTABCO.DAT".
       01 REGCTABCO.
           03 CBCONTA           PIC 9(02).
           03 CBDESC            PIC X(20).
           03 CBBANCO           PIC 9(03).
           03 CBAGENCIA         PIC 9(05).
           03 CBNUMCTA          PIC 9(10).
           03 CBDIGITO          PIC X(01).
           03 CBTIPO            PIC X(01).
           03 CBCTB             PIC 9(06).
           03 CBSALINI          PIC 9(11)V99.
           03 CBDATAINI         PIC 9(08).
           03 CBSIT             PIC X(01).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-PROXUTIL     PIC 9(08) VALUE ZEROS.
       01 W-ACUM         PIC S9(13)V99 VALUE ZEROS.
       01 I              PIC 9(03) VALUE ZEROS.
       01 ST-CHQ         PIC X(02) VALUE "00".
       01 W-TEMCHQ       PIC X(01) VALUE "N".
       01 W-CHQABERTO    PIC 9(13)V99 VALUE ZEROS.
       01 ST-CB          PIC X(02) VALUE "00".
       01 ST-CX          PIC X(02) VALUE "00".
       01 W-TEMCTA       PIC X(01) VALUE "N".
       01 W-SALCTA       PIC S9(13)V99 VALUE ZEROS.
       01 W-SALATU       PIC S9(13)V99 VALUE ZEROS.
       01 W-CAND         PIC 9(08) VALUE ZEROS.
       01 W-CAND-G REDEFINES W-CAND.
           03 ANO-C      PIC 9(04).
           03 FILLER    PIC X(07) VALUE " ACUM: ".
           03 DETACUM   PIC -ZZZZZZZZZZZ9,99 VALUE ZEROS.

       01 DET4.
           03 FILLER    PIC X(06) VALUE "CONTA ".
           03 DETCTA    PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETDESC   PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(08) VALUE " SALDO: ".
           03 DETSALCTA PIC -ZZZZZZZZZZZ9,99 VALUE ZEROS.

       01 DET5.
           03 FILLER    PIC X(38) VALUE
              "SALDO ATUAL DAS CONTAS (CTABCO):      ".
           03 DETSALATU PIC -ZZZZZZZZZZZ9,99 VALUE ZEROS.

       01 DET3.
           03 FILLER    PIC X(38) VALUE
              "CHEQUES EMITIDOS A COMPENSAR (SAIDA): ".
           03 DETCHQ    PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.

       SCREEN SECTION.

       01  TELAFLUXO.
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF ST-ERRO NOT = "00" AND ST-ERRO2 NOT = "00"
              GO TO ROT-FIM2.
           MOVE "N" TO W-TEMCHQ
           OPEN INPUT CADCHEQUE
           IF ST-CHQ = "00"
              MOVE "S" TO W-TEMCHQ.
           MOVE "N" TO W-TEMCTA
           OPEN INPUT CADCTABCO
           IF ST-CB = "00"
              OPEN INPUT CADCAIXA
              IF ST-CX = "00"
                 MOVE "S" TO W-TEMCTA
              ELSE
                 CLOSE CADCTABCO.

       INC-001.
           DISPLAY TELAFLUXO
      *
       LISTA-INI.
           DISPLAY TELAFLUXO
           MOVE ZEROS TO W-ACUM W-SALATU
           IF W-TEMCTA = "S"
              PERFORM SALDO-CTAS THRU SALDO-CTAS-FIM
              DISPLAY TELAFLUXO
              MOVE W-SALATU TO DETSALATU
              DISPLAY (03, 01) DET5
              MOVE W-SALATU TO W-ACUM.
           MOVE 04 TO CONLIN
           IF W-TEMCHQ = "S"
              PERFORM SOMA-CHQ THRU SOMA-CHQ-FIM.
           IF W-CHQABERTO > ZEROS
              MOVE W-CHQABERTO TO DETCHQ
              DISPLAY (04, 01) DET3
              COMPUTE W-ACUM = W-ACUM - W-CHQABERTO.
           MOVE 1 TO I.

       LISTA-RD1.
           ADD 1 TO I
           GO TO LISTA-RD1.

      *
      *    SALDO DE HOJE DE CADA CONTA ATIVA DO CTABCO: ABERTURA
      *    MAIS OS MOVIMENTOS DO CADCAIXA DESDE A SUA DATA
      *
       SALDO-CTAS.
           MOVE 04 TO CONLIN
           DISPLAY (04, 01) "SALDO ATUAL DAS CONTAS CAIXA/BANCO"
           MOVE ZEROS TO CBCONTA
           START CADCTABCO KEY IS NOT LESS CBCONTA
           IF ST-CB NOT = "00"
              GO TO SALDO-CTAS-FIM.
       SALDO-CTAS-RD.
           READ CADCTABCO NEXT
           IF ST-CB NOT = "00"
              GO TO SALDO-CTAS-PAUSA.
           IF CBSIT NOT = "A" OR CBDATAINI > W-HOJE
              GO TO SALDO-CTAS-RD.
           MOVE CBSALINI TO W-SALCTA
           MOVE CBDATAINI TO CXDATA
           MOVE ZEROS TO CXSEQ
           START CADCAIXA KEY IS NOT LESS CXCHAVE
           IF ST-CX NOT = "00"
              GO TO SALDO-CTAS-MOSTRA.
       SALDO-CTAS-CX.
           READ CADCAIXA NEXT
           IF ST-CX NOT = "00" OR CXDATA > W-HOJE
              GO TO SALDO-CTAS-MOSTRA.
           IF CXCONTA NOT = CBCONTA
              GO TO SALDO-CTAS-CX.
           IF CXTIPO = "E"
              ADD CXVALOR TO W-SALCTA
           ELSE
              SUBTRACT CXVALOR FROM W-SALCTA.
           GO TO SALDO-CTAS-CX.
       SALDO-CTAS-MOSTRA.
           ADD W-SALCTA TO W-SALATU
           MOVE CBCONTA TO DETCTA
           MOVE CBDESC TO DETDESC
           MOVE W-SALCTA TO DETSALCTA
           ADD 1 TO CONLIN
           IF CONLIN > 20
              DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
              ACCEPT (22, 31) W-OPCAO
              DISPLAY TELAFLUXO
              MOVE 05 TO CONLIN.
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DET4
           GO TO SALDO-CTAS-RD.
       SALDO-CTAS-PAUSA.
           MOVE W-SALATU TO DETSALATU
           DISPLAY (21, 01) DET5
           DISPLAY (22, 01) "TECLE ENTER PARA A PROJECAO..."
           ACCEPT (22, 32) W-OPCAO.
       SALDO-CTAS-FIM.
           EXIT.

      *
      *    CHEQUES EMITIDOS QUE O BANCO AINDA NAO DEBITOU
      *
       SOMA-CHQ.
           MOVE ZEROS TO W-CHQABERTO
           MOVE ZEROS TO CHQCONTA CHQNUM
           START CADCHEQUE KEY IS NOT LESS CHQCHAVE
           IF ST-CHQ NOT = "00"
              GO TO SOMA-CHQ-FIM.
       SOMA-CHQ-RD.
           READ CADCHEQUE NEXT
           IF ST-CHQ NOT = "00"
              GO TO SOMA-CHQ-FIM.
           IF CHQSTATUS = "E"
              ADD CHQVALOR TO W-CHQABERTO.
           GO TO SOMA-CHQ-RD.
       SOMA-CHQ-FIM.
           EXIT.

      *
      ****************************************************
      * SOMA UM DIA DE CALENDARIO A DATA CANDIDATA       *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADPAGAR
           CLOSE CADRECEBER
           IF W-TEMCHQ = "S"
              CLOSE CADCHEQUE.
           IF W-TEMCTA = "S"
              CLOSE CADCTABCO CADCAIXA.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
