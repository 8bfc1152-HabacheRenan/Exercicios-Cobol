      *******************************
      * PROGRAMA PARA POSICAO DIARIA DO LIVRO CAIXA POR CONTA *
      * SALDO ANTERIOR, ENTRADAS, SAIDAS E SALDO FINAL        *
      * CHEQUES EMITIDOS AINDA NAO COMPENSADOS NA DATA SAO     *
      * MOSTRADOS A PARTE, COM O SALDO ESPERADO NO BANCO      *
      * CONTA CADASTRADA NO CTABCO PARTE DO SALDO DE ABERTURA *
      * NA SUA DATA (MOVIMENTOS ANTERIORES JA ESTAO NELE) E   *
      * MOSTRA A DESCRICAO                                    *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CXCHAVE
                       FILE STATUS IS ST-ERRO.
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
       DATA DIVISION.
       FILE SECTION.
      *
           03 CXDOC             PIC X(10).
           03 CXVALOR           PIC 9(11)V99.
           03 CXCONC            PIC X(01).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-DATADIA      PIC 9(08) VALUE ZEROS.
       01 W-TOTCTA       PIC 9(02) VALUE ZEROS.
       01 I              PIC 9(03) VALUE ZEROS.
       01 ST-CHQ         PIC X(02) VALUE "00".
       01 W-TEMCHQ       PIC X(01) VALUE "N".
       01 ST-CB          PIC X(02) VALUE "00".
       01 W-TEMCTA       PIC X(01) VALUE "N".
       01 TAB-CONTA.
           03 TC-ITEM OCCURS 20 TIMES.
               05 TC-CONTA    PIC 9(02).
               05 TC-DESC     PIC X(20).
               05 TC-DTINI    PIC 9(08).
               05 TC-ANT      PIC S9(13)V99.
               05 TC-ENT      PIC 9(13)V99.
               05 TC-SAI      PIC 9(13)V99.
               05 TC-CHQ      PIC 9(13)V99.
      *-----------------------------------------------------------------
      *
      ******************
       01 DET2.
           03 FILLER    PIC X(07) VALUE "CONTA: ".
           03 DETCONTA  PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETDESC   PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(07) VALUE " ANT: ".
           03 DETANT    PIC -ZZZZZZZZZZZ9,99 VALUE ZEROS.

           03 FILLER    PIC X(08) VALUE " FINAL: ".
           03 DETFIM    PIC -ZZZZZZZZZZZ9,99 VALUE ZEROS.

       01 DET4.
           03 FILLER    PIC X(21) VALUE "CHEQUES A COMPENSAR: ".
           03 DETCHQ    PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(14) VALUE " SALDO BANCO: ".
           03 DETBCO    PIC -ZZZZZZZZZZZ9,99 VALUE ZEROS.

       SCREEN SECTION.

       01  TELACAIXA.
              MOVE "SEM MOVIMENTOS DE CAIXA REGISTRADOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "N" TO W-TEMCHQ
           OPEN INPUT CADCHEQUE
           IF ST-CHQ = "00"
              MOVE "S" TO W-TEMCHQ.
           MOVE "N" TO W-TEMCTA
           OPEN INPUT CADCTABCO
           IF ST-CB = "00"
              MOVE "S" TO W-TEMCTA.

       INC-001.
           DISPLAY TELACAIXA
           IF W-DATADIA = ZEROS
              GO TO ROT-FIM.
           MOVE ZEROS TO W-TOTCTA
           IF W-TEMCTA = "S"
              PERFORM CARREGA-CTA THRU CARREGA-CTA-FIM.
           MOVE ZEROS TO CXDATA CXSEQ
           START CADCAIXA KEY IS NOT LESS CXCHAVE
           IF ST-ERRO NOT = "00"
              IF W-TOTCTA < 20
                 ADD 1 TO W-TOTCTA
                 MOVE CXCONTA TO TC-CONTA(W-TOTCTA)
                 MOVE SPACES TO TC-DESC(W-TOTCTA)
                 MOVE ZEROS TO TC-DTINI(W-TOTCTA)
                 MOVE ZEROS TO TC-ANT(W-TOTCTA) TC-ENT(W-TOTCTA)
                 MOVE ZEROS TO TC-SAI(W-TOTCTA) TC-CHQ(W-TOTCTA)
                 MOVE W-TOTCTA TO I
              ELSE
                 GO TO VARRE-RD1.
           IF TC-CONTA(I) NOT = CXCONTA
              ADD 1 TO I
              GO TO VARRE-PROC.
           IF CXDATA < TC-DTINI(I)
              GO TO VARRE-RD1.
           IF CXDATA < W-DATADIA
              IF CXTIPO = "E"
                 ADD CXVALOR TO TC-ANT(I)
              MOVE "*** NENHUM MOVIMENTO ATE A DATA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-TEMCHQ = "S"
              PERFORM SOMA-CHQ THRU SOMA-CHQ-FIM.
           MOVE 05 TO CONLIN
           MOVE 1 TO I.

              MOVE "*** FIM DA POSICAO DIARIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF TC-DTINI(I) > W-DATADIA
              ADD 1 TO I
              GO TO LISTA-RD1.
           MOVE TC-CONTA(I) TO DETCONTA
           MOVE TC-DESC(I) TO DETDESC
           MOVE TC-ANT(I) TO DETANT
           MOVE TC-ENT(I) TO DETENT
           MOVE TC-SAI(I) TO DETSAI
           ADD 1 TO CONLIN
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DET3
           IF TC-CHQ(I) > ZEROS
              MOVE TC-CHQ(I) TO DETCHQ
              COMPUTE DETBCO = TC-ANT(I) + TC-ENT(I) - TC-SAI(I)
                             + TC-CHQ(I)
              ADD 1 TO CONLIN
              MOVE CONLIN TO LIN
              DISPLAY (LIN, 01) DET4.
           ADD 1 TO CONLIN
           IF CONLIN > 18
              DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
              ACCEPT (22, 31) W-OPCAO
              DISPLAY TELACAIXA
           ADD 1 TO I
           GO TO LISTA-RD1.
      *
      *    CONTAS CADASTRADAS ENTRAM NA TABELA COM O SALDO DE
      *    ABERTURA, MESMO SEM MOVIMENTO
      *
       CARREGA-CTA.
           MOVE ZEROS TO CBCONTA
           START CADCTABCO KEY IS NOT LESS CBCONTA
           IF ST-CB NOT = "00"
              GO TO CARREGA-CTA-FIM.
       CARREGA-CTA-RD.
           READ CADCTABCO NEXT
           IF ST-CB NOT = "00" OR W-TOTCTA NOT < 20
              GO TO CARREGA-CTA-FIM.
           ADD 1 TO W-TOTCTA
           MOVE CBCONTA TO TC-CONTA(W-TOTCTA)
           MOVE CBDESC TO TC-DESC(W-TOTCTA)
           MOVE CBDATAINI TO TC-DTINI(W-TOTCTA)
           MOVE ZEROS TO TC-ANT(W-TOTCTA) TC-ENT(W-TOTCTA)
           MOVE ZEROS TO TC-SAI(W-TOTCTA) TC-CHQ(W-TOTCTA)
           IF CBDATAINI NOT > W-DATADIA
              MOVE CBSALINI TO TC-ANT(W-TOTCTA).
           GO TO CARREGA-CTA-RD.
       CARREGA-CTA-FIM.
           EXIT.
      *
      *    CHEQUES EM ABERTO NA DATA: EMITIDOS ATE ELA E AINDA
      *    NAO COMPENSADOS (OU CANCELADOS) NAQUELE DIA
      *
       SOMA-CHQ.
           MOVE ZEROS TO CHQCONTA CHQNUM
           START CADCHEQUE KEY IS NOT LESS CHQCHAVE
           IF ST-CHQ NOT = "00"
              GO TO SOMA-CHQ-FIM.
       SOMA-CHQ-RD.
           READ CADCHEQUE NEXT
           IF ST-CHQ NOT = "00"
              GO TO SOMA-CHQ-FIM.
           IF CHQDATA > W-DATADIA OR CHQSTATUS = "I"
              GO TO SOMA-CHQ-RD.
           IF CHQSTATUS = "C" AND CHQDTCOMP NOT > W-DATADIA
              GO TO SOMA-CHQ-RD.
           IF CHQSTATUS = "X" AND CHQDTCANC NOT > W-DATADIA
              GO TO SOMA-CHQ-RD.
           MOVE 1 TO I.
       SOMA-CHQ-PROC.
           IF I > W-TOTCTA
              GO TO SOMA-CHQ-RD.
           IF TC-CONTA(I) NOT = CHQCONTA
              ADD 1 TO I
              GO TO SOMA-CHQ-PROC.
           ADD CHQVALOR TO TC-CHQ(I)
           GO TO SOMA-CHQ-RD.
       SOMA-CHQ-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADCAIXA
           IF W-TEMCHQ = "S"
              CLOSE CADCHEQUE.
           IF W-TEMCTA = "S"
              CLOSE CADCTABCO.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
