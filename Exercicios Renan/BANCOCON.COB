      * PROGRAMA PARA CONCILIACAO BANCARIA DO LIVRO CAIXA       *
      * LE O EXTRATO DO BANCO, CASA COM AS BAIXAS REGISTRADAS   *
      * E LISTA AS PENDENCIAS DOS DOIS LADOS                    *
      * SAIDA DO EXTRATO COM NUMERO DE CHEQUE NO DOCUMENTO      *
      * COMPENSA O CHEQUE EMITIDO NO CADCHEQUE (MESMO VALOR)    *
      * LINHA DO EXTRATO DE CONTA NAO CADASTRADA OU INATIVA NO  *
      * CTABCO (CTAVER) NAO E CONCILIADA E SAI LISTADA A PARTE  *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       SELECT EXTRATO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADCHEQUE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CHQCHAVE
                       FILE STATUS IS ST-CHQ.
       DATA DIVISION.
       FILE SECTION.
      *
           03 EXT-VALOR      PIC 9(11)V99.
           03 EXT-DOC        PIC X(10).
           03 FILLER         PIC X(36).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-TOTCONF      PIC 9(06) VALUE ZEROS.
       01 W-TOTBANCO     PIC 9(06) VALUE ZEROS.
       01 W-TOTLIVRO     PIC 9(06) VALUE ZEROS.
       01 ST-CHQ         PIC X(02) VALUE "00".
       01 W-TEMCHQ       PIC X(01) VALUE "N".
       01 W-TOTCHQ       PIC 9(06) VALUE ZEROS.
       01 W-CHQACHOU     PIC X(01) VALUE "N".
       01 W-TOTNCAD      PIC 9(06) VALUE ZEROS.
       01 W-CTAOK        PIC X(01) VALUE SPACES.
       01 W-CTADESC      PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
      *
      ******************
           03 FILLER    PIC X(05) VALUE " VL= ".
           03 DETVALOR  PIC 9(11)V99 VALUE ZEROS.

       01 DET5.
           03 FILLER    PIC X(13) VALUE "SEM CONTA  : ".
           03 DETDATA5  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE " T=".
           03 DETTIPO5  PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(04) VALUE " CT=".
           03 DETCONTA5 PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(05) VALUE " VL= ".
           03 DETVALOR5 PIC 9(11)V99 VALUE ZEROS.

       01 DET3.
           03 FILLER    PIC X(13) VALUE "SO NO LIVRO: ".
           03 DETDATA3  PIC 9(08) VALUE ZEROS.
           03 DETCONF     PIC 9(06) VALUE ZEROS.
           03 FILLER      PIC X(10) VALUE " SO BANCO:".
           03 DETBANCO    PIC 9(06) VALUE ZEROS.
           03 FILLER      PIC X(09) VALUE " CHEQUES:".
           03 DETCHQ      PIC 9(06) VALUE ZEROS.

       SCREEN SECTION.

              MOVE "SEM MOVIMENTOS DE CAIXA REGISTRADOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "N" TO W-TEMCHQ
           OPEN I-O CADCHEQUE
           IF ST-CHQ = "00"
              MOVE "S" TO W-TEMCHQ.

       MENU-CON.
           DISPLAY TELACON
              MOVE "ARQUIVO EXTRATO.TXT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CON.
           MOVE ZEROS TO W-TOTAUTO W-TOTCONF W-TOTBANCO W-TOTCHQ
           MOVE ZEROS TO W-TOTNCAD
           DISPLAY TELACON
           DISPLAY (03, 01) "*** ENTRADAS DO BANCO SEM PAR NO LIVRO **"
           MOVE 04 TO CONLIN.
           READ EXTRATO
           IF ST-ERRO2 NOT = "00"
              GO TO CONC-FIM.
           CALL "CTAVER" USING EXT-CONTA W-CTAOK W-CTADESC
           IF W-CTAOK NOT = "S"
              ADD 1 TO W-TOTNCAD
              MOVE EXT-DATA TO DETDATA5
              MOVE EXT-TIPO TO DETTIPO5
              MOVE EXT-CONTA TO DETCONTA5
              MOVE EXT-VALOR TO DETVALOR5
              ADD 1 TO CONLIN
              IF CONLIN > 18
                 MOVE 04 TO CONLIN
                 MOVE CONLIN TO LIN
                 DISPLAY (LIN, 01) DET5
                 GO TO CONC-RD1
              ELSE
                 MOVE CONLIN TO LIN
                 DISPLAY (LIN, 01) DET5
                 GO TO CONC-RD1.
           IF EXT-TIPO = "S" AND W-TEMCHQ = "S"
                             AND EXT-DOC(1:6) IS NUMERIC
              PERFORM COMPENSA-CHQ THRU COMPENSA-CHQ-FIM
              IF W-CHQACHOU = "S"
                 ADD 1 TO W-TOTCHQ
                 GO TO CONC-RD1.
           PERFORM PROCURA-PAR THRU PROCURA-PAR-FIM
           IF W-ACHOU = "S"
              ADD 1 TO W-TOTAUTO
              PERFORM BAIXA-CHQ-CX THRU BAIXA-CHQ-CX-FIM
              GO TO CONC-RD1.
           IF W-QUASE = "S"
              PERFORM CONFIRMA-PAR THRU CONFIRMA-PAR-FIM
           MOVE W-TOTAUTO TO DETAUTO
           MOVE W-TOTCONF TO DETCONF
           MOVE W-TOTBANCO TO DETBANCO
           MOVE W-TOTCHQ TO DETCHQ
           DISPLAY (20, 01) DET4
           IF W-TOTNCAD > ZEROS
              DISPLAY (21, 01) "SEM CONTA CADASTRADA/ATIVA: "
              DISPLAY (21, 29) W-TOTNCAD.
           MOVE "*** EXTRATO PROCESSADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
              IF ST-ERRO = "00"
                 MOVE "S" TO CXCONC
                 REWRITE REGCAIXA
                 ADD 1 TO W-TOTCONF
                 PERFORM BAIXA-CHQ-CX THRU BAIXA-CHQ-CX-FIM.
       CONFIRMA-PAR-FIM.
           EXIT.

      *
      *    CHEQUE PELO NUMERO DO EXTRATO: EMITIDO E MESMO VALOR
      *    PASSA A COMPENSADO E CONCILIA A SAIDA DO LIVRO LIGADA
      *
       COMPENSA-CHQ.
           MOVE "N" TO W-CHQACHOU
           MOVE EXT-CONTA TO CHQCONTA
           MOVE EXT-DOC(1:6) TO CHQNUM
           READ CADCHEQUE
           IF ST-CHQ NOT = "00"
              GO TO COMPENSA-CHQ-FIM.
           IF CHQSTATUS NOT = "E" OR CHQVALOR NOT = EXT-VALOR
              GO TO COMPENSA-CHQ-FIM.
           MOVE "C" TO CHQSTATUS
           MOVE EXT-DATA TO CHQDTCOMP
           REWRITE REGCHEQUE
           MOVE "S" TO W-CHQACHOU
           MOVE CHQCXDATA TO CXDATA
           MOVE CHQCXSEQ TO CXSEQ
           READ CADCAIXA
           IF ST-ERRO = "00"
              MOVE "S" TO CXCONC
              REWRITE REGCAIXA.
       COMPENSA-CHQ-FIM.
           EXIT.

      *
      *    SAIDA DO LIVRO CONCILIADA PELO VALOR: SE FOI PAGA EM
      *    CHEQUE, O CHEQUE LIGADO A ELA PASSA A COMPENSADO
      *
       BAIXA-CHQ-CX.
           IF W-TEMCHQ NOT = "S" OR CXTIPO NOT = "S"
              GO TO BAIXA-CHQ-CX-FIM.
           IF CXDOC(1:1) NOT = "P" AND CXDOC(1:1) NOT = "A"
              GO TO BAIXA-CHQ-CX-FIM.
           MOVE ZEROS TO CHQCONTA CHQNUM
           START CADCHEQUE KEY IS NOT LESS CHQCHAVE
           IF ST-CHQ NOT = "00"
              GO TO BAIXA-CHQ-CX-FIM.
       BAIXA-CHQ-CX-RD.
           READ CADCHEQUE NEXT
           IF ST-CHQ NOT = "00"
              GO TO BAIXA-CHQ-CX-FIM.
           IF CHQSTATUS NOT = "E" OR CHQCXDATA NOT = CXDATA
                                  OR CHQCXSEQ NOT = CXSEQ
              GO TO BAIXA-CHQ-CX-RD.
           MOVE "C" TO CHQSTATUS
           MOVE EXT-DATA TO CHQDTCOMP
           REWRITE REGCHEQUE
           ADD 1 TO W-TOTCHQ.
       BAIXA-CHQ-CX-FIM.
           EXIT.

      *
      ****************************************
      * PENDENCIAS DO LIVRO SEM PAR NO BANCO *
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADCAIXA
           IF W-TEMCHQ = "S"
              CLOSE CADCHEQUE.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
