       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADIANTPG.
      *******************************
      * RELATORIO DE ADIANTAMENTOS A FORNECEDOR EM ABERTO *
      * POR FORNECEDOR E IDADE (DIAS DESDE O ADIANTAMENTO) *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADADIANT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ADICHAVE
                       FILE STATUS IS ST-ERRO.
       DATA DIVISION.
       FILE SECTION.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-FILEMP        PIC 9(02) VALUE ZEROS.
       01 W-SEL          PIC 9(01) VALUE ZEROS.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 CONLIN         PIC 9(03) VALUE 001.
       01 LIN            PIC 9(03) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-HOJE-G REDEFINES W-HOJE.
           03 ANO-HOJE   PIC 9(04).
           03 MES-HOJE   PIC 9(02).
           03 DIA-HOJE   PIC 9(02).
       01 W-DTADI        PIC 9(08) VALUE ZEROS.
       01 W-DTADI-G REDEFINES W-DTADI.
           03 ANO-ADI    PIC 9(04).
           03 MES-ADI    PIC 9(02).
           03 DIA-ADI    PIC 9(02).
       01 W-DIASHOJE     PIC 9(08) VALUE ZEROS.
       01 W-DIASADI      PIC 9(08) VALUE ZEROS.
       01 W-IDADE        PIC S9(05) VALUE ZEROS.
       01 W-SALDO        PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTFOR       PIC 9(03) VALUE ZEROS.
       01 I              PIC 9(03) VALUE ZEROS.
       01 TAB-FORN.
           03 TF-ITEM OCCURS 100 TIMES.
               05 TF-CNPJ     PIC 9(14).
               05 TF-ATE30    PIC 9(11)V99.
               05 TF-ATE60    PIC 9(11)V99.
               05 TF-ATE90    PIC 9(11)V99.
               05 TF-MAIS90   PIC 9(11)V99.
               05 TF-TOTAL    PIC 9(11)V99.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 DET2.
           03 FILLER    PIC X(06) VALUE "CNPJ: ".
           03 DETCNPJ   PIC 9(14) VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " TOTAL: ".
           03 DETTOTAL  PIC 9(11)V99 VALUE ZEROS.
           03 FILLER    PIC X(06) VALUE " +90: ".
           03 DETMAIS90 PIC 9(11)V99 VALUE ZEROS.

       01 DET3.
           03 FILLER    PIC X(08) VALUE "ATE 30: ".
           03 DETATE30  PIC 9(11)V99 VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " 31-60: ".
           03 DETATE60  PIC 9(11)V99 VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " 61-90: ".
           03 DETATE90  PIC 9(11)V99 VALUE ZEROS.

       SCREEN SECTION.

       01  TELAADIANT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   ADIANTAMEN".
           05  LINE 02  COLUMN 43
               VALUE  "TOS EM ABERTO (IDADE)  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN INPUT CADADIANT
           IF ST-ERRO NOT = "00"
              MOVE "SEM ADIANTAMENTOS CADASTRADOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       INC-001.
           DISPLAY  TELAADIANT
           DISPLAY (03, 01) "EMPRESA (00=CONSOLIDADO): ".
           ACCEPT  (03, 28) W-FILEMP WITH UPDATE
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-DIASHOJE =
              (ANO-HOJE * 360) + (MES-HOJE * 30) + DIA-HOJE.

       VARRE-RD1.
           READ CADADIANT NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-INI.
           IF ADISTATUS NOT = "A"
              GO TO VARRE-RD1.
           IF W-FILEMP > ZEROS AND ADIEMP NOT = W-FILEMP
              GO TO VARRE-RD1.
           COMPUTE W-SALDO = ADIVALOR - ADICOMP
           IF W-SALDO = ZEROS
              GO TO VARRE-RD1.
           MOVE ADIDATA TO W-DTADI
           COMPUTE W-DIASADI =
              (ANO-ADI * 360) + (MES-ADI * 30) + DIA-ADI
           COMPUTE W-IDADE = W-DIASHOJE - W-DIASADI
           MOVE 1 TO I.
       VARRE-PROC.
           IF I > W-TOTFOR
              IF W-TOTFOR < 100
                 ADD 1 TO W-TOTFOR
                 MOVE ADICNPJ TO TF-CNPJ(W-TOTFOR)
                 MOVE ZEROS TO TF-ATE30(W-TOTFOR) TF-ATE60(W-TOTFOR)
                 MOVE ZEROS TO TF-ATE90(W-TOTFOR) TF-MAIS90(W-TOTFOR)
                 MOVE ZEROS TO TF-TOTAL(W-TOTFOR)
                 MOVE W-TOTFOR TO I
              ELSE
                 GO TO VARRE-RD1.
           IF TF-CNPJ(I) NOT = ADICNPJ
              ADD 1 TO I
              GO TO VARRE-PROC.
           ADD W-SALDO TO TF-TOTAL(I)
           IF W-IDADE NOT > 30
              ADD W-SALDO TO TF-ATE30(I)
              GO TO VARRE-RD1.
           IF W-IDADE NOT > 60
              ADD W-SALDO TO TF-ATE60(I)
              GO TO VARRE-RD1.
           IF W-IDADE NOT > 90
              ADD W-SALDO TO TF-ATE90(I)
              GO TO VARRE-RD1.
           ADD W-SALDO TO TF-MAIS90(I)
           GO TO VARRE-RD1.

       LISTA-INI.
           IF W-TOTFOR = ZEROS
              MOVE "*** NENHUM ADIANTAMENTO EM ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE 1 TO I
           MOVE 01 TO CONLIN.

       LISTA-RD1.
           IF I > W-TOTFOR
              MOVE "*** FIM DE PROCESSAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE TF-CNPJ(I) TO DETCNPJ
           MOVE TF-TOTAL(I) TO DETTOTAL
           MOVE TF-MAIS90(I) TO DETMAIS90
           MOVE TF-ATE30(I) TO DETATE30
           MOVE TF-ATE60(I) TO DETATE60
           MOVE TF-ATE90(I) TO DETATE90
           COMPUTE LIN = CONLIN + 3
           DISPLAY (LIN, 01) DET2
           ADD 1 TO CONLIN
           COMPUTE LIN = CONLIN + 3
           DISPLAY (LIN, 01) DET3
           ADD 2 TO CONLIN
           ADD 1 TO I
           IF CONLIN < 16
              GO TO LISTA-RD1.

       ROT-SOL.
           DISPLAY (23, 13) " *** CONTINUA RELATORIO : . ***"
           MOVE "S" TO W-OPCAO
           ACCEPT  (23, 40) W-OPCAO  WITH UPDATE
           IF W-OPCAO = "S"
                  MOVE 01 TO CONLIN
                  DISPLAY TELAADIANT
                  GO TO LISTA-RD1.
           IF W-OPCAO NOT = "N"
                  MOVE "*** DIGITE S=SIM   N=NAO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-SOL.
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
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
