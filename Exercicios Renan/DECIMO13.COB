                       NOME WITH DUPLICATES
                       ALTERNATE RECORD KEY IS CPF
                       FILE STATUS  IS ST-ERRO.
      *
       SELECT CAD13 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS T13CHAVE
                       FILE STATUS  IS ST-T13.
       DATA DIVISION.
       FILE SECTION.
      *
           03 FONEDDD       PIC 9(02).
           03 FONETEL       PIC 9(09).
           03 CONTEMERG     PIC X(30).
      *
       FD CAD13
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CAD13.DAT".
       01 REG13.
           03 T13CHAVE.
               05 T13ANO        PIC 9(04).
               05 T13CODIGO     PIC 9(06).
           03 T13VALOR          PIC 9(09)V99.
           03 T13INSS           PIC 9(06)V99.
           03 T13IRRF           PIC 9(06)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-T13       PIC X(02) VALUE "00".
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-SEL        PIC 9(01) VALUE ZEROS.
       01 W-CONT       PIC 9(04) VALUE ZEROS.
       01 W-OPCAO      PIC X(01) VALUE SPACES.
       01 Z            PIC 9(02) VALUE ZEROS.
       01 CONTROLE     PIC 9(06)V99 VALUE ZEROS.
       01 TREZE        PIC 9(09)V99 VALUE ZEROS.
       01 W-TIPOADIC   PIC X(01) VALUE SPACES.
       01 W-VALADIC    PIC 9(06)V99 VALUE ZEROS.
       01 T-INSS       PIC 9(06)V99 VALUE ZEROS.
       01 T-IMPOSTO    PIC 9(06)V99 VALUE ZEROS.
       01 T-PARC1      PIC 9(09)V99 VALUE ZEROS.
           ELSE
               NEXT SENTENCE.

       INC-OP2.
           OPEN I-O CAD13
           IF ST-T13 = "30"
              OPEN OUTPUT CAD13
              CLOSE CAD13
              OPEN I-O CAD13.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       INC-001.
           DISPLAY  TELA13.

               ELSE
                   MOVE 1 TO X.
           COMPUTE TREZE ROUNDED = SALARIOBASE * X
      *    ADICIONAL DA FUNCAO INTEGRA A REMUNERACAO DO 13.
           CALL "ADICFUNC" USING FUNC TREZE W-TIPOADIC W-VALADIC
           ADD W-VALADIC TO TREZE

           IF TREZE < 2500,01
               MOVE 8 TO Y
           COMPUTE T-PARC1 ROUNDED = TREZE / 2
           COMPUTE T-PARC2 ROUNDED = (TREZE - T-PARC1) - T-INSS
                                     - T-IMPOSTO.
      *    GUARDA O 13. DO ANO PARA A DECLARACAO ANUAL (DIRFEXP)
           COMPUTE T13ANO = W-HOJE / 10000
           MOVE CODIGO TO T13CODIGO
           MOVE TREZE TO T13VALOR
           MOVE T-INSS TO T13INSS
           MOVE T-IMPOSTO TO T13IRRF
           WRITE REG13
           IF ST-T13 = "22"
              REWRITE REG13.

       ROT-MONTAR.
           MOVE CODIGO    TO DETCODIGO
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADFOLHA
           CLOSE CAD13.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
