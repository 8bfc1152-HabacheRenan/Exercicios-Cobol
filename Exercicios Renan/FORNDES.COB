       PROGRAM-ID. FORNDES.
      *******************************
      * PROGRAMA PARA DESEMPENHO DE ENTREGA DOS FORNECEDORES *
      * RECL: RECLAMACOES DE CLIENTES NO PERIODO ATRIBUIDAS  *
      * AO FORNECEDOR (NAO CONFORMIDADE - RECLAMA)          *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ITECHAVE
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADRECLAMA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RCNUM
                       FILE STATUS IS ST-RCL.
       DATA DIVISION.
       FILE SECTION.
      *
           03 PCCUSTO           PIC 9(03).
           03 PCONTRATO         PIC X(01).
           03 PEMP              PIC 9(02).
           03 PMOEDA            PIC X(03).
           03 PTAXA             PIC 9(05)V9(06).

       FD CADPEDITEM
           LABEL RECORD IS STANDARD
           03 ITEVALOR          PIC 9(11)V99.
           03 ITEQTDREC         PIC 9(06).
           03 ITEDATAPROM       PIC 9(08).
      *
       FD CADRECLAMA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRECLAMA.DAT".
       01 REGRECLAMA.
           03 RCNUM             PIC 9(06).
           03 RCDATA            PIC 9(08).
           03 RCCLICNPJ         PIC 9(14).
           03 RCNFNUM           PIC 9(09).
           03 RCCODPRO          PIC 9(06).
           03 RCLOTE            PIC X(10).
           03 RCSERIE           PIC X(20).
           03 RCQTD             PIC 9(06).
           03 RCDEFEITO         PIC 9(02).
           03 RCDESCR           PIC X(60).
           03 RCSTATUS          PIC X(01).
           03 RCFORCNPJ         PIC 9(14).
           03 RCNFENT           PIC 9(09).
           03 RCPEDIDO          PIC 9(06).
           03 RCRESPFOR         PIC X(01).
           03 RCCAUSA           PIC X(60).
           03 RCACAO            PIC X(60).
           03 RCDATAFIM         PIC 9(08).
           03 RCEMP             PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-RCL         PIC X(02) VALUE "00".
       01 W-TEMRCL       PIC X(01) VALUE "N".
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
               05 TF-QTDPROM  PIC 9(04).
               05 TF-QTDITPED PIC 9(09).
               05 TF-QTDITREC PIC 9(09).
               05 TF-QTDRECL  PIC 9(04).
       01 TAB-SWAP       PIC X(60).
      *-----------------------------------------------------------------
      *
      ******************
           03 DETQPED   PIC 9(09) VALUE ZEROS.
           03 FILLER    PIC X(12) VALUE " RECEBIDA: ".
           03 DETQREC   PIC 9(09) VALUE ZEROS.
           03 FILLER    PIC X(07) VALUE " RECL: ".
           03 DETRECL   PIC 9(04) VALUE ZEROS.

       SCREEN SECTION.

              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPEDIDO
              GO TO ROT-FIM2.
           MOVE "N" TO W-TEMRCL
           OPEN INPUT CADRECLAMA
           IF ST-RCL = "00"
              MOVE "S" TO W-TEMRCL.

       INC-001.
           DISPLAY  TELADES.
       VARRE-ITENS.
           READ CADPEDITEM NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO VARRE-RECL.
           MOVE ITENUMPED TO NUMPEDIDO
           READ CADPEDIDO
           IF ST-ERRO NOT = "00"
           ADD ITEQTDREC TO TF-QTDITREC(I)
           GO TO VARRE-ITENS.

      *
      *    RECLAMACOES DE CLIENTES COM RESPONSABILIDADE DO FORNECEDOR
      *
       VARRE-RECL.
           IF W-TEMRCL NOT = "S"
              GO TO ORDENA.
       VARRE-RECL-RD.
           READ CADRECLAMA NEXT
           IF ST-RCL NOT = "00"
              GO TO ORDENA.
           IF RCRESPFOR NOT = "S" OR RCFORCNPJ = ZEROS
              GO TO VARRE-RECL-RD.
           IF RCDATA < W-DATAINI OR RCDATA > W-DATAFIM
              GO TO VARRE-RECL-RD.
           MOVE RCFORCNPJ TO PCNPJ
           PERFORM ACHA-FORN THRU ACHA-FORN-FIM
           IF I = ZEROS
              GO TO VARRE-RECL-RD.
           ADD 1 TO TF-QTDRECL(I)
           GO TO VARRE-RECL-RD.

      *
      *    ORDENA DO PIOR PARA O MELHOR (PCT DE ATRASO)
      *
              MOVE ZEROS TO DETLEAD.
           MOVE TF-QTDITPED(I) TO DETQPED
           MOVE TF-QTDITREC(I) TO DETQREC
           MOVE TF-QTDRECL(I) TO DETRECL
           COMPUTE LIN = CONLIN + 3
           DISPLAY (LIN, 01) DET2
           ADD 1 TO CONLIN
                 MOVE ZEROS TO TF-QTDPROM(W-TOTFOR)
                 MOVE ZEROS TO TF-QTDITPED(W-TOTFOR)
                 MOVE ZEROS TO TF-QTDITREC(W-TOTFOR)
                 MOVE ZEROS TO TF-QTDRECL(W-TOTFOR)
                 MOVE W-TOTFOR TO I
                 GO TO ACHA-FORN-FIM
              ELSE
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADPEDIDO
           CLOSE CADPEDITEM
           IF W-TEMRCL = "S"
              CLOSE CADRECLAMA.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
