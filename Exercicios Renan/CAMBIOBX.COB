       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBIOBX.
      *******************************
      * ROTINA COMUM DE CONVERSAO DE MOEDA                       *
      * DEVOLVE A TAXA (R$ POR UNIDADE DA MOEDA) VIGENTE NA DATA *
      * PARMDATA: A COTACAO DO PROPRIO DIA OU, SE NAO HOUVER     *
      * (FIM DE SEMANA, FERIADO), A ULTIMA ANTERIOR A ELA        *
      * COTACOES CADASTRADAS NO SCP078 (CADCOTACAO)              *
      * PARMMOEDA: CODIGO DA MOEDA (BRANCO OU BRL = REAL, TAXA 1)*
      * PARMDTCOT: DATA DA COTACAO USADA                         *
      * PARMRET  : 00=OK  SC=SEM COTACAO ATE A DATA              *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADCOTACAO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS COTCHAVE
                       FILE STATUS IS ST-ERRO.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADCOTACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOTACAO.DAT".
       01 REGCOTACAO.
           03 COTCHAVE.
               05 COTMOEDA      PIC X(03).
               05 COTDATA       PIC 9(08).
           03 COTTAXA           PIC 9(05)V9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 W-TEMARQ       PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01 PARMMOEDA       PIC X(03).
       01 PARMDATA        PIC 9(08).
       01 PARMTAXA        PIC 9(05)V9(06).
       01 PARMDTCOT       PIC 9(08).
       01 PARMRET         PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARMMOEDA PARMDATA PARMTAXA
                                PARMDTCOT PARMRET.
       INICIO.
           MOVE "00" TO PARMRET
           MOVE ZEROS TO PARMTAXA PARMDTCOT
           IF PARMMOEDA = SPACES OR PARMMOEDA = "BRL"
              MOVE 1 TO PARMTAXA
              MOVE PARMDATA TO PARMDTCOT
              GO TO ROT-FIM.
           IF W-TEMARQ = "S"
              GO TO BUSCA.
           OPEN INPUT CADCOTACAO
           IF ST-ERRO NOT = "00"
              MOVE "SC" TO PARMRET
              GO TO ROT-FIM.
           MOVE "S" TO W-TEMARQ.

      *
      *    PERCORRE AS COTACOES DA MOEDA ATE PASSAR DA DATA
      *
       BUSCA.
           MOVE PARMMOEDA TO COTMOEDA
           MOVE ZEROS TO COTDATA
           START CADCOTACAO KEY IS NOT LESS COTCHAVE
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-FIM.
       BUSCA-RD.
           READ CADCOTACAO NEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-FIM.
           IF COTMOEDA NOT = PARMMOEDA
              GO TO BUSCA-FIM.
           IF COTDATA > PARMDATA
              GO TO BUSCA-FIM.
           MOVE COTTAXA TO PARMTAXA
           MOVE COTDATA TO PARMDTCOT
           GO TO BUSCA-RD.
       BUSCA-FIM.
           IF PARMTAXA = ZEROS
              MOVE "SC" TO PARMRET.
      *
       ROT-FIM.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
