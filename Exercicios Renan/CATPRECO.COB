       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATPRECO.
      *******************************
      * ROTINA COMUM DO PRECO DE CATALOGO DO FORNECEDOR          *
      * RECEBE O REGISTRO PRODUTO/FORNECEDOR (NUMPROFOR) E UMA   *
      * DATA; DEVOLVE O PRECO DO CADCATPRE DE MAIOR VIGENCIA     *
      * ATE A DATA (S) OU N QUANDO NAO HA PRECO VIGENTE          *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADCATPRE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CATCHAVE
                       FILE STATUS IS ST-ERRO.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADCATPRE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCATPRE.DAT".
       01 REGCATPRE.
           03 CATCHAVE.
               05 CATNUMPF      PIC 9(06).
               05 CATVIGEN      PIC 9(08).
           03 CATPRECO          PIC 9(09)V99.
           03 CATPRECOANT       PIC 9(09)V99.
           03 CATCNPJ           PIC 9(14).
           03 CATCODPRO         PIC 9(06).
           03 CATDATAIMP        PIC 9(08).
           03 CATOPER           PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 W-TEMARQ       PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01 PARMNUMPF       PIC 9(06).
       01 PARMDATA        PIC 9(08).
       01 PARMTEM         PIC X(01).
       01 PARMPRECO       PIC 9(09)V99.
       01 PARMVIGEN       PIC 9(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARMNUMPF PARMDATA PARMTEM
                                PARMPRECO PARMVIGEN.
       INICIO.
      *    SEM CATALOGO AINDA: TENTA DE NOVO NA PROXIMA CHAMADA
           IF W-TEMARQ NOT = "S"
              OPEN INPUT CADCATPRE
              IF ST-ERRO = "00"
                 MOVE "S" TO W-TEMARQ
              ELSE
                 MOVE "N" TO W-TEMARQ.

       BUSCA-VIGENTE.
           MOVE "N" TO PARMTEM
           MOVE ZEROS TO PARMPRECO PARMVIGEN
           IF W-TEMARQ NOT = "S"
              GO TO ROT-FIM.
           MOVE PARMNUMPF TO CATNUMPF
           MOVE ZEROS TO CATVIGEN
           START CADCATPRE KEY IS NOT LESS CATCHAVE
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
       BUSCA-RD.
           READ CADCATPRE NEXT
           IF ST-ERRO NOT = "00" OR CATNUMPF NOT = PARMNUMPF
              GO TO ROT-FIM.
           IF CATVIGEN > PARMDATA
              GO TO ROT-FIM.
           MOVE "S" TO PARMTEM
           MOVE CATPRECO TO PARMPRECO
           MOVE CATVIGEN TO PARMVIGEN
           GO TO BUSCA-RD.
      *
       ROT-FIM.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
