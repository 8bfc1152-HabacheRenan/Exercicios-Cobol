       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERIEBX.
      *******************************
      * ROTINA COMUM DO CONTROLE POR NUMERO DE SERIE             *
      * CADA UNIDADE DE PRODUTO SERIALIZADO (CADPRO SERIALIZADO= *
      * "S") TEM SEU REGISTRO EM CADSERIE E SEU HISTORICO EM     *
      * CADSERMOV (GARANTIA: QUAL SERIE FOI PARA QUAL CLIENTE)   *
      * PARMOPER: R=RECEBIMENTO (ENTRA NO DEPOSITO PARMDEP)      *
      *           T=TRANSFERENCIA DE PARMDEP PARA PARMDEPDES     *
      *           S=SAIDA NA EXPEDICAO DA VENDA PARMDOC          *
      *           D=DEVOLUCAO DO CLIENTE (VENDA PARMDOC)         *
      *           K=CONTAGEM DE INVENTARIO NO DEPOSITO PARMDEP   *
      *           L=PROXIMA SERIE DO DEPOSITO NAO CONTADA HOJE   *
      *             (A PARTIR DE PARMSERIE; DEVOLVE EM PARMSERIE)*
      * PARMDOC : NOTA DO FORNECEDOR / VENDA / DEVOLUCAO         *
      * PARMCNPJ: FORNECEDOR (R) OU CLIENTE (S)                  *
      * PARMRET : 00=OK  JE=SERIE JA ESTA EM ESTOQUE             *
      *           NC=SERIE NAO CADASTRADA                        *
      *           NE=SERIE NAO ESTA NO DEPOSITO DE ORIGEM        *
      *           NV=SERIE NAO CONSTA COMO VENDIDA               *
      *           OV=SERIE SAIU EM OUTRA VENDA                   *
      *           IN=SERIE ACHADA NA CONTAGEM (FOI CADASTRADA)   *
      *           OD=SERIE CONSTA EM OUTRO DEPOSITO              *
      *           VD=SERIE CONSTA COMO VENDIDA                   *
      *           JC=SERIE JA CONTADA HOJE  FM=FIM DA LISTA      *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADSERIE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SERCHAVE
                       ALTERNATE RECORD KEY IS SERNUM WITH DUPLICATES
                       ALTERNATE RECORD KEY IS SERVENDA
                                                   WITH DUPLICATES
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADSERMOV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SMVCHAVE
                       FILE STATUS IS ST-ERRO2.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADSERIE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSERIE.DAT".
       01 REGSERIE.
           03 SERCHAVE.
               05 SERCODPRO     PIC 9(06).
               05 SERNUM        PIC X(20).
           03 SERSTATUS         PIC X(01).
           03 SERDEP            PIC 9(02).
           03 SERCNPJ           PIC 9(14).
           03 SERNOTA           PIC 9(09).
           03 SERDATAENT        PIC 9(08).
           03 SERVENDA          PIC 9(06).
           03 SERCLI            PIC 9(14).
           03 SERDATASAI        PIC 9(08).
           03 SERCONT           PIC 9(08).
           03 SERDATA           PIC 9(08).
      *
       FD CADSERMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSERMOV.DAT".
       01 REGSERMOV.
           03 SMVCHAVE.
               05 SMVCODPRO     PIC 9(06).
               05 SMVNUM        PIC X(20).
               05 SMVSEQ        PIC 9(04).
           03 SMVDATA           PIC 9(08).
           03 SMVTIPO           PIC X(01).
           03 SMVDEPORI         PIC 9(02).
           03 SMVDEPDES         PIC 9(02).
           03 SMVDOC            PIC 9(09).
           03 SMVCNPJ           PIC 9(14).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 W-TEMARQ       PIC X(01) VALUE SPACES.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-TIPOMOV      PIC X(01) VALUE SPACES.
       01 W-DEPORI       PIC 9(02) VALUE ZEROS.
       01 W-DEPDES       PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 PARMOPER        PIC X(01).
       01 PARMCODPRO      PIC 9(06).
       01 PARMSERIE       PIC X(20).
       01 PARMDEP         PIC 9(02).
       01 PARMDEPDES      PIC 9(02).
       01 PARMDOC         PIC 9(09).
       01 PARMCNPJ        PIC 9(14).
       01 PARMRET         PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARMOPER PARMCODPRO PARMSERIE
                                PARMDEP PARMDEPDES PARMDOC
                                PARMCNPJ PARMRET.
       INICIO.
           IF W-TEMARQ = "S"
              GO TO DESVIA.
           OPEN I-O CADSERIE
           IF ST-ERRO = "30"
              OPEN OUTPUT CADSERIE
              CLOSE CADSERIE
              OPEN I-O CADSERIE.
           OPEN I-O CADSERMOV
           IF ST-ERRO2 = "30"
              OPEN OUTPUT CADSERMOV
              CLOSE CADSERMOV
              OPEN I-O CADSERMOV.
           MOVE "S" TO W-TEMARQ.

       DESVIA.
           MOVE "00" TO PARMRET
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF PARMOPER = "L"
              GO TO OPE-LISTA.
           MOVE PARMCODPRO TO SERCODPRO
           MOVE PARMSERIE TO SERNUM
           READ CADSERIE
           IF PARMOPER = "R"
              GO TO OPE-RECEBE.
           IF PARMOPER = "T"
              GO TO OPE-TRANSF.
           IF PARMOPER = "S"
              GO TO OPE-SAIDA.
           IF PARMOPER = "D"
              GO TO OPE-DEVOLVE.
           IF PARMOPER = "K"
              GO TO OPE-CONTA.
           MOVE "NC" TO PARMRET
           GO TO ROT-FIM.

      *
      *    RECEBIMENTO: A SERIE ENTRA NO DEPOSITO COM O FORNECEDOR
      *    E A NOTA (SE JA EXISTIA E ESTA FORA, VOLTA AO ESTOQUE)
      *
       OPE-RECEBE.
           IF ST-ERRO = "00"
              IF SERSTATUS = "E"
                 MOVE "JE" TO PARMRET
                 GO TO ROT-FIM.
           IF ST-ERRO NOT = "00"
              MOVE PARMCODPRO TO SERCODPRO
              MOVE PARMSERIE TO SERNUM
              MOVE ZEROS TO SERVENDA SERCLI SERDATASAI SERCONT.
           MOVE "E" TO SERSTATUS
           MOVE PARMDEP TO SERDEP
           MOVE PARMCNPJ TO SERCNPJ
           MOVE PARMDOC TO SERNOTA
           MOVE W-HOJE TO SERDATAENT SERDATA
           IF ST-ERRO = "00"
              REWRITE REGSERIE
           ELSE
              WRITE REGSERIE.
           MOVE "R" TO W-TIPOMOV
           MOVE ZEROS TO W-DEPORI
           MOVE PARMDEP TO W-DEPDES
           PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
           GO TO ROT-FIM.

      *
      *    TRANSFERENCIA ENTRE DEPOSITOS
      *
       OPE-TRANSF.
           IF ST-ERRO NOT = "00"
              MOVE "NC" TO PARMRET
              GO TO ROT-FIM.
           IF SERSTATUS NOT = "E" OR SERDEP NOT = PARMDEP
              MOVE "NE" TO PARMRET
              GO TO ROT-FIM.
           MOVE PARMDEPDES TO SERDEP
           MOVE W-HOJE TO SERDATA
           REWRITE REGSERIE
           MOVE "T" TO W-TIPOMOV
           MOVE PARMDEP TO W-DEPORI
           MOVE PARMDEPDES TO W-DEPDES
           PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
           GO TO ROT-FIM.

      *
      *    SAIDA NA EXPEDICAO: A SERIE FICA AMARRADA A VENDA E AO
      *    CLIENTE (E O QUE A NOTA FISCAL IMPRIME)
      *
       OPE-SAIDA.
           IF ST-ERRO NOT = "00"
              MOVE "NC" TO PARMRET
              GO TO ROT-FIM.
           IF SERSTATUS NOT = "E" OR SERDEP NOT = PARMDEP
              MOVE "NE" TO PARMRET
              GO TO ROT-FIM.
           MOVE "V" TO SERSTATUS
           MOVE PARMDOC TO SERVENDA
           MOVE PARMCNPJ TO SERCLI
           MOVE W-HOJE TO SERDATASAI SERDATA
           REWRITE REGSERIE
           MOVE "S" TO W-TIPOMOV
           MOVE PARMDEP TO W-DEPORI
           MOVE ZEROS TO W-DEPDES
           PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
           GO TO ROT-FIM.

      *
      *    DEVOLUCAO DO CLIENTE: SO VOLTA A SERIE QUE SAIU NA VENDA
      *    (A VENDA E O CLIENTE FICAM GRAVADOS PARA A GARANTIA)
      *
       OPE-DEVOLVE.
           IF ST-ERRO NOT = "00"
              MOVE "NC" TO PARMRET
              GO TO ROT-FIM.
           IF SERSTATUS NOT = "V"
              MOVE "NV" TO PARMRET
              GO TO ROT-FIM.
           IF PARMDOC NOT = ZEROS AND PARMDOC NOT = SERVENDA
              MOVE "OV" TO PARMRET
              GO TO ROT-FIM.
           MOVE "E" TO SERSTATUS
           MOVE PARMDEP TO SERDEP
           MOVE W-HOJE TO SERDATA
           REWRITE REGSERIE
           MOVE "D" TO W-TIPOMOV
           MOVE ZEROS TO W-DEPORI
           MOVE PARMDEP TO W-DEPDES
           PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
           GO TO ROT-FIM.

      *
      *    CONTAGEM: MARCA A SERIE COMO CONTADA HOJE; SERIE AINDA
      *    SEM CADASTRO (ESTOQUE ANTIGO) E CADASTRADA NO DEPOSITO
      *
       OPE-CONTA.
           IF ST-ERRO = "00"
              GO TO OPE-CONTA-EXISTE.
           MOVE PARMCODPRO TO SERCODPRO
           MOVE PARMSERIE TO SERNUM
           MOVE "E" TO SERSTATUS
           MOVE PARMDEP TO SERDEP
           MOVE ZEROS TO SERCNPJ SERNOTA
           MOVE ZEROS TO SERVENDA SERCLI SERDATASAI
           MOVE W-HOJE TO SERDATAENT SERCONT SERDATA
           WRITE REGSERIE
           MOVE "I" TO W-TIPOMOV
           MOVE ZEROS TO W-DEPORI
           MOVE PARMDEP TO W-DEPDES
           PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
           MOVE "IN" TO PARMRET
           GO TO ROT-FIM.
       OPE-CONTA-EXISTE.
           IF SERSTATUS = "V"
              MOVE "VD" TO PARMRET
              GO TO ROT-FIM.
           IF SERDEP NOT = PARMDEP
              MOVE "OD" TO PARMRET
              GO TO ROT-FIM.
           IF SERCONT = W-HOJE
              MOVE "JC" TO PARMRET
              GO TO ROT-FIM.
           MOVE W-HOJE TO SERCONT
           REWRITE REGSERIE
           GO TO ROT-FIM.

      *
      *    LISTA DAS FALTANTES: PROXIMA SERIE EM ESTOQUE NO DEPOSITO
      *    QUE NAO FOI CONTADA HOJE, DEPOIS DE PARMSERIE
      *
       OPE-LISTA.
           MOVE PARMCODPRO TO SERCODPRO
           MOVE PARMSERIE TO SERNUM
           START CADSERIE KEY IS GREATER SERCHAVE
           IF ST-ERRO NOT = "00"
              MOVE "FM" TO PARMRET
              GO TO ROT-FIM.
       OPE-LISTA-RD.
           READ CADSERIE NEXT
           IF ST-ERRO NOT = "00"
              MOVE "FM" TO PARMRET
              GO TO ROT-FIM.
           IF SERCODPRO NOT = PARMCODPRO
              MOVE "FM" TO PARMRET
              GO TO ROT-FIM.
           IF SERSTATUS NOT = "E" OR SERDEP NOT = PARMDEP
              GO TO OPE-LISTA-RD.
           IF SERCONT = W-HOJE
              GO TO OPE-LISTA-RD.
           MOVE SERNUM TO PARMSERIE
           GO TO ROT-FIM.

      *
      *****************************************************
      * HISTORICO DA SERIE (CONSULTA CONSSER)             *
      * R=RECEBIMENTO  T=TRANSFERENCIA  S=SAIDA/VENDA     *
      * D=DEVOLUCAO DO CLIENTE  I=ACHADA NO INVENTARIO    *
      *****************************************************
      *
       GRAVA-HIST.
           MOVE PARMCODPRO TO SMVCODPRO
           MOVE PARMSERIE TO SMVNUM
           MOVE ZEROS TO SMVSEQ.
       GRAVA-HIST-WR.
           ADD 1 TO SMVSEQ
           IF SMVSEQ > 9999
              GO TO GRAVA-HIST-FIM.
           MOVE W-HOJE TO SMVDATA
           MOVE W-TIPOMOV TO SMVTIPO
           MOVE W-DEPORI TO SMVDEPORI
           MOVE W-DEPDES TO SMVDEPDES
           MOVE PARMDOC TO SMVDOC
           MOVE PARMCNPJ TO SMVCNPJ
           WRITE REGSERMOV
           IF ST-ERRO2 = "22"
              GO TO GRAVA-HIST-WR.
       GRAVA-HIST-FIM.
           EXIT.
      *
       ROT-FIM.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
