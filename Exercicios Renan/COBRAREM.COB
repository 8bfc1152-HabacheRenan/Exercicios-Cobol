      *******************************
      * PROGRAMA PARA GERAR O ARQUIVO DE REMESSA DE COBRANCA *
      * UM BOLETO POR TITULO EM ABERTO DO CONTAS A RECEBER   *
      * TITULO DE VENDA COM NF-E NAO AUTORIZADA (PENDENTE,    *
      * SEM RETORNO OU REJEITADA NO CADNFE) FICA RETIDO      *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       SELECT CADEMPRESA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADNFE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NFENUM
                       ALTERNATE RECORD KEY IS NFENUMVEN
                                   WITH DUPLICATES
                       FILE STATUS IS ST-NFE.
      *
       SELECT COBRAREMS ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
           03 RECSTATUS         PIC X(01).
           03 RECJUROS          PIC 9(09)V99.
           03 RECEMP            PIC 9(02).
           03 RECNIVCOB         PIC 9(01).
           03 RECDTCOB          PIC 9(08).
      *
       FD CADEMPRESA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMPRESA.TXT".
       01 REGEMPRESA.
           03 NOMEEMPRESA    PIC X(16).
      *
       FD CADNFE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNFE.DAT".
       01 REGNFE.
           03 NFENUM            PIC 9(09).
           03 NFENUMVEN         PIC 9(06).
           03 NFESIT            PIC X(01).
           03 NFECHAVE          PIC X(44).
           03 NFEPROT           PIC X(15).
           03 NFEDATAENV        PIC 9(08).
           03 NFEDATARET        PIC 9(08).
           03 NFECSTAT          PIC 9(03).
           03 NFEMOTIVO         PIC X(40).
           03 NFEIMPR           PIC X(01).
           03 NFEPROTCAN        PIC X(15).
           03 NFEJUST           PIC X(60).
      *
       FD COBRAREMS
           LABEL RECORD IS STANDARD
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-NFE         PIC X(02) VALUE "00".
       01 W-TEMNFE       PIC X(01) VALUE "N".
       01 W-RETEM        PIC X(01) VALUE "N".
       01 W-QTDRET       PIC 9(06) VALUE ZEROS.
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
              IF ST-ERRO2 = "00"
                 MOVE NOMEEMPRESA TO W-EMPRESA.
           CLOSE CADEMPRESA.
           MOVE "N" TO W-TEMNFE
           OPEN INPUT CADNFE
           IF ST-NFE = "00"
              MOVE "S" TO W-TEMNFE.

       INC-001.
           DISPLAY  TELAREM.
           MOVE W-EMPRESA TO HDR-EMPRESA
           MOVE W-HOJE TO HDR-DATA
           WRITE REGREMS FROM REM-HEADER
           MOVE ZEROS TO W-TOTREG W-TOTVALOR W-QTDRET
           MOVE ZEROS TO RECNUMVEN RECSEQ
           START CADRECEBER KEY IS NOT LESS RECCHAVE
           IF ST-ERRO NOT = "00"
           COMPUTE W-SALDO = RECVALOR - RECRECEB
           IF W-SALDO = ZEROS
              GO TO GERA-RD1.
           PERFORM VERIFICA-NFE THRU VERIFICA-NFE-FIM
           IF W-RETEM = "S"
              ADD 1 TO W-QTDRET
              GO TO GERA-RD1.
           MOVE RECNUMVEN TO DET-NUMVEN
           MOVE RECSEQ TO DET-SEQ
           MOVE RECCNPJ TO DET-CNPJ
           DISPLAY (06, 21) W-TOTREG
           DISPLAY (07, 01) "VALOR TOTAL       : "
           DISPLAY (07, 21) W-TOTVALOR
           DISPLAY (08, 01) "RETIDOS SEM NF-E  : "
           DISPLAY (08, 21) W-QTDRET
           IF W-TOTREG = ZEROS
              MOVE "*** NENHUM TITULO EM ABERTO ***" TO MENS
           ELSE
              MOVE "*** REMESSA GRAVADA EM COBRAREM.TXT ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-SOL.

      *
      *    NF-E DA VENDA AINDA NAO AUTORIZADA (P, G OU R) RETEM O
      *    TITULO; VENDA SEM CADNFE (NOTA ANTIGA) SEGUE NORMAL
      *
       VERIFICA-NFE.
           MOVE "N" TO W-RETEM
           IF W-TEMNFE NOT = "S"
              GO TO VERIFICA-NFE-FIM.
           MOVE RECNUMVEN TO NFENUMVEN
           START CADNFE KEY IS EQUAL NFENUMVEN
           IF ST-NFE NOT = "00"
              GO TO VERIFICA-NFE-FIM.
       VERIFICA-NFE-RD.
           READ CADNFE NEXT
           IF ST-NFE NOT = "00" OR NFENUMVEN NOT = RECNUMVEN
              GO TO VERIFICA-NFE-FIM.
           IF NFESIT = "P" OR NFESIT = "G" OR NFESIT = "R"
              MOVE "S" TO W-RETEM
              GO TO VERIFICA-NFE-FIM.
           GO TO VERIFICA-NFE-RD.
       VERIFICA-NFE-FIM.
           EXIT.

       ROT-SOL.
           DISPLAY (22, 01) "TECLE S PARA ENCERRAR: ".
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADRECEBER.
           IF W-TEMNFE = "S"
              CLOSE CADNFE.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
