       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGREM.
      *******************************
      * PROGRAMA PARA GERAR O ARQUIVO DE REMESSA BANCARIA DE    *
      * PAGAMENTO A FORNECEDORES DA PROPOSTA APROVADA (PROPPAG) *
      * TIPO 1 = TRANSFERENCIA (CADFORBCO), TIPO 3 = BOLETO     *
      * (LINHA DIGITAVEL DO CADTITBOL); ITEM SEM OS DADOS DA    *
      * SUA FORMA DE PAGAMENTO FICA REJEITADO NA PROPOSTA       *
      * PROPOSTA JA REMETIDA PODE TER O ARQUIVO GERADO DE NOVO  *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADPROPPG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PPNUM
                       FILE STATUS IS ST-PP.
      *
       SELECT CADPROPIT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PICHAVE
                       FILE STATUS IS ST-PI.
      *
       SELECT CADFORBCO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FBCNPJ
                       FILE STATUS IS ST-FB.
      *
       SELECT CADTITBOL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TBCHAVE
                       FILE STATUS IS ST-TB.
      *
       SELECT CADFOR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CNPJ
                       FILE STATUS IS ST-FOR.
      *
       SELECT CADEMPRESA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT PAGREMS ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADPROPPG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPROPPG.DAT".
       01 REGPROPPG.
           03 PPNUM             PIC 9(06).
           03 PPDATA            PIC 9(08).
           03 PPVENCATE         PIC 9(08).
           03 PPDTPAG           PIC 9(08).
           03 PPCONTA           PIC 9(02).
           03 PPEMP             PIC 9(02).
           03 PPSTATUS          PIC X(01).
           03 PPQTD             PIC 9(04).
           03 PPTOTAL           PIC 9(13)V99.
           03 PPOPER            PIC 9(06).
           03 PPAPROV           PIC 9(06).
           03 PPDTAPROV         PIC 9(08).
           03 PPDTREM           PIC 9(08).
      *
       FD CADPROPIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPROPIT.DAT".
       01 REGPROPIT.
           03 PICHAVE.
               05 PINUM         PIC 9(06).
               05 PIITEM        PIC 9(04).
           03 PITITNUMPED       PIC 9(06).
           03 PITITSEQ          PIC 9(02).
           03 PICNPJ            PIC 9(14).
           03 PIVENCTO          PIC 9(08).
           03 PIVALOR           PIC 9(11)V99.
           03 PIFORMA           PIC X(01).
           03 PISTATUS          PIC X(01).
           03 PIVALPAG          PIC 9(11)V99.
           03 PIDTPAG           PIC 9(08).
      *
       FD CADFORBCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFORBCO.DAT".
       01 REGFORBCO.
           03 FBCNPJ            PIC 9(14).
           03 FBBANCO           PIC 9(03).
           03 FBAGENCIA         PIC 9(05).
           03 FBCONTA           PIC 9(10).
           03 FBPRIOR           PIC 9(01).
           03 FBFORMA           PIC X(01).
           03 FBDTALT           PIC 9(08).
      *
       FD CADTITBOL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTITBOL.DAT".
       01 REGTITBOL.
           03 TBCHAVE.
               05 TBNUMPED      PIC 9(06).
               05 TBSEQ         PIC 9(02).
           03 TBCODBAR          PIC X(48).
      *
       FD CADFOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFOR.DAT".
       01 REGFOR.
           03 CNPJ              PIC 9(14).
           03 RAZAOSOCIAL       PIC X(35).
           03 NOMEFANTASIA      PIC X(12).
           03 FCEP              PIC 9(09).
           03 NUMERO            PIC 9(05).
           03 COMPL             PIC X(12).
           03 DDD               PIC 9(02).
           03 TEL               PIC 9(09).
           03 EMAIL             PIC X(35).
           03 RAMO              PIC 9(01).
           03 RAMOTXT           PIC X(20).
           03 STATUSFOR         PIC X(01).
           03 DATABAIXA         PIC 9(08).
           03 DATAULTALT        PIC 9(08).
      *
       FD CADEMPRESA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMPRESA.TXT".
       01 REGEMPRESA.
           03 NOMEEMPRESA    PIC X(16).
      *
       FD PAGREMS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAGREM.TXT".
       01 REGREMS            PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-PP          PIC X(02) VALUE "00".
       01 ST-PI          PIC X(02) VALUE "00".
       01 ST-FB          PIC X(02) VALUE "00".
       01 ST-TB          PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-TEMFOR       PIC X(01) VALUE "N".
       01 W-EMPRESA      PIC X(16) VALUE "FATEC ZONA LESTE".
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-NUMPROP      PIC 9(06) VALUE ZEROS.
       01 W-SITANT       PIC X(01) VALUE SPACE.
       01 W-TOTREG       PIC 9(06) VALUE ZEROS.
       01 W-TOTREJ       PIC 9(06) VALUE ZEROS.
       01 W-TOTVALOR     PIC 9(13)V99 VALUE ZEROS.
       01 CONLIN         PIC 9(03) VALUE ZEROS.
       01 LIN            PIC 9(03) VALUE ZEROS.
      *
      *    REGISTRO TIPO 0 - HEADER DA REMESSA
       01 REM-HEADER.
           03 FILLER         PIC X(01) VALUE "0".
           03 HDR-EMPRESA    PIC X(16).
           03 HDR-DATA       PIC 9(08).
           03 HDR-PROP       PIC 9(06).
           03 HDR-CONTA      PIC 9(02).
           03 HDR-DTPAG      PIC 9(08).
           03 FILLER         PIC X(39) VALUE SPACES.
      *
      *    REGISTRO TIPO 1 - TRANSFERENCIA PARA A CONTA DO FORNECEDOR
       01 REM-TRANSF.
           03 FILLER         PIC X(01) VALUE "1".
           03 DET-PROP       PIC 9(06).
           03 DET-ITEM       PIC 9(04).
           03 DET-CNPJ       PIC 9(14).
           03 DET-BANCO      PIC 9(03).
           03 DET-AGENCIA    PIC 9(05).
           03 DET-CONTA      PIC 9(10).
           03 DET-VALOR      PIC 9(11)V99.
           03 DET-DTPAG      PIC 9(08).
           03 DET-NOME       PIC X(16).
      *
      *    REGISTRO TIPO 3 - PAGAMENTO DE BOLETO
       01 REM-BOLETO.
           03 FILLER         PIC X(01) VALUE "3".
           03 BOL-PROP       PIC 9(06).
           03 BOL-ITEM       PIC 9(04).
           03 BOL-CODBAR     PIC X(47).
           03 BOL-VALOR      PIC 9(11)V99.
           03 BOL-DTPAG      PIC 9(08).
           03 FILLER         PIC X(01) VALUE SPACES.
      *
      *    REGISTRO TIPO 9 - TRAILER COM TOTAIS
       01 REM-TRAILER.
           03 FILLER         PIC X(01) VALUE "9".
           03 TRL-QTDREG     PIC 9(06).
           03 TRL-TOTAL      PIC 9(13)V99.
           03 FILLER         PIC X(58) VALUE SPACES.
      *
       01 DET2.
           03 FILLER    PIC X(11) VALUE "SEM DADOS: ".
           03 DETITEM   PIC 9(04) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETPED    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "/".
           03 DETSEQ    PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " FORMA: ".
           03 DETFORMA  PIC X(01) VALUE SPACE.

       SCREEN SECTION.

       01  TELAREM.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   REMESSA DE".
           05  LINE 02  COLUMN 42
               VALUE  " PAGAMENTO A FORNECEDORES  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADPROPPG
           IF ST-PP NOT = "00"
              MOVE "SEM PROPOSTAS - USE O PROPPAG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O CADPROPIT
           IF ST-PI NOT = "00"
              MOVE "SEM PROPOSTAS - USE O PROPPAG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPROPPG
              GO TO ROT-FIM2.
           OPEN INPUT CADFORBCO
           IF ST-FB = "30"
              OPEN OUTPUT CADFORBCO
              CLOSE CADFORBCO
              OPEN INPUT CADFORBCO.
           OPEN INPUT CADTITBOL
           IF ST-TB = "30"
              OPEN OUTPUT CADTITBOL
              CLOSE CADTITBOL
              OPEN INPUT CADTITBOL.
           MOVE "N" TO W-TEMFOR
           OPEN INPUT CADFOR
           IF ST-FOR = "00"
              MOVE "S" TO W-TEMFOR.

       INC-OP3.
           OPEN INPUT CADEMPRESA
           IF ST-ERRO3 = "00"
              READ CADEMPRESA
              IF ST-ERRO3 = "00"
                 MOVE NOMEEMPRESA TO W-EMPRESA.
           CLOSE CADEMPRESA.

       INC-001.
           DISPLAY  TELAREM.

       R0.
           MOVE ZEROS TO W-NUMPROP
           DISPLAY (04, 01) "PROPOSTA APROVADA (0=SAIR): ".
           ACCEPT  (04, 29) W-NUMPROP.
           IF W-NUMPROP = ZEROS
              GO TO ROT-FIM.
           MOVE W-NUMPROP TO PPNUM
           READ CADPROPPG
           IF ST-PP NOT = "00"
              MOVE "*** PROPOSTA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           IF PPSTATUS NOT = "V" AND PPSTATUS NOT = "R"
              MOVE "*** PROPOSTA NAO ESTA APROVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           MOVE PPSTATUS TO W-SITANT
           IF W-SITANT = "R"
              MOVE "N" TO W-OPCAO
              DISPLAY (06, 01) "REMESSA JA GERADA EM "
              DISPLAY (06, 22) PPDTREM
              DISPLAY (06, 31) "- GERA DE NOVO (S/N): "
              ACCEPT  (06, 53) W-OPCAO WITH UPDATE
              IF W-OPCAO NOT = "S" AND "s"
                 GO TO R0.

       GERA-INI.
           OPEN OUTPUT PAGREMS
           MOVE ZEROS TO W-TOTREG W-TOTREJ W-TOTVALOR
           MOVE 07 TO CONLIN
           MOVE W-EMPRESA TO HDR-EMPRESA
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO HDR-DATA
           MOVE PPNUM TO HDR-PROP
           MOVE PPCONTA TO HDR-CONTA
           MOVE PPDTPAG TO HDR-DTPAG
           WRITE REGREMS FROM REM-HEADER
           MOVE W-NUMPROP TO PINUM
           MOVE ZEROS TO PIITEM
           START CADPROPIT KEY IS NOT LESS PICHAVE
           IF ST-PI NOT = "00"
              GO TO GERA-FIM.

       GERA-RD1.
           READ CADPROPIT NEXT
           IF ST-PI NOT = "00"
              GO TO GERA-FIM.
           IF PINUM NOT = W-NUMPROP
              GO TO GERA-FIM.
      *    NA PRIMEIRA GERACAO VAO OS PROPOSTOS, NAS SEGUINTES OS
      *    JA ENVIADOS QUE AINDA NAO TIVERAM RETORNO
           IF W-SITANT = "V" AND PISTATUS NOT = "P"
              GO TO GERA-RD1.
           IF W-SITANT = "R" AND PISTATUS NOT = "E"
              GO TO GERA-RD1.
           IF PIFORMA = "B"
              GO TO GERA-BOL.
           MOVE PICNPJ TO FBCNPJ
           READ CADFORBCO
           IF ST-FB NOT = "00"
              GO TO GERA-REJ.
           IF FBBANCO = ZEROS OR FBAGENCIA = ZEROS OR FBCONTA = ZEROS
              GO TO GERA-REJ.
           MOVE PINUM TO DET-PROP
           MOVE PIITEM TO DET-ITEM
           MOVE PICNPJ TO DET-CNPJ
           MOVE FBBANCO TO DET-BANCO
           MOVE FBAGENCIA TO DET-AGENCIA
           MOVE FBCONTA TO DET-CONTA
           MOVE PIVALOR TO DET-VALOR
           MOVE PPDTPAG TO DET-DTPAG
           MOVE SPACES TO DET-NOME
           IF W-TEMFOR = "S"
              MOVE PICNPJ TO CNPJ
              READ CADFOR
              IF ST-FOR = "00"
                 MOVE RAZAOSOCIAL TO DET-NOME.
           WRITE REGREMS FROM REM-TRANSF
           GO TO GERA-ENV.

       GERA-BOL.
           MOVE PITITNUMPED TO TBNUMPED
           MOVE PITITSEQ TO TBSEQ
           READ CADTITBOL
           IF ST-TB NOT = "00"
              GO TO GERA-REJ.
           MOVE PINUM TO BOL-PROP
           MOVE PIITEM TO BOL-ITEM
           MOVE TBCODBAR TO BOL-CODBAR
           MOVE PIVALOR TO BOL-VALOR
           MOVE PPDTPAG TO BOL-DTPAG
           WRITE REGREMS FROM REM-BOLETO.

       GERA-ENV.
           ADD 1 TO W-TOTREG
           ADD PIVALOR TO W-TOTVALOR
           IF PISTATUS NOT = "E"
              MOVE "E" TO PISTATUS
              REWRITE REGPROPIT.
           GO TO GERA-RD1.

      *    SEM CONTA OU SEM CODIGO DE BARRAS: FICA FORA DA REMESSA
      *    E O TITULO VOLTA A FICAR LIVRE PARA OUTRA PROPOSTA
       GERA-REJ.
           MOVE "R" TO PISTATUS
           REWRITE REGPROPIT
           ADD 1 TO W-TOTREJ
           MOVE PIITEM TO DETITEM
           MOVE PITITNUMPED TO DETPED
           MOVE PITITSEQ TO DETSEQ
           MOVE PIFORMA TO DETFORMA
           ADD 1 TO CONLIN
           IF CONLIN > 18
              MOVE 08 TO CONLIN.
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DET2
           GO TO GERA-RD1.

       GERA-FIM.
           MOVE W-TOTREG TO TRL-QTDREG
           MOVE W-TOTVALOR TO TRL-TOTAL
           WRITE REGREMS FROM REM-TRAILER
           CLOSE PAGREMS
           MOVE W-NUMPROP TO PPNUM
           READ CADPROPPG
           MOVE W-HOJE TO PPDTREM
           IF W-TOTREG = ZEROS
              MOVE "F" TO PPSTATUS
           ELSE
              MOVE "R" TO PPSTATUS.
           REWRITE REGPROPPG
           IF W-TOTREG = ZEROS
              MOVE "*** NENHUM TITULO COM DADOS PARA REMESSA ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           DISPLAY (20, 01) "ARQUIVO PAGREM.TXT GERADO  REGISTROS: "
           DISPLAY (20, 39) W-TOTREG
           DISPLAY (20, 47) "REJEITADOS: "
           DISPLAY (20, 59) W-TOTREJ
           MOVE "*** REMESSA GERADA COM SUCESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-SOL.
           DISPLAY (21, 01) "GERAR OUTRA PROPOSTA (S/N): ".
           MOVE "N" TO W-OPCAO
           ACCEPT  (21, 29) W-OPCAO  WITH UPDATE
           IF W-OPCAO = "S"
                  DISPLAY TELAREM
                  GO TO R0.
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
           CLOSE CADPROPPG CADPROPIT CADFORBCO CADTITBOL
           IF W-TEMFOR = "S"
              CLOSE CADFOR.
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
