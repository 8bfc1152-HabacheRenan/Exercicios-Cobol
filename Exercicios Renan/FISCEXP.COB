      * PROGRAMA PARA EXPORTACAO FISCAL MAGNETICA DO MES        *
      * LAYOUT FIXO: 10=EMPRESA 50=NOTA 54=ITEM 90=TOTALIZADOR  *
      * COBRE ENTRADAS (CADNOTA) E SAIDAS (CADNFSAIDA)          *
      * 60=APURACAO DE PIS/COFINS DO MES (CADAPURPC - PISCOF),  *
      *    UM REGISTRO POR TRIBUTO, SO SE A COMPETENCIA FOI     *
      *    APURADA                                              *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NFICHAVE
                       FILE STATUS IS ST-ERRO4.
      *
       SELECT CADAPURPC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS APCHAVE
                       FILE STATUS IS ST-AP.
      *
       SELECT CADEMPRESA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
           03 NFIALIQIPI        PIC 9(02)V99.
           03 NFIVALIPI         PIC 9(09)V99.

       FD CADAPURPC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADAPURPC.DAT".
       01 REGAPURPC.
           03 APCHAVE.
               05 APCOMPET      PIC 9(06).
               05 APEMP         PIC 9(02).
           03 APBASEDEB         PIC 9(13)V99.
           03 APBASEDEV         PIC 9(13)V99.
           03 APBASECOMP        PIC 9(13)V99.
           03 APBASEFRT         PIC 9(13)V99.
           03 APBASEDEP         PIC 9(13)V99.
           03 APDEBPIS          PIC 9(11)V99.
           03 APDEBCOF          PIC 9(11)V99.
           03 APDEVPIS          PIC 9(11)V99.
           03 APDEVCOF          PIC 9(11)V99.
           03 APCREPIS          PIC 9(11)V99.
           03 APCRECOF          PIC 9(11)V99.
           03 APSALANTPIS       PIC 9(11)V99.
           03 APSALANTCOF       PIC 9(11)V99.
           03 APRECPIS          PIC 9(11)V99.
           03 APRECCOF          PIC 9(11)V99.
           03 APSALPIS          PIC 9(11)V99.
           03 APSALCOF          PIC 9(11)V99.
           03 APDATA            PIC 9(08).
           03 APOPER            PIC 9(06).
           03 APNUMPED          PIC 9(06).

       FD CADEMPRESA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMPRESA.TXT".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-ERRO5       PIC X(02) VALUE "00".
       01 ST-AP          PIC X(02) VALUE "00".
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
           03 R54-IPI        PIC 9(09)V99.
           03 FILLER         PIC X(05) VALUE SPACES.
      *
      *    REGISTRO TIPO 60 - APURACAO DE PIS/COFINS (P OU C)
      *    CREDITO = DEVOLUCOES + CREDITOS + SALDO ANTERIOR
       01 FIS-R60.
           03 FILLER         PIC X(02) VALUE "60".
           03 R60-TRIB       PIC X(01).
           03 R60-BASE       PIC 9(11)V99.
           03 R60-DEBITO     PIC 9(11)V99.
           03 R60-CREDITO    PIC 9(11)V99.
           03 R60-RECOLHER   PIC 9(11)V99.
           03 R60-SALDO      PIC 9(11)V99.
           03 FILLER         PIC X(12) VALUE SPACES.
      *
      *    REGISTRO TIPO 90 - TOTALIZADOR
       01 FIS-R90.
           03 FILLER         PIC X(02) VALUE "90".
      *
       GERA-SAI.
           IF ST-ERRO3 NOT = "00"
              GO TO GERA-PC.
           MOVE ZEROS TO NFSNUM
           START CADNFSAIDA KEY IS NOT LESS NFSNUM
           IF ST-ERRO3 NOT = "00"
              GO TO GERA-PC.
       GERA-SAI-RD.
           READ CADNFSAIDA NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO GERA-PC.
           IF NFSSTATUS NOT = "E"
              GO TO GERA-SAI-RD.
           DIVIDE NFSDATA BY 100 GIVING W-COMPAUX
       GERA-SAI-ITENS-FIM.
           EXIT.

      *
      *    APURACAO DE PIS/COFINS DA COMPETENCIA E EMPRESA
      *
       GERA-PC.
           OPEN INPUT CADAPURPC
           IF ST-AP NOT = "00"
              GO TO GERA-TRAILER.
           MOVE W-COMPET TO APCOMPET
           MOVE W-FILEMP TO APEMP
           READ CADAPURPC
           IF ST-AP NOT = "00"
              CLOSE CADAPURPC
              GO TO GERA-TRAILER.
           MOVE "P" TO R60-TRIB
           MOVE APBASEDEB TO R60-BASE
           MOVE APDEBPIS TO R60-DEBITO
           COMPUTE R60-CREDITO = APDEVPIS + APCREPIS + APSALANTPIS
           MOVE APRECPIS TO R60-RECOLHER
           MOVE APSALPIS TO R60-SALDO
           WRITE REGFISC FROM FIS-R60
           ADD 1 TO W-QTDREG
           MOVE "C" TO R60-TRIB
           MOVE APDEBCOF TO R60-DEBITO
           COMPUTE R60-CREDITO = APDEVCOF + APCRECOF + APSALANTCOF
           MOVE APRECCOF TO R60-RECOLHER
           MOVE APSALCOF TO R60-SALDO
           WRITE REGFISC FROM FIS-R60
           ADD 1 TO W-QTDREG
           CLOSE CADAPURPC.

      *
      *    TOTALIZADOR COM CONTROLE DE REGISTROS E VALORES
      *
