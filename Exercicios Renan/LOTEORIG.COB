       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEORIG.
      *******************************
      * ROTINA COMUM DE ORIGEM DO LOTE                         *
      * PELO PRODUTO + LOTE ACHA A LINHA DE RECEBIMENTO NO     *
      * CADINSP (SCP010), O PEDIDO E O FORNECEDOR NO CADPEDIDO *
      * E A NOTA DE ENTRADA DO PEDIDO NO CADNOTA (SCP028)      *
      * PARMRET: S=ACHOU O RECEBIMENTO  N=LOTE SEM ORIGEM      *
      * (NOTA ZERADA SE O PEDIDO AINDA NAO TEM NOTA LANCADA)   *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADINSP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS INSPCHAVE
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADPEDIDO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMPEDIDO
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADNOTA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NOTCHAVE
                       FILE STATUS IS ST-ERRO3.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADINSP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADINSP.DAT".
       01 REGINSP.
           03 INSPCHAVE.
               05 INSNUMPED     PIC 9(06).
               05 INSNUMLIN     PIC 9(02).
           03 INSCODPRO         PIC 9(06).
           03 INSQTD            PIC 9(08).
           03 INSDEP            PIC 9(02).
           03 INSSTATUS         PIC X(01).
           03 INSDATA           PIC 9(08).
           03 INSLOTE           PIC X(10).
           03 INSPROPR          PIC X(01).
      *
       FD CADPEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPEDIDO.DAT".
       01 REGPEDIDO.
           03 NUMPEDIDO         PIC 9(06).
           03 PCNPJ             PIC 9(14).
           03 STATUSPEDIDO      PIC X(01).
           03 DATAPEDIDO        PIC 9(08).
           03 DATARECEB         PIC 9(08).
           03 VALORPEDIDO       PIC 9(11)V99.
           03 APROVSTATUS       PIC X(01).
           03 APROVCOD          PIC 9(06).
           03 APROVDATA         PIC 9(08).
           03 DATAPROMET        PIC 9(08).
           03 PCONDPG           PIC 9(03).
           03 PCCUSTO           PIC 9(03).
           03 PCONTRATO         PIC X(01).
           03 PEMP              PIC 9(02).
           03 PMOEDA            PIC X(03).
           03 PTAXA             PIC 9(05)V9(06).
      *
       FD CADNOTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNOTA.DAT".
       01 REGNOTA.
           03 NOTCHAVE.
               05 NOTCNPJ       PIC 9(14).
               05 NOTNUM        PIC 9(09).
           03 NOTDATA           PIC 9(08).
           03 NOTNUMPED         PIC 9(06).
           03 NOTSTATUS         PIC X(01).
           03 NOTVALOR          PIC 9(11)V99.
           03 NOTFRETE          PIC 9(09)V99.
           03 NOTSEGURO         PIC 9(09)V99.
           03 NOTDESP           PIC 9(09)V99.
           03 NOTEMP            PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".

       LINKAGE SECTION.
       01 PARMCODPRO      PIC 9(06).
       01 PARMLOTE        PIC X(10).
       01 PARMFOR         PIC 9(14).
       01 PARMNOTA        PIC 9(09).
       01 PARMPED         PIC 9(06).
       01 PARMDTENT       PIC 9(08).
       01 PARMRET         PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARMCODPRO PARMLOTE PARMFOR PARMNOTA
                                PARMPED PARMDTENT PARMRET.
       INICIO.
           MOVE "N" TO PARMRET
           MOVE ZEROS TO PARMFOR PARMNOTA PARMPED PARMDTENT
           IF PARMLOTE = SPACES
              GO TO ROT-FIM2.
           OPEN INPUT CADINSP
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM2.
           OPEN INPUT CADPEDIDO
           OPEN INPUT CADNOTA.

      *
      *    LINHA DE RECEBIMENTO DO PRODUTO COM O LOTE
      *
       INSP-RD.
           READ CADINSP NEXT
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           IF INSCODPRO NOT = PARMCODPRO OR INSLOTE NOT = PARMLOTE
              GO TO INSP-RD.
           MOVE "S" TO PARMRET
           MOVE INSNUMPED TO PARMPED NUMPEDIDO
           MOVE INSDATA TO PARMDTENT
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-FIM.
           READ CADPEDIDO
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-FIM.
           MOVE PCNPJ TO PARMFOR.

      *
      *    NOTA DE ENTRADA DO FORNECEDOR QUE ATENDEU O PEDIDO
      *
       NOTA-INI.
           IF ST-ERRO3 NOT = "00"
              GO TO ROT-FIM.
           MOVE PCNPJ TO NOTCNPJ
           MOVE ZEROS TO NOTNUM
           START CADNOTA KEY IS NOT LESS NOTCHAVE
           IF ST-ERRO3 NOT = "00"
              GO TO ROT-FIM.
       NOTA-RD.
           READ CADNOTA NEXT
           IF ST-ERRO3 NOT = "00" OR NOTCNPJ NOT = PCNPJ
              GO TO ROT-FIM.
           IF NOTNUMPED NOT = INSNUMPED
              GO TO NOTA-RD.
           MOVE NOTNUM TO PARMNOTA.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE CADINSP CADPEDIDO CADNOTA.
       ROT-FIM2.
           EXIT PROGRAM.
