       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERESP.
      *******************************
      * ROTINA COMUM DA ENTRADA ESPELHO DE VENDA INTERCOMPANHIA  *
      * VENDA EXPEDIDA (SCP048) PARA CLIENTE QUE E EMPRESA DO    *
      * GRUPO (CADINTERCO, PROGRAMA INTERCO) GERA NA EMPRESA     *
      * COMPRADORA, COM OS DADOS DA NOTA DE SAIDA EMITIDA:       *
      *  - PEDIDO JA RECEBIDO E SEUS ITENS (CADPEDIDO/PEDITEM)   *
      *  - NOTA DE ENTRADA CONFERIDA (CADNOTA/CADNOTAITEM), CFOP *
      *    5XXX/6XXX DA SAIDA VIRA 1XXX/2XXX                     *
      *  - ENTRADA NO ESTOQUE DO DEPOSITO DA COMPRADORA, SEM     *
      *    INSPECAO; A CAMADA FIFO VOLTA PELO CUSTO DO EMBARQUE  *
      *    (CADCUSTVEN), POIS O LUCRO ENTRE EMPRESAS DO GRUPO    *
      *    NAO ENTRA NO CUSTO; O CUSTO MEDIO NAO MUDA            *
      *    O QUE ENTRA ATENDE AS VENDAS PENDENTES (ALOCPEND)     *
      *  - TITULOS A PAGAR IGUAIS AS PARCELAS A RECEBER DA VENDA *
      * O ESPELHO FICA NO CADINTERMOV (UM POR VENDA)             *
      * PARMRET : 00=ESPELHO GERADO  NI=CLIENTE NAO E DO GRUPO   *
      *           JE=VENDA JA ESPELHADA  NV=VENDA NAO EXISTE     *
      *           SN=VENDA SEM NOTA DE SAIDA EMITIDA             *
      *           EV=EMPRESA VENDEDORA SEM CADASTRO (SCP069)     *
      *           SF=VENDEDORA NAO CADASTRADA COMO FORNECEDOR    *
      *           ME=VENDA PARA A PROPRIA EMPRESA                *
      *           JN=NOTA JA DIGITADA NA COMPRADORA (SCP028)     *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADINTERCO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ICCNPJ
                       FILE STATUS IS ST-IC.
      *
       SELECT CADINTERMOV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS IVNUMVEN
                       FILE STATUS IS ST-IV.
      *
       SELECT CADVENDA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMVENDA
                       FILE STATUS IS ST-VEN.
      *
       SELECT CADEMP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EMPCOD
                       FILE STATUS IS ST-EMP.
      *
       SELECT CADFOR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS K1FOR
                       ALTERNATE RECORD KEY IS
                       K2FOR WITH DUPLICATES
                       FILE STATUS IS ST-FOR.
      *
       SELECT CADNFSAIDA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NFSNUM
                       FILE STATUS IS ST-NFS.
      *
       SELECT CADNFSITEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NFICHAVE
                       FILE STATUS IS ST-NFI.
      *
       SELECT CADNOTA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NOTCHAVE
                       FILE STATUS IS ST-NOT.
      *
       SELECT CADNOTAITEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NICHAVE
                       FILE STATUS IS ST-NIT.
      *
       SELECT CADPEDIDO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMPEDIDO
                       FILE STATUS IS ST-PED.
      *
       SELECT CADPEDITEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ITECHAVE
                       FILE STATUS IS ST-PIT.
      *
       SELECT CADPAGAR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TITCHAVE
                       FILE STATUS IS ST-PAG.
      *
       SELECT CADRECEBER ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RECCHAVE
                       FILE STATUS IS ST-REC.
      *
       SELECT CADPRO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       FILE STATUS IS ST-PRO
                       ALTERNATE RECORD KEY IS DESC
                                   WITH DUPLICATES
                       ALTERNATE RECORD KEY IS BARRAS
                                   WITH DUPLICATES.
      *
       SELECT CADSALDO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SALCHAVE
                       FILE STATUS IS ST-SAL.
      *
       SELECT CADMOVEST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS MOVCHAVE
                       FILE STATUS IS ST-MOV.
      *
       SELECT CADCAMADA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CAMCHAVE
                       FILE STATUS IS ST-CAM.
      *
       SELECT CADCUSTVEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CVCHAVE
                       FILE STATUS IS ST-CVN.
       DATA DIVISION.
       FILE SECTION.
      *
      *    CNPJ QUE E EMPRESA DO GRUPO (CADEMP) COMO CLIENTE E/OU
      *    FORNECEDOR; DEPOSITO ONDE ENTRAM AS COMPRAS DELA NO GRUPO
       FD CADINTERCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADINTERCO.DAT".
       01 REGINTERCO.
           03 ICCNPJ            PIC 9(14).
           03 ICEMP             PIC 9(02).
           03 ICCLI             PIC X(01).
           03 ICFOR             PIC X(01).
           03 ICDEPOS           PIC 9(02).
           03 ICDATA            PIC 9(08).
           03 ICOPER            PIC 9(06).
      *
       FD CADINTERMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADINTERMOV.DAT".
       01 REGINTERMOV.
           03 IVNUMVEN          PIC 9(06).
           03 IVNFNUM           PIC 9(09).
           03 IVEMPVEN          PIC 9(02).
           03 IVEMPCOM          PIC 9(02).
           03 IVCNPJVEN         PIC 9(14).
           03 IVCNPJCOM         PIC 9(14).
           03 IVNUMPED          PIC 9(06).
           03 IVVALOR           PIC 9(11)V99.
           03 IVDATA            PIC 9(08).
      *
       FD CADVENDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVENDA.DAT".
       01 REGVENDA.
           03 NUMVENDA          PIC 9(06).
           03 VCLICNPJ          PIC 9(14).
           03 VDATA             PIC 9(08).
           03 VSTATUS           PIC X(01).
           03 VVALOR            PIC 9(11)V99.
           03 VVENDEDOR         PIC 9(06).
           03 VCONDPG           PIC 9(03).
           03 VEMP              PIC 9(02).
      *
       FD CADEMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMP.DAT".
       01 REGEMP.
           03 EMPCOD            PIC 9(02).
           03 EMPCNPJ           PIC 9(14).
           03 EMPNOME           PIC X(30).
      *
       FD CADFOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFOR.DAT".
       01 REGFOR.
           03 K1FOR PIC 9(14).
           03 FILLER PIC X(35).
           03 K2FOR PIC X(12).
           03 FILLER PIC X(110).
      *
       FD CADNFSAIDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNFSAIDA.DAT".
       01 REGNFSAIDA.
           03 NFSNUM            PIC 9(09).
           03 NFSNUMVEN         PIC 9(06).
           03 NFSCNPJ           PIC 9(14).
           03 NFSDATA           PIC 9(08).
           03 NFSSTATUS         PIC X(01).
           03 NFSVALOR          PIC 9(11)V99.
           03 NFSEMP            PIC 9(02).
           03 NFSCANDATA        PIC 9(08).
      *
       FD CADNFSITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNFSITEM.DAT".
       01 REGNFSITEM.
           03 NFICHAVE.
               05 NFINUM        PIC 9(09).
               05 NFILIN        PIC 9(02).
           03 NFICODPRO         PIC 9(06).
           03 NFIQTD            PIC 9(06).
           03 NFIPRECO          PIC 9(09)V99.
           03 NFIVALOR          PIC 9(11)V99.
           03 NFICFOP           PIC 9(04).
           03 NFIBASE           PIC 9(11)V99.
           03 NFIALIQICMS       PIC 9(02)V99.
           03 NFIVALICMS        PIC 9(09)V99.
           03 NFIALIQIPI        PIC 9(02)V99.
           03 NFIVALIPI         PIC 9(09)V99.
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
       FD CADNOTAITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNOTAITEM.DAT".
       01 REGNOTAITEM.
           03 NICHAVE.
               05 NICNPJ        PIC 9(14).
               05 NINUM         PIC 9(09).
               05 NILIN         PIC 9(02).
           03 NICODPRO          PIC 9(06).
           03 NIQTD             PIC 9(06).
           03 NIPRECO           PIC 9(09)V99.
           03 NICFOP            PIC 9(04).
           03 NIBASE            PIC 9(11)V99.
           03 NIALIQICMS        PIC 9(02)V99.
           03 NIVALICMS         PIC 9(09)V99.
           03 NIALIQIPI         PIC 9(02)V99.
           03 NIVALIPI          PIC 9(09)V99.
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
       FD CADPEDITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPEDITEM.DAT".
       01 REGPEDITEM.
           03 ITECHAVE.
               05 ITENUMPED     PIC 9(06).
               05 ITENUMLIN     PIC 9(02).
           03 ITECODPRO         PIC 9(06).
           03 ITEQTDPED         PIC 9(06).
           03 ITEPRECO          PIC 9(09)V99.
           03 ITEVALOR          PIC 9(11)V99.
           03 ITEQTDREC         PIC 9(06).
           03 ITEDATAPROM       PIC 9(08).
      *
       FD CADPAGAR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPAGAR.DAT".
       01 REGPAGAR.
           03 TITCHAVE.
               05 TITNUMPED     PIC 9(06).
               05 TITSEQ        PIC 9(02).
           03 TITCNPJ           PIC 9(14).
           03 TITVALOR          PIC 9(11)V99.
           03 TITVENCTO         PIC 9(08).
           03 TITPAGO           PIC 9(11)V99.
           03 TITSTATUS         PIC X(01).
           03 TITJUROS          PIC 9(09)V99.
           03 TITEMP            PIC 9(02).
           03 TITMOEDA          PIC X(03).
           03 TITVALME          PIC 9(11)V99.
           03 TITPAGOME         PIC 9(11)V99.
           03 TITTAXA           PIC 9(05)V9(06).
      *
       FD CADRECEBER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRECEBER.DAT".
       01 REGRECEBER.
           03 RECCHAVE.
               05 RECNUMVEN     PIC 9(06).
               05 RECSEQ        PIC 9(02).
           03 RECCNPJ           PIC 9(14).
           03 RECVALOR          PIC 9(11)V99.
           03 RECVENCTO         PIC 9(08).
           03 RECRECEB          PIC 9(11)V99.
           03 RECSTATUS         PIC X(01).
           03 RECJUROS          PIC 9(09)V99.
           03 RECEMP            PIC 9(02).
           03 RECNIVCOB         PIC 9(01).
           03 RECDTCOB          PIC 9(08).
      *
       FD CADPRO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPRO.DAT".
       01 REGPRO.
           03 CODIGO            PIC 9(06).
           03 DESC              PIC X(30).
           03 UNIDADE           PIC X(02).
           03 UNIDADETXT        PIC X(15).
           03 TIPOPRODUTO       PIC 9(01).
           03 TIPOTXT          PIC X(15).
           03 FCNPJ             PIC 9(14).
           03 QUANTIDADE        PIC 9(06).
           03 ESTMINIMO         PIC 9(06).
           03 PRECO             PIC 9(09)V99.
           03 DATAULTALT2       PIC 9(08).
           03 CUSTOMEDIO        PIC 9(09)V99.
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).
      *
       FD CADSALDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSALDO.DAT".
       01 REGSALDO.
           03 SALCHAVE.
               05 SALCODPRO     PIC 9(06).
               05 SALDEPOS      PIC 9(02).
           03 SALQTD            PIC 9(06).
           03 SALQTDCON         PIC 9(06).
      *
       FD CADMOVEST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMOVEST.DAT".
       01 REGMOVEST.
           03 MOVCHAVE.
               05 MCODIGO       PIC 9(06).
               05 MDATA         PIC 9(08).
               05 MSEQ          PIC 9(03).
           03 MTIPO             PIC X(01).
           03 MQTD              PIC 9(06).
           03 MOTIVO            PIC X(20).
           03 MPROPR            PIC X(01).
      *
       FD CADCAMADA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCAMADA.DAT".
       01 REGCAMADA.
           03 CAMCHAVE.
               05 CAMCODPRO     PIC 9(06).
               05 CAMSEQ        PIC 9(06).
           03 CAMQTDORIG        PIC 9(06).
           03 CAMQTDREST        PIC 9(06).
           03 CAMCUSTO          PIC 9(09)V99.
           03 CAMDATA           PIC 9(08).
      *
       FD CADCUSTVEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCUSTVEN.DAT".
       01 REGCUSTVEN.
           03 CVCHAVE.
               05 CVNUMVEN      PIC 9(06).
               05 CVNUMLIN      PIC 9(02).
           03 CVCODPRO          PIC 9(06).
           03 CVQTD             PIC 9(06).
           03 CVCUSTMED         PIC 9(09)V99.
           03 CVCUSTFIFO        PIC 9(11)V99.
           03 CVDATA            PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-IC          PIC X(02) VALUE "00".
       01 ST-IV          PIC X(02) VALUE "00".
       01 ST-VEN         PIC X(02) VALUE "00".
       01 ST-EMP         PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 ST-NFS         PIC X(02) VALUE "00".
       01 ST-NFI         PIC X(02) VALUE "00".
       01 ST-NOT         PIC X(02) VALUE "00".
       01 ST-NIT         PIC X(02) VALUE "00".
       01 ST-PED         PIC X(02) VALUE "00".
       01 ST-PIT         PIC X(02) VALUE "00".
       01 ST-PAG         PIC X(02) VALUE "00".
       01 ST-REC         PIC X(02) VALUE "00".
       01 ST-PRO         PIC X(02) VALUE "00".
       01 ST-SAL         PIC X(02) VALUE "00".
       01 ST-MOV         PIC X(02) VALUE "00".
       01 ST-CAM         PIC X(02) VALUE "00".
       01 ST-CVN         PIC X(02) VALUE "00".
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-TEMNF        PIC X(01) VALUE "N".
       01 W-TEMCV        PIC X(01) VALUE "N".
       01 W-EMPCOM       PIC 9(02) VALUE ZEROS.
       01 W-DEPCOM       PIC 9(02) VALUE ZEROS.
       01 W-CNPJVEN      PIC 9(14) VALUE ZEROS.
       01 W-PROXPED      PIC 9(06) VALUE ZEROS.
       01 W-CUSTOUNIT    PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDTIT       PIC 9(02) VALUE ZEROS.
       01 W-CFOP         PIC 9(04) VALUE ZEROS.
       01 W-PDSALDO      PIC 9(06) VALUE ZEROS.
       01 W-PDQTD        PIC 9(08) VALUE ZEROS.
       01 W-PDRET        PIC X(02) VALUE SPACES.

       LINKAGE SECTION.
       01 PARMNUMVEN      PIC 9(06).
       01 PARMRET         PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARMNUMVEN PARMRET.
       INICIO.
           MOVE "00" TO PARMRET
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           OPEN INPUT CADVENDA
           IF ST-VEN NOT = "00"
              MOVE "NV" TO PARMRET
              GO TO ROT-FIM.
           MOVE PARMNUMVEN TO NUMVENDA
           READ CADVENDA
           CLOSE CADVENDA
           IF ST-VEN NOT = "00"
              MOVE "NV" TO PARMRET
              GO TO ROT-FIM.
           OPEN INPUT CADINTERCO
           IF ST-IC NOT = "00"
              MOVE "NI" TO PARMRET
              GO TO ROT-FIM.
           MOVE VCLICNPJ TO ICCNPJ
           READ CADINTERCO
           CLOSE CADINTERCO
           IF ST-IC NOT = "00" OR ICCLI NOT = "S"
              MOVE "NI" TO PARMRET
              GO TO ROT-FIM.
           MOVE ICEMP TO W-EMPCOM
           MOVE ICDEPOS TO W-DEPCOM
           IF W-DEPCOM = ZEROS
              MOVE 01 TO W-DEPCOM.
           IF W-EMPCOM = VEMP
              MOVE "ME" TO PARMRET
              GO TO ROT-FIM.
           OPEN I-O CADINTERMOV
           IF ST-IV = "30"
              OPEN OUTPUT CADINTERMOV
              CLOSE CADINTERMOV
              OPEN I-O CADINTERMOV.
           MOVE PARMNUMVEN TO IVNUMVEN
           READ CADINTERMOV
           IF ST-IV = "00"
              MOVE "JE" TO PARMRET
              CLOSE CADINTERMOV
              GO TO ROT-FIM.
      *    A VENDEDORA E O FORNECEDOR NOS LIVROS DA COMPRADORA
           OPEN INPUT CADEMP
           MOVE VEMP TO EMPCOD
           READ CADEMP
           IF ST-EMP NOT = "00" OR EMPCNPJ = ZEROS
              MOVE "EV" TO PARMRET
              CLOSE CADEMP CADINTERMOV
              GO TO ROT-FIM.
           MOVE EMPCNPJ TO W-CNPJVEN
           CLOSE CADEMP
           OPEN INPUT CADFOR
           MOVE W-CNPJVEN TO K1FOR
           READ CADFOR
           IF ST-FOR NOT = "00"
              MOVE "SF" TO PARMRET
              CLOSE CADFOR CADINTERMOV
              GO TO ROT-FIM.
           CLOSE CADFOR
           OPEN INPUT CADNFSAIDA CADNFSITEM
           PERFORM ACHA-NOTA THRU ACHA-NOTA-FIM
           IF W-TEMNF NOT = "S"
              MOVE "SN" TO PARMRET
              CLOSE CADNFSAIDA CADNFSITEM CADINTERMOV
              GO TO ROT-FIM.
           OPEN I-O CADNOTA
           IF ST-NOT = "30"
              OPEN OUTPUT CADNOTA
              CLOSE CADNOTA
              OPEN I-O CADNOTA.
           MOVE W-CNPJVEN TO NOTCNPJ
           MOVE NFSNUM TO NOTNUM
           READ CADNOTA
           IF ST-NOT = "00"
              MOVE "JN" TO PARMRET
              CLOSE CADNOTA CADNFSAIDA CADNFSITEM CADINTERMOV
              GO TO ROT-FIM.
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           PERFORM GERA-PEDIDO THRU GERA-PEDIDO-FIM
           PERFORM GERA-NOTA THRU GERA-NOTA-FIM
           PERFORM GERA-ITENS THRU GERA-ITENS-FIM
           PERFORM GERA-TITULOS THRU GERA-TITULOS-FIM
           MOVE PARMNUMVEN TO IVNUMVEN
           MOVE NFSNUM TO IVNFNUM
           MOVE VEMP TO IVEMPVEN
           MOVE W-EMPCOM TO IVEMPCOM
           MOVE W-CNPJVEN TO IVCNPJVEN
           MOVE VCLICNPJ TO IVCNPJCOM
           MOVE NUMPEDIDO TO IVNUMPED
           MOVE NFSVALOR TO IVVALOR
           MOVE W-HOJE TO IVDATA
           WRITE REGINTERMOV
           CLOSE CADNOTA CADNOTAITEM CADNFSAIDA CADNFSITEM
           CLOSE CADPEDIDO CADPEDITEM CADPAGAR CADPRO CADSALDO
           CLOSE CADMOVEST CADCAMADA CADINTERMOV
           IF W-TEMCV = "S"
              CLOSE CADCUSTVEN.
           GO TO ROT-FIM.

      *
      *    NOTA DE SAIDA EMITIDA (NAO CANCELADA) DA VENDA
      *
       ACHA-NOTA.
           MOVE "N" TO W-TEMNF
           IF ST-NFS NOT = "00"
              GO TO ACHA-NOTA-FIM.
           MOVE ZEROS TO NFSNUM
           START CADNFSAIDA KEY IS NOT LESS NFSNUM
           IF ST-NFS NOT = "00"
              GO TO ACHA-NOTA-FIM.
       ACHA-NOTA-RD.
           READ CADNFSAIDA NEXT
           IF ST-NFS NOT = "00"
              GO TO ACHA-NOTA-FIM.
           IF NFSNUMVEN NOT = PARMNUMVEN OR NFSSTATUS NOT = "E"
              GO TO ACHA-NOTA-RD.
           MOVE "S" TO W-TEMNF.
       ACHA-NOTA-FIM.
           EXIT.

       ABRE-ARQ.
           OPEN I-O CADNOTAITEM
           IF ST-NIT = "30"
              OPEN OUTPUT CADNOTAITEM
              CLOSE CADNOTAITEM
              OPEN I-O CADNOTAITEM.
           OPEN I-O CADPEDIDO
           IF ST-PED = "30"
              OPEN OUTPUT CADPEDIDO
              CLOSE CADPEDIDO
              OPEN I-O CADPEDIDO.
           OPEN I-O CADPEDITEM
           IF ST-PIT = "30"
              OPEN OUTPUT CADPEDITEM
              CLOSE CADPEDITEM
              OPEN I-O CADPEDITEM.
           OPEN I-O CADPAGAR
           IF ST-PAG = "30"
              OPEN OUTPUT CADPAGAR
              CLOSE CADPAGAR
              OPEN I-O CADPAGAR.
           OPEN I-O CADPRO
           OPEN I-O CADSALDO
           IF ST-SAL = "30"
              OPEN OUTPUT CADSALDO
              CLOSE CADSALDO
              OPEN I-O CADSALDO.
           OPEN I-O CADMOVEST
           IF ST-MOV = "30"
              OPEN OUTPUT CADMOVEST
              CLOSE CADMOVEST
              OPEN I-O CADMOVEST.
           OPEN I-O CADCAMADA
           IF ST-CAM = "30"
              OPEN OUTPUT CADCAMADA
              CLOSE CADCAMADA
              OPEN I-O CADCAMADA.
           MOVE "N" TO W-TEMCV
           OPEN INPUT CADCUSTVEN
           IF ST-CVN = "00"
              MOVE "S" TO W-TEMCV.
       ABRE-ARQ-FIM.
           EXIT.

      *
      *    PEDIDO DA COMPRADORA (PROXIMO NUMERO LIVRE), JA RECEBIDO
      *
       GERA-PEDIDO.
           MOVE ZEROS TO W-PROXPED NUMPEDIDO
           START CADPEDIDO KEY IS NOT LESS NUMPEDIDO
           IF ST-PED NOT = "00"
              GO TO GERA-PEDIDO-WR.
       GERA-PEDIDO-RD.
           READ CADPEDIDO NEXT
           IF ST-PED NOT = "00"
              GO TO GERA-PEDIDO-WR.
           MOVE NUMPEDIDO TO W-PROXPED
           GO TO GERA-PEDIDO-RD.
       GERA-PEDIDO-WR.
           ADD 1 TO W-PROXPED
           MOVE W-PROXPED TO NUMPEDIDO
           MOVE W-CNPJVEN TO PCNPJ
           MOVE "R" TO STATUSPEDIDO
           MOVE NFSDATA TO DATAPEDIDO
           MOVE W-HOJE TO DATARECEB DATAPROMET
           MOVE NFSVALOR TO VALORPEDIDO
           MOVE SPACE TO APROVSTATUS
           MOVE ZEROS TO APROVCOD APROVDATA PCCUSTO
           MOVE VCONDPG TO PCONDPG
           MOVE "N" TO PCONTRATO
           MOVE W-EMPCOM TO PEMP
           MOVE SPACES TO PMOEDA
           MOVE ZEROS TO PTAXA
           WRITE REGPEDIDO
           IF ST-PED = "22"
              GO TO GERA-PEDIDO-WR.
       GERA-PEDIDO-FIM.
           EXIT.

       GERA-NOTA.
           MOVE W-CNPJVEN TO NOTCNPJ
           MOVE NFSNUM TO NOTNUM
           MOVE NFSDATA TO NOTDATA
           MOVE NUMPEDIDO TO NOTNUMPED
           MOVE "O" TO NOTSTATUS
           MOVE NFSVALOR TO NOTVALOR
           MOVE ZEROS TO NOTFRETE NOTSEGURO NOTDESP
           MOVE W-EMPCOM TO NOTEMP
           WRITE REGNOTA.
       GERA-NOTA-FIM.
           EXIT.

      *
      *    ITENS DA NOTA DE SAIDA: ITEM DO PEDIDO, ITEM DA NOTA DE
      *    ENTRADA E ENTRADA NO ESTOQUE DA COMPRADORA
      *
       GERA-ITENS.
           MOVE NFSNUM TO NFINUM
           MOVE ZEROS TO NFILIN
           START CADNFSITEM KEY IS NOT LESS NFICHAVE
           IF ST-NFI NOT = "00"
              GO TO GERA-ITENS-FIM.
       GERA-ITENS-RD.
           READ CADNFSITEM NEXT
           IF ST-NFI NOT = "00"
              GO TO GERA-ITENS-FIM.
           IF NFINUM NOT = NFSNUM
              GO TO GERA-ITENS-FIM.
           MOVE NUMPEDIDO TO ITENUMPED
           MOVE NFILIN TO ITENUMLIN
           MOVE NFICODPRO TO ITECODPRO
           MOVE NFIQTD TO ITEQTDPED ITEQTDREC
           MOVE NFIPRECO TO ITEPRECO
           MOVE NFIVALOR TO ITEVALOR
           MOVE W-HOJE TO ITEDATAPROM
           WRITE REGPEDITEM
      *    SAIDA 5XXX/6XXX/7XXX VIRA ENTRADA 1XXX/2XXX/3XXX
           MOVE NFICFOP TO W-CFOP
           IF W-CFOP > 4999
              SUBTRACT 4000 FROM W-CFOP.
           MOVE W-CNPJVEN TO NICNPJ
           MOVE NFSNUM TO NINUM
           MOVE NFILIN TO NILIN
           MOVE NFICODPRO TO NICODPRO
           MOVE NFIQTD TO NIQTD
           MOVE NFIPRECO TO NIPRECO
           MOVE W-CFOP TO NICFOP
           MOVE NFIBASE TO NIBASE
           MOVE NFIALIQICMS TO NIALIQICMS
           MOVE NFIVALICMS TO NIVALICMS
           MOVE NFIALIQIPI TO NIALIQIPI
           MOVE NFIVALIPI TO NIVALIPI
           WRITE REGNOTAITEM
           PERFORM ENTRA-ESTOQUE THRU ENTRA-ESTOQUE-FIM
           GO TO GERA-ITENS-RD.
       GERA-ITENS-FIM.
           EXIT.

      *
      *    ESTOQUE: DISPONIVEL, SALDO DO DEPOSITO, RAZAO E CAMADA
      *
       ENTRA-ESTOQUE.
           MOVE NFICODPRO TO CODIGO
           READ CADPRO
           IF ST-PRO NOT = "00"
              GO TO ENTRA-ESTOQUE-FIM.
           ADD NFIQTD TO QUANTIDADE
           MOVE W-HOJE TO DATAULTALT2
           REWRITE REGPRO
           MOVE NFICODPRO TO SALCODPRO
           MOVE W-DEPCOM TO SALDEPOS
           READ CADSALDO
           IF ST-SAL NOT = "00"
              MOVE NFICODPRO TO SALCODPRO
              MOVE W-DEPCOM TO SALDEPOS
              MOVE ZEROS TO SALQTD SALQTDCON.
           ADD NFIQTD TO SALQTD
           IF ST-SAL = "00"
              REWRITE REGSALDO
           ELSE
              WRITE REGSALDO.
      *    ENTRADA SEM INSPECAO: JA ATENDE AS VENDAS PENDENTES
           MOVE QUANTIDADE TO W-PDSALDO
           CALL "ALOCPEND" USING NFICODPRO W-PDSALDO W-PDQTD W-PDRET
           MOVE NFICODPRO TO MCODIGO
           MOVE W-HOJE TO MDATA
           MOVE "E" TO MTIPO
           MOVE NFIQTD TO MQTD
           MOVE "ENTRADA INTERCOMP." TO MOTIVO
           MOVE SPACE TO MPROPR
           MOVE ZEROS TO MSEQ.
       ENTRA-ESTOQUE-MV.
           ADD 1 TO MSEQ
           IF MSEQ > 999
              GO TO ENTRA-ESTOQUE-CM.
           WRITE REGMOVEST
           IF ST-MOV = "22"
              GO TO ENTRA-ESTOQUE-MV.
       ENTRA-ESTOQUE-CM.
           PERFORM CUSTO-EMB THRU CUSTO-EMB-FIM
           MOVE NFICODPRO TO CAMCODPRO
           MOVE ZEROS TO CAMSEQ.
       ENTRA-ESTOQUE-CW.
           ADD 1 TO CAMSEQ
           IF CAMSEQ > 999999
              GO TO ENTRA-ESTOQUE-FIM.
           MOVE NFIQTD TO CAMQTDORIG CAMQTDREST
           MOVE W-CUSTOUNIT TO CAMCUSTO
           MOVE W-HOJE TO CAMDATA
           WRITE REGCAMADA
           IF ST-CAM = "22"
              GO TO ENTRA-ESTOQUE-CW.
       ENTRA-ESTOQUE-FIM.
           EXIT.

      *
      *    CUSTO UNITARIO FIFO DO PRODUTO NO EMBARQUE DA VENDA;
      *    SEM REGISTRO, O CUSTO MEDIO ATUAL
      *
       CUSTO-EMB.
           MOVE CUSTOMEDIO TO W-CUSTOUNIT
           IF W-TEMCV NOT = "S"
              GO TO CUSTO-EMB-FIM.
           MOVE PARMNUMVEN TO CVNUMVEN
           MOVE ZEROS TO CVNUMLIN
           START CADCUSTVEN KEY IS NOT LESS CVCHAVE
           IF ST-CVN NOT = "00"
              GO TO CUSTO-EMB-FIM.
       CUSTO-EMB-RD.
           READ CADCUSTVEN NEXT
           IF ST-CVN NOT = "00"
              GO TO CUSTO-EMB-FIM.
           IF CVNUMVEN NOT = PARMNUMVEN
              GO TO CUSTO-EMB-FIM.
           IF CVCODPRO NOT = NFICODPRO OR CVQTD = ZEROS
              GO TO CUSTO-EMB-RD.
           COMPUTE W-CUSTOUNIT ROUNDED = CVCUSTFIFO / CVQTD.
       CUSTO-EMB-FIM.
           EXIT.

      *
      *    TITULOS A PAGAR DA COMPRADORA = PARCELAS DA VENDA
      *    (SEM PARCELAS, UM TITULO DO VALOR DA NOTA PARA HOJE)
      *
       GERA-TITULOS.
           MOVE ZEROS TO W-QTDTIT
           OPEN INPUT CADRECEBER
           IF ST-REC NOT = "00"
              GO TO GERA-TITULOS-UNI.
           MOVE PARMNUMVEN TO RECNUMVEN
           MOVE ZEROS TO RECSEQ
           START CADRECEBER KEY IS NOT LESS RECCHAVE
           IF ST-REC NOT = "00"
              CLOSE CADRECEBER
              GO TO GERA-TITULOS-UNI.
       GERA-TITULOS-RD.
           READ CADRECEBER NEXT
           IF ST-REC NOT = "00" OR RECNUMVEN NOT = PARMNUMVEN
              CLOSE CADRECEBER
              GO TO GERA-TITULOS-UNI.
           MOVE NUMPEDIDO TO TITNUMPED
           MOVE RECSEQ TO TITSEQ
           MOVE RECVALOR TO TITVALOR
           MOVE RECVENCTO TO TITVENCTO
           PERFORM GRAVA-TIT THRU GRAVA-TIT-FIM
           GO TO GERA-TITULOS-RD.
       GERA-TITULOS-UNI.
           IF W-QTDTIT > ZEROS
              GO TO GERA-TITULOS-FIM.
           MOVE NUMPEDIDO TO TITNUMPED
           MOVE 1 TO TITSEQ
           MOVE NFSVALOR TO TITVALOR
           MOVE W-HOJE TO TITVENCTO
           PERFORM GRAVA-TIT THRU GRAVA-TIT-FIM.
       GERA-TITULOS-FIM.
           EXIT.

       GRAVA-TIT.
           MOVE W-CNPJVEN TO TITCNPJ
           MOVE ZEROS TO TITPAGO TITJUROS
           MOVE "A" TO TITSTATUS
           MOVE W-EMPCOM TO TITEMP
           MOVE SPACES TO TITMOEDA
           MOVE ZEROS TO TITVALME TITPAGOME TITTAXA
           WRITE REGPAGAR
           IF ST-PAG = "00"
              ADD 1 TO W-QTDTIT.
       GRAVA-TIT-FIM.
           EXIT.
      *
       ROT-FIM.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
