      ************************
      * PROGRAMA PARA NOTA FISCAL DE SAIDA DA VENDA CONFIRMADA *
      * EMISSAO, CANCELAMENTO E REIMPRESSAO                    *
      * A NOTA EMITIDA FICA PENDENTE NO CADNFE ATE A AUTORIZACAO *
      * DA NF-E (NFEEXP); SO A AUTORIZADA E IMPRESSA (OPCAO 4)   *
      * CANCELAR NF-E AUTORIZADA GRAVA O EVENTO NO NFECANC.TXT   *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT CADEMPATIVA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-EAT.
      *
           SELECT CADSERIE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SERCHAVE
                       ALTERNATE RECORD KEY IS SERNUM WITH DUPLICATES
                       ALTERNATE RECORD KEY IS SERVENDA
                                                   WITH DUPLICATES
                       FILE STATUS IS ST-SER.
      *
           SELECT NFSIMP ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-IMP.
      *
           SELECT CADNFE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NFENUM
                       ALTERNATE RECORD KEY IS NFENUMVEN
                                   WITH DUPLICATES
                       FILE STATUS IS ST-NFE.
      *
           SELECT NFECANC ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-CAN.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 CLILIMITE         PIC 9(09)V99.
           03 CLIBLOQ           PIC X(01).
           03 CLIGRUPO          PIC 9(02).
           03 CLIPRIOR          PIC 9(01).

       FD CADEND
           LABEL RECORD IS STANDARD
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       FD CADEMPRESA
           LABEL RECORD IS STANDARD
           03 CFOPCOD           PIC 9(04).
           03 CFOPDESC          PIC X(30).
           03 CFOPTIPO          PIC X(01).
           03 CFOPPISCOF        PIC X(01).

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

       FD NFSIMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NFSAIDA.TXT".
       01 REGIMP             PIC X(80).

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

       FD NFECANC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NFECANC.TXT".
       01 REGCANC            PIC X(145).

       FD CADEMPATIVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMPATIVA.TXT".
       01 W-CFOPNF             PIC 9(04) VALUE ZEROS.
       01 W-ALIQICMS           PIC 9(02)V99 VALUE ZEROS.
       01 W-ALIQIPI            PIC 9(02)V99 VALUE ZEROS.
       01 ST-SER               PIC X(02) VALUE "00".
       01 W-IS                 PIC 9(01) VALUE ZEROS.
       01 ST-NFE               PIC X(02) VALUE "00".
       01 ST-CAN               PIC X(02) VALUE "00".
       01 W-TEMNFE             PIC X(01) VALUE "N".
       01 W-QTDIMP             PIC 9(05) VALUE ZEROS.
       01 W-JUST               PIC X(60) VALUE SPACES.
       01 W-JUSTR REDEFINES W-JUST.
           03 FILLER           PIC X(14).
           03 W-JUST15         PIC X(01).
           03 FILLER           PIC X(45).
      *
      *    EVENTO DE CANCELAMENTO DA NF-E (LIDO PELO TRANSMISSOR)
       01 EVE-CANC.
           03 FILLER         PIC X(01) VALUE "E".
           03 EV-TPEVENTO    PIC X(06) VALUE "110111".
           03 EV-NUM         PIC 9(09).
           03 EV-CHAVE       PIC X(44).
           03 EV-PROT        PIC X(15).
           03 EV-DATA        PIC 9(08).
           03 EV-SEQ         PIC 9(02) VALUE 01.
           03 EV-JUST        PIC X(60).
      *
      ******************
      * REPORT SECTION *
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPIVALOR PIC 9(11)V99 VALUE ZEROS.

       01 IMP-SER.
           03 FILLER    PIC X(12) VALUE "   N. SERIE:".
           03 IMPSLISTA.
               05 IMPSITEM OCCURS 3 TIMES.
                   07 FILLER    PIC X(01).
                   07 IMPSNUM   PIC X(20).

       01 IMP-TOT.
           03 FILLER    PIC X(17) VALUE "VALOR DA NOTA:   ".
           03 IMPTOTAL  PIC 9(11)V99 VALUE ZEROS.

       01 IMP-NFE1.
           03 FILLER    PIC X(17) VALUE "CHAVE DE ACESSO: ".
           03 IMPCHAVE  PIC X(44) VALUE SPACES.

       01 IMP-NFE2.
           03 FILLER    PIC X(24) VALUE "PROTOCOLO DE AUTORIZACAO".
           03 FILLER    PIC X(02) VALUE ": ".
           03 IMPPROT   PIC X(15) VALUE SPACES.

       01 IMP-CANC.
           03 FILLER    PIC X(31)
                        VALUE "*** NOTA FISCAL CANCELADA EM  ".
                 MOVE EAT-COD TO W-EMPATIVA.
           CLOSE CADEMPATIVA.

       RF3.
           OPEN INPUT CADSERIE
           IF ST-SER = "30"
              OPEN OUTPUT CADSERIE
              CLOSE CADSERIE
              OPEN INPUT CADSERIE.

       RG0.
           OPEN EXTEND NFSIMP
           IF ST-IMP NOT = "00"
              OPEN OUTPUT NFSIMP.

       RG1.
           OPEN I-O CADNFE
           IF ST-NFE = "30"
              OPEN OUTPUT CADNFE
              CLOSE CADNFE
              OPEN I-O CADNFE.
           IF ST-NFE NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADNFE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       MENU-NFS.
           DISPLAY TELANFS
           DISPLAY (04, 01) "1 - EMITIR NOTA DE UMA VENDA"
           DISPLAY (05, 01) "2 - CANCELAR NOTA EMITIDA"
           DISPLAY (06, 01) "3 - REIMPRIMIR NOTA"
           DISPLAY (07, 01) "4 - IMPRIMIR NF-E AUTORIZADAS"
           DISPLAY (08, 01) "0 - SAIR"
           DISPLAY (09, 01) "OPCAO: ".
           ACCEPT  (09, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO CANC-INI.
           IF W-OPCAO = "3"
              GO TO REIMP-INI.
           IF W-OPCAO = "4"
              GO TO IMPAUT-INI.
           GO TO MENU-NFS.

      *
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM GRAVA-ITENS-NF THRU GRAVA-ITENS-NF-FIM
           PERFORM GRAVA-NFE THRU GRAVA-NFE-FIM
           MOVE "* NOTA EMITIDA - TRANSMITA A NF-E PELO NFEEXP *"
                                          TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-NFS.
       GRAVA-ITENS-NF-FIM.
           EXIT.

      *
      *    NF-E PENDENTE DE ENVIO PARA A NOTA EMITIDA
      *
       GRAVA-NFE.
           MOVE NFSNUM TO NFENUM
           MOVE NFSNUMVEN TO NFENUMVEN
           MOVE "P" TO NFESIT
           MOVE SPACES TO NFECHAVE NFEPROT NFEMOTIVO NFEPROTCAN
           MOVE SPACES TO NFEJUST
           MOVE ZEROS TO NFEDATAENV NFEDATARET NFECSTAT
           MOVE "N" TO NFEIMPR
           WRITE REGNFE
           IF ST-NFE = "22"
              REWRITE REGNFE.
       GRAVA-NFE-FIM.
           EXIT.

      *
      *    SITUACAO DA NF-E DA NOTA (NOTA ANTIGA NAO TEM CADNFE)
      *
       LE-NFE.
           MOVE "N" TO W-TEMNFE
           MOVE NFSNUM TO NFENUM
           READ CADNFE
           IF ST-NFE = "00"
              MOVE "S" TO W-TEMNFE.
       LE-NFE-FIM.
           EXIT.

      *
      *****************************************************
      * IMPRIME A NOTA NO ARQUIVO NFSAIDA.TXT             *
           MOVE NFIQTD TO IMPIQTD
           MOVE NFIVALOR TO IMPIVALOR
           WRITE REGIMP FROM IMP-ITEM
           IF ST-ERRO7 = "00" AND SERIALIZADO = "S"
              PERFORM IMPRIME-SERIES THRU IMPRIME-SERIES-FIM.
           GO TO IMPRIME-NF-RD.
       IMPRIME-NF-TOT.
           MOVE NFSVALOR TO IMPTOTAL
           WRITE REGIMP FROM IMP-TOT
           IF W-TEMNFE = "S" AND NFECHAVE NOT = SPACES
              MOVE NFECHAVE TO IMPCHAVE
              MOVE NFEPROT TO IMPPROT
              WRITE REGIMP FROM IMP-NFE1
              WRITE REGIMP FROM IMP-NFE2.
           IF NFSSTATUS = "C"
              MOVE NFSCANDATA TO IMPCANDAT
              WRITE REGIMP FROM IMP-CANC.
       IMPRIME-NF-FIM.
           EXIT.

      *
      *    SERIES DO ITEM QUE SAIRAM NA EXPEDICAO DA VENDA (SCP048)
      *
       IMPRIME-SERIES.
           MOVE SPACES TO IMPSLISTA
           MOVE ZEROS TO W-IS
           MOVE NFSNUMVEN TO SERVENDA
           START CADSERIE KEY IS EQUAL SERVENDA
           IF ST-SER NOT = "00"
              GO TO IMPRIME-SERIES-FIM.
       IMPRIME-SERIES-RD.
           READ CADSERIE NEXT
           IF ST-SER NOT = "00"
              GO TO IMPRIME-SERIES-ULT.
           IF SERVENDA NOT = NFSNUMVEN
              GO TO IMPRIME-SERIES-ULT.
           IF SERCODPRO NOT = NFICODPRO
              GO TO IMPRIME-SERIES-RD.
           ADD 1 TO W-IS
           MOVE SERNUM TO IMPSNUM(W-IS)
           IF W-IS < 3
              GO TO IMPRIME-SERIES-RD.
           WRITE REGIMP FROM IMP-SER
           MOVE SPACES TO IMPSLISTA
           MOVE ZEROS TO W-IS
           GO TO IMPRIME-SERIES-RD.
       IMPRIME-SERIES-ULT.
           IF W-IS > ZEROS
              WRITE REGIMP FROM IMP-SER.
       IMPRIME-SERIES-FIM.
           EXIT.

      *
      ****************************************
      * CANCELAMENTO DA NOTA                 *
              MOVE "*** NOTA JA CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANC-INI.
           PERFORM LE-NFE THRU LE-NFE-FIM
           IF W-TEMNFE = "N"
              GO TO CANC-OPC.
           IF NFESIT = "G"
              MOVE "* NF-E ENVIADA SEM RETORNO - PROCESSE NO NFEEXP *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANC-INI.
           IF NFESIT NOT = "A"
              GO TO CANC-OPC.

      *    NF-E AUTORIZADA: EVENTO COM JUSTIFICATIVA (MINIMO 15)
       CANC-JUST.
           MOVE SPACES TO W-JUST
           DISPLAY (12, 01) "JUSTIFICATIVA DO CANCELAMENTO DA NF-E:".
           ACCEPT  (13, 01) W-JUST.
           IF W-JUST15 = SPACE
              MOVE "* JUSTIFICATIVA COM NO MINIMO 15 CARACTERES *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANC-JUST.

       CANC-OPC.
           MOVE "N" TO W-OPCAO
           MOVE "C" TO NFSSTATUS
           ACCEPT NFSCANDATA FROM DATE YYYYMMDD
           REWRITE REGNFSAIDA
           IF (ST-ERRO = "00" OR ST-ERRO = "02") AND W-TEMNFE = "S"
              PERFORM CANC-NFE THRU CANC-NFE-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-NFS.
           IF ST-ERRO = "00" OR ST-ERRO = "02"
              MOVE "* NOTA CANCELADA - VENDA LIVRE PARA REEMISSAO *"
                                             TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      *    AUTORIZADA: EVENTO NO NFECANC.TXT (NFEEXP LE O RETORNO)
      *    AINDA NAO AUTORIZADA: A NF-E E DESCARTADA, SEM EVENTO
      *
       CANC-NFE.
           IF NFESIT NOT = "A"
              MOVE "X" TO NFESIT
              REWRITE REGNFE
              MOVE "* NOTA CANCELADA - NF-E NAO AUTORIZADA DESCARTADA*"
                                             TO MENS
              GO TO CANC-NFE-FIM.
           OPEN EXTEND NFECANC
           IF ST-CAN NOT = "00"
              OPEN OUTPUT NFECANC.
           MOVE NFENUM TO EV-NUM
           MOVE NFECHAVE TO EV-CHAVE
           MOVE NFEPROT TO EV-PROT
           MOVE NFSCANDATA TO EV-DATA
           MOVE W-JUST TO EV-JUST NFEJUST
           WRITE REGCANC FROM EVE-CANC
           CLOSE NFECANC
           MOVE "C" TO NFESIT
           REWRITE REGNFE
           MOVE "* NOTA CANCELADA - EVENTO GRAVADO EM NFECANC.TXT *"
                                          TO MENS.
       CANC-NFE-FIM.
           EXIT.

      *
      ****************************************
      * REIMPRESSAO DA NOTA                  *
              MOVE "*** NOTA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REIMP-INI.
           PERFORM LE-NFE THRU LE-NFE-FIM
           IF W-TEMNFE = "S" AND NFESIT NOT = "A" AND NFESIT NOT = "C"
              AND NFESIT NOT = "K"
              MOVE "* NF-E NAO AUTORIZADA - IMPRESSAO NAO PERMITIDA *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REIMP-INI.
           PERFORM IMPRIME-NF THRU IMPRIME-NF-FIM
           MOVE "*** NOTA REIMPRESSA EM NFSAIDA.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-NFS.

      *
      ****************************************
      * IMPRESSAO DAS NF-E AUTORIZADAS       *
      ****************************************
      *
       IMPAUT-INI.
           MOVE ZEROS TO W-QTDIMP
           MOVE ZEROS TO NFENUM
           START CADNFE KEY IS NOT LESS NFENUM
           IF ST-NFE NOT = "00"
              GO TO IMPAUT-FIM.
       IMPAUT-RD.
           READ CADNFE NEXT
           IF ST-NFE NOT = "00"
              GO TO IMPAUT-FIM.
           IF NFESIT NOT = "A" OR NFEIMPR NOT = "N"
              GO TO IMPAUT-RD.
           MOVE NFENUM TO NFSNUM
           READ CADNFSAIDA
           IF ST-ERRO NOT = "00"
              GO TO IMPAUT-RD.
           MOVE "S" TO W-TEMNFE
           PERFORM IMPRIME-NF THRU IMPRIME-NF-FIM
           MOVE "S" TO NFEIMPR
           REWRITE REGNFE
           ADD 1 TO W-QTDIMP
           GO TO IMPAUT-RD.
       IMPAUT-FIM.
           DISPLAY (11, 01) "NOTAS IMPRESSAS: "
           DISPLAY (11, 18) W-QTDIMP
           IF W-QTDIMP = ZEROS
              MOVE "*** NENHUMA NF-E AUTORIZADA A IMPRIMIR ***" TO MENS
           ELSE
              MOVE "*** NF-E IMPRESSAS EM NFSAIDA.TXT ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-NFS.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADNFSAIDA
           CLOSE CADEND
           CLOSE CADPRO
           CLOSE CADCFOP
           CLOSE CADSERIE
           CLOSE NFSIMP
           CLOSE CADNFE
      *    O IMPRESSO VAI PARA O SPOOL CENTRAL (SCP067)
           MOVE "SCP043" TO W-SPPROG
           MOVE "NFSAIDA.TXT" TO W-SPARQ
