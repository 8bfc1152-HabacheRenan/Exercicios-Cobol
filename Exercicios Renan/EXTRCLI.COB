       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRCLI.
      *******************************
      * EXTRATO DE CONTA DO CLIENTE POR PERIODO                   *
      * SALDO ANTERIOR, VENDAS/NOTAS DO PERIODO COM AS PARCELAS   *
      * (CADRECEBER), RECEBIMENTOS (LIVRO CAIXA - DOC. "V" DO     *
      * SCP041/COBRARET), JUROS E ENCARGOS (RECJUROS), CREDITOS   *
      * DE DEVOLUCAO (CADDEVVEN, SCP045), SALDO FINAL E TITULOS   *
      * EM ABERTO POR IDADE. O IMPRESSO VAI PARA O SPOOL          *
      * (EXTCLI.TXT) E CADA CLIENTE GANHA O ARQUIVO               *
      * EX<CNPJ>.TXT PARA ENVIO POR E-MAIL.                       *
      * OPCAO 2: EXTRATO DO MES PARA TODOS OS CLIENTES COM        *
      * TITULOS EM ABERTO (FECHAMENTO MENSAL)                     *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADRECEBER ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RECCHAVE
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADCLI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CLICNPJ
                       ALTERNATE RECORD KEY IS
                       CLINOME WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO2.
      *
       SELECT CADVENDA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMVENDA
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT CADNFSAIDA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NFSNUM
                       FILE STATUS IS ST-ERRO4.
      *
       SELECT CADCAIXA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CXCHAVE
                       FILE STATUS IS ST-ERRO5.
      *
       SELECT CADDEVVEN ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-ERRO6.
      *
       SELECT RELEXT ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT RELMAIL ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD CADCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
           03 CLICNPJ           PIC 9(14).
           03 CLINOME           PIC X(30).
           03 CLIFANTASIA       PIC X(12).
           03 CLICEP            PIC 9(09).
           03 CLINUMERO         PIC 9(05).
           03 CLICOMPL          PIC X(12).
           03 CLIDDD            PIC 9(02).
           03 CLITEL            PIC 9(09).
           03 CLIEMAIL          PIC X(35).
           03 STATUSCLI         PIC X(01).
           03 CLIDATABAIXA      PIC 9(08).
           03 CLIDATAULT        PIC 9(08).
           03 CLILIMITE         PIC 9(09)V99.
           03 CLIBLOQ           PIC X(01).
           03 CLIGRUPO          PIC 9(02).
           03 CLIPRIOR          PIC 9(01).
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
       FD CADCAIXA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCAIXA.DAT".
       01 REGCAIXA.
           03 CXCHAVE.
               05 CXDATA        PIC 9(08).
               05 CXSEQ         PIC 9(04).
           03 CXCONTA           PIC 9(02).
           03 CXTIPO            PIC X(01).
           03 CXCNPJ            PIC 9(14).
           03 CXDOC             PIC X(10).
           03 CXVALOR           PIC 9(11)V99.
           03 CXCONC            PIC X(01).
      *
       FD CADDEVVEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDEVVEN.TXT".
       01 REGDEVVEN.
           03 DVV-NUMVEN        PIC 9(06).
           03 DVV-CNPJ          PIC 9(14).
           03 DVV-CODPRO        PIC 9(06).
           03 DVV-QTD           PIC 9(06).
           03 DVV-VALOR         PIC 9(11)V99.
           03 DVV-CREDITO       PIC 9(11)V99.
           03 DVV-MOTIVO        PIC X(20).
           03 DVV-DATA          PIC 9(08).
      *
       FD RELEXT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EXTCLI.TXT".
       01 REGREL             PIC X(79).
      *
       FD RELMAIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQMAIL.
       01 REGMAIL            PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-ARQMAIL.
           03 FILLER     PIC X(02) VALUE "EX".
           03 MAIL-CNPJ  PIC 9(14) VALUE ZEROS.
           03 FILLER     PIC X(04) VALUE ".TXT".
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 W-FUNC         PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-ERRO5       PIC X(02) VALUE "00".
       01 ST-ERRO6       PIC X(02) VALUE "00".
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-LINHA        PIC X(79) VALUE SPACES.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-CNPJ         PIC 9(14) VALUE ZEROS.
       01 W-DTINI        PIC 9(08) VALUE ZEROS.
       01 W-DTFIM        PIC 9(08) VALUE ZEROS.
       01 W-MESREF       PIC 9(06) VALUE ZEROS.
       01 W-MESREF-G REDEFINES W-MESREF.
           03 ANO-REF    PIC 9(04).
           03 MES-REF    PIC 9(02).
       01 W-DATA         PIC 9(08) VALUE ZEROS.
       01 W-DATA-G REDEFINES W-DATA.
           03 ANO-DT     PIC 9(04).
           03 MES-DT     PIC 9(02).
           03 DIA-DT     PIC 9(02).
       01 W-DTIDADE      PIC 9(08) VALUE ZEROS.
       01 W-DIASREF      PIC 9(08) VALUE ZEROS.
       01 W-DIASVENC     PIC 9(08) VALUE ZEROS.
       01 W-ATRASO       PIC S9(05) VALUE ZEROS.
       01 W-DOC          PIC X(10) VALUE SPACES.
       01 W-DOC-G REDEFINES W-DOC.
           03 DOC-TIPO   PIC X(01).
           03 DOC-NUMVEN PIC 9(06).
           03 DOC-SEQ    PIC 9(02).
           03 FILLER     PIC X(01).
       01 W-ABATE        PIC 9(11)V99 VALUE ZEROS.
       01 W-SALDOTIT     PIC 9(11)V99 VALUE ZEROS.
       01 W-DEBANT       PIC 9(11)V99 VALUE ZEROS.
       01 W-CREDANT      PIC 9(11)V99 VALUE ZEROS.
       01 W-DEBPER       PIC 9(11)V99 VALUE ZEROS.
       01 W-CREDPER      PIC 9(11)V99 VALUE ZEROS.
       01 W-SALDOANT     PIC S9(11)V99 VALUE ZEROS.
       01 W-SALDOFIM     PIC S9(11)V99 VALUE ZEROS.
       01 W-AVENCER      PIC 9(11)V99 VALUE ZEROS.
       01 W-V30          PIC 9(11)V99 VALUE ZEROS.
       01 W-V60          PIC 9(11)V99 VALUE ZEROS.
       01 W-V90          PIC 9(11)V99 VALUE ZEROS.
       01 W-VMAIS        PIC 9(11)V99 VALUE ZEROS.
       01 W-TEMLIN       PIC X(01) VALUE "N".
       01 W-QTDEXT       PIC 9(05) VALUE ZEROS.
       01 I              PIC 9(03) VALUE ZEROS.
       01 J              PIC 9(03) VALUE ZEROS.
       01 K              PIC 9(03) VALUE ZEROS.
       01 W-TOTTIT       PIC 9(03) VALUE ZEROS.
       01 W-TOTVEN       PIC 9(03) VALUE ZEROS.
       01 W-TOTCLI       PIC 9(03) VALUE ZEROS.
      *
      *    TITULOS DO CLIENTE (CADRECEBER)
       01 TAB-TIT.
           03 TT-ITEM OCCURS 300 TIMES.
               05 TT-NUMVEN   PIC 9(06).
               05 TT-SEQ      PIC 9(02).
               05 TT-VENCTO   PIC 9(08).
               05 TT-VALOR    PIC 9(11)V99.
               05 TT-RECEB    PIC 9(11)V99.
               05 TT-JUROS    PIC 9(09)V99.
               05 TT-STATUS   PIC X(01).
               05 TT-ULTPG    PIC 9(08).
      *
      *    VENDAS DO CLIENTE - VALOR ORIGINAL = PARCELAS + ABATIMENTO
      *    DAS DEVOLUCOES NAS PARCELAS
       01 TAB-VEN.
           03 TV-ITEM OCCURS 150 TIMES.
               05 TV-NUMVEN   PIC 9(06).
               05 TV-DATA     PIC 9(08).
               05 TV-NF       PIC 9(09).
               05 TV-VALOR    PIC 9(11)V99.
      *
      *    CLIENTES COM TITULOS EM ABERTO (EXTRATO DO MES)
       01 TAB-CLI.
           03 TC-CNPJ OCCURS 500 TIMES PIC 9(14).
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 FILLER    PIC X(40) VALUE
              "EXTRATO DE CONTA DO CLIENTE             ".
           03 FILLER    PIC X(09) VALUE "EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.

       01 CAB2.
           03 FILLER    PIC X(09) VALUE "CLIENTE: ".
           03 CABCNPJ   PIC 9(14) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 CABNOME   PIC X(30) VALUE SPACES.

       01 CAB3.
           03 FILLER    PIC X(09) VALUE "E-MAIL: ".
           03 CABEMAIL  PIC X(35) VALUE SPACES.

       01 CAB4.
           03 FILLER    PIC X(09) VALUE "PERIODO: ".
           03 CABDTINI  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE " A ".
           03 CABDTFIM  PIC 9(08) VALUE ZEROS.

       01 LINSAL.
           03 SALTXT    PIC X(30) VALUE SPACES.
           03 SALVALOR  PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.

       01 SEC1.
           03 FILLER    PIC X(40) VALUE
              "VENDAS / NOTAS FISCAIS DO PERIODO:      ".

       01 DETV.
           03 FILLER    PIC X(06) VALUE "VENDA ".
           03 DETVNUM   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(04) VALUE " NF ".
           03 DETVNF    PIC 9(09) VALUE ZEROS.
           03 FILLER    PIC X(07) VALUE " DATA: ".
           03 DETVDATA  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " VALOR: ".
           03 DETVVAL   PIC ZZZZZZZZZZ9,99 VALUE ZEROS.

       01 DETP.
           03 FILLER    PIC X(08) VALUE "   PARC ".
           03 DETPSEQ   PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(07) VALUE " VENC. ".
           03 DETPVENC  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETPVAL   PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(05) VALUE " REC ".
           03 DETPREC   PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(05) VALUE " JUR ".
           03 DETPJUR   PIC ZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETPSTA   PIC X(01) VALUE SPACE.

       01 SEC2.
           03 FILLER    PIC X(40) VALUE
              "RECEBIMENTOS DO PERIODO:                ".

       01 SEC3.
           03 FILLER    PIC X(40) VALUE
              "JUROS E ENCARGOS DO PERIODO:            ".

       01 DETR.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 DETRDATA  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(07) VALUE " VENDA ".
           03 DETRNUM   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "/".
           03 DETRSEQ   PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " VALOR: ".
           03 DETRVAL   PIC ZZZZZZZZZZ9,99 VALUE ZEROS.

       01 SEC4.
           03 FILLER    PIC X(40) VALUE
              "CREDITOS DE DEVOLUCAO DO PERIODO:       ".

       01 DETD.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 DETDDATA  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(07) VALUE " VENDA ".
           03 DETDNUM   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(06) VALUE " PROD ".
           03 DETDPRO   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(05) VALUE " QTD ".
           03 DETDQTD   PIC ZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETDVAL   PIC ZZZZZZZZZZ9,99 VALUE ZEROS.

       01 SEC5.
           03 FILLER    PIC X(40) VALUE
              "TITULOS EM ABERTO:                      ".

       01 DETA.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 DETANUM   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "/".
           03 DETASEQ   PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(07) VALUE " VENC. ".
           03 DETAVENC  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " SALDO: ".
           03 DETASAL   PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " ATRASO ".
           03 DETAATR   PIC -ZZZZ9 VALUE ZEROS.

       01 IDA1.
           03 FILLER    PIC X(10) VALUE "A VENCER: ".
           03 IDAAVE    PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " 1-30: ".
           03 IDA30     PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " 31-60: ".
           03 IDA60     PIC ZZZZZZZZZ9,99 VALUE ZEROS.

       01 IDA2.
           03 FILLER    PIC X(10) VALUE "61-90:    ".
           03 IDA90     PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " +90:   ".
           03 IDAMAIS   PIC ZZZZZZZZZ9,99 VALUE ZEROS.

       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".

       SCREEN SECTION.

       01  TELAEXT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   EXTRATO DE".
           05  LINE 02  COLUMN 43
               VALUE  " CONTA DO CLIENTE  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN INPUT CADRECEBER
           IF ST-ERRO NOT = "00"
              MOVE "SEM TITULOS A RECEBER CADASTRADOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADCLI
           IF ST-ERRO2 NOT = "00"
              MOVE "SEM CLIENTES - USE O SCP035" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRECEBER
              GO TO ROT-FIM2.
           OPEN INPUT CADVENDA
           OPEN INPUT CADNFSAIDA
           OPEN INPUT CADCAIXA
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-EXT.
           DISPLAY TELAEXT
           DISPLAY (04, 01) "1 - EXTRATO DE UM CLIENTE POR PERIODO"
           DISPLAY (05, 01) "2 - EXTRATOS DO MES (CLIENTES EM ABERTO)"
           DISPLAY (06, 01) "0 - SAIR"
           DISPLAY (08, 01) "OPCAO: ".
           ACCEPT  (08, 08) W-FUNC.
           IF W-FUNC = "0"
              GO TO ROT-FIM.
           IF W-FUNC = "2"
              GO TO MES-INI.
           IF W-FUNC NOT = "1"
              GO TO MENU-EXT.

      *
      ****************************************
      * EXTRATO DE UM CLIENTE                *
      ****************************************
      *
       UNI-R0.
           DISPLAY TELAEXT
           MOVE ZEROS TO W-CNPJ
           DISPLAY (04, 01) "CNPJ DO CLIENTE (0=VOLTAR): ".
           ACCEPT  (04, 30) W-CNPJ.
           IF W-CNPJ = ZEROS
              GO TO MENU-EXT.
           MOVE W-CNPJ TO CLICNPJ
           READ CADCLI
           IF ST-ERRO2 NOT = "00"
              MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO UNI-R0.
           DISPLAY (05, 01) CLINOME.
       UNI-R1.
           MOVE W-HOJE TO W-DATA
           MOVE 01 TO DIA-DT
           MOVE W-DATA TO W-DTINI
           DISPLAY (07, 01) "DATA INICIAL (AAAAMMDD): ".
           ACCEPT  (07, 26) W-DTINI WITH UPDATE.
           MOVE W-DTINI TO W-DATA
           PERFORM VER-DATA THRU VER-DATA-FIM
           IF W-TEMLIN NOT = "S"
              GO TO UNI-R1.
       UNI-R2.
           MOVE W-HOJE TO W-DTFIM
           DISPLAY (08, 01) "DATA FINAL   (AAAAMMDD): ".
           ACCEPT  (08, 26) W-DTFIM WITH UPDATE.
           MOVE W-DTFIM TO W-DATA
           PERFORM VER-DATA THRU VER-DATA-FIM
           IF W-TEMLIN NOT = "S"
              GO TO UNI-R2.
           IF W-DTFIM < W-DTINI
              MOVE "* DATA FINAL MENOR QUE A INICIAL *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO UNI-R2.
           OPEN OUTPUT RELEXT
           PERFORM EXTRATO THRU EXTRATO-FIM
           CLOSE RELEXT
      *    O IMPRESSO VAI PARA O SPOOL CENTRAL (SCP067)
           MOVE "EXTRCLI" TO W-SPPROG
           MOVE "EXTCLI.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (10, 01) "SALDO ANTERIOR : "
           DISPLAY (10, 18) W-SALDOANT
           DISPLAY (11, 01) "DEBITOS        : "
           DISPLAY (11, 18) W-DEBPER
           DISPLAY (12, 01) "CREDITOS       : "
           DISPLAY (12, 18) W-CREDPER
           DISPLAY (13, 01) "SALDO FINAL    : "
           DISPLAY (13, 18) W-SALDOFIM
           DISPLAY (15, 01) "ARQUIVO PARA E-MAIL: "
           DISPLAY (15, 22) W-ARQMAIL
           MOVE "*** EXTRATO GERADO E ENVIADO AO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO UNI-R0.

      *
      ****************************************
      * EXTRATOS DO MES - FECHAMENTO         *
      ****************************************
      *
       MES-INI.
           DISPLAY TELAEXT
           MOVE W-HOJE TO W-DATA
           MOVE ANO-DT TO ANO-REF
           MOVE MES-DT TO MES-REF
           DISPLAY (04, 01) "MES DE REFERENCIA (AAAAMM, 0=VOLTAR): ".
           ACCEPT  (04, 40) W-MESREF WITH UPDATE.
           IF W-MESREF = ZEROS
              GO TO MENU-EXT.
           IF MES-REF < 01 OR MES-REF > 12 OR ANO-REF < 1900
              MOVE "*** MES DE REFERENCIA INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MES-INI.
      *    O DIA 31 FECHA QUALQUER MES NA COMPARACAO DE DATAS
           MOVE ANO-REF TO ANO-DT
           MOVE MES-REF TO MES-DT
           MOVE 01 TO DIA-DT
           MOVE W-DATA TO W-DTINI
           MOVE 31 TO DIA-DT
           MOVE W-DATA TO W-DTFIM.

      *    CLIENTES COM SALDO EM ABERTO NOS TITULOS
       MES-CLI.
           MOVE ZEROS TO W-TOTCLI
           MOVE ZEROS TO RECCHAVE
           START CADRECEBER KEY IS NOT LESS RECCHAVE
           IF ST-ERRO NOT = "00"
              GO TO MES-GERA.
       MES-CLI-RD.
           READ CADRECEBER NEXT
           IF ST-ERRO NOT = "00"
              GO TO MES-GERA.
           IF RECSTATUS = "Q" OR RECRECEB NOT < RECVALOR
              GO TO MES-CLI-RD.
           MOVE 1 TO I.
       MES-CLI-PROC.
           IF I > W-TOTCLI
              IF W-TOTCLI < 500
                 ADD 1 TO W-TOTCLI
                 MOVE RECCNPJ TO TC-CNPJ(W-TOTCLI)
                 GO TO MES-CLI-RD
              ELSE
                 GO TO MES-CLI-RD.
           IF TC-CNPJ(I) = RECCNPJ
              GO TO MES-CLI-RD.
           ADD 1 TO I
           GO TO MES-CLI-PROC.

       MES-GERA.
           IF W-TOTCLI = ZEROS
              MOVE "*** NENHUM CLIENTE COM TITULO EM ABERTO ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-EXT.
           MOVE ZEROS TO W-QTDEXT
           OPEN OUTPUT RELEXT
           MOVE 1 TO K.
       MES-GERA-RD.
           IF K > W-TOTCLI
              GO TO MES-FIM.
           MOVE TC-CNPJ(K) TO W-CNPJ CLICNPJ
           READ CADCLI
           IF ST-ERRO2 NOT = "00"
              MOVE SPACES TO CLINOME CLIEMAIL.
           DISPLAY (06, 01) "CLIENTE: "
           DISPLAY (06, 10) W-CNPJ
           PERFORM EXTRATO THRU EXTRATO-FIM
           ADD 1 TO W-QTDEXT
           ADD 1 TO K
           GO TO MES-GERA-RD.
       MES-FIM.
           CLOSE RELEXT
           MOVE "EXTRCLI" TO W-SPPROG
           MOVE "EXTCLI.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (08, 01) "EXTRATOS GERADOS: "
           DISPLAY (08, 19) W-QTDEXT
           DISPLAY (09, 01) "ARQUIVOS PARA E-MAIL: EX<CNPJ>.TXT"
           MOVE "*** FIM DE PROCESSAMENTO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-EXT.

      *
      ****************************************
      * MONTA E GRAVA O EXTRATO DE W-CNPJ    *
      * (CADCLI JA LIDO)                     *
      ****************************************
      *
       EXTRATO.
           MOVE ZEROS TO W-DEBANT W-CREDANT W-DEBPER W-CREDPER
           MOVE ZEROS TO W-TOTTIT W-TOTVEN
           PERFORM CARGA-TIT THRU CARGA-TIT-FIM
           PERFORM CARGA-NF THRU CARGA-NF-FIM
           PERFORM CARGA-DEV THRU CARGA-DEV-FIM
           PERFORM CARGA-CX THRU CARGA-CX-FIM
           PERFORM SOMA-VEN THRU SOMA-VEN-FIM
           PERFORM SOMA-JUR THRU SOMA-JUR-FIM
           COMPUTE W-SALDOANT = W-DEBANT - W-CREDANT
           COMPUTE W-SALDOFIM = W-SALDOANT + W-DEBPER - W-CREDPER
           MOVE W-CNPJ TO MAIL-CNPJ
           OPEN OUTPUT RELMAIL
           MOVE W-HOJE TO CABEMIS
           MOVE CAB1 TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE W-CNPJ TO CABCNPJ
           MOVE CLINOME TO CABNOME
           MOVE CAB2 TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE CLIEMAIL TO CABEMAIL
           MOVE CAB3 TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE W-DTINI TO CABDTINI
           MOVE W-DTFIM TO CABDTFIM
           MOVE CAB4 TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE LINSEP TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE "SALDO ANTERIOR:" TO SALTXT
           MOVE W-SALDOANT TO SALVALOR
           MOVE LINSAL TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           PERFORM LIN-BRANCO THRU LIN-BRANCO-FIM
           PERFORM LISTA-VEN THRU LISTA-VEN-FIM
           PERFORM LISTA-CX THRU LISTA-CX-FIM
           PERFORM LISTA-JUR THRU LISTA-JUR-FIM
           PERFORM LISTA-DEV THRU LISTA-DEV-FIM
           MOVE LINSEP TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE "TOTAL DE DEBITOS DO PERIODO:" TO SALTXT
           MOVE W-DEBPER TO SALVALOR
           MOVE LINSAL TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE "TOTAL DE CREDITOS DO PERIODO:" TO SALTXT
           MOVE W-CREDPER TO SALVALOR
           MOVE LINSAL TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE "SALDO FINAL:" TO SALTXT
           MOVE W-SALDOFIM TO SALVALOR
           MOVE LINSAL TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           PERFORM LIN-BRANCO THRU LIN-BRANCO-FIM
           PERFORM LISTA-ABE THRU LISTA-ABE-FIM
           MOVE LINSEP TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           PERFORM LIN-BRANCO THRU LIN-BRANCO-FIM
           CLOSE RELMAIL.
       EXTRATO-FIM.
           EXIT.

      *
      *    TITULOS DO CLIENTE E AS VENDAS A QUE PERTENCEM
      *
       CARGA-TIT.
           MOVE ZEROS TO RECCHAVE
           START CADRECEBER KEY IS NOT LESS RECCHAVE
           IF ST-ERRO NOT = "00"
              GO TO CARGA-TIT-FIM.
       CARGA-TIT-RD.
           READ CADRECEBER NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARGA-TIT-FIM.
           IF RECCNPJ NOT = W-CNPJ
              GO TO CARGA-TIT-RD.
           IF W-TOTTIT NOT < 300
              GO TO CARGA-TIT-RD.
           ADD 1 TO W-TOTTIT
           MOVE RECNUMVEN TO TT-NUMVEN(W-TOTTIT)
           MOVE RECSEQ TO TT-SEQ(W-TOTTIT)
           MOVE RECVENCTO TO TT-VENCTO(W-TOTTIT)
           MOVE RECVALOR TO TT-VALOR(W-TOTTIT)
           MOVE RECRECEB TO TT-RECEB(W-TOTTIT)
           MOVE RECJUROS TO TT-JUROS(W-TOTTIT)
           MOVE RECSTATUS TO TT-STATUS(W-TOTTIT)
           MOVE ZEROS TO TT-ULTPG(W-TOTTIT)
           MOVE RECNUMVEN TO DOC-NUMVEN
           PERFORM ACHA-VEN THRU ACHA-VEN-FIM
           IF J = ZEROS
              GO TO CARGA-TIT-RD.
           ADD RECVALOR TO TV-VALOR(J)
           GO TO CARGA-TIT-RD.
       CARGA-TIT-FIM.
           EXIT.

      *
      *    LOCALIZA (OU INCLUI) A VENDA DOC-NUMVEN NA TABELA -> J
      *
       ACHA-VEN.
           MOVE 1 TO J.
       ACHA-VEN-PROC.
           IF J > W-TOTVEN
              GO TO ACHA-VEN-NOVA.
           IF TV-NUMVEN(J) = DOC-NUMVEN
              GO TO ACHA-VEN-FIM.
           ADD 1 TO J
           GO TO ACHA-VEN-PROC.
       ACHA-VEN-NOVA.
           IF W-TOTVEN NOT < 150
              MOVE ZEROS TO J
              GO TO ACHA-VEN-FIM.
           ADD 1 TO W-TOTVEN
           MOVE W-TOTVEN TO J
           MOVE DOC-NUMVEN TO TV-NUMVEN(J)
           MOVE ZEROS TO TV-NF(J) TV-VALOR(J)
      *    SEM A VENDA (EXPURGADA) VALE O VENCIMENTO DA PARCELA
           MOVE RECVENCTO TO TV-DATA(J)
           MOVE DOC-NUMVEN TO NUMVENDA
           READ CADVENDA
           IF ST-ERRO3 = "00"
              MOVE VDATA TO TV-DATA(J).
       ACHA-VEN-FIM.
           EXIT.

      *
      *    NUMERO DA NOTA FISCAL DE SAIDA DE CADA VENDA
      *
       CARGA-NF.
           IF W-TOTVEN = ZEROS
              GO TO CARGA-NF-FIM.
           MOVE ZEROS TO NFSNUM
           START CADNFSAIDA KEY IS NOT LESS NFSNUM
           IF ST-ERRO4 NOT = "00"
              GO TO CARGA-NF-FIM.
       CARGA-NF-RD.
           READ CADNFSAIDA NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO CARGA-NF-FIM.
           IF NFSCNPJ NOT = W-CNPJ
              GO TO CARGA-NF-RD.
           MOVE 1 TO J.
       CARGA-NF-PROC.
           IF J > W-TOTVEN
              GO TO CARGA-NF-RD.
           IF TV-NUMVEN(J) = NFSNUMVEN
              MOVE NFSNUM TO TV-NF(J)
              GO TO CARGA-NF-RD.
           ADD 1 TO J
           GO TO CARGA-NF-PROC.
       CARGA-NF-FIM.
           EXIT.

      *
      *    DEVOLUCOES: O QUE FOI ABATIDO DAS PARCELAS VOLTA AO VALOR
      *    ORIGINAL DA VENDA; O VALOR DEVOLVIDO E CREDITO NA DATA
      *
       CARGA-DEV.
           OPEN INPUT CADDEVVEN
           IF ST-ERRO6 NOT = "00"
              GO TO CARGA-DEV-FIM.
       CARGA-DEV-RD.
           READ CADDEVVEN
           IF ST-ERRO6 NOT = "00"
              CLOSE CADDEVVEN
              GO TO CARGA-DEV-FIM.
           IF DVV-CNPJ NOT = W-CNPJ
              GO TO CARGA-DEV-RD.
           IF DVV-DATA > W-DTFIM
              GO TO CARGA-DEV-RD.
           IF DVV-DATA < W-DTINI
              ADD DVV-VALOR TO W-CREDANT
           ELSE
              ADD DVV-VALOR TO W-CREDPER.
           MOVE ZEROS TO W-ABATE
           IF DVV-VALOR > DVV-CREDITO
              COMPUTE W-ABATE = DVV-VALOR - DVV-CREDITO.
           MOVE 1 TO J.
       CARGA-DEV-PROC.
           IF J > W-TOTVEN
              GO TO CARGA-DEV-RD.
           IF TV-NUMVEN(J) = DVV-NUMVEN
              ADD W-ABATE TO TV-VALOR(J)
              GO TO CARGA-DEV-RD.
           ADD 1 TO J
           GO TO CARGA-DEV-PROC.
       CARGA-DEV-FIM.
           EXIT.

      *
      *    RECEBIMENTOS NO LIVRO CAIXA (DOC. V + VENDA + PARCELA)
      *    O VALOR RECEBIDO INCLUI OS ENCARGOS (RECJUROS)
      *
       CARGA-CX.
           MOVE ZEROS TO CXCHAVE
           START CADCAIXA KEY IS NOT LESS CXCHAVE
           IF ST-ERRO5 NOT = "00"
              GO TO CARGA-CX-FIM.
       CARGA-CX-RD.
           READ CADCAIXA NEXT
           IF ST-ERRO5 NOT = "00"
              GO TO CARGA-CX-FIM.
           IF CXTIPO NOT = "E" OR CXCNPJ NOT = W-CNPJ
              GO TO CARGA-CX-RD.
           MOVE CXDOC TO W-DOC
           IF DOC-TIPO NOT = "V"
              GO TO CARGA-CX-RD.
           PERFORM ACHA-TIT THRU ACHA-TIT-FIM
           IF I > ZEROS
              MOVE CXDATA TO TT-ULTPG(I).
           IF CXDATA > W-DTFIM
              GO TO CARGA-CX-RD.
           IF CXDATA < W-DTINI
              ADD CXVALOR TO W-CREDANT
           ELSE
              ADD CXVALOR TO W-CREDPER.
           GO TO CARGA-CX-RD.
       CARGA-CX-FIM.
           EXIT.

      *
      *    LOCALIZA O TITULO DOC-NUMVEN/DOC-SEQ NA TABELA -> I
      *
       ACHA-TIT.
           MOVE 1 TO I.
       ACHA-TIT-PROC.
           IF I > W-TOTTIT
              MOVE ZEROS TO I
              GO TO ACHA-TIT-FIM.
           IF TT-NUMVEN(I) = DOC-NUMVEN AND TT-SEQ(I) = DOC-SEQ
              GO TO ACHA-TIT-FIM.
           ADD 1 TO I
           GO TO ACHA-TIT-PROC.
       ACHA-TIT-FIM.
           EXIT.

      *
      *    VENDAS ANTES / DENTRO DO PERIODO
      *
       SOMA-VEN.
           MOVE 1 TO J.
       SOMA-VEN-PROC.
           IF J > W-TOTVEN
              GO TO SOMA-VEN-FIM.
           IF TV-DATA(J) < W-DTINI
              ADD TV-VALOR(J) TO W-DEBANT.
           IF TV-DATA(J) NOT < W-DTINI AND TV-DATA(J) NOT > W-DTFIM
              ADD TV-VALOR(J) TO W-DEBPER.
           ADD 1 TO J
           GO TO SOMA-VEN-PROC.
       SOMA-VEN-FIM.
           EXIT.

      *
      *    ENCARGOS DO TITULO NA DATA DO ULTIMO RECEBIMENTO
      *
       SOMA-JUR.
           MOVE 1 TO I.
       SOMA-JUR-PROC.
           IF I > W-TOTTIT
              GO TO SOMA-JUR-FIM.
           IF TT-JUROS(I) = ZEROS
              ADD 1 TO I
              GO TO SOMA-JUR-PROC.
           IF TT-ULTPG(I) = ZEROS
              MOVE TT-VENCTO(I) TO TT-ULTPG(I).
           IF TT-ULTPG(I) < W-DTINI
              ADD TT-JUROS(I) TO W-DEBANT.
           IF TT-ULTPG(I) NOT < W-DTINI AND TT-ULTPG(I) NOT > W-DTFIM
              ADD TT-JUROS(I) TO W-DEBPER.
           ADD 1 TO I
           GO TO SOMA-JUR-PROC.
       SOMA-JUR-FIM.
           EXIT.

      *
      *    VENDAS DO PERIODO COM AS PARCELAS
      *
       LISTA-VEN.
           MOVE SEC1 TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE 1 TO J.
       LISTA-VEN-PROC.
           IF J > W-TOTVEN
              GO TO LISTA-VEN-FIM.
           IF TV-DATA(J) < W-DTINI OR TV-DATA(J) > W-DTFIM
              ADD 1 TO J
              GO TO LISTA-VEN-PROC.
           MOVE TV-NUMVEN(J) TO DETVNUM
           MOVE TV-NF(J) TO DETVNF
           MOVE TV-DATA(J) TO DETVDATA
           MOVE TV-VALOR(J) TO DETVVAL
           MOVE DETV TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE 1 TO I.
       LISTA-VEN-PARC.
           IF I > W-TOTTIT
              ADD 1 TO J
              GO TO LISTA-VEN-PROC.
           IF TT-NUMVEN(I) = TV-NUMVEN(J)
              MOVE TT-SEQ(I) TO DETPSEQ
              MOVE TT-VENCTO(I) TO DETPVENC
              MOVE TT-VALOR(I) TO DETPVAL
              MOVE TT-RECEB(I) TO DETPREC
              MOVE TT-JUROS(I) TO DETPJUR
              MOVE TT-STATUS(I) TO DETPSTA
              MOVE DETP TO W-LINHA
              PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM.
           ADD 1 TO I
           GO TO LISTA-VEN-PARC.
       LISTA-VEN-FIM.
           PERFORM LIN-BRANCO THRU LIN-BRANCO-FIM.

      *
      *    RECEBIMENTOS DO PERIODO (RELE O LIVRO CAIXA NO PERIODO)
      *
       LISTA-CX.
           MOVE SEC2 TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE W-DTINI TO CXDATA
           MOVE ZEROS TO CXSEQ
           START CADCAIXA KEY IS NOT LESS CXCHAVE
           IF ST-ERRO5 NOT = "00"
              GO TO LISTA-CX-FIM.
       LISTA-CX-RD.
           READ CADCAIXA NEXT
           IF ST-ERRO5 NOT = "00"
              GO TO LISTA-CX-FIM.
           IF CXDATA > W-DTFIM
              GO TO LISTA-CX-FIM.
           IF CXTIPO NOT = "E" OR CXCNPJ NOT = W-CNPJ
              GO TO LISTA-CX-RD.
           MOVE CXDOC TO W-DOC
           IF DOC-TIPO NOT = "V"
              GO TO LISTA-CX-RD.
           MOVE CXDATA TO DETRDATA
           MOVE DOC-NUMVEN TO DETRNUM
           MOVE DOC-SEQ TO DETRSEQ
           MOVE CXVALOR TO DETRVAL
           MOVE DETR TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           GO TO LISTA-CX-RD.
       LISTA-CX-FIM.
           PERFORM LIN-BRANCO THRU LIN-BRANCO-FIM.

      *
      *    JUROS E ENCARGOS LANCADOS NO PERIODO
      *
       LISTA-JUR.
           MOVE SEC3 TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE 1 TO I.
       LISTA-JUR-PROC.
           IF I > W-TOTTIT
              GO TO LISTA-JUR-FIM.
           IF TT-JUROS(I) = ZEROS OR TT-ULTPG(I) < W-DTINI
                                  OR TT-ULTPG(I) > W-DTFIM
              ADD 1 TO I
              GO TO LISTA-JUR-PROC.
           MOVE TT-ULTPG(I) TO DETRDATA
           MOVE TT-NUMVEN(I) TO DETRNUM
           MOVE TT-SEQ(I) TO DETRSEQ
           MOVE TT-JUROS(I) TO DETRVAL
           MOVE DETR TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           ADD 1 TO I
           GO TO LISTA-JUR-PROC.
       LISTA-JUR-FIM.
           PERFORM LIN-BRANCO THRU LIN-BRANCO-FIM.

      *
      *    CREDITOS DE DEVOLUCAO DO PERIODO
      *
       LISTA-DEV.
           MOVE SEC4 TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           OPEN INPUT CADDEVVEN
           IF ST-ERRO6 NOT = "00"
              GO TO LISTA-DEV-FIM.
       LISTA-DEV-RD.
           READ CADDEVVEN
           IF ST-ERRO6 NOT = "00"
              CLOSE CADDEVVEN
              GO TO LISTA-DEV-FIM.
           IF DVV-CNPJ NOT = W-CNPJ
              GO TO LISTA-DEV-RD.
           IF DVV-DATA < W-DTINI OR DVV-DATA > W-DTFIM
              GO TO LISTA-DEV-RD.
           MOVE DVV-DATA TO DETDDATA
           MOVE DVV-NUMVEN TO DETDNUM
           MOVE DVV-CODPRO TO DETDPRO
           MOVE DVV-QTD TO DETDQTD
           MOVE DVV-VALOR TO DETDVAL
           MOVE DETD TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           GO TO LISTA-DEV-RD.
       LISTA-DEV-FIM.
           PERFORM LIN-BRANCO THRU LIN-BRANCO-FIM.

      *
      *    TITULOS EM ABERTO E IDADE NA DATA FINAL DO EXTRATO
      *    (NO FECHAMENTO DO MES CORRENTE, NA DATA DE HOJE)
      *
       LISTA-ABE.
           MOVE SEC5 TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE ZEROS TO W-AVENCER W-V30 W-V60 W-V90 W-VMAIS
           MOVE W-DTFIM TO W-DTIDADE
           IF W-DTIDADE > W-HOJE
              MOVE W-HOJE TO W-DTIDADE.
           MOVE W-DTIDADE TO W-DATA
           COMPUTE W-DIASREF =
              (ANO-DT * 360) + (MES-DT * 30) + DIA-DT
           MOVE 1 TO I.
       LISTA-ABE-PROC.
           IF I > W-TOTTIT
              GO TO LISTA-ABE-TOT.
           IF TT-STATUS(I) = "Q" OR TT-RECEB(I) NOT < TT-VALOR(I)
              ADD 1 TO I
              GO TO LISTA-ABE-PROC.
           COMPUTE W-SALDOTIT = TT-VALOR(I) - TT-RECEB(I)
           MOVE TT-VENCTO(I) TO W-DATA
           COMPUTE W-DIASVENC =
              (ANO-DT * 360) + (MES-DT * 30) + DIA-DT
           COMPUTE W-ATRASO = W-DIASREF - W-DIASVENC
           MOVE TT-NUMVEN(I) TO DETANUM
           MOVE TT-SEQ(I) TO DETASEQ
           MOVE TT-VENCTO(I) TO DETAVENC
           MOVE W-SALDOTIT TO DETASAL
           MOVE W-ATRASO TO DETAATR
           MOVE DETA TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           ADD 1 TO I
           IF W-ATRASO NOT > ZEROS
              ADD W-SALDOTIT TO W-AVENCER
              GO TO LISTA-ABE-PROC.
           IF W-ATRASO NOT > 30
              ADD W-SALDOTIT TO W-V30
              GO TO LISTA-ABE-PROC.
           IF W-ATRASO NOT > 60
              ADD W-SALDOTIT TO W-V60
              GO TO LISTA-ABE-PROC.
           IF W-ATRASO NOT > 90
              ADD W-SALDOTIT TO W-V90
              GO TO LISTA-ABE-PROC.
           ADD W-SALDOTIT TO W-VMAIS
           GO TO LISTA-ABE-PROC.
       LISTA-ABE-TOT.
           MOVE W-AVENCER TO IDAAVE
           MOVE W-V30 TO IDA30
           MOVE W-V60 TO IDA60
           MOVE IDA1 TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM
           MOVE W-V90 TO IDA90
           MOVE W-VMAIS TO IDAMAIS
           MOVE IDA2 TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM.
       LISTA-ABE-FIM.
           EXIT.

      *
      *    A MESMA LINHA VAI PARA O SPOOL E PARA O ARQUIVO DO E-MAIL
      *
       GRAVA-LIN.
           WRITE REGREL FROM W-LINHA
           WRITE REGMAIL FROM W-LINHA.
       GRAVA-LIN-FIM.
           EXIT.

       LIN-BRANCO.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM.
       LIN-BRANCO-FIM.
           EXIT.

      *
      *    VALIDA A DATA EM W-DATA (W-TEMLIN = S QUANDO VALIDA)
      *
       VER-DATA.
           MOVE "S" TO W-TEMLIN
           IF MES-DT < 01 OR MES-DT > 12 OR DIA-DT < 01 OR
              DIA-DT > 31 OR ANO-DT < 1900
              MOVE "N" TO W-TEMLIN
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-DATA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADRECEBER CADCLI CADVENDA CADNFSAIDA CADCAIXA.
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
