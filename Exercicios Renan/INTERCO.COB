       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERCO.
      *******************************
      * OPERACOES ENTRE EMPRESAS DO GRUPO (INTERCOMPANHIA)       *
      * 1 - MARCA O CNPJ DE UMA EMPRESA DO GRUPO (CADEMP/SCP069) *
      *     COMO CLIENTE E/OU FORNECEDOR (CADINTERCO) E O        *
      *     DEPOSITO ONDE ENTRAM AS COMPRAS DELA NO GRUPO        *
      * 2 - GERA AS ENTRADAS ESPELHO QUE FICARAM PENDENTES NA    *
      *     EXPEDICAO (SCP048), EX.: NOTA EMITIDA DEPOIS         *
      *     (ROTINA INTERESP)                                    *
      * 3 - CONCILIACAO: EM ABERTO A RECEBER NA VENDEDORA X A    *
      *     PAGAR NA COMPRADORA, POR PAR DE EMPRESAS, E VENDAS   *
      *     EXPEDIDAS AO GRUPO AINDA SEM ESPELHO                 *
      *     RELATORIO NO SPOOL (INTERCO.TXT)                     *
      * OS RELATORIOS CONSOLIDADOS (CONTASRC, CONTASPG COM 00 E  *
      * VENDMENS) ELIMINAM OS SALDOS E VENDAS ENTRE EMPRESAS     *
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
       SELECT CADEMP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EMPCOD
                       FILE STATUS IS ST-EMP.
      *
       SELECT CADCLI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CLICNPJ
                       ALTERNATE RECORD KEY IS
                       CLINOME WITH DUPLICATES
                       FILE STATUS  IS ST-CLI.
      *
       SELECT CADFOR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS K1FOR
                       ALTERNATE RECORD KEY IS
                       K2FOR WITH DUPLICATES
                       FILE STATUS IS ST-FOR.
      *
       SELECT CADDEPOS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CODDEPOS
                       FILE STATUS IS ST-DEP.
      *
       SELECT CADVENDA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMVENDA
                       FILE STATUS IS ST-VEN.
      *
       SELECT CADRECEBER ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RECCHAVE
                       FILE STATUS IS ST-REC.
      *
       SELECT CADPAGAR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TITCHAVE
                       FILE STATUS IS ST-PAG.
      *
       SELECT CADSESSAO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-SES.
      *
       SELECT RELIC ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
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
       FD CADEMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMP.DAT".
       01 REGEMP.
           03 EMPCOD            PIC 9(02).
           03 EMPCNPJ           PIC 9(14).
           03 EMPNOME           PIC X(30).
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
       FD CADFOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFOR.DAT".
       01 REGFOR.
           03 K1FOR PIC 9(14).
           03 FILLER PIC X(35).
           03 K2FOR PIC X(12).
           03 FILLER PIC X(110).
      *
       FD CADDEPOS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDEPOS.DAT".
       01 REGDEPOS.
           03 CODDEPOS          PIC 9(02).
           03 DESCDEPOS         PIC X(20).
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
       FD CADSESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSESSAO.TXT".
       01 REGSESSAO.
           03 SES-OPERCOD    PIC 9(06).
           03 FILLER         PIC X(01).
           03 SES-OPERADOR   PIC X(30).
      *
       FD RELIC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "INTERCO.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-IC          PIC X(02) VALUE "00".
       01 ST-IV          PIC X(02) VALUE "00".
       01 ST-EMP         PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 ST-VEN         PIC X(02) VALUE "00".
       01 ST-REC         PIC X(02) VALUE "00".
       01 ST-PAG         PIC X(02) VALUE "00".
       01 ST-SES         PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-TEMEMP       PIC X(01) VALUE "N".
       01 W-TEMCLI       PIC X(01) VALUE "N".
       01 W-TEMFOR       PIC X(01) VALUE "N".
       01 W-TEMDEP       PIC X(01) VALUE "N".
       01 W-TEMIV        PIC X(01) VALUE "N".
       01 W-OPERCOD      PIC 9(06) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-CNPJ         PIC 9(14) VALUE ZEROS.
       01 W-EMPGRP       PIC 9(02) VALUE ZEROS.
       01 W-INTRET       PIC X(02) VALUE SPACES.
       01 W-NUMVEN       PIC 9(06) VALUE ZEROS.
       01 W-LIN          PIC 9(02) VALUE ZEROS.
       01 W-QTDGER       PIC 9(05) VALUE ZEROS.
       01 W-QTDPEN       PIC 9(05) VALUE ZEROS.
       01 W-VALPEN       PIC 9(13)V99 VALUE ZEROS.
       01 W-SALDO        PIC 9(11)V99 VALUE ZEROS.
       01 W-EMPVEN       PIC 9(02) VALUE ZEROS.
       01 W-EMPCOM       PIC 9(02) VALUE ZEROS.
       01 W-DIF          PIC S9(13)V99 VALUE ZEROS.
       01 W-TOTREC       PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTPAG       PIC 9(13)V99 VALUE ZEROS.
       01 W-MOTIVO       PIC X(30) VALUE SPACES.
       01 I              PIC 9(02) VALUE ZEROS.
       01 W-QTDPAR       PIC 9(02) VALUE ZEROS.
      *    SALDOS EM ABERTO POR PAR VENDEDORA/COMPRADORA
       01 TAB-PAR.
           03 TP-ITEM OCCURS 30 TIMES.
               05 TP-EMPVEN   PIC 9(02).
               05 TP-EMPCOM   PIC 9(02).
               05 TP-RECEBER  PIC 9(13)V99.
               05 TP-PAGAR    PIC 9(13)V99.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 FILLER    PIC X(40) VALUE
              "CONCILIACAO INTERCOMPANHIA - EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CAB2.
           03 FILLER    PIC X(41) VALUE
              "VEND COMP        A RECEBER        A PAGAR".
           03 FILLER    PIC X(38) VALUE
              "           DIFERENCA".
       01 DET1.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DETVEN    PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 DETCOM    PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACES.
           03 DETREC    PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACES.
           03 DETPAG    PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACES.
           03 DETDIF    PIC ---.---.---.--9,99 VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 DETOBS    PIC X(03) VALUE SPACES.
       01 DET2.
           03 FILLER    PIC X(08) VALUE "  VENDA ".
           03 DPVEN     PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " CLIENTE".
           03 FILLER    PIC X(01) VALUE SPACES.
           03 DPCNPJ    PIC 9(14) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACES.
           03 DPVAL     PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".

       SCREEN SECTION.
       01  TELAIC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   OPERACOES ".
           05  LINE 02  COLUMN 42
               VALUE  "ENTRE EMPRESAS DO GRUPO  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADINTERCO
           IF ST-IC = "30"
              OPEN OUTPUT CADINTERCO
              CLOSE CADINTERCO
              OPEN I-O CADINTERCO.
           IF ST-IC NOT = "00"
              MOVE "ERRO NA ABERTURA DO CADINTERCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "N" TO W-TEMEMP W-TEMCLI W-TEMFOR W-TEMDEP
           OPEN INPUT CADEMP
           IF ST-EMP = "00"
              MOVE "S" TO W-TEMEMP.
           OPEN INPUT CADCLI
           IF ST-CLI = "00"
              MOVE "S" TO W-TEMCLI.
           OPEN INPUT CADFOR
           IF ST-FOR = "00"
              MOVE "S" TO W-TEMFOR.
           OPEN INPUT CADDEPOS
           IF ST-DEP = "00"
              MOVE "S" TO W-TEMDEP.
           OPEN INPUT CADSESSAO
           IF ST-SES = "00"
              READ CADSESSAO
              IF ST-SES = "00"
                 MOVE SES-OPERCOD TO W-OPERCOD.
           CLOSE CADSESSAO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-IC.
           DISPLAY TELAIC
           DISPLAY (04, 01) "1 - EMPRESAS DO GRUPO (CLIENTE/FORNECEDOR)"
           DISPLAY (05, 01) "2 - GERAR ENTRADAS ESPELHO PENDENTES"
           DISPLAY (06, 01) "3 - CONCILIACAO DE SALDOS ENTRE EMPRESAS"
           DISPLAY (07, 01) "0 - SAIR"
           DISPLAY (09, 01) "OPCAO: ".
           ACCEPT  (09, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO GRP-INI.
           IF W-OPCAO = "2"
              GO TO ESP-INI.
           IF W-OPCAO = "3"
              GO TO CON-INI.
           GO TO MENU-IC.

      *
      ************************************************
      * EMPRESA DO GRUPO COMO CLIENTE/FORNECEDOR     *
      * O CNPJ TEM DE SER DE UMA EMPRESA DO CADEMP   *
      * N/N DESMARCA                                 *
      ************************************************
      *
       GRP-INI.
           DISPLAY TELAIC
           MOVE ZEROS TO W-CNPJ
           DISPLAY (04, 01) "CNPJ (0=VOLTAR): ".
           ACCEPT  (04, 18) W-CNPJ.
           IF W-CNPJ = ZEROS
              GO TO MENU-IC.
           PERFORM ACHA-EMP THRU ACHA-EMP-FIM
           IF W-EMPGRP = ZEROS
              MOVE "* CNPJ NAO E DE EMPRESA DO GRUPO (SCP069) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRP-INI.
           DISPLAY (05, 01) "EMPRESA: "
           DISPLAY (05, 10) W-EMPGRP
           DISPLAY (05, 13) EMPNOME
           MOVE W-CNPJ TO ICCNPJ
           READ CADINTERCO
           IF ST-IC NOT = "00"
              MOVE "N" TO ICCLI ICFOR
              MOVE 01 TO ICDEPOS
              DISPLAY (05, 50) "(NOVA)".
       GRP-CLI.
           DISPLAY (07, 01) "E NOSSA CLIENTE (S/N)    : ".
           ACCEPT  (07, 28) ICCLI WITH UPDATE.
           IF ICCLI = "s"
              MOVE "S" TO ICCLI.
           IF ICCLI = "n"
              MOVE "N" TO ICCLI.
           IF ICCLI NOT = "S" AND ICCLI NOT = "N"
              GO TO GRP-CLI.
           IF ICCLI = "S" AND W-TEMCLI = "S"
              MOVE W-CNPJ TO CLICNPJ
              READ CADCLI
              IF ST-CLI NOT = "00"
                 MOVE "* CNPJ NAO ESTA NO CADCLI, USE O SCP035 *"
                                             TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GRP-CLI.
       GRP-FOR.
           DISPLAY (08, 01) "E NOSSA FORNECEDORA (S/N): ".
           ACCEPT  (08, 28) ICFOR WITH UPDATE.
           IF ICFOR = "s"
              MOVE "S" TO ICFOR.
           IF ICFOR = "n"
              MOVE "N" TO ICFOR.
           IF ICFOR NOT = "S" AND ICFOR NOT = "N"
              GO TO GRP-FOR.
           IF ICFOR = "S" AND W-TEMFOR = "S"
              MOVE W-CNPJ TO K1FOR
              READ CADFOR
              IF ST-FOR NOT = "00"
                 MOVE "* CNPJ NAO ESTA NO CADFOR, USE O SCP002 *"
                                             TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GRP-FOR.
           IF ICCLI = "N" AND ICFOR = "N"
              GO TO GRP-DESMARCA.
       GRP-DEP.
           DISPLAY (09, 01) "DEPOSITO DAS COMPRAS DELA: ".
           ACCEPT  (09, 28) ICDEPOS WITH UPDATE.
           IF ICDEPOS = ZEROS
              MOVE 01 TO ICDEPOS.
           IF W-TEMDEP = "S"
              MOVE ICDEPOS TO CODDEPOS
              READ CADDEPOS
              IF ST-DEP NOT = "00"
                 MOVE "* DEPOSITO NAO EXISTE, USE O SCP032 *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GRP-DEP
              ELSE
                 DISPLAY (09, 32) DESCDEPOS.
           MOVE W-CNPJ TO ICCNPJ
           MOVE W-EMPGRP TO ICEMP
           MOVE W-HOJE TO ICDATA
           MOVE W-OPERCOD TO ICOPER
           WRITE REGINTERCO
           IF ST-IC = "22"
              REWRITE REGINTERCO.
           MOVE "*** EMPRESA DO GRUPO GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO GRP-INI.
       GRP-DESMARCA.
           MOVE W-CNPJ TO ICCNPJ
           READ CADINTERCO
           IF ST-IC = "00"
              DELETE CADINTERCO RECORD
              MOVE "*** CNPJ DESMARCADO COMO EMPRESA DO GRUPO ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO GRP-INI.

      *
      *    EMPRESA DO CADEMP COM O CNPJ W-CNPJ (ZERO SE NAO HOUVER)
      *
       ACHA-EMP.
           MOVE ZEROS TO W-EMPGRP
           IF W-TEMEMP NOT = "S"
              GO TO ACHA-EMP-FIM.
           MOVE ZEROS TO EMPCOD
           START CADEMP KEY IS NOT LESS EMPCOD
           IF ST-EMP NOT = "00"
              GO TO ACHA-EMP-FIM.
       ACHA-EMP-RD.
           READ CADEMP NEXT
           IF ST-EMP NOT = "00"
              GO TO ACHA-EMP-FIM.
           IF EMPCNPJ NOT = W-CNPJ
              GO TO ACHA-EMP-RD.
           MOVE EMPCOD TO W-EMPGRP.
       ACHA-EMP-FIM.
           EXIT.

      *
      ************************************************
      * ENTRADAS ESPELHO PENDENTES                   *
      * VENDAS EXPEDIDAS A EMPRESA DO GRUPO AINDA    *
      * SEM ESPELHO PASSAM PELA ROTINA INTERESP      *
      ************************************************
      *
       ESP-INI.
           DISPLAY TELAIC
           MOVE ZEROS TO W-QTDGER W-QTDPEN
           MOVE 05 TO W-LIN
           DISPLAY (04, 01) "VENDA   MOTIVO DA PENDENCIA"
           OPEN INPUT CADVENDA
           IF ST-VEN NOT = "00"
              MOVE "*** SEM VENDAS CADASTRADAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-IC.
       ESP-RD.
           READ CADVENDA NEXT
           IF ST-VEN NOT = "00"
              GO TO ESP-FIM.
           IF VSTATUS NOT = "E"
              GO TO ESP-RD.
           MOVE VCLICNPJ TO ICCNPJ
           READ CADINTERCO
           IF ST-IC NOT = "00" OR ICCLI NOT = "S"
              GO TO ESP-RD.
           MOVE NUMVENDA TO W-NUMVEN
           CALL "INTERESP" USING W-NUMVEN W-INTRET
           IF W-INTRET = "00"
              ADD 1 TO W-QTDGER
              GO TO ESP-RD.
           IF W-INTRET = "JE" OR W-INTRET = "NI"
              GO TO ESP-RD.
           ADD 1 TO W-QTDPEN
           PERFORM MOTIVO-RET THRU MOTIVO-RET-FIM
           IF W-LIN < 20
              ADD 1 TO W-LIN
              DISPLAY (W-LIN, 01) W-NUMVEN
              DISPLAY (W-LIN, 09) W-MOTIVO.
           GO TO ESP-RD.
       ESP-FIM.
           CLOSE CADVENDA
           DISPLAY (21, 01) "ESPELHOS GERADOS: "
           DISPLAY (21, 19) W-QTDGER
           DISPLAY (21, 30) "AINDA PENDENTES: "
           DISPLAY (21, 47) W-QTDPEN
           MOVE "*** FIM DA GERACAO DOS ESPELHOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER: ".
           ACCEPT  (22, 14) W-OPCAO.
           GO TO MENU-IC.

       MOTIVO-RET.
           MOVE "PENDENTE" TO W-MOTIVO
           IF W-INTRET = "SN"
              MOVE "SEM NOTA DE SAIDA (SCP043)" TO W-MOTIVO.
           IF W-INTRET = "EV"
              MOVE "VENDEDORA SEM CNPJ (SCP069)" TO W-MOTIVO.
           IF W-INTRET = "SF"
              MOVE "VENDEDORA NAO E FORNECEDOR" TO W-MOTIVO.
           IF W-INTRET = "ME"
              MOVE "VENDA PARA A PROPRIA EMPRESA" TO W-MOTIVO.
           IF W-INTRET = "JN"
              MOVE "NOTA JA DIGITADA NO SCP028" TO W-MOTIVO.
       MOTIVO-RET-FIM.
           EXIT.

      *
      ************************************************
      * CONCILIACAO DE SALDOS ENTRE EMPRESAS         *
      * A RECEBER: TITULO EM ABERTO DE CLIENTE DO    *
      *   GRUPO, NA EMPRESA DO TITULO (VENDEDORA)    *
      * A PAGAR: TITULO EM ABERTO DE FORNECEDOR DO   *
      *   GRUPO, NA EMPRESA DO TITULO (COMPRADORA)   *
      ************************************************
      *
       CON-INI.
           DISPLAY TELAIC
           DISPLAY (04, 01) "CONCILIANDO..."
           MOVE ZEROS TO W-QTDPAR W-QTDPEN W-VALPEN
           OPEN INPUT CADRECEBER
           IF ST-REC NOT = "00"
              GO TO CON-PAG.
       CON-REC-RD.
           READ CADRECEBER NEXT
           IF ST-REC NOT = "00"
              CLOSE CADRECEBER
              GO TO CON-PAG.
           IF RECSTATUS = "Q" OR RECRECEB NOT < RECVALOR
              GO TO CON-REC-RD.
           MOVE RECCNPJ TO ICCNPJ
           READ CADINTERCO
           IF ST-IC NOT = "00"
              GO TO CON-REC-RD.
           MOVE RECEMP TO W-EMPVEN
           MOVE ICEMP TO W-EMPCOM
           PERFORM ACHA-PAR THRU ACHA-PAR-FIM
           IF I = ZEROS
              GO TO CON-REC-RD.
           COMPUTE W-SALDO = RECVALOR - RECRECEB
           ADD W-SALDO TO TP-RECEBER(I)
           GO TO CON-REC-RD.
       CON-PAG.
           OPEN INPUT CADPAGAR
           IF ST-PAG NOT = "00"
              GO TO CON-ESP.
       CON-PAG-RD.
           READ CADPAGAR NEXT
           IF ST-PAG NOT = "00"
              CLOSE CADPAGAR
              GO TO CON-ESP.
           IF TITSTATUS = "Q" OR TITPAGO NOT < TITVALOR
              GO TO CON-PAG-RD.
           MOVE TITCNPJ TO ICCNPJ
           READ CADINTERCO
           IF ST-IC NOT = "00"
              GO TO CON-PAG-RD.
           MOVE ICEMP TO W-EMPVEN
           MOVE TITEMP TO W-EMPCOM
           PERFORM ACHA-PAR THRU ACHA-PAR-FIM
           IF I = ZEROS
              GO TO CON-PAG-RD.
           COMPUTE W-SALDO = TITVALOR - TITPAGO
           ADD W-SALDO TO TP-PAGAR(I)
           GO TO CON-PAG-RD.
      *    VENDAS EXPEDIDAS AO GRUPO AINDA SEM ENTRADA ESPELHO
       CON-ESP.
           OPEN OUTPUT RELIC
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO W-TOTREC W-TOTPAG
           MOVE 1 TO I
           MOVE 06 TO W-LIN
           DISPLAY (04, 01) LIMPA
           DISPLAY (04, 01) "VEND COMP     A RECEBER     A PAGAR"
           DISPLAY (04, 50) "DIFERENCA".
       CON-LISTA.
           IF I > W-QTDPAR
              GO TO CON-PEND.
           MOVE TP-EMPVEN(I) TO DETVEN
           MOVE TP-EMPCOM(I) TO DETCOM
           MOVE TP-RECEBER(I) TO DETREC
           MOVE TP-PAGAR(I) TO DETPAG
           COMPUTE W-DIF = TP-RECEBER(I) - TP-PAGAR(I)
           MOVE W-DIF TO DETDIF
           MOVE SPACES TO DETOBS
           IF W-DIF NOT = ZEROS
              MOVE "***" TO DETOBS.
           WRITE REGREL FROM DET1
           ADD TP-RECEBER(I) TO W-TOTREC
           ADD TP-PAGAR(I) TO W-TOTPAG
           IF W-LIN < 18
              DISPLAY (W-LIN, 01) DET1
              ADD 1 TO W-LIN.
           ADD 1 TO I
           GO TO CON-LISTA.
       CON-PEND.
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO DETVEN DETCOM
           MOVE W-TOTREC TO DETREC
           MOVE W-TOTPAG TO DETPAG
           COMPUTE W-DIF = W-TOTREC - W-TOTPAG
           MOVE W-DIF TO DETDIF
           MOVE SPACES TO DETOBS
           WRITE REGREL FROM DET1
           WRITE REGREL FROM LINSEP
           MOVE "VENDAS EXPEDIDAS AO GRUPO SEM ENTRADA ESPELHO:"
                                             TO REGREL
           WRITE REGREL
           MOVE "N" TO W-TEMIV
           OPEN INPUT CADINTERMOV
           IF ST-IV = "00"
              MOVE "S" TO W-TEMIV.
           OPEN INPUT CADVENDA
           IF ST-VEN NOT = "00"
              GO TO CON-FIM.
       CON-PEND-RD.
           READ CADVENDA NEXT
           IF ST-VEN NOT = "00"
              CLOSE CADVENDA
              GO TO CON-FIM.
           IF VSTATUS NOT = "E"
              GO TO CON-PEND-RD.
           MOVE VCLICNPJ TO ICCNPJ
           READ CADINTERCO
           IF ST-IC NOT = "00" OR ICCLI NOT = "S"
              GO TO CON-PEND-RD.
           IF ICEMP = VEMP
              GO TO CON-PEND-RD.
           IF W-TEMIV = "S"
              MOVE NUMVENDA TO IVNUMVEN
              READ CADINTERMOV
              IF ST-IV = "00"
                 GO TO CON-PEND-RD.
           ADD 1 TO W-QTDPEN
           ADD VVALOR TO W-VALPEN
           MOVE NUMVENDA TO DPVEN
           MOVE VCLICNPJ TO DPCNPJ
           MOVE VVALOR TO DPVAL
           WRITE REGREL FROM DET2
           GO TO CON-PEND-RD.
       CON-FIM.
           IF W-TEMIV = "S"
              CLOSE CADINTERMOV.
           IF W-QTDPEN = ZEROS
              MOVE "  NENHUMA" TO REGREL
              WRITE REGREL.
           CLOSE RELIC
           PERFORM SPOOL THRU SPOOL-FIM
           DISPLAY (19, 01) "TOTAL A RECEBER: "
           MOVE W-TOTREC TO DETREC
           DISPLAY (19, 18) DETREC
           DISPLAY (19, 40) "A PAGAR: "
           MOVE W-TOTPAG TO DETPAG
           DISPLAY (19, 49) DETPAG
           DISPLAY (20, 01) "VENDAS SEM ESPELHO: "
           DISPLAY (20, 21) W-QTDPEN
           MOVE "*** RELATORIO GRAVADO EM INTERCO.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER: ".
           ACCEPT  (22, 14) W-OPCAO.
           GO TO MENU-IC.

      *
      *    POSICAO I DO PAR W-EMPVEN/W-EMPCOM NA TABELA (INCLUI
      *    SE NAO HOUVER; ZERO QUANDO A TABELA ESTA CHEIA)
      *
       ACHA-PAR.
           MOVE 1 TO I.
       ACHA-PAR-1.
           IF I > W-QTDPAR
              GO TO ACHA-PAR-NOVO.
           IF TP-EMPVEN(I) = W-EMPVEN AND TP-EMPCOM(I) = W-EMPCOM
              GO TO ACHA-PAR-FIM.
           ADD 1 TO I
           GO TO ACHA-PAR-1.
       ACHA-PAR-NOVO.
           IF W-QTDPAR NOT < 30
              MOVE ZEROS TO I
              GO TO ACHA-PAR-FIM.
           ADD 1 TO W-QTDPAR
           MOVE W-QTDPAR TO I
           MOVE W-EMPVEN TO TP-EMPVEN(I)
           MOVE W-EMPCOM TO TP-EMPCOM(I)
           MOVE ZEROS TO TP-RECEBER(I) TP-PAGAR(I).
       ACHA-PAR-FIM.
           EXIT.

      *    O RELATORIO VAI PARA O SPOOL CENTRAL (SCP067)
       SPOOL.
           MOVE "INTERCO" TO W-SPPROG
           MOVE "INTERCO.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ.
       SPOOL-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADINTERCO
           IF W-TEMEMP = "S"
              CLOSE CADEMP.
           IF W-TEMCLI = "S"
              CLOSE CADCLI.
           IF W-TEMFOR = "S"
              CLOSE CADFOR.
           IF W-TEMDEP = "S"
              CLOSE CADDEPOS.
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
