       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPREST.
      *******************************
      * EMPRESTIMOS E FINANCIAMENTOS BANCARIOS                   *
      * CONTRATO: BANCO (CNPJ DO CADFOR), PRINCIPAL, TAXA AO MES,*
      * DATA DA LIBERACAO, PRIMEIRO VENCIMENTO, PARCELAS (ATE 98)*
      * E SISTEMA S=SAC (AMORTIZACAO CONSTANTE) OU P=PRICE       *
      * (PARCELA CONSTANTE)                                      *
      * O CRONOGRAMA (CADEMPPARC) SEPARA AMORTIZACAO E JUROS;    *
      * CADA PARCELA VIRA UM TITULO NO CADPAGAR NO PEDIDO DO     *
      * CONTRATO (TITSEQ = PARCELA), VENCIMENTO NO MESMO DIA DO  *
      * MES DO PRIMEIRO, PRORROGADO PARA O DIA UTIL (DIAUTIL)    *
      * QUITACAO ANTECIPADA: AS PARCELAS EM ABERTO SAEM DO       *
      * CADPAGAR E O SALDO + JUROS PRO RATA VIRA O TITULO 99     *
      * RENEGOCIACAO: O SALDO VAI PARA UM NOVO CONTRATO COM NOVO *
      * CRONOGRAMA (EPORIGEM APONTA O CONTRATO ANTIGO)           *
      * POSICAO DO ENDIVIDAMENTO: PRINCIPAL A VENCER EM ATE 12   *
      * MESES (CURTO PRAZO) E DEPOIS (LONGO PRAZO)               *
      * APROPRIACAO MENSAL DOS JUROS (DIAS 30/360) NO CADLANC    *
      * PELO MAPA EMP/JUROS DO SCP050, SEQUENCIA 5500 A 5999 DA  *
      * COMPETENCIA; COMPETENCIA FECHADA NO FECHACTB NAO RECEBE  *
      * RELATORIOS NO SPOOL (EMPREST.TXT)                        *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADFINANC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EPCONTR
                       FILE STATUS IS ST-EP.
      *
       SELECT CADEMPPARC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EKCHAVE
                       FILE STATUS IS ST-EK.
      *
       SELECT CADFOR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS K1FOR
                       ALTERNATE RECORD KEY IS
                       K2FOR WITH DUPLICATES
                       FILE STATUS IS ST-FOR.
      *
       SELECT CADPEDIDO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMPEDIDO
                       FILE STATUS IS ST-PED.
      *
       SELECT CADPAGAR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TITCHAVE
                       FILE STATUS IS ST-PAG.
      *
       SELECT CADLANC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS LANCHAVE
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADCTBMAP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS MAPCHAVE
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADEMPATIVA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-EAT.
      *
       SELECT RELEMP ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    SITUACAO: A=ATIVO L=QUITADO ANTECIPADAMENTE R=RENEGOCIADO
      *    EPJURQUIT: JUROS PRO RATA DA QUITACAO/RENEGOCIACAO
       FD CADFINANC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFINANC.DAT".
       01 REGEMPREST.
           03 EPCONTR           PIC 9(06).
           03 EPBANCO           PIC 9(14).
           03 EPDESC            PIC X(30).
           03 EPVALOR           PIC 9(11)V99.
           03 EPTAXA            PIC 9(03)V9(04).
           03 EPDATA            PIC 9(08).
           03 EPPRIVENC         PIC 9(08).
           03 EPNPARC           PIC 9(03).
           03 EPSIST            PIC X(01).
           03 EPNUMPED          PIC 9(06).
           03 EPSTATUS          PIC X(01).
           03 EPDATABX          PIC 9(08).
           03 EPJURQUIT         PIC 9(11)V99.
           03 EPORIGEM          PIC 9(06).
           03 EPEMP             PIC 9(02).
      *
      *    SITUACAO: A=ABERTA Q=PAGA L=QUITACAO ANTECIPADA
      *              R=RENEGOCIADA
       FD CADEMPPARC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMPPARC.DAT".
       01 REGEMPPARC.
           03 EKCHAVE.
               05 EKCONTR       PIC 9(06).
               05 EKPARC        PIC 9(03).
           03 EKVENCTO          PIC 9(08).
           03 EKAMORT           PIC 9(11)V99.
           03 EKJUROS           PIC 9(11)V99.
           03 EKVALOR           PIC 9(11)V99.
           03 EKSALDO           PIC 9(11)V99.
           03 EKSTATUS          PIC X(01).
      *
       FD CADFOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFOR.DAT".
       01 REGFOR.
           03 K1FOR PIC 9(14).
           03 FORRAZAO PIC X(35).
           03 K2FOR PIC X(12).
           03 FILLER PIC X(110).
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
       FD CADLANC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADLANC.DAT".
       01 REGLANC.
           03 LANCHAVE.
               05 LANCOMPET     PIC 9(06).
               05 LANSEQ        PIC 9(04).
           03 LANDEB            PIC 9(06).
           03 LANCRE            PIC 9(06).
           03 LANHIST           PIC X(30).
           03 LANVALOR          PIC 9(13)V99.
           03 LANCC             PIC 9(03).
      *
       FD CADCTBMAP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCTBMAP.DAT".
       01 REGCTBMAP.
           03 MAPCHAVE.
               05 MAPORIGEM     PIC X(03).
               05 MAPREF        PIC X(08).
           03 MAPDEB            PIC 9(06).
           03 MAPCRE            PIC 9(06).
      *
       FD CADEMPATIVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMPATIVA.TXT".
       01 REGEMPATIVA.
           03 EAT-COD        PIC 9(02).
           03 FILLER         PIC X(01).
           03 EAT-NOME       PIC X(30).
      *
       FD RELEMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EMPREST.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-EP          PIC X(02) VALUE "00".
       01 ST-EK          PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 ST-PED         PIC X(02) VALUE "00".
       01 ST-PAG         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-EAT         PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-EMPATIVA     PIC 9(02) VALUE 01.
       01 W-TEMMAP       PIC X(01) VALUE "N".
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-HOJE-G REDEFINES W-HOJE.
           03 ANO-HOJE   PIC 9(04).
           03 MES-HOJE   PIC 9(02).
           03 DIA-HOJE   PIC 9(02).
       01 W-FECH         PIC X(01) VALUE "N".
       01 W-CONTR        PIC 9(06) VALUE ZEROS.
       01 W-CONTRANT     PIC 9(06) VALUE ZEROS.
       01 W-PROXPED      PIC 9(06) VALUE ZEROS.
       01 W-VALED        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *    CALCULO DO CRONOGRAMA
       01 W-I            PIC 9(01)V9(08) VALUE ZEROS.
       01 W-FATOR        PIC 9(09)V9(08) VALUE ZEROS.
       01 W-PMT          PIC 9(11)V99 VALUE ZEROS.
       01 W-AMSAC        PIC 9(11)V99 VALUE ZEROS.
       01 W-SALDO        PIC 9(11)V99 VALUE ZEROS.
       01 W-AMORT        PIC 9(11)V99 VALUE ZEROS.
       01 W-JUROS        PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTPARC      PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTJUR       PIC 9(13)V99 VALUE ZEROS.
       01 W-K            PIC 9(03) VALUE ZEROS.
       01 W-MESES        PIC 9(05) VALUE ZEROS.
       01 W-ANOS         PIC 9(03) VALUE ZEROS.
       01 W-DIABASE      PIC 9(02) VALUE ZEROS.
       01 W-ULTDIA       PIC 9(02) VALUE ZEROS.
       01 W-QUOC         PIC 9(04) VALUE ZEROS.
       01 W-RESTO4       PIC 9(04) VALUE ZEROS.
       01 W-RESTO100     PIC 9(04) VALUE ZEROS.
       01 W-RESTO400     PIC 9(04) VALUE ZEROS.
       01 W-EHUTIL       PIC X(01) VALUE SPACE.
       01 W-PROXUTIL     PIC 9(08) VALUE ZEROS.
       01 W-DTV          PIC 9(08) VALUE ZEROS.
       01 W-DTV-G REDEFINES W-DTV.
           03 ANO-V      PIC 9(04).
           03 MES-V      PIC 9(02).
           03 DIA-V      PIC 9(02).
       01 W-DTB          PIC 9(08) VALUE ZEROS.
       01 W-DTB-G REDEFINES W-DTB.
           03 ANO-B      PIC 9(04).
           03 MES-B      PIC 9(02).
           03 DIA-B      PIC 9(02).
      *
      *    DIAS PELO CRITERIO 30/360
       01 W-DTX          PIC 9(08) VALUE ZEROS.
       01 W-DTX-G REDEFINES W-DTX.
           03 ANO-X      PIC 9(04).
           03 MES-X      PIC 9(02).
           03 DIA-X      PIC 9(02).
       01 W-DX           PIC 9(08) VALUE ZEROS.
       01 W-DANT         PIC 9(08) VALUE ZEROS.
       01 W-DVEN         PIC 9(08) VALUE ZEROS.
       01 W-DINI         PIC 9(08) VALUE ZEROS.
       01 W-DFIM         PIC 9(08) VALUE ZEROS.
       01 W-DIAS         PIC 9(05) VALUE ZEROS.
       01 W-DDE          PIC 9(08) VALUE ZEROS.
      *
      *    QUITACAO E RENEGOCIACAO
       01 W-DTBASE       PIC 9(08) VALUE ZEROS.
       01 W-DTQUIT       PIC 9(08) VALUE ZEROS.
       01 W-SALDODEV     PIC 9(11)V99 VALUE ZEROS.
       01 W-JURPRO       PIC 9(11)V99 VALUE ZEROS.
       01 W-VALQUIT      PIC 9(11)V99 VALUE ZEROS.
       01 W-PARCIAL      PIC X(01) VALUE "N".
       01 W-QTDABE       PIC 9(03) VALUE ZEROS.
      *
      *    POSICAO E APROPRIACAO
       01 W-LIMITE       PIC 9(08) VALUE ZEROS.
       01 W-CURTO        PIC 9(13)V99 VALUE ZEROS.
       01 W-LONGO        PIC 9(13)V99 VALUE ZEROS.
       01 W-JURINC       PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTCURTO     PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTLONGO     PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTJURINC    PIC 9(13)V99 VALUE ZEROS.
       01 W-QTDCONTR     PIC 9(05) VALUE ZEROS.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-G REDEFINES W-COMPET.
           03 ANO-COMP   PIC 9(04).
           03 MES-COMP   PIC 9(02).
       01 W-JURMES       PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTAPR       PIC 9(13)V99 VALUE ZEROS.
       01 W-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-SEQINI       PIC 9(04) VALUE 5500.
       01 W-SEQFIM       PIC 9(04) VALUE 5999.
       01 W-QTDGER       PIC 9(05) VALUE ZEROS.
       01 W-HISTLAN      PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 CABTIT    PIC X(45) VALUE SPACES.
           03 FILLER    PIC X(09) VALUE "EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CAB2.
           03 FILLER    PIC X(10) VALUE "CONTRATO: ".
           03 CABCONTR  PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " BANCO: ".
           03 CABBANCO  PIC 9(14) VALUE ZEROS.
           03 FILLER    PIC X(10) VALUE " SISTEMA: ".
           03 CABSIST   PIC X(05) VALUE SPACES.
           03 FILLER    PIC X(08) VALUE " TAXA: ".
           03 CABTAXA   PIC ZZ9,9999 VALUE ZEROS.
       01 CABCRO.
           03 FILLER    PIC X(40) VALUE
              "PARC VENCTO      AMORTIZACAO       JUROS".
           03 FILLER    PIC X(39) VALUE
              "         PARCELA     SALDO DEVEDOR  SIT".
       01 DETCRO.
           03 DCPARC    PIC ZZ9 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DCVENC    PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCAMORT   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCJUROS   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCVALOR   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DCSALDO   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DCSIT     PIC X(01) VALUE SPACE.
       01 CABPOS.
           03 FILLER    PIC X(40) VALUE
              "CONTR. BANCO (CNPJ)   S TAXA   CURTO PRA".
           03 FILLER    PIC X(39) VALUE
              "ZO     LONGO PRAZO  JUROS A INCORRER".
       01 DETPOS.
           03 DPCONTR   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DPBANCO   PIC 9(14) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DPSIST    PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DPTAXA    PIC Z9,9999 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DPCURTO   PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DPLONGO   PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DPJUROS   PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
       01 CABAPR.
           03 FILLER    PIC X(40) VALUE
              "CONTR. BANCO (CNPJ)                 JURO".
           03 FILLER    PIC X(39) VALUE
              "S DO MES  OBSERVACAO".
       01 DETAPR.
           03 DACONTR   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DABANCO   PIC 9(14) VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 DAJUROS   PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DAOBS     PIC X(20) VALUE SPACES.
       01 TOTLIN.
           03 TLTXT     PIC X(30) VALUE SPACES.
           03 TLVAL     PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".
       SCREEN SECTION.
       01  TELAEMP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   EMPRESTIM".
           05  LINE 02  COLUMN 42
               VALUE  "OS E FINANCIAMENTOS  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADFINANC
           IF ST-EP = "30"
              OPEN OUTPUT CADFINANC
              CLOSE CADFINANC
              OPEN I-O CADFINANC.
           OPEN I-O CADEMPPARC
           IF ST-EK = "30"
              OPEN OUTPUT CADEMPPARC
              CLOSE CADEMPPARC
              OPEN I-O CADEMPPARC.
           IF ST-EP NOT = "00" OR ST-EK NOT = "00"
              MOVE "ERRO NA ABERTURA DO CADFINANC/CADEMPPARC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADFOR
           IF ST-FOR NOT = "00"
              MOVE "SEM FORNECEDORES - USE O SCP002" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFINANC CADEMPPARC
              GO TO ROT-FIM2.
           OPEN I-O CADPEDIDO
           IF ST-PED = "30"
              OPEN OUTPUT CADPEDIDO
              CLOSE CADPEDIDO
              OPEN I-O CADPEDIDO.
           OPEN I-O CADPAGAR
           IF ST-PAG = "30"
              OPEN OUTPUT CADPAGAR
              CLOSE CADPAGAR
              OPEN I-O CADPAGAR.
           IF ST-PED NOT = "00" OR ST-PAG NOT = "00"
              MOVE "ERRO NA ABERTURA DO CADPEDIDO/CADPAGAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFINANC CADEMPPARC CADFOR
              GO TO ROT-FIM2.
           OPEN I-O CADLANC
           IF ST-ERRO = "30"
              OPEN OUTPUT CADLANC
              CLOSE CADLANC
              OPEN I-O CADLANC.
           MOVE "N" TO W-TEMMAP
           OPEN INPUT CADCTBMAP
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMMAP.
           MOVE 01 TO W-EMPATIVA
           OPEN INPUT CADEMPATIVA
           IF ST-EAT = "00"
              READ CADEMPATIVA
              IF ST-EAT = "00" AND EAT-COD > ZEROS
                 MOVE EAT-COD TO W-EMPATIVA.
           CLOSE CADEMPATIVA.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-EMP.
           DISPLAY TELAEMP
           DISPLAY (04, 01) "1 - NOVO CONTRATO (CRONOGRAMA E TITULOS)"
           DISPLAY (05, 01) "2 - CRONOGRAMA DE UM CONTRATO"
           DISPLAY (06, 01) "3 - QUITACAO ANTECIPADA"
           DISPLAY (07, 01) "4 - RENEGOCIACAO"
           DISPLAY (08, 01) "5 - POSICAO DO ENDIVIDAMENTO (CURTO/LONGO)"
           DISPLAY (09, 01) "6 - APROPRIACAO MENSAL DOS JUROS"
           DISPLAY (10, 01) "0 - SAIR"
           DISPLAY (12, 01) "OPCAO: ".
           ACCEPT  (12, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO CON-INI.
           IF W-OPCAO = "2"
              GO TO CRO-INI.
           IF W-OPCAO = "3"
              GO TO QUI-INI.
           IF W-OPCAO = "4"
              GO TO REN-INI.
           IF W-OPCAO = "5"
              GO TO POS-INI.
           IF W-OPCAO = "6"
              GO TO APR-INI.
           GO TO MENU-EMP.

      *
      ************************************************
      * NOVO CONTRATO                                *
      * DEPOIS DE GRAVADO O CONTRATO SO MUDA PELA    *
      * QUITACAO OU PELA RENEGOCIACAO                *
      ************************************************
      *
       CON-INI.
           DISPLAY TELAEMP
           DISPLAY (04, 01) "CONTRATO (0=VOLTAR): ".
           ACCEPT  (04, 22) W-CONTR.
           IF W-CONTR = ZEROS
              GO TO MENU-EMP.
           MOVE W-CONTR TO EPCONTR
           READ CADFINANC
           IF ST-EP = "00"
              MOVE "* CONTRATO JA CADASTRADO - VEJA A OPCAO 2 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CON-INI.
           MOVE ZEROS TO EPBANCO EPVALOR EPTAXA EPDATA EPPRIVENC
           MOVE ZEROS TO EPNPARC EPNUMPED EPDATABX EPJURQUIT EPORIGEM
           MOVE SPACES TO EPDESC
           MOVE "P" TO EPSIST
           MOVE "A" TO EPSTATUS
           MOVE W-EMPATIVA TO EPEMP
           MOVE W-HOJE TO EPDATA.
       CON-BANCO.
           DISPLAY (05, 01) "BANCO (CNPJ): ".
           ACCEPT  (05, 15) EPBANCO WITH UPDATE.
           MOVE EPBANCO TO K1FOR
           READ CADFOR
           IF ST-FOR NOT = "00"
              MOVE "* BANCO NAO CADASTRADO COMO FORNECEDOR (SCP002) *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CON-BANCO.
           DISPLAY (05, 31) FORRAZAO.
       CON-DESC.
           DISPLAY (06, 01) "DESCRICAO: ".
           ACCEPT  (06, 12) EPDESC WITH UPDATE.
           IF EPDESC = SPACES
              MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CON-DESC.
           PERFORM PEDE-DADOS THRU PEDE-DADOS-FIM
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** CONTRATO ABANDONADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CON-INI.
           PERFORM GRAVA-CONTR THRU GRAVA-CONTR-FIM
           IF ST-EP NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CADFINANC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CON-INI.
           DISPLAY (20, 01) "TITULOS GERADOS NO PEDIDO: "
           DISPLAY (20, 28) EPNUMPED
           MOVE "*** CONTRATO E CRONOGRAMA GRAVADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CON-INI.

      *
      *    PRINCIPAL (JA PREENCHIDO NA RENEGOCIACAO), TAXA, DATAS,
      *    PARCELAS E SISTEMA; MOSTRA A PRIMEIRA PARCELA E O TOTAL
      *    E PEDE A CONFIRMACAO EM W-OPCAO
      *
       PEDE-DADOS.
           DISPLAY (07, 01) "VALOR PRINCIPAL: ".
           ACCEPT  (07, 18) EPVALOR WITH UPDATE.
           IF EPVALOR = ZEROS
              MOVE "*** VALOR PRINCIPAL OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-DADOS.
       PEDE-TAXA.
           DISPLAY (08, 01) "TAXA DE JUROS AO MES (%): ".
           ACCEPT  (08, 27) EPTAXA WITH UPDATE.
           IF EPTAXA > 20
              MOVE "*** TAXA MENSAL ACIMA DE 20% ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-TAXA.
       PEDE-DATA.
           DISPLAY (09, 01) "DATA DA LIBERACAO: ".
           ACCEPT  (09, 20) EPDATA WITH UPDATE.
           MOVE EPDATA TO W-DTX
           IF EPDATA = ZEROS OR MES-X < 1 OR MES-X > 12
              OR DIA-X < 1 OR DIA-X > 31
              MOVE "*** DATA DA LIBERACAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-DATA.
       PEDE-PRIVENC.
           IF EPPRIVENC = ZEROS
              MOVE EPDATA TO W-DTV
              ADD 1 TO MES-V
              IF MES-V > 12
                 MOVE 1 TO MES-V
                 ADD 1 TO ANO-V.
           IF EPPRIVENC = ZEROS
              PERFORM AJUSTA-DIA THRU AJUSTA-DIA-FIM
              MOVE W-DTV TO EPPRIVENC.
           DISPLAY (10, 01) "PRIMEIRO VENCIMENTO: ".
           ACCEPT  (10, 22) EPPRIVENC WITH UPDATE.
           MOVE EPPRIVENC TO W-DTX
           IF EPPRIVENC NOT > EPDATA OR MES-X < 1 OR MES-X > 12
              OR DIA-X < 1 OR DIA-X > 31
              MOVE "* VENCIMENTO DEVE SER POSTERIOR A LIBERACAO *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-PRIVENC.
       PEDE-NPARC.
           DISPLAY (11, 01) "NUMERO DE PARCELAS (1 A 98): ".
           ACCEPT  (11, 30) EPNPARC WITH UPDATE.
           IF EPNPARC = ZEROS OR EPNPARC > 98
              MOVE "*** PARCELAS DE 1 A 98 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-NPARC.
       PEDE-SIST.
           DISPLAY (12, 01) "SISTEMA (S=SAC  P=PRICE): ".
           ACCEPT  (12, 27) EPSIST WITH UPDATE.
           IF EPSIST = "s"
              MOVE "S" TO EPSIST.
           IF EPSIST = "p"
              MOVE "P" TO EPSIST.
           IF EPSIST NOT = "S" AND EPSIST NOT = "P"
              MOVE "*** DIGITE S OU P ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-SIST.
           PERFORM CALC-BASE THRU CALC-BASE-FIM
           MOVE 1 TO W-K
           MOVE EPVALOR TO W-SALDO
           PERFORM CALC-PARC THRU CALC-PARC-FIM
           DISPLAY (14, 01) "PRIMEIRA PARCELA: "
           COMPUTE W-VALED = W-AMORT + W-JUROS
           DISPLAY (14, 19) W-VALED
           PERFORM SIMULA THRU SIMULA-FIM
           DISPLAY (15, 01) "TOTAL A PAGAR   : "
           MOVE W-TOTPARC TO W-VALED
           DISPLAY (15, 19) W-VALED
           DISPLAY (16, 01) "TOTAL DE JUROS  : "
           MOVE W-TOTJUR TO W-VALED
           DISPLAY (16, 19) W-VALED
           MOVE "S" TO W-OPCAO
           DISPLAY (18, 01) "GRAVA CONTRATO E TITULOS (S/N): ".
           ACCEPT  (18, 34) W-OPCAO WITH UPDATE.
       PEDE-DADOS-FIM.
           EXIT.

      *
      *    TAXA EM FRACAO, PARCELA PRICE E AMORTIZACAO SAC
      *
       CALC-BASE.
           COMPUTE W-I = EPTAXA / 100
           MOVE ZEROS TO W-PMT W-AMSAC
           IF EPSIST = "S"
              COMPUTE W-AMSAC ROUNDED = EPVALOR / EPNPARC
              GO TO CALC-BASE-FIM.
           IF W-I = ZEROS
              COMPUTE W-PMT ROUNDED = EPVALOR / EPNPARC
              GO TO CALC-BASE-FIM.
           COMPUTE W-FATOR ROUNDED = (1 + W-I) ** EPNPARC
           COMPUTE W-PMT ROUNDED =
              EPVALOR * W-I * W-FATOR / (W-FATOR - 1).
       CALC-BASE-FIM.
           EXIT.

      *
      *    PARCELA W-K SOBRE O SALDO DEVEDOR W-SALDO
      *    A ULTIMA AMORTIZA O QUE RESTA
      *
       CALC-PARC.
           COMPUTE W-JUROS ROUNDED = W-SALDO * W-I
           IF EPSIST = "S"
              MOVE W-AMSAC TO W-AMORT
           ELSE
              IF W-PMT > W-JUROS
                 COMPUTE W-AMORT = W-PMT - W-JUROS
              ELSE
                 MOVE ZEROS TO W-AMORT.
           IF W-AMORT > W-SALDO OR W-K NOT < EPNPARC
              MOVE W-SALDO TO W-AMORT.
       CALC-PARC-FIM.
           EXIT.

      *
      *    TOTAIS DO CRONOGRAMA SEM GRAVAR
      *
       SIMULA.
           MOVE ZEROS TO W-TOTPARC W-TOTJUR
           MOVE EPVALOR TO W-SALDO
           MOVE 1 TO W-K.
       SIMULA-1.
           IF W-K > EPNPARC
              GO TO SIMULA-FIM.
           PERFORM CALC-PARC THRU CALC-PARC-FIM
           ADD W-AMORT W-JUROS TO W-TOTPARC
           ADD W-JUROS TO W-TOTJUR
           SUBTRACT W-AMORT FROM W-SALDO
           ADD 1 TO W-K
           GO TO SIMULA-1.
       SIMULA-FIM.
           EXIT.

      *
      *    GRAVA O CONTRATO: PEDIDO, PARCELAS E TITULOS
      *
       GRAVA-CONTR.
           PERFORM GERA-PEDIDO THRU GERA-PEDIDO-FIM
           IF ST-PED NOT = "00"
              MOVE "99" TO ST-EP
              GO TO GRAVA-CONTR-FIM.
           MOVE NUMPEDIDO TO EPNUMPED
           WRITE REGEMPREST
           IF ST-EP NOT = "00"
              GO TO GRAVA-CONTR-FIM.
           PERFORM CALC-BASE THRU CALC-BASE-FIM
           MOVE ZEROS TO W-TOTPARC W-TOTJUR
           MOVE EPVALOR TO W-SALDO
           MOVE 1 TO W-K.
       GRAVA-CONTR-1.
           IF W-K > EPNPARC
              GO TO GRAVA-CONTR-2.
           PERFORM CALC-PARC THRU CALC-PARC-FIM
           SUBTRACT W-AMORT FROM W-SALDO
           PERFORM VENC-PARC THRU VENC-PARC-FIM
           MOVE EPCONTR TO EKCONTR
           MOVE W-K TO EKPARC
           MOVE W-DTV TO EKVENCTO
           MOVE W-AMORT TO EKAMORT
           MOVE W-JUROS TO EKJUROS
           COMPUTE EKVALOR = W-AMORT + W-JUROS
           MOVE W-SALDO TO EKSALDO
           MOVE "A" TO EKSTATUS
           WRITE REGEMPPARC
           ADD EKVALOR TO W-TOTPARC
           ADD W-JUROS TO W-TOTJUR
           MOVE EPNUMPED TO TITNUMPED
           MOVE W-K TO TITSEQ
           MOVE EKVALOR TO TITVALOR
           MOVE EKVENCTO TO TITVENCTO
           PERFORM GRAVA-TIT THRU GRAVA-TIT-FIM
           ADD 1 TO W-K
           GO TO GRAVA-CONTR-1.
       GRAVA-CONTR-2.
           MOVE EPNUMPED TO NUMPEDIDO
           READ CADPEDIDO
           IF ST-PED = "00"
              MOVE W-TOTPARC TO VALORPEDIDO
              REWRITE REGPEDIDO.
           MOVE "00" TO ST-EP.
       GRAVA-CONTR-FIM.
           EXIT.

      *
      *    VENCIMENTO DA PARCELA W-K: DIA DO PRIMEIRO VENCIMENTO
      *    (OU O ULTIMO DO MES), PRORROGADO PARA O DIA UTIL
      *
       VENC-PARC.
           MOVE EPPRIVENC TO W-DTB
           COMPUTE W-MESES = MES-B - 1 + W-K - 1
           DIVIDE W-MESES BY 12 GIVING W-ANOS REMAINDER W-QUOC
           COMPUTE ANO-V = ANO-B + W-ANOS
           COMPUTE MES-V = W-QUOC + 1
           MOVE DIA-B TO DIA-V
           PERFORM AJUSTA-DIA THRU AJUSTA-DIA-FIM
           CALL "DIAUTIL" USING W-DTV W-EHUTIL W-PROXUTIL
           IF W-EHUTIL = "N"
              MOVE W-PROXUTIL TO W-DTV.
       VENC-PARC-FIM.
           EXIT.

      *
      *    DIA ALEM DO FIM DO MES VAI PARA O ULTIMO DIA (W-DTV)
      *
       AJUSTA-DIA.
           IF MES-V = 1 OR MES-V = 3 OR MES-V = 5 OR MES-V = 7
              OR MES-V = 8 OR MES-V = 10 OR MES-V = 12
              MOVE 31 TO W-ULTDIA
              GO TO AJUSTA-DIA-1.
           IF MES-V NOT = 2
              MOVE 30 TO W-ULTDIA
              GO TO AJUSTA-DIA-1.
           MOVE 28 TO W-ULTDIA
           DIVIDE ANO-V BY 4 GIVING W-QUOC REMAINDER W-RESTO4
           DIVIDE ANO-V BY 100 GIVING W-QUOC REMAINDER W-RESTO100
           DIVIDE ANO-V BY 400 GIVING W-QUOC REMAINDER W-RESTO400
           IF W-RESTO4 = ZEROS
              IF W-RESTO100 NOT = ZEROS OR W-RESTO400 = ZEROS
                 MOVE 29 TO W-ULTDIA.
       AJUSTA-DIA-1.
           IF DIA-V > W-ULTDIA
              MOVE W-ULTDIA TO DIA-V.
       AJUSTA-DIA-FIM.
           EXIT.

      *
      *    PEDIDO DO CONTRATO (PROXIMO NUMERO LIVRE), JA RECEBIDO
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
           MOVE EPBANCO TO PCNPJ
           MOVE "R" TO STATUSPEDIDO
           MOVE W-HOJE TO DATAPEDIDO DATARECEB
           MOVE EPPRIVENC TO DATAPROMET
           MOVE EPVALOR TO VALORPEDIDO
           MOVE SPACE TO APROVSTATUS
           MOVE ZEROS TO APROVCOD APROVDATA PCONDPG PCCUSTO
           MOVE "N" TO PCONTRATO
           MOVE EPEMP TO PEMP
           MOVE SPACES TO PMOEDA
           MOVE ZEROS TO PTAXA
           WRITE REGPEDIDO
           IF ST-PED = "22"
              GO TO GERA-PEDIDO-WR.
       GERA-PEDIDO-FIM.
           EXIT.

       GRAVA-TIT.
           MOVE EPBANCO TO TITCNPJ
           MOVE ZEROS TO TITPAGO TITJUROS
           MOVE "A" TO TITSTATUS
           MOVE EPEMP TO TITEMP
           MOVE SPACES TO TITMOEDA
           MOVE ZEROS TO TITVALME TITPAGOME TITTAXA
           WRITE REGPAGAR
           IF ST-PAG = "22"
              REWRITE REGPAGAR.
       GRAVA-TIT-FIM.
           EXIT.

      *
      *    PARCELAS ABERTAS CUJO TITULO JA FOI PAGO NO SCP029
      *    PASSAM A PAGAS; SOMA O SALDO DEVEDOR (W-SALDODEV), AS
      *    PARCELAS EM ABERTO (W-QTDABE), O ULTIMO VENCIMENTO PAGO
      *    (W-DTBASE) E SE HA TITULO COM PAGAMENTO PARCIAL
      *
       ATUALIZA-PARC.
           MOVE ZEROS TO W-SALDODEV W-QTDABE
           MOVE EPDATA TO W-DTBASE
           MOVE "N" TO W-PARCIAL
           MOVE EPCONTR TO EKCONTR
           MOVE ZEROS TO EKPARC
           START CADEMPPARC KEY IS NOT LESS EKCHAVE
           IF ST-EK NOT = "00"
              GO TO ATUALIZA-PARC-FIM.
       ATUALIZA-PARC-RD.
           READ CADEMPPARC NEXT
           IF ST-EK NOT = "00" OR EKCONTR NOT = EPCONTR
              GO TO ATUALIZA-PARC-FIM.
           IF EKSTATUS = "A"
              MOVE EPNUMPED TO TITNUMPED
              MOVE EKPARC TO TITSEQ
              READ CADPAGAR
              IF ST-PAG = "00" AND TITSTATUS = "Q"
                 MOVE "Q" TO EKSTATUS
                 REWRITE REGEMPPARC.
           IF EKSTATUS = "Q"
              IF EKVENCTO > W-DTBASE
                 MOVE EKVENCTO TO W-DTBASE.
           IF EKSTATUS NOT = "A"
              GO TO ATUALIZA-PARC-RD.
           ADD EKAMORT TO W-SALDODEV
           ADD 1 TO W-QTDABE
           IF ST-PAG = "00" AND TITPAGO > ZEROS
              MOVE "S" TO W-PARCIAL.
           GO TO ATUALIZA-PARC-RD.
       ATUALIZA-PARC-FIM.
           EXIT.

      *
      *    DIAS 30/360 DE W-DTX EM W-DX
      *
       DIAS-DATA.
           IF DIA-X > 30
              COMPUTE W-DX = (ANO-X * 360) + ((MES-X - 1) * 30) + 30
           ELSE
              COMPUTE W-DX = (ANO-X * 360) + ((MES-X - 1) * 30)
                 + DIA-X.
       DIAS-DATA-FIM.
           EXIT.

      *
      *    JUROS PRO RATA DO ULTIMO VENCIMENTO PAGO ATE W-DTQUIT
      *
       JUROS-PRO.
           MOVE ZEROS TO W-JURPRO
           MOVE W-DTBASE TO W-DTX
           PERFORM DIAS-DATA THRU DIAS-DATA-FIM
           MOVE W-DX TO W-DINI
           MOVE W-DTQUIT TO W-DTX
           PERFORM DIAS-DATA THRU DIAS-DATA-FIM
           IF W-DX NOT > W-DINI
              GO TO JUROS-PRO-FIM.
           COMPUTE W-DIAS = W-DX - W-DINI
           COMPUTE W-JURPRO ROUNDED =
              W-SALDODEV * EPTAXA / 100 * W-DIAS / 30.
       JUROS-PRO-FIM.
           EXIT.

      *
      *    RETIRA DO CADPAGAR AS PARCELAS EM ABERTO DO CONTRATO
      *    E MARCA AS PARCELAS COM W-OPCAO (L OU R)
      *
       CANCELA-PARC.
           MOVE EPCONTR TO EKCONTR
           MOVE ZEROS TO EKPARC
           START CADEMPPARC KEY IS NOT LESS EKCHAVE
           IF ST-EK NOT = "00"
              GO TO CANCELA-PARC-FIM.
       CANCELA-PARC-RD.
           READ CADEMPPARC NEXT
           IF ST-EK NOT = "00" OR EKCONTR NOT = EPCONTR
              GO TO CANCELA-PARC-FIM.
           IF EKSTATUS NOT = "A"
              GO TO CANCELA-PARC-RD.
           MOVE EPNUMPED TO TITNUMPED
           MOVE EKPARC TO TITSEQ
           READ CADPAGAR
           IF ST-PAG = "00" AND TITSTATUS NOT = "Q"
              DELETE CADPAGAR RECORD.
           MOVE W-OPCAO TO EKSTATUS
           REWRITE REGEMPPARC
           GO TO CANCELA-PARC-RD.
       CANCELA-PARC-FIM.
           EXIT.

      *
      *    CONTRATO ATIVO PARA QUITACAO/RENEGOCIACAO (W-CONTR)
      *    DEVOLVE W-OPCAO = "S" QUANDO PODE PROSSEGUIR
      *
       LE-ATIVO.
           MOVE "N" TO W-OPCAO
           MOVE W-CONTR TO EPCONTR
           READ CADFINANC
           IF ST-EP NOT = "00"
              MOVE "*** CONTRATO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-ATIVO-FIM.
           IF EPSTATUS NOT = "A"
              MOVE "*** CONTRATO JA QUITADO OU RENEGOCIADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-ATIVO-FIM.
           PERFORM ATUALIZA-PARC THRU ATUALIZA-PARC-FIM
           IF W-QTDABE = ZEROS
              MOVE "*** CONTRATO SEM PARCELAS EM ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-ATIVO-FIM.
           IF W-PARCIAL = "S"
              MOVE "* PARCELA COM PAGAMENTO PARCIAL - ACERTE NO SCP029"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-ATIVO-FIM.
           DISPLAY (05, 01) "BANCO: "
           DISPLAY (05, 08) EPBANCO
           DISPLAY (05, 24) EPDESC
           DISPLAY (06, 01) "PARCELAS EM ABERTO: "
           DISPLAY (06, 21) W-QTDABE
           DISPLAY (07, 01) "SALDO DEVEDOR     : "
           MOVE W-SALDODEV TO W-VALED
           DISPLAY (07, 21) W-VALED
           DISPLAY (08, 01) "ULTIMO VENCTO PAGO: "
           DISPLAY (08, 21) W-DTBASE
           MOVE "S" TO W-OPCAO.
       LE-ATIVO-FIM.
           EXIT.

      *
      ************************************************
      * CRONOGRAMA DE UM CONTRATO                    *
      ************************************************
      *
       CRO-INI.
           DISPLAY TELAEMP
           DISPLAY (04, 01) "CONTRATO (0=VOLTAR): ".
           ACCEPT  (04, 22) W-CONTR.
           IF W-CONTR = ZEROS
              GO TO MENU-EMP.
           MOVE W-CONTR TO EPCONTR
           READ CADFINANC
           IF ST-EP NOT = "00"
              MOVE "*** CONTRATO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CRO-INI.
           IF EPSTATUS = "A"
              PERFORM ATUALIZA-PARC THRU ATUALIZA-PARC-FIM.
           OPEN OUTPUT RELEMP
           MOVE "CRONOGRAMA DO EMPRESTIMO" TO CABTIT
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           MOVE EPCONTR TO CABCONTR
           MOVE EPBANCO TO CABBANCO
           IF EPSIST = "S"
              MOVE "SAC" TO CABSIST
           ELSE
              MOVE "PRICE" TO CABSIST.
           MOVE EPTAXA TO CABTAXA
           WRITE REGREL FROM CAB2
           MOVE SPACES TO REGREL
           STRING "  " DELIMITED BY SIZE
                  EPDESC DELIMITED BY SIZE
                  "  SITUACAO: " DELIMITED BY SIZE
                  EPSTATUS DELIMITED BY SIZE
                  "  PEDIDO: " DELIMITED BY SIZE
                  EPNUMPED DELIMITED BY SIZE
                  INTO REGREL
           WRITE REGREL
           IF EPORIGEM NOT = ZEROS
              MOVE SPACES TO REGREL
              STRING "  RENEGOCIACAO DO CONTRATO " DELIMITED BY SIZE
                     EPORIGEM DELIMITED BY SIZE
                     INTO REGREL
              WRITE REGREL.
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CABCRO
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO W-TOTPARC W-TOTJUR
           MOVE EPCONTR TO EKCONTR
           MOVE ZEROS TO EKPARC
           START CADEMPPARC KEY IS NOT LESS EKCHAVE
           IF ST-EK NOT = "00"
              GO TO CRO-FIM.
       CRO-RD.
           READ CADEMPPARC NEXT
           IF ST-EK NOT = "00" OR EKCONTR NOT = EPCONTR
              GO TO CRO-FIM.
           MOVE EKPARC TO DCPARC
           MOVE EKVENCTO TO DCVENC
           MOVE EKAMORT TO DCAMORT
           MOVE EKJUROS TO DCJUROS
           MOVE EKVALOR TO DCVALOR
           MOVE EKSALDO TO DCSALDO
           MOVE EKSTATUS TO DCSIT
           WRITE REGREL FROM DETCRO
           ADD EKVALOR TO W-TOTPARC
           ADD EKJUROS TO W-TOTJUR
           GO TO CRO-RD.
       CRO-FIM.
           WRITE REGREL FROM LINSEP
           MOVE "TOTAL DAS PARCELAS:" TO TLTXT
           MOVE W-TOTPARC TO TLVAL
           WRITE REGREL FROM TOTLIN
           MOVE "TOTAL DE JUROS:" TO TLTXT
           MOVE W-TOTJUR TO TLVAL
           WRITE REGREL FROM TOTLIN
           IF EPSTATUS NOT = "A"
              MOVE "JUROS PRO RATA NA BAIXA:" TO TLTXT
              MOVE EPJURQUIT TO TLVAL
              WRITE REGREL FROM TOTLIN.
           MOVE "SIT: A=ABERTA Q=PAGA L=QUITADA ANTES R=RENEGOCIADA"
                                             TO REGREL
           WRITE REGREL
           CLOSE RELEMP
           PERFORM SPOOL THRU SPOOL-FIM
           DISPLAY (06, 01) "SITUACAO DO CONTRATO: "
           DISPLAY (06, 23) EPSTATUS
           DISPLAY (07, 01) "TOTAL DAS PARCELAS  : "
           MOVE W-TOTPARC TO W-VALED
           DISPLAY (07, 23) W-VALED
           DISPLAY (08, 01) "TOTAL DE JUROS      : "
           MOVE W-TOTJUR TO W-VALED
           DISPLAY (08, 23) W-VALED
           MOVE "*** CRONOGRAMA GRAVADO EM EMPREST.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CRO-INI.

      *
      ************************************************
      * QUITACAO ANTECIPADA                          *
      * SALDO DEVEDOR + JUROS PRO RATA DESDE O ULTIMO*
      * VENCIMENTO PAGO (VALOR PODE SER AJUSTADO AO  *
      * INFORMADO PELO BANCO) VIRA O TITULO 99       *
      ************************************************
      *
       QUI-INI.
           DISPLAY TELAEMP
           DISPLAY (04, 01) "CONTRATO (0=VOLTAR): ".
           ACCEPT  (04, 22) W-CONTR.
           IF W-CONTR = ZEROS
              GO TO MENU-EMP.
           PERFORM LE-ATIVO THRU LE-ATIVO-FIM
           IF W-OPCAO NOT = "S"
              GO TO QUI-INI.
       QUI-DATA.
           MOVE W-HOJE TO W-DTQUIT
           DISPLAY (10, 01) "DATA DA QUITACAO  : ".
           ACCEPT  (10, 21) W-DTQUIT WITH UPDATE.
           IF W-DTQUIT < W-DTBASE OR W-DTQUIT < EPDATA
              MOVE "*** DATA ANTERIOR AO ULTIMO PAGAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO QUI-DATA.
           MOVE W-DTQUIT TO W-DTX
           MOVE ANO-X TO ANO-COMP
           MOVE MES-X TO MES-COMP
           CALL "CTBVER" USING W-COMPET W-FECH
           IF W-FECH = "S"
              MOVE "*** COMPETENCIA FECHADA NA CONTABILIDADE ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO QUI-DATA.
           PERFORM JUROS-PRO THRU JUROS-PRO-FIM
           DISPLAY (11, 01) "JUROS PRO RATA    : "
           MOVE W-JURPRO TO W-VALED
           DISPLAY (11, 21) W-VALED
           COMPUTE W-VALQUIT = W-SALDODEV + W-JURPRO.
       QUI-VALOR.
           DISPLAY (12, 01) "VALOR DA QUITACAO : ".
           ACCEPT  (12, 21) W-VALQUIT WITH UPDATE.
           IF W-VALQUIT < W-SALDODEV
              MOVE "*** VALOR MENOR QUE O SALDO DEVEDOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO QUI-VALOR.
           MOVE W-DTQUIT TO W-DTV
           CALL "DIAUTIL" USING W-DTV W-EHUTIL W-PROXUTIL
           IF W-EHUTIL = "N"
              MOVE W-PROXUTIL TO W-DTV.
           DISPLAY (13, 01) "VENCIMENTO        : "
           DISPLAY (13, 21) W-DTV
           MOVE "N" TO W-OPCAO
           DISPLAY (15, 01) "CONFIRMA A QUITACAO (S/N): ".
           ACCEPT  (15, 28) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** QUITACAO ABANDONADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO QUI-INI.
           MOVE "L" TO W-OPCAO
           PERFORM CANCELA-PARC THRU CANCELA-PARC-FIM
           MOVE EPNUMPED TO TITNUMPED
           MOVE 99 TO TITSEQ
           MOVE W-VALQUIT TO TITVALOR
           MOVE W-DTV TO TITVENCTO
           PERFORM GRAVA-TIT THRU GRAVA-TIT-FIM
           MOVE "L" TO EPSTATUS
           MOVE W-DTQUIT TO EPDATABX
           COMPUTE EPJURQUIT = W-VALQUIT - W-SALDODEV
           REWRITE REGEMPREST
           MOVE "*** QUITACAO GRAVADA - TITULO 99 DO PEDIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO QUI-INI.

      *
      ************************************************
      * RENEGOCIACAO                                 *
      * AS PARCELAS EM ABERTO SAEM DO CADPAGAR E O   *
      * SALDO + JUROS PRO RATA (OU O VALOR ACERTADO  *
      * COM O BANCO) E O PRINCIPAL DO NOVO CONTRATO  *
      ************************************************
      *
       REN-INI.
           DISPLAY TELAEMP
           DISPLAY (04, 01) "CONTRATO (0=VOLTAR): ".
           ACCEPT  (04, 22) W-CONTR.
           IF W-CONTR = ZEROS
              GO TO MENU-EMP.
           PERFORM LE-ATIVO THRU LE-ATIVO-FIM
           IF W-OPCAO NOT = "S"
              GO TO REN-INI.
           MOVE W-CONTR TO W-CONTRANT.
       REN-DATA.
           MOVE W-HOJE TO W-DTQUIT
           DISPLAY (09, 01) "DATA DA RENEGOCIACAO: ".
           ACCEPT  (09, 23) W-DTQUIT WITH UPDATE.
           IF W-DTQUIT < W-DTBASE OR W-DTQUIT < EPDATA
              MOVE "*** DATA ANTERIOR AO ULTIMO PAGAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REN-DATA.
           MOVE W-DTQUIT TO W-DTX
           MOVE ANO-X TO ANO-COMP
           MOVE MES-X TO MES-COMP
           CALL "CTBVER" USING W-COMPET W-FECH
           IF W-FECH = "S"
              MOVE "*** COMPETENCIA FECHADA NA CONTABILIDADE ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REN-DATA.
           PERFORM JUROS-PRO THRU JUROS-PRO-FIM
           DISPLAY (10, 01) "JUROS PRO RATA      : "
           MOVE W-JURPRO TO W-VALED
           DISPLAY (10, 23) W-VALED.
       REN-NOVO.
           DISPLAY (12, 01) "NOVO CONTRATO       : ".
           ACCEPT  (12, 23) W-CONTR.
           IF W-CONTR = ZEROS
              GO TO REN-INI.
           MOVE W-CONTR TO EPCONTR
           READ CADFINANC
           IF ST-EP = "00"
              MOVE "*** CONTRATO JA CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REN-NOVO.
      *    RELE O CONTRATO ANTIGO PARA MONTAR O NOVO
           MOVE W-CONTRANT TO EPCONTR
           READ CADFINANC
           MOVE W-CONTR TO EPCONTR
           COMPUTE EPVALOR = W-SALDODEV + W-JURPRO
           MOVE W-DTQUIT TO EPDATA
           MOVE ZEROS TO EPPRIVENC EPNUMPED EPDATABX EPJURQUIT
           MOVE W-CONTRANT TO EPORIGEM
           MOVE "A" TO EPSTATUS
           DISPLAY TELAEMP
           DISPLAY (04, 01) "NOVO CONTRATO: "
           DISPLAY (04, 16) EPCONTR
           DISPLAY (04, 24) "RENEGOCIACAO DO "
           DISPLAY (04, 40) W-CONTRANT
           DISPLAY (05, 01) "BANCO: "
           DISPLAY (05, 08) EPBANCO
           DISPLAY (06, 01) "SALDO DEVEDOR ANTERIOR: "
           MOVE W-SALDODEV TO W-VALED
           DISPLAY (06, 25) W-VALED
           PERFORM PEDE-DADOS THRU PEDE-DADOS-FIM
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** RENEGOCIACAO ABANDONADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REN-INI.
           IF EPVALOR < W-SALDODEV
              MOVE "*** PRINCIPAL MENOR QUE O SALDO DEVEDOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REN-INI.
           COMPUTE W-VALQUIT = EPVALOR - W-SALDODEV
           PERFORM GRAVA-CONTR THRU GRAVA-CONTR-FIM
           IF ST-EP NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CADFINANC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REN-INI.
           MOVE EPNUMPED TO W-PROXPED
      *    BAIXA DO CONTRATO ANTIGO
           MOVE W-CONTRANT TO EPCONTR
           READ CADFINANC
           MOVE "R" TO W-OPCAO
           PERFORM CANCELA-PARC THRU CANCELA-PARC-FIM
           MOVE "R" TO EPSTATUS
           MOVE W-DTQUIT TO EPDATABX
           MOVE W-VALQUIT TO EPJURQUIT
           REWRITE REGEMPREST
           DISPLAY (20, 01) "TITULOS DO NOVO CONTRATO NO PEDIDO: "
           DISPLAY (20, 37) W-PROXPED
           MOVE "*** RENEGOCIACAO GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO REN-INI.

      *
      ************************************************
      * POSICAO DO ENDIVIDAMENTO                     *
      * PRINCIPAL DAS PARCELAS EM ABERTO: ATE 12     *
      * MESES DA DATA DE HOJE = CURTO PRAZO, DEPOIS  *
      * = LONGO PRAZO; JUROS AINDA A INCORRER        *
      ************************************************
      *
       POS-INI.
           DISPLAY TELAEMP
           DISPLAY (04, 01) "POSICAO EM: "
           DISPLAY (04, 13) W-HOJE
           MOVE W-HOJE TO W-DTV
           ADD 1 TO ANO-V
           PERFORM AJUSTA-DIA THRU AJUSTA-DIA-FIM
           MOVE W-DTV TO W-LIMITE
           MOVE ZEROS TO W-TOTCURTO W-TOTLONGO W-TOTJURINC W-QTDCONTR
           OPEN OUTPUT RELEMP
           MOVE "POSICAO DO ENDIVIDAMENTO BANCARIO" TO CABTIT
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           MOVE SPACES TO REGREL
           STRING "CURTO PRAZO: VENCIMENTOS ATE " DELIMITED BY SIZE
                  W-LIMITE DELIMITED BY SIZE
                  INTO REGREL
           WRITE REGREL
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CABPOS
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO EPCONTR
           START CADFINANC KEY IS NOT LESS EPCONTR
           IF ST-EP NOT = "00"
              GO TO POS-FIM.
       POS-RD.
           READ CADFINANC NEXT
           IF ST-EP NOT = "00"
              GO TO POS-FIM.
           IF EPSTATUS NOT = "A"
              GO TO POS-RD.
           PERFORM ATUALIZA-PARC THRU ATUALIZA-PARC-FIM
           MOVE ZEROS TO W-CURTO W-LONGO W-JURINC
           MOVE EPCONTR TO EKCONTR
           MOVE ZEROS TO EKPARC
           START CADEMPPARC KEY IS NOT LESS EKCHAVE
           IF ST-EK NOT = "00"
              GO TO POS-DET.
       POS-PARC.
           READ CADEMPPARC NEXT
           IF ST-EK NOT = "00" OR EKCONTR NOT = EPCONTR
              GO TO POS-DET.
           IF EKSTATUS NOT = "A"
              GO TO POS-PARC.
           IF EKVENCTO NOT > W-LIMITE
              ADD EKAMORT TO W-CURTO
           ELSE
              ADD EKAMORT TO W-LONGO.
           ADD EKJUROS TO W-JURINC
           GO TO POS-PARC.
       POS-DET.
           IF W-CURTO = ZEROS AND W-LONGO = ZEROS
              GO TO POS-RD.
           ADD 1 TO W-QTDCONTR
           MOVE EPCONTR TO DPCONTR
           MOVE EPBANCO TO DPBANCO
           MOVE EPSIST TO DPSIST
           MOVE EPTAXA TO DPTAXA
           MOVE W-CURTO TO DPCURTO
           MOVE W-LONGO TO DPLONGO
           MOVE W-JURINC TO DPJUROS
           WRITE REGREL FROM DETPOS
           ADD W-CURTO TO W-TOTCURTO
           ADD W-LONGO TO W-TOTLONGO
           ADD W-JURINC TO W-TOTJURINC
           GO TO POS-RD.
       POS-FIM.
           WRITE REGREL FROM LINSEP
           MOVE "PRINCIPAL - CURTO PRAZO:" TO TLTXT
           MOVE W-TOTCURTO TO TLVAL
           WRITE REGREL FROM TOTLIN
           MOVE "PRINCIPAL - LONGO PRAZO:" TO TLTXT
           MOVE W-TOTLONGO TO TLVAL
           WRITE REGREL FROM TOTLIN
           MOVE "ENDIVIDAMENTO TOTAL:" TO TLTXT
           COMPUTE TLVAL = W-TOTCURTO + W-TOTLONGO
           WRITE REGREL FROM TOTLIN
           MOVE "JUROS A INCORRER:" TO TLTXT
           MOVE W-TOTJURINC TO TLVAL
           WRITE REGREL FROM TOTLIN
           CLOSE RELEMP
           PERFORM SPOOL THRU SPOOL-FIM
           DISPLAY (06, 01) "CONTRATOS ATIVOS: "
           DISPLAY (06, 19) W-QTDCONTR
           DISPLAY (07, 01) "CURTO PRAZO     : "
           MOVE W-TOTCURTO TO W-VALED
           DISPLAY (07, 19) W-VALED
           DISPLAY (08, 01) "LONGO PRAZO     : "
           MOVE W-TOTLONGO TO W-VALED
           DISPLAY (08, 19) W-VALED
           DISPLAY (09, 01) "JUROS A INCORRER: "
           MOVE W-TOTJURINC TO W-VALED
           DISPLAY (09, 19) W-VALED
           MOVE "*** RELATORIO GRAVADO EM EMPREST.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (21, 01) "TECLE ENTER: ".
           ACCEPT  (21, 14) W-OPCAO.
           GO TO MENU-EMP.

      *
      ************************************************
      * APROPRIACAO MENSAL DOS JUROS                 *
      * OS JUROS DE CADA PARCELA SAO DISTRIBUIDOS    *
      * PELOS DIAS (30/360) ENTRE O VENCIMENTO       *
      * ANTERIOR (OU A LIBERACAO) E O SEU; OS JUROS  *
      * PRO RATA DA QUITACAO OU RENEGOCIACAO ENTRAM  *
      * NO MES DA BAIXA. UM LANCAMENTO POR CONTRATO  *
      * PELO MAPA EMP/JUROS (DESPESA DE JUROS X      *
      * EMPRESTIMOS A PAGAR)                         *
      ************************************************
      *
       APR-INI.
           DISPLAY TELAEMP
           DISPLAY (04, 01) "COMPETENCIA (AAAAMM  0=VOLTAR): ".
           ACCEPT  (04, 33) W-COMPET.
           IF W-COMPET = ZEROS
              GO TO MENU-EMP.
           IF MES-COMP < 1 OR MES-COMP > 12
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-INI.
           CALL "CTBVER" USING W-COMPET W-FECH
           IF W-FECH = "S"
              MOVE "*** COMPETENCIA FECHADA NA CONTABILIDADE ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-INI.
           IF W-TEMMAP NOT = "S"
              MOVE "SEM MAPA CONTABIL - USE O SCP050" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-INI.
           MOVE "EMP" TO MAPORIGEM
           MOVE "JUROS" TO MAPREF
           READ CADCTBMAP
           IF ST-ERRO2 NOT = "00"
              MOVE "*** SEM MAPA EMP/JUROS NO SCP050 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-INI.
      *    UMA APROPRIACAO POR COMPETENCIA
           PERFORM PROX-SEQ THRU PROX-SEQ-FIM
           IF W-SEQ NOT < W-SEQINI
              MOVE "* COMPETENCIA COM JUROS JA APROPRIADOS *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-INI.
           MOVE "S" TO W-OPCAO
           DISPLAY (06, 01) "CALCULA E CONTABILIZA (S/N): ".
           ACCEPT  (06, 30) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO MENU-EMP.
      *    JANELA DA COMPETENCIA EM DIAS 30/360
           COMPUTE W-DINI = (ANO-COMP * 360) + ((MES-COMP - 1) * 30)
           COMPUTE W-DFIM = W-DINI + 30
           MOVE ZEROS TO W-TOTAPR W-QTDGER W-QTDCONTR
           OPEN OUTPUT RELEMP
           MOVE "APROPRIACAO DE JUROS DE EMPRESTIMOS" TO CABTIT
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           MOVE SPACES TO REGREL
           STRING "COMPETENCIA: " DELIMITED BY SIZE
                  W-COMPET DELIMITED BY SIZE
                  INTO REGREL
           WRITE REGREL
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CABAPR
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO EPCONTR
           START CADFINANC KEY IS NOT LESS EPCONTR
           IF ST-EP NOT = "00"
              GO TO APR-FIM.
       APR-RD.
           READ CADFINANC NEXT
           IF ST-EP NOT = "00"
              GO TO APR-FIM.
           MOVE ZEROS TO W-JURMES
           MOVE SPACES TO DAOBS
           MOVE EPDATA TO W-DTX
           PERFORM DIAS-DATA THRU DIAS-DATA-FIM
           MOVE W-DX TO W-DANT
           MOVE EPCONTR TO EKCONTR
           MOVE ZEROS TO EKPARC
           START CADEMPPARC KEY IS NOT LESS EKCHAVE
           IF ST-EK NOT = "00"
              GO TO APR-BAIXA.
       APR-PARC.
           READ CADEMPPARC NEXT
           IF ST-EK NOT = "00" OR EKCONTR NOT = EPCONTR
              GO TO APR-BAIXA.
           MOVE EKVENCTO TO W-DTX
           PERFORM DIAS-DATA THRU DIAS-DATA-FIM
           MOVE W-DX TO W-DVEN
           IF EKSTATUS NOT = "A" AND EKSTATUS NOT = "Q"
              MOVE W-DVEN TO W-DANT
              GO TO APR-PARC.
           IF W-DVEN NOT > W-DANT
              GO TO APR-PARC.
      *    DIAS DO PERIODO DA PARCELA DENTRO DA COMPETENCIA
           MOVE W-DVEN TO W-DX
           IF W-DX > W-DFIM
              MOVE W-DFIM TO W-DX.
           IF W-DANT > W-DINI
              MOVE W-DANT TO W-DDE
           ELSE
              MOVE W-DINI TO W-DDE.
           IF W-DX > W-DDE
              COMPUTE W-JURMES ROUNDED = W-JURMES +
                 EKJUROS * (W-DX - W-DDE) / (W-DVEN - W-DANT).
           MOVE W-DVEN TO W-DANT
           GO TO APR-PARC.
       APR-BAIXA.
           IF EPSTATUS NOT = "A" AND EPJURQUIT > ZEROS
              MOVE EPDATABX TO W-DTX
              IF ANO-X = ANO-COMP AND MES-X = MES-COMP
                 ADD EPJURQUIT TO W-JURMES
                 MOVE "COM JUROS DA BAIXA" TO DAOBS.
           IF W-JURMES = ZEROS
              GO TO APR-RD.
           ADD 1 TO W-QTDCONTR
           ADD W-JURMES TO W-TOTAPR
           MOVE EPCONTR TO DACONTR
           MOVE EPBANCO TO DABANCO
           MOVE W-JURMES TO DAJUROS
           WRITE REGREL FROM DETAPR
           MOVE SPACES TO W-HISTLAN
           STRING "JUROS EMPRESTIMO " DELIMITED BY SIZE
                  EPCONTR DELIMITED BY SIZE
                  INTO W-HISTLAN
           PERFORM LANCA THRU LANCA-FIM
           GO TO APR-RD.
       APR-FIM.
           WRITE REGREL FROM LINSEP
           MOVE "TOTAL APROPRIADO NO MES:" TO TLTXT
           MOVE W-TOTAPR TO TLVAL
           WRITE REGREL FROM TOTLIN
           CLOSE RELEMP
           PERFORM SPOOL THRU SPOOL-FIM
           DISPLAY (08, 01) "CONTRATOS APROPRIADOS: "
           DISPLAY (08, 24) W-QTDCONTR
           DISPLAY (09, 01) "TOTAL DE JUROS       : "
           MOVE W-TOTAPR TO W-VALED
           DISPLAY (09, 24) W-VALED
           DISPLAY (10, 01) "LANCAMENTOS GERADOS  : "
           DISPLAY (10, 24) W-QTDGER
           MOVE "*** JUROS APROPRIADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-EMP.

      *
      *    ULTIMA SEQUENCIA DOS EMPRESTIMOS NA COMPETENCIA
      *    (W-SEQINI - 1 QUANDO NAO HA NENHUMA)
      *
       PROX-SEQ.
           COMPUTE W-SEQ = W-SEQINI - 1
           MOVE W-COMPET TO LANCOMPET
           MOVE W-SEQINI TO LANSEQ
           START CADLANC KEY IS NOT LESS LANCHAVE
           IF ST-ERRO NOT = "00"
              GO TO PROX-SEQ-FIM.
       PROX-SEQ-RD.
           READ CADLANC NEXT
           IF ST-ERRO NOT = "00" OR LANCOMPET NOT = W-COMPET
              GO TO PROX-SEQ-FIM.
           IF LANSEQ > W-SEQFIM
              GO TO PROX-SEQ-FIM.
           MOVE LANSEQ TO W-SEQ
           GO TO PROX-SEQ-RD.
       PROX-SEQ-FIM.
           EXIT.

      *
      *    GRAVA O LANCAMENTO DE JUROS DO CONTRATO (MAPA EMP/JUROS)
      *
       LANCA.
           IF W-SEQ NOT < W-SEQFIM
              GO TO LANCA-FIM.
           ADD 1 TO W-SEQ
           MOVE W-COMPET TO LANCOMPET
           MOVE W-SEQ TO LANSEQ
           MOVE MAPDEB TO LANDEB
           MOVE MAPCRE TO LANCRE
           MOVE W-HISTLAN TO LANHIST
           MOVE W-JURMES TO LANVALOR
           MOVE ZEROS TO LANCC
           WRITE REGLANC
           IF ST-ERRO = "00" OR ST-ERRO = "02"
              ADD 1 TO W-QTDGER.
       LANCA-FIM.
           EXIT.

      *    O RELATORIO VAI PARA O SPOOL CENTRAL (SCP067)
       SPOOL.
           MOVE "EMPREST" TO W-SPPROG
           MOVE "EMPREST.TXT" TO W-SPARQ
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
           CLOSE CADFINANC CADEMPPARC CADFOR CADPEDIDO CADPAGAR
           CLOSE CADLANC
           IF W-TEMMAP = "S"
              CLOSE CADCTBMAP.
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
