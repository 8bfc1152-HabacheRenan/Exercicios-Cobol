       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECFORM.
      *******************************
      * FORMACAO DO PRECO DE VENDA (PLANILHA DE MARKUP)           *
      * CUSTO BASE: CUSTO MEDIO OU ULTIMA ENTRADA (PRECO DO ITEM  *
      * DO PEDIDO RECEBIDO NA TAXA DO PEDIDO + FRETE/SEGURO/      *
      * DESPESAS DA NOTA DO SCP028 NA PROPORCAO DO VALOR)         *
      * PRECO = CUSTO / (1 - PERCENTUAIS / 100), ONDE PERCENTUAIS *
      * = ICMS + PIS + COFINS + COMISSAO + FRETE + DESPESAS FIXAS *
      * + MARGEM ALVO DO TIPO DE PRODUTO (MENOS A REDUCAO DE      *
      * MARGEM DO GRUPO DE CLIENTES)                              *
      * PARAMETROS NO CADPARAM (MANUTENCAO PELO SCP021):          *
      *   PFICMS PFPIS PFCOFINS PFCOMIS PFFRETE PFDESPF          *
      *   PFMARG0 (PADRAO) E PFMARG1 A PFMARG9 (POR TIPO)         *
      *   PFGRUnn (REDUCAO DA MARGEM DO GRUPO nn DE CLIENTES)     *
      * A SIMULACAO FICA NO CADPRECSIM; O OPERADOR REVISA ITEM A  *
      * ITEM E SO OS ACEITOS SAO PUBLICADOS COMO NOVA VIGENCIA NO *
      * CADPRECOVEN (A VIGENCIA ABERTA ANTERIOR E ENCERRADA)      *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADPRO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       FILE STATUS IS ST-ERRO
                       ALTERNATE RECORD KEY IS DESC
                                   WITH DUPLICATES
                       ALTERNATE RECORD KEY IS BARRAS
                                   WITH DUPLICATES.
      *
       SELECT CADPRECOVEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PVCHAVE
                       FILE STATUS IS ST-PV.
      *
       SELECT CADPRECSIM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PSCHAVE
                       FILE STATUS IS ST-SIM.
      *
       SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-PAR.
      *
       SELECT CADPEDIDO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMPEDIDO
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADPEDITEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ITECHAVE
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT CADNOTA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NOTCHAVE
                       FILE STATUS IS ST-ERRO4.
      *
       SELECT RELPREC ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD CADPRECOVEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPRECOVEN.DAT".
       01 REGPRECOVEN.
           03 PVCHAVE.
               05 PVCODPRO      PIC 9(06).
               05 PVGRUPO       PIC 9(02).
               05 PVDATAINI     PIC 9(08).
           03 PVDATAFIM         PIC 9(08).
           03 PVPRECO           PIC 9(09)V99.
      *
      *    SIMULACAO: P=PENDENTE A=ACEITO R=RECUSADO G=PUBLICADO
       FD CADPRECSIM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPRECSIM.DAT".
       01 REGPRECSIM.
           03 PSCHAVE.
               05 PSCODPRO      PIC 9(06).
               05 PSGRUPO       PIC 9(02).
           03 PSBASE            PIC X(01).
           03 PSCUSTO           PIC 9(09)V99.
           03 PSPCTTOT          PIC 9(03)V99.
           03 PSMARGEM          PIC 9(03)V99.
           03 PSPRECOATU        PIC 9(09)V99.
           03 PSPRECOSUG        PIC 9(09)V99.
           03 PSPRECOACE        PIC 9(09)V99.
           03 PSSIT             PIC X(01).
           03 PSDATA            PIC 9(08).
      *
       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.
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
       FD RELPREC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PRECFORM.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-PV          PIC X(02) VALUE "00".
       01 ST-SIM         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 LIN            PIC 9(02) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-FILTIPO      PIC 9(01) VALUE ZEROS.
       01 W-FILCNPJ      PIC 9(14) VALUE ZEROS.
       01 W-FILCLASSE    PIC X(01) VALUE SPACE.
       01 W-BASE         PIC X(01) VALUE "M".
       01 W-CUSTO        PIC 9(09)V99 VALUE ZEROS.
       01 W-MARGEM       PIC 9(03)V99 VALUE ZEROS.
       01 W-MARGTIPO     PIC 9(03)V99 VALUE ZEROS.
       01 W-PCTTOT       PIC 9(03)V99 VALUE ZEROS.
       01 W-PRECOSUG     PIC 9(09)V99 VALUE ZEROS.
       01 W-PRECOTAB     PIC 9(09)V99 VALUE ZEROS.
       01 W-PRECOACE     PIC 9(09)V99 VALUE ZEROS.
       01 W-MELHORINI    PIC 9(08) VALUE ZEROS.
       01 W-GRUPOBUSCA   PIC 9(02) VALUE ZEROS.
       01 W-QTDPRO       PIC 9(05) VALUE ZEROS.
       01 W-QTDSIM       PIC 9(05) VALUE ZEROS.
       01 W-QTDSEMCUS    PIC 9(05) VALUE ZEROS.
       01 W-QTDINV       PIC 9(05) VALUE ZEROS.
       01 W-QTDPUB       PIC 9(05) VALUE ZEROS.
       01 W-QTDACE       PIC 9(05) VALUE ZEROS.
       01 W-TODOS        PIC X(01) VALUE "N".
       01 W-VARPCT       PIC S9(05)V99 VALUE ZEROS.
       01 W-DATAINI      PIC 9(08) VALUE ZEROS.
      *
      *    ULTIMA ENTRADA DO PRODUTO
       01 W-ULTREC       PIC 9(08) VALUE ZEROS.
       01 W-ULTPRECO     PIC 9(09)V99 VALUE ZEROS.
       01 W-ULTPED       PIC 9(06) VALUE ZEROS.
       01 W-ULTCNPJ      PIC 9(14) VALUE ZEROS.
       01 W-ACESS        PIC 9(11)V99 VALUE ZEROS.
      *
      *    PARAMETROS DA FORMACAO
       01 W-PARCOD       PIC X(08) VALUE SPACES.
       01 W-PARCOD-G REDEFINES W-PARCOD.
           03 W-PARPRE   PIC X(05).
           03 W-PARGRU   PIC X(02).
           03 FILLER     PIC X(01).
       01 W-PARGRUN      PIC 9(02) VALUE ZEROS.
       01 W-PARVAL       PIC 9(09)V99 VALUE ZEROS.
       01 W-PCTICMS      PIC 9(03)V99 VALUE ZEROS.
       01 W-PCTPIS       PIC 9(03)V99 VALUE ZEROS.
       01 W-PCTCOFINS    PIC 9(03)V99 VALUE ZEROS.
       01 W-PCTCOMIS     PIC 9(03)V99 VALUE ZEROS.
       01 W-PCTFRETE     PIC 9(03)V99 VALUE ZEROS.
       01 W-PCTDESPF     PIC 9(03)V99 VALUE ZEROS.
       01 W-PCTCUSTOS    PIC 9(03)V99 VALUE ZEROS.
       01 W-MARGPAD      PIC 9(03)V99 VALUE ZEROS.
       01 TAB-MARG.
           03 TM-MARGEM   PIC 9(03)V99 OCCURS 9 TIMES.
       01 W-TOTGRU       PIC 9(03) VALUE ZEROS.
       01 TAB-GRU.
           03 TG-ITEM OCCURS 100 TIMES.
               05 TG-GRUPO    PIC 9(02).
               05 TG-REDUC    PIC 9(03)V99.
       01 I              PIC 9(03) VALUE ZEROS.
       01 J              PIC 9(03) VALUE ZEROS.
      *
      *    DIA ANTERIOR AO INICIO DA NOVA VIGENCIA
       01 W-DT           PIC 9(08) VALUE ZEROS.
       01 W-DT-G REDEFINES W-DT.
           03 ANO-DT     PIC 9(04).
           03 MES-DT     PIC 9(02).
           03 DIA-DT     PIC 9(02).
       01 W-BISSQ        PIC 9(04) VALUE ZEROS.
       01 W-BISSR        PIC 9(01) VALUE ZEROS.
       01 TAB-DIAMES-V   PIC X(24) VALUE "312831303130313130313031".
       01 TAB-DIAMES REDEFINES TAB-DIAMES-V.
           03 TD-DIAS    PIC 9(02) OCCURS 12 TIMES.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 FILLER    PIC X(45) VALUE
              "SIMULACAO DE FORMACAO DE PRECO DE VENDA".
           03 FILLER    PIC X(09) VALUE "EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CAB2.
           03 FILLER    PIC X(13) VALUE "CUSTO BASE: ".
           03 CABBASE   PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(15) VALUE " PCT CUSTOS: ".
           03 CABPCT    PIC ZZ9,99 VALUE ZEROS.
       01 CAB3.
           03 FILLER    PIC X(40) VALUE
              "PRODUTO DESCRICAO            GR      CUS".
           03 FILLER    PIC X(39) VALUE
              "TO      ATUAL   SUGERIDO    VAR% MARG".
       01 DET1.
           03 DETPRO    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETDESC   PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETGRU    PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCUS    PIC ZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETATU    PIC ZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETSUG    PIC ZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETVAR    PIC -ZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETMARG   PIC Z9,99 VALUE ZEROS.
       01 TOT1.
           03 FILLER    PIC X(21) VALUE "PRODUTOS SIMULADOS: ".
           03 TOTPRO    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(16) VALUE "   SEM CUSTO: ".
           03 TOTSEM    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(21) VALUE "   PCT ACIMA DE 100: ".
           03 TOTINV    PIC ZZZZ9 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".
       SCREEN SECTION.
       01  TELAPREC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   FORMACAO ".
           05  LINE 02  COLUMN 42
               VALUE  "DO PRECO DE VENDA  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
              MOVE "SEM PRODUTOS - USE O SCP003" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O CADPRECOVEN
           IF ST-PV = "30"
              OPEN OUTPUT CADPRECOVEN
              CLOSE CADPRECOVEN
              OPEN I-O CADPRECOVEN.
           OPEN I-O CADPRECSIM
           IF ST-SIM = "30"
              OPEN OUTPUT CADPRECSIM
              CLOSE CADPRECSIM
              OPEN I-O CADPRECSIM.
           IF ST-PV NOT = "00" OR ST-SIM NOT = "00"
              MOVE "ERRO NA ABERTURA DO CADPRECOVEN/CADPRECSIM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPRO
              GO TO ROT-FIM2.
           OPEN INPUT CADPEDIDO
           OPEN INPUT CADPEDITEM
           OPEN INPUT CADNOTA
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           PERFORM LE-PARAM THRU LE-PARAM-FIM.

       MENU-PREC.
           DISPLAY TELAPREC
           DISPLAY (04, 01) "1 - PARAMETROS DA FORMACAO"
           DISPLAY (05, 01) "2 - SIMULAR PRECOS SUGERIDOS"
           DISPLAY (06, 01) "3 - REVISAR A SIMULACAO (ACEITAR/RECUSAR)"
           DISPLAY (07, 01) "4 - PUBLICAR PRECOS ACEITOS NO CADPRECOVEN"
           DISPLAY (08, 01) "0 - SAIR"
           DISPLAY (10, 01) "OPCAO: ".
           ACCEPT  (10, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO PAR-INI.
           IF W-OPCAO = "2"
              GO TO SIM-INI.
           IF W-OPCAO = "3"
              GO TO REV-INI.
           IF W-OPCAO = "4"
              GO TO PUB-INI.
           GO TO MENU-PREC.

      *
      ************************************************
      * CARGA DOS PARAMETROS (CADPARAM)              *
      ************************************************
      *
       LE-PARAM.
           MOVE ZEROS TO TAB-MARG W-PCTICMS W-PCTPIS W-PCTCOFINS
           MOVE ZEROS TO W-PCTCOMIS W-PCTFRETE W-PCTDESPF W-PCTCUSTOS
           MOVE ZEROS TO W-MARGPAD TG-GRUPO(1) TG-REDUC(1)
           MOVE 1 TO W-TOTGRU
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
              GO TO LE-PARAM-FIM.
           MOVE "PFICMS" TO W-PARCOD
           PERFORM LE-UM-PARAM THRU LE-UM-PARAM-FIM
           MOVE W-PARVAL TO W-PCTICMS
           MOVE "PFPIS" TO W-PARCOD
           PERFORM LE-UM-PARAM THRU LE-UM-PARAM-FIM
           MOVE W-PARVAL TO W-PCTPIS
           MOVE "PFCOFINS" TO W-PARCOD
           PERFORM LE-UM-PARAM THRU LE-UM-PARAM-FIM
           MOVE W-PARVAL TO W-PCTCOFINS
           MOVE "PFCOMIS" TO W-PARCOD
           PERFORM LE-UM-PARAM THRU LE-UM-PARAM-FIM
           MOVE W-PARVAL TO W-PCTCOMIS
           MOVE "PFFRETE" TO W-PARCOD
           PERFORM LE-UM-PARAM THRU LE-UM-PARAM-FIM
           MOVE W-PARVAL TO W-PCTFRETE
           MOVE "PFDESPF" TO W-PARCOD
           PERFORM LE-UM-PARAM THRU LE-UM-PARAM-FIM
           MOVE W-PARVAL TO W-PCTDESPF
           MOVE "PFMARG0" TO W-PARCOD
           PERFORM LE-UM-PARAM THRU LE-UM-PARAM-FIM
           MOVE W-PARVAL TO W-MARGPAD
           COMPUTE W-PCTCUSTOS = W-PCTICMS + W-PCTPIS + W-PCTCOFINS
              + W-PCTCOMIS + W-PCTFRETE + W-PCTDESPF
           MOVE 1 TO I.
      *    TIPO SEM MARGEM PROPRIA USA A PADRAO (PFMARG0)
       LE-PARAM-MARG.
           IF I > 9
              GO TO LE-PARAM-GRU.
           MOVE "PFMARG" TO W-PARCOD
           MOVE I TO W-PARGRUN
           MOVE W-PARGRUN(2:1) TO W-PARCOD(7:1)
           MOVE W-MARGPAD TO TM-MARGEM(I)
           MOVE W-PARCOD TO PARCODIGO
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE PARVALOR TO TM-MARGEM(I).
           ADD 1 TO I
           GO TO LE-PARAM-MARG.
      *    GRUPO 00 SEMPRE; DEMAIS GRUPOS PELOS PFGRUnn CADASTRADOS
       LE-PARAM-GRU.
           MOVE "PFGRU00" TO PARCODIGO
           START CADPARAM KEY IS NOT LESS PARCODIGO
           IF ST-PAR NOT = "00"
              GO TO LE-PARAM-FECHA.
       LE-PARAM-GRU-RD.
           READ CADPARAM NEXT
           IF ST-PAR NOT = "00"
              GO TO LE-PARAM-FECHA.
           MOVE PARCODIGO TO W-PARCOD
           IF W-PARPRE NOT = "PFGRU"
              GO TO LE-PARAM-FECHA.
           IF W-PARGRU NOT NUMERIC
              GO TO LE-PARAM-GRU-RD.
           MOVE W-PARGRU TO W-PARGRUN
           IF W-PARGRUN = ZEROS
              MOVE PARVALOR TO TG-REDUC(1)
              GO TO LE-PARAM-GRU-RD.
           IF W-TOTGRU < 100
              ADD 1 TO W-TOTGRU
              MOVE W-PARGRUN TO TG-GRUPO(W-TOTGRU)
              MOVE PARVALOR TO TG-REDUC(W-TOTGRU).
           GO TO LE-PARAM-GRU-RD.
       LE-PARAM-FECHA.
           CLOSE CADPARAM.
       LE-PARAM-FIM.
           EXIT.

       LE-UM-PARAM.
           MOVE ZEROS TO W-PARVAL
           MOVE W-PARCOD TO PARCODIGO
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE PARVALOR TO W-PARVAL.
       LE-UM-PARAM-FIM.
           EXIT.

      *
      ************************************************
      * CONSULTA DOS PARAMETROS                      *
      ************************************************
      *
       PAR-INI.
           PERFORM LE-PARAM THRU LE-PARAM-FIM
           DISPLAY TELAPREC
           DISPLAY (04, 01) "ICMS SOBRE VENDA    (PFICMS)  : "
           DISPLAY (04, 33) W-PCTICMS
           DISPLAY (05, 01) "PIS                 (PFPIS)   : "
           DISPLAY (05, 33) W-PCTPIS
           DISPLAY (06, 01) "COFINS              (PFCOFINS): "
           DISPLAY (06, 33) W-PCTCOFINS
           DISPLAY (07, 01) "COMISSAO            (PFCOMIS) : "
           DISPLAY (07, 33) W-PCTCOMIS
           DISPLAY (08, 01) "FRETE SOBRE VENDA   (PFFRETE) : "
           DISPLAY (08, 33) W-PCTFRETE
           DISPLAY (09, 01) "DESPESAS FIXAS      (PFDESPF) : "
           DISPLAY (09, 33) W-PCTDESPF
           DISPLAY (10, 01) "TOTAL SOBRE O PRECO           : "
           DISPLAY (10, 33) W-PCTCUSTOS
           DISPLAY (12, 01) "MARGEM ALVO PADRAO  (PFMARG0) : "
           DISPLAY (12, 33) W-MARGPAD
           DISPLAY (04, 45) "MARGEM POR TIPO (PFMARGn)"
           MOVE 1 TO I.
       PAR-MARG.
           IF I > 9
              GO TO PAR-GRU.
           COMPUTE LIN = I + 4
           DISPLAY (LIN, 45) "TIPO "
           DISPLAY (LIN, 50) I
           DISPLAY (LIN, 55) TM-MARGEM(I)
           ADD 1 TO I
           GO TO PAR-MARG.
       PAR-GRU.
           DISPLAY (14, 01) "REDUCAO DE MARGEM POR GRUPO (PFGRUnn):"
           MOVE 1 TO I
           MOVE 15 TO LIN.
       PAR-GRU-1.
           IF I > W-TOTGRU OR LIN > 21
              GO TO PAR-FIM.
           DISPLAY (LIN, 01) "GRUPO "
           DISPLAY (LIN, 07) TG-GRUPO(I)
           DISPLAY (LIN, 12) TG-REDUC(I)
           ADD 1 TO I LIN
           GO TO PAR-GRU-1.
       PAR-FIM.
           DISPLAY (22, 01) "ALTERACOES PELO SCP021. TECLE ENTER..."
           ACCEPT (22, 40) W-OPCAO
           GO TO MENU-PREC.

      *
      ************************************************
      * SIMULACAO                                    *
      ************************************************
      *
       SIM-INI.
           PERFORM LE-PARAM THRU LE-PARAM-FIM
           DISPLAY TELAPREC
           DISPLAY (04, 01) "TIPO DE PRODUTO (0=TODOS 9=VOLTAR): ".
           ACCEPT  (04, 37) W-FILTIPO.
           IF W-FILTIPO = 9
              GO TO MENU-PREC.
           DISPLAY (05, 01) "CNPJ DO FORNECEDOR (0=TODOS): ".
           ACCEPT  (05, 32) W-FILCNPJ.
           DISPLAY (06, 01) "CLASSE ABC (BRANCO=TODAS): ".
           MOVE SPACE TO W-FILCLASSE
           ACCEPT  (06, 29) W-FILCLASSE.
       SIM-BASE.
           MOVE "M" TO W-BASE
           DISPLAY (07, 01)
              "CUSTO BASE (M=MEDIO U=ULTIMA ENTRADA C/ FRETE): ".
           ACCEPT  (07, 50) W-BASE WITH UPDATE.
           IF W-BASE NOT = "M" AND W-BASE NOT = "U"
              MOVE "*** DIGITE M OU U ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SIM-BASE.
           IF W-PCTCUSTOS NOT < 100
              MOVE "* PERCENTUAIS DE VENDA SOMAM 100 OU MAIS *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-PREC.
       SIM-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (09, 01)
              "A SIMULACAO ANTERIOR SERA DESCARTADA (S/N): ".
           ACCEPT  (09, 45) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO MENU-PREC.
           CLOSE CADPRECSIM
           OPEN OUTPUT CADPRECSIM
           CLOSE CADPRECSIM
           OPEN I-O CADPRECSIM
           MOVE ZEROS TO W-QTDPRO W-QTDSIM W-QTDSEMCUS W-QTDINV
           OPEN OUTPUT RELPREC
           MOVE W-HOJE TO CABEMIS
           IF W-BASE = "M"
              MOVE "CUSTO MEDIO" TO CABBASE
           ELSE
              MOVE "ULTIMA ENTRADA COM FRETE" TO CABBASE.
           MOVE W-PCTCUSTOS TO CABPCT
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CAB3
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO CODIGO
           START CADPRO KEY IS NOT LESS CODIGO
           IF ST-ERRO NOT = "00"
              GO TO SIM-FIM.
       SIM-RD.
           READ CADPRO NEXT
           IF ST-ERRO NOT = "00"
              GO TO SIM-FIM.
           IF W-FILTIPO NOT = ZEROS
              IF TIPOPRODUTO NOT = W-FILTIPO
                 GO TO SIM-RD.
           IF W-FILCNPJ NOT = ZEROS
              IF FCNPJ NOT = W-FILCNPJ
                 GO TO SIM-RD.
           IF W-FILCLASSE NOT = SPACE
              IF CLASSEABC NOT = W-FILCLASSE
                 GO TO SIM-RD.
           IF W-BASE = "M"
              MOVE CUSTOMEDIO TO W-CUSTO
           ELSE
              PERFORM ULT-ENTRADA THRU ULT-ENTRADA-FIM.
           IF W-CUSTO = ZEROS
              ADD 1 TO W-QTDSEMCUS
              GO TO SIM-RD.
           ADD 1 TO W-QTDPRO
           IF TIPOPRODUTO > ZEROS
              MOVE TM-MARGEM(TIPOPRODUTO) TO W-MARGTIPO
           ELSE
              MOVE W-MARGPAD TO W-MARGTIPO.
           MOVE 1 TO J.
       SIM-GRU.
           IF J > W-TOTGRU
              GO TO SIM-RD.
           IF TG-REDUC(J) < W-MARGTIPO
              COMPUTE W-MARGEM = W-MARGTIPO - TG-REDUC(J)
           ELSE
              MOVE ZEROS TO W-MARGEM.
           COMPUTE W-PCTTOT = W-PCTCUSTOS + W-MARGEM
           IF W-PCTTOT NOT < 100
              ADD 1 TO W-QTDINV
              ADD 1 TO J
              GO TO SIM-GRU.
           COMPUTE W-PRECOSUG ROUNDED =
              W-CUSTO * 100 / (100 - W-PCTTOT)
           MOVE TG-GRUPO(J) TO W-GRUPOBUSCA
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
           MOVE CODIGO TO PSCODPRO
           MOVE TG-GRUPO(J) TO PSGRUPO
           MOVE W-BASE TO PSBASE
           MOVE W-CUSTO TO PSCUSTO
           MOVE W-PCTTOT TO PSPCTTOT
           MOVE W-MARGEM TO PSMARGEM
           MOVE W-PRECOTAB TO PSPRECOATU
           MOVE W-PRECOSUG TO PSPRECOSUG PSPRECOACE
           MOVE "P" TO PSSIT
           MOVE W-HOJE TO PSDATA
           WRITE REGPRECSIM
           IF ST-SIM NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CADPRECSIM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SIM-FIM.
           ADD 1 TO W-QTDSIM
           MOVE CODIGO TO DETPRO
           MOVE DESC TO DETDESC
           MOVE TG-GRUPO(J) TO DETGRU
           MOVE W-CUSTO TO DETCUS
           MOVE W-PRECOTAB TO DETATU
           MOVE W-PRECOSUG TO DETSUG
           PERFORM CALC-VAR THRU CALC-VAR-FIM
           MOVE W-VARPCT TO DETVAR
           MOVE W-MARGEM TO DETMARG
           WRITE REGREL FROM DET1
           ADD 1 TO J
           GO TO SIM-GRU.

       SIM-FIM.
           WRITE REGREL FROM LINSEP
           MOVE W-QTDPRO TO TOTPRO
           MOVE W-QTDSEMCUS TO TOTSEM
           MOVE W-QTDINV TO TOTINV
           WRITE REGREL FROM TOT1
           CLOSE RELPREC
           PERFORM SPOOL THRU SPOOL-FIM
           DISPLAY (11, 01) "PRODUTOS SIMULADOS: "
           DISPLAY (11, 21) W-QTDPRO
           DISPLAY (12, 01) "PRECOS SUGERIDOS:   "
           DISPLAY (12, 21) W-QTDSIM
           DISPLAY (13, 01) "SEM CUSTO:          "
           DISPLAY (13, 21) W-QTDSEMCUS
           MOVE "* LISTAGEM EM PRECFORM.TXT - REVISE NA OPCAO 3 *"
                                          TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-PREC.

      *
      *    VARIACAO PERCENTUAL DO SUGERIDO SOBRE O ATUAL
      *
       CALC-VAR.
           IF W-PRECOTAB = ZEROS
              MOVE ZEROS TO W-VARPCT
              GO TO CALC-VAR-FIM.
           COMPUTE W-VARPCT ROUNDED =
              (W-PRECOSUG - W-PRECOTAB) * 100 / W-PRECOTAB
              ON SIZE ERROR
                 MOVE ZEROS TO W-VARPCT.
       CALC-VAR-FIM.
           EXIT.

      *
      *    PRECO ATUAL DO GRUPO: VIGENCIA DO GRUPO, SENAO A DO GRUPO
      *    00, SENAO O PRECO DO CADASTRO (MESMA REGRA DO SCP036)
      *
       BUSCA-PRECO.
           MOVE PRECO TO W-PRECOTAB
           MOVE ZEROS TO W-MELHORINI
           PERFORM BUSCA-PRECO-GRU THRU BUSCA-PRECO-GRU-FIM
           IF W-MELHORINI > ZEROS OR W-GRUPOBUSCA = ZEROS
              GO TO BUSCA-PRECO-FIM.
           MOVE ZEROS TO W-GRUPOBUSCA
           PERFORM BUSCA-PRECO-GRU THRU BUSCA-PRECO-GRU-FIM.
       BUSCA-PRECO-FIM.
           EXIT.
      *
       BUSCA-PRECO-GRU.
           MOVE CODIGO TO PVCODPRO
           MOVE W-GRUPOBUSCA TO PVGRUPO
           MOVE ZEROS TO PVDATAINI
           START CADPRECOVEN KEY IS NOT LESS PVCHAVE
           IF ST-PV NOT = "00"
              GO TO BUSCA-PRECO-GRU-FIM.
       BUSCA-PRECO-GRU-RD.
           READ CADPRECOVEN NEXT
           IF ST-PV NOT = "00"
              GO TO BUSCA-PRECO-GRU-FIM.
           IF PVCODPRO NOT = CODIGO OR PVGRUPO NOT = W-GRUPOBUSCA
              GO TO BUSCA-PRECO-GRU-FIM.
           IF PVDATAINI > W-HOJE
              GO TO BUSCA-PRECO-GRU-FIM.
           IF PVDATAFIM NOT = ZEROS AND PVDATAFIM < W-HOJE
              GO TO BUSCA-PRECO-GRU-RD.
           IF PVDATAINI NOT < W-MELHORINI
              MOVE PVDATAINI TO W-MELHORINI
              MOVE PVPRECO TO W-PRECOTAB.
           GO TO BUSCA-PRECO-GRU-RD.
       BUSCA-PRECO-GRU-FIM.
           EXIT.

      *
      *    CUSTO DA ULTIMA ENTRADA: ITEM DO PEDIDO RECEBIDO MAIS
      *    RECENTE, CONVERTIDO PELA TAXA DO PEDIDO, MAIS O FRETE,
      *    SEGURO E DESPESAS DA NOTA NA PROPORCAO DO VALOR
      *
       ULT-ENTRADA.
           MOVE ZEROS TO W-CUSTO W-ULTREC W-ULTPRECO W-ULTPED
           MOVE ZEROS TO W-ULTCNPJ
           IF ST-ERRO3 = "35" OR ST-ERRO2 = "35"
              GO TO ULT-ENTRADA-FIM.
           MOVE ZEROS TO ITENUMPED ITENUMLIN
           START CADPEDITEM KEY IS NOT LESS ITECHAVE
           IF ST-ERRO3 NOT = "00"
              GO TO ULT-ENTRADA-FIM.
       ULT-ENTRADA-RD.
           READ CADPEDITEM NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO ULT-ENTRADA-NOTA.
           IF ITECODPRO NOT = CODIGO OR ITEQTDREC = ZEROS
              GO TO ULT-ENTRADA-RD.
           MOVE ITENUMPED TO NUMPEDIDO
           READ CADPEDIDO
           IF ST-ERRO2 NOT = "00"
              GO TO ULT-ENTRADA-RD.
           IF DATARECEB < W-ULTREC
              GO TO ULT-ENTRADA-RD.
           MOVE DATARECEB TO W-ULTREC
           MOVE NUMPEDIDO TO W-ULTPED
           MOVE PCNPJ TO W-ULTCNPJ
           IF PMOEDA = SPACES OR PTAXA = ZEROS
              MOVE ITEPRECO TO W-ULTPRECO
           ELSE
              COMPUTE W-ULTPRECO ROUNDED = ITEPRECO * PTAXA.
           GO TO ULT-ENTRADA-RD.
       ULT-ENTRADA-NOTA.
           MOVE W-ULTPRECO TO W-CUSTO
           IF W-ULTPED = ZEROS OR ST-ERRO4 = "35"
              GO TO ULT-ENTRADA-FIM.
           MOVE W-ULTCNPJ TO NOTCNPJ
           MOVE ZEROS TO NOTNUM
           START CADNOTA KEY IS NOT LESS NOTCHAVE
           IF ST-ERRO4 NOT = "00"
              GO TO ULT-ENTRADA-FIM.
       ULT-ENTRADA-NOTA-RD.
           READ CADNOTA NEXT
           IF ST-ERRO4 NOT = "00" OR NOTCNPJ NOT = W-ULTCNPJ
              GO TO ULT-ENTRADA-FIM.
           IF NOTNUMPED NOT = W-ULTPED
              GO TO ULT-ENTRADA-NOTA-RD.
           COMPUTE W-ACESS = NOTFRETE + NOTSEGURO + NOTDESP
           IF W-ACESS = ZEROS OR NOTVALOR = ZEROS
              GO TO ULT-ENTRADA-FIM.
           COMPUTE W-CUSTO ROUNDED =
              W-ULTPRECO + (W-ULTPRECO * W-ACESS / NOTVALOR).
       ULT-ENTRADA-FIM.
           EXIT.

      *
      ************************************************
      * REVISAO DA SIMULACAO                         *
      ************************************************
      *
       REV-INI.
           MOVE "N" TO W-TODOS
           MOVE ZEROS TO W-QTDACE PSCODPRO PSGRUPO
           START CADPRECSIM KEY IS NOT LESS PSCHAVE
           IF ST-SIM NOT = "00"
              MOVE "*** NENHUMA SIMULACAO - USE A OPCAO 2 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-PREC.
       REV-RD.
           READ CADPRECSIM NEXT
           IF ST-SIM NOT = "00"
              GO TO REV-FIM.
           IF PSSIT NOT = "P"
              GO TO REV-RD.
           IF W-TODOS = "S"
              MOVE "A" TO PSSIT
              GO TO REV-GRAVA.
           MOVE PSCODPRO TO CODIGO
           READ CADPRO
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO DESC.
           DISPLAY TELAPREC
           DISPLAY (04, 01) "PRODUTO: "
           DISPLAY (04, 10) PSCODPRO
           DISPLAY (04, 18) DESC
           DISPLAY (05, 01) "GRUPO DE CLIENTES: "
           DISPLAY (05, 20) PSGRUPO
           DISPLAY (07, 01) "CUSTO BASE:       "
           DISPLAY (07, 19) PSCUSTO
           DISPLAY (07, 34) PSBASE
           DISPLAY (08, 01) "PCT SOBRE PRECO:  "
           DISPLAY (08, 19) PSPCTTOT
           DISPLAY (08, 30) "MARGEM: "
           DISPLAY (08, 38) PSMARGEM
           DISPLAY (09, 01) "PRECO ATUAL:      "
           DISPLAY (09, 19) PSPRECOATU
           DISPLAY (10, 01) "PRECO SUGERIDO:   "
           DISPLAY (10, 19) PSPRECOSUG
           MOVE PSPRECOATU TO W-PRECOTAB
           MOVE PSPRECOSUG TO W-PRECOSUG
           PERFORM CALC-VAR THRU CALC-VAR-FIM
           MOVE W-VARPCT TO DETVAR
           DISPLAY (10, 34) "VAR %: "
           DISPLAY (10, 41) DETVAR.
       REV-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (13, 01) "S=ACEITA N=RECUSA A=AJUSTA O PRECO"
           DISPLAY (14, 01) "T=ACEITA TODOS OS PENDENTES F=FIM: ".
           ACCEPT  (14, 36) W-OPCAO WITH UPDATE.
           IF W-OPCAO = "F" OR "f"
              GO TO REV-FIM.
           IF W-OPCAO = "T" OR "t"
              MOVE "S" TO W-TODOS
              MOVE "A" TO PSSIT
              GO TO REV-GRAVA.
           IF W-OPCAO = "S" OR "s"
              MOVE "A" TO PSSIT
              GO TO REV-GRAVA.
           IF W-OPCAO = "N" OR "n"
              MOVE "R" TO PSSIT
              GO TO REV-GRAVA.
           IF W-OPCAO NOT = "A" AND "a"
              MOVE "*** OPCAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REV-OPC.
       REV-AJUSTA.
           MOVE PSPRECOSUG TO W-PRECOACE
           DISPLAY (16, 01) "PRECO ACEITO: ".
           ACCEPT  (16, 15) W-PRECOACE WITH UPDATE.
           IF W-PRECOACE = ZEROS
              MOVE "*** PRECO NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REV-AJUSTA.
           IF W-PRECOACE < PSCUSTO
              MOVE "* ATENCAO: PRECO ABAIXO DO CUSTO BASE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE W-PRECOACE TO PSPRECOACE
           MOVE "A" TO PSSIT.
       REV-GRAVA.
           REWRITE REGPRECSIM
           IF ST-SIM NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CADPRECSIM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-PREC.
           IF PSSIT = "A"
              ADD 1 TO W-QTDACE.
           GO TO REV-RD.
       REV-FIM.
           DISPLAY TELAPREC
           DISPLAY (12, 01) "PRECOS ACEITOS NESTA REVISAO: "
           DISPLAY (12, 31) W-QTDACE
           MOVE "*** FIM DA REVISAO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-PREC.

      *
      ************************************************
      * PUBLICACAO DOS ACEITOS NO CADPRECOVEN        *
      ************************************************
      *
       PUB-INI.
           DISPLAY TELAPREC
           MOVE W-HOJE TO W-DATAINI
           DISPLAY (04, 01) "INICIO DA VIGENCIA (AAAAMMDD, 0=VOLTAR): ".
           ACCEPT  (04, 43) W-DATAINI WITH UPDATE.
           IF W-DATAINI = ZEROS
              GO TO MENU-PREC.
           IF W-DATAINI < W-HOJE
              MOVE "*** VIGENCIA NAO PODE SER RETROATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PUB-INI.
           MOVE "N" TO W-OPCAO
           DISPLAY (06, 01) "PUBLICAR OS PRECOS ACEITOS (S/N): ".
           ACCEPT  (06, 36) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO MENU-PREC.
           MOVE W-DATAINI TO W-DT
           PERFORM DIA-ANTERIOR THRU DIA-ANTERIOR-FIM
           MOVE ZEROS TO W-QTDPUB PSCODPRO PSGRUPO
           START CADPRECSIM KEY IS NOT LESS PSCHAVE
           IF ST-SIM NOT = "00"
              GO TO PUB-FIM.
       PUB-RD.
           READ CADPRECSIM NEXT
           IF ST-SIM NOT = "00"
              GO TO PUB-FIM.
           IF PSSIT NOT = "A"
              GO TO PUB-RD.
           PERFORM FECHA-VIGENCIA THRU FECHA-VIGENCIA-FIM
           MOVE PSCODPRO TO PVCODPRO
           MOVE PSGRUPO TO PVGRUPO
           MOVE W-DATAINI TO PVDATAINI
           MOVE ZEROS TO PVDATAFIM
           MOVE PSPRECOACE TO PVPRECO
           WRITE REGPRECOVEN
           IF ST-PV = "22"
              REWRITE REGPRECOVEN.
           IF ST-PV NOT = "00" AND ST-PV NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADPRECOVEN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PUB-FIM.
           MOVE "G" TO PSSIT
           REWRITE REGPRECSIM
           ADD 1 TO W-QTDPUB
           GO TO PUB-RD.
       PUB-FIM.
           DISPLAY (08, 01) "PRECOS PUBLICADOS: "
           DISPLAY (08, 20) W-QTDPUB
           MOVE "*** PUBLICACAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-PREC.

      *
      *    ENCERRA NA VESPERA A VIGENCIA EM ABERTO DO PRODUTO/GRUPO
      *    QUE COMECOU ANTES DA NOVA
      *
       FECHA-VIGENCIA.
           MOVE PSCODPRO TO PVCODPRO
           MOVE PSGRUPO TO PVGRUPO
           MOVE ZEROS TO PVDATAINI
           START CADPRECOVEN KEY IS NOT LESS PVCHAVE
           IF ST-PV NOT = "00"
              GO TO FECHA-VIGENCIA-FIM.
       FECHA-VIGENCIA-RD.
           READ CADPRECOVEN NEXT
           IF ST-PV NOT = "00"
              GO TO FECHA-VIGENCIA-FIM.
           IF PVCODPRO NOT = PSCODPRO OR PVGRUPO NOT = PSGRUPO
              GO TO FECHA-VIGENCIA-FIM.
           IF PVDATAINI NOT < W-DATAINI
              GO TO FECHA-VIGENCIA-FIM.
           IF PVDATAFIM NOT = ZEROS AND PVDATAFIM < W-DATAINI
              GO TO FECHA-VIGENCIA-RD.
           MOVE W-DT TO PVDATAFIM
           REWRITE REGPRECOVEN
           GO TO FECHA-VIGENCIA-RD.
       FECHA-VIGENCIA-FIM.
           EXIT.

      *
      *    W-DT RECUA UM DIA
      *
       DIA-ANTERIOR.
           IF DIA-DT > 1
              SUBTRACT 1 FROM DIA-DT
              GO TO DIA-ANTERIOR-FIM.
           IF MES-DT = 1
              MOVE 12 TO MES-DT
              SUBTRACT 1 FROM ANO-DT
           ELSE
              SUBTRACT 1 FROM MES-DT.
           MOVE TD-DIAS(MES-DT) TO DIA-DT
           IF MES-DT = 2
              DIVIDE ANO-DT BY 4 GIVING W-BISSQ REMAINDER W-BISSR
              IF W-BISSR = ZEROS
                 MOVE 29 TO DIA-DT.
       DIA-ANTERIOR-FIM.
           EXIT.

      *    O RELATORIO VAI PARA O SPOOL CENTRAL (SCP067)
       SPOOL.
           MOVE "PRECFORM" TO W-SPPROG
           MOVE "PRECFORM.TXT" TO W-SPARQ
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
           CLOSE CADPRO CADPRECOVEN CADPRECSIM
           CLOSE CADPEDIDO CADPEDITEM CADNOTA.
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
