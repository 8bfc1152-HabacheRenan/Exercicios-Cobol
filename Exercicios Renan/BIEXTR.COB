       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIEXTR.
      *******************************
      * EXTRATO MENSAL PARA O BI DA DIRETORIA - PASSO DA CADEIA   *
      * NOTURNA (CADJOB), TAMBEM PODE SER RODADO PELO MENU        *
      * COMPETENCIA = MES ANTERIOR; PARA REFAZER UMA COMPETENCIA  *
      * PASSADA GRAVE "BICOMPET" (AAAAMM) NO CADPARAM (SCP021) -   *
      * O PARAMETRO VOLTA A ZERO DEPOIS DA RODADA                 *
      * ARQUIVOS TXT SEPARADOS POR ";" COM LINHA DE TITULOS, O    *
      * NOME LEVA A COMPETENCIA (EX.: BIFVEN202609.TXT)           *
      * FATOS: BIFVEN ITENS VENDIDOS (F/E) COM CUSTO E MARGEM,    *
      *        BIFCMP ITENS DAS NOTAS DE ENTRADA ACEITAS (O),     *
      *        BIFMOV MOVIMENTOS DO CADMOVEST, BIFSAL SALDOS DO   *
      *        CADSALDOMES (SO COMPETENCIA FECHADA NO FECHAEST),  *
      *        BIFFOL CADFPMES POR EMPRESA E DEPARTAMENTO,        *
      *        BIFCXA MOVIMENTOS DO CADCAIXA                      *
      * DIMENSOES: BIDPRO PRODUTO, BIDCLI CLIENTE, BIDFOR         *
      *        FORNECEDOR, BIDFUN FUNCIONARIO (SEM NOME, CPF OU   *
      *        CONTATO), BIDDEP DEPARTAMENTO, BIDCCU CENTRO DE    *
      *        CUSTO, BIDRAT RATEIO DEPTO X CENTRO (CADDEPCC),    *
      *        BIDEMP EMPRESA                                     *
      * CHAVES: PRODUTO 6, CNPJ 14, FUNCIONARIO 6, DEPTO 2,       *
      *        CENTRO 3, EMPRESA 2 DIGITOS EM TODOS OS ARQUIVOS   *
      * CONTROLE BICTL<AAAAMM>.TXT: REGISTROS E DOIS TOTAIS POR   *
      * ARQUIVO; NA NOVA RODADA DA MESMA COMPETENCIA CADA LINHA   *
      * SAI IGUAL OU DIVERGE EM RELACAO A ANTERIOR                *
      * PARA A RODADA SE REPETIR OS FATOS SO USAM DADO DATADO NA  *
      * COMPETENCIA OU CONGELADO: CUSTO DO EMBARQUE (CADCUSTVEN), *
      * NUNCA O MEDIO DO DIA; QUANTIDADE VENDIDA BRUTA (AS        *
      * DEVOLUCOES POSTERIORES NAO MEXEM NO MES); SALDO E FOLHA   *
      * SO DA COMPETENCIA FECHADA                                 *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADVENDA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMVENDA
                       FILE STATUS IS ST-VEN.
      *
       SELECT CADVENDITEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS VICHAVE
                       FILE STATUS IS ST-VIT.
      *
       SELECT CADCUSTVEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CVCHAVE
                       FILE STATUS IS ST-CUS.
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
       SELECT CADMOVEST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS MOVCHAVE
                       FILE STATUS IS ST-MOV.
      *
       SELECT CADSALDOMES ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SMCHAVE
                       FILE STATUS IS ST-SAL.
      *
       SELECT CADFECHEST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FECOMPET
                       FILE STATUS IS ST-FEC.
      *
       SELECT CADFPMES ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FPCHAVE
                       FILE STATUS IS ST-FPM.
      *
       SELECT CADCAIXA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CXCHAVE
                       FILE STATUS IS ST-CXA.
      *
       SELECT CADPRO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CODIGO OF REGPRO
                       FILE STATUS IS ST-PRO
                       ALTERNATE RECORD KEY IS DESC
                                   WITH DUPLICATES
                       ALTERNATE RECORD KEY IS BARRAS
                                   WITH DUPLICATES.
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
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CNPJ
                       ALTERNATE RECORD KEY IS
                       NOMEFANTASIA WITH DUPLICATES
                       FILE STATUS  IS ST-FOR.
      *
       SELECT CADFOLHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO OF REGFOLHA
                       ALTERNATE RECORD KEY IS
                       NOME WITH DUPLICATES
                       ALTERNATE RECORD KEY IS CPF
                       FILE STATUS  IS ST-FUN.
      *
       SELECT CADDEPTO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CODDEPTO
                       FILE STATUS IS ST-DEP.
      *
       SELECT CADCCUSTO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CCCODIGO
                       FILE STATUS IS ST-CCU.
      *
       SELECT CADDEPCC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS DCCHAVE
                       FILE STATUS IS ST-RAT.
      *
       SELECT CADEMP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EMPCOD
                       FILE STATUS IS ST-EMP.
      *
       SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-PAR.
      *
       SELECT BIARQ ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-ARQ.
      *
       SELECT BICTL ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-CTL.
       DATA DIVISION.
       FILE SECTION.
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
       FD CADVENDITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVENDITEM.DAT".
       01 REGVENDITEM.
           03 VICHAVE.
               05 VINUMVEN      PIC 9(06).
               05 VINUMLIN      PIC 9(02).
           03 VICODPRO          PIC 9(06).
           03 VIQTD             PIC 9(06).
           03 VIPRECO           PIC 9(09)V99.
           03 VIVALOR           PIC 9(11)V99.
           03 VIQTDDEV          PIC 9(06).
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
       FD CADSALDOMES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSALDOMES.DAT".
       01 REGSALDOMES.
           03 SMCHAVE.
               05 SMCOMPET      PIC 9(06).
               05 SMCODPRO      PIC 9(06).
               05 SMDEPOS       PIC 9(02).
           03 SMQTD             PIC 9(06).
      *
       FD CADFECHEST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFECHEST.DAT".
       01 REGFECHEST.
           03 FECOMPET          PIC 9(06).
           03 FEDATA            PIC 9(08).
      *
       FD CADFPMES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFPMES.DAT".
       01 REGFPMES.
           03 FPCHAVE.
               05 FPCOMPET      PIC 9(06).
               05 FPCODIGO      PIC 9(06).
           03 FPNOME            PIC X(30).
           03 FPDEPARTAMENTO    PIC 9(02).
           03 FPDEPTXT          PIC X(10).
           03 FPTXTFUNC         PIC X(25).
           03 FPNUMFILHOS       PIC 9(02).
           03 FPSALARIOBASE     PIC 9(06)V99.
           03 FPBRUTO           PIC 9(09)V99.
           03 FPINSS            PIC 9(06)V99.
           03 FPIMPOSTO         PIC 9(06)V99.
           03 FPSALFAMI         PIC 9(06)V99.
           03 FPSALIQ           PIC 9(06)V99.
           03 FPDATAFECH        PIC 9(08).
           03 FPPAGSTATUS       PIC X(01).
           03 FPEMP             PIC 9(02).
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
       FD CADFOLHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFOLHA.DAT".
       01 REGFOLHA.
           03 CODIGO        PIC 9(06).
           03 NOME          PIC X(30).
           03 TIPOSALARIO   PIC X(01).
           03 SALARIOBASE   PIC 9(06)V99.
           03 NUMFILHOS     PIC 9(02).
           03 DEPARTAMENTO  PIC 9(02).
           03 FUNC          PIC X(01).
           03 BRUTO         PIC 9(09)V99.
           03 DEPTXT        PIC X(10).
           03 TXTFUNC       PIC X(25).
           03 INSS          PIC 9(06)V99.
           03 IMPOSTO       PIC 9(06)V99.
           03 SALFAMI       PIC 9(06)V99.
           03 SALIQ         PIC 9(06)V99.
           03 DATANASC      PIC 9(08).
           03 STATUSFUNC    PIC X(01).
           03 DATABAIXA     PIC 9(08).
           03 CPF           PIC 9(11).
           03 DATAADMISSAO  PIC 9(08).
           03 BANCO         PIC 9(03).
           03 AGENCIA       PIC 9(05).
           03 CONTA         PIC 9(10).
           03 ENDCEP        PIC 9(09).
           03 ENDNUM        PIC 9(05).
           03 ENDCOMPL      PIC X(12).
           03 FONEDDD       PIC 9(02).
           03 FONETEL       PIC 9(09).
           03 CONTEMERG     PIC X(30).
      *
       FD CADDEPTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDEPTO.DAT".
       01 REGDEPTO.
           03 CODDEPTO          PIC 9(02).
           03 DESCDEPTO         PIC X(30).
      *
       FD CADCCUSTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCCUSTO.DAT".
       01 REGCCUSTO.
           03 CCCODIGO          PIC 9(03).
           03 CCDESC            PIC X(20).
      *
       FD CADDEPCC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDEPCC.DAT".
       01 REGDEPCC.
           03 DCCHAVE.
               05 DCDEPTO       PIC 9(02).
               05 DCCC          PIC 9(03).
           03 DCPCT             PIC 9(03)V99.
      *
       FD CADEMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMP.DAT".
       01 REGEMP.
           03 EMPCOD            PIC 9(02).
           03 EMPCNPJ           PIC 9(14).
           03 EMPNOME           PIC X(30).
      *
       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.
      *
       FD BIARQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQBI.
       01 REGBI              PIC X(160).
      *
       FD BICTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQCTL.
       01 REGCTL.
           03 RCARQ          PIC X(06).
           03 FILLER         PIC X(01).
           03 RCNOME         PIC X(16).
           03 FILLER         PIC X(01).
           03 RCVALORES      PIC X(43).
           03 FILLER         PIC X(01).
           03 RCSIT          PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-VEN         PIC X(02) VALUE "00".
       01 ST-VIT         PIC X(02) VALUE "00".
       01 ST-CUS         PIC X(02) VALUE "00".
       01 ST-NOT         PIC X(02) VALUE "00".
       01 ST-NIT         PIC X(02) VALUE "00".
       01 ST-MOV         PIC X(02) VALUE "00".
       01 ST-SAL         PIC X(02) VALUE "00".
       01 ST-FEC         PIC X(02) VALUE "00".
       01 ST-FPM         PIC X(02) VALUE "00".
       01 ST-CXA         PIC X(02) VALUE "00".
       01 ST-PRO         PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 ST-FUN         PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 ST-CCU         PIC X(02) VALUE "00".
       01 ST-RAT         PIC X(02) VALUE "00".
       01 ST-EMP         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-ARQ         PIC X(02) VALUE "00".
       01 ST-CTL         PIC X(02) VALUE "00".
       01 W-ARQBI        PIC X(16) VALUE SPACES.
       01 W-ARQCTL       PIC X(16) VALUE SPACES.
       01 W-PREF         PIC X(06) VALUE SPACES.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-HOJE-G REDEFINES W-HOJE.
           03 ANO-HOJE   PIC 9(04).
           03 MES-HOJE   PIC 9(02).
           03 DIA-HOJE   PIC 9(02).
       01 W-HORA-EQ.
           03 W-HORA     PIC 9(06).
           03 W-HORACEN  PIC 9(02).
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-G REDEFINES W-COMPET.
           03 ANO-COMP   PIC 9(04).
           03 MES-COMP   PIC 9(02).
       01 W-COMPPAR      PIC 9(06) VALUE ZEROS.
       01 W-COMPVEN      PIC 9(06) VALUE ZEROS.
       01 W-DTINI        PIC 9(08) VALUE ZEROS.
       01 W-DTFIM        PIC 9(08) VALUE ZEROS.
       01 W-FECHADO      PIC X(01) VALUE "N".
       01 W-QTD          PIC 9(07) VALUE ZEROS.
       01 W-TOT1         PIC S9(13)V99 VALUE ZEROS.
       01 W-TOT2         PIC S9(13)V99 VALUE ZEROS.
       01 W-VALOR        PIC S9(11)V99 VALUE ZEROS.
       01 W-CUSTO        PIC S9(11)V99 VALUE ZEROS.
       01 W-QTDDIV       PIC 9(02) VALUE ZEROS.
       01 W-ERRO         PIC X(01) VALUE "N".
       01 I              PIC 9(03) VALUE ZEROS.
       01 J              PIC 9(03) VALUE ZEROS.
       01 W-TOTCTL       PIC 9(03) VALUE ZEROS.
       01 W-TOTANT       PIC 9(03) VALUE ZEROS.
       01 W-TOTFOL       PIC 9(03) VALUE ZEROS.
      *    LINHAS DESTA RODADA PARA O ARQUIVO DE CONTROLE
       01 TAB-CTL.
           03 TC-ITEM OCCURS 20 TIMES.
               05 TC-ARQ      PIC X(06).
               05 TC-NOME     PIC X(16).
               05 TC-VALORES  PIC X(43).
               05 TC-SIT      PIC X(08).
      *    LINHAS DA RODADA ANTERIOR DA MESMA COMPETENCIA
       01 TAB-ANT.
           03 TA-ITEM OCCURS 20 TIMES.
               05 TA-ARQ      PIC X(06).
               05 TA-VALORES  PIC X(43).
      *    FOLHA DA COMPETENCIA POR EMPRESA E DEPARTAMENTO
       01 TAB-FOL.
           03 TF-ITEM OCCURS 200 TIMES.
               05 TF-EMP      PIC 9(02).
               05 TF-DEPTO    PIC 9(02).
               05 TF-QTD      PIC 9(05).
               05 TF-SALBASE  PIC 9(13)V99.
               05 TF-BRUTO    PIC 9(13)V99.
               05 TF-INSS     PIC 9(13)V99.
               05 TF-IMPOSTO  PIC 9(13)V99.
               05 TF-SALFAMI  PIC 9(13)V99.
               05 TF-SALIQ    PIC 9(13)V99.
      *-----------------------------------------------------------------
      *
      ******************
      * REGISTROS BI   *
      ******************
      *
       01 LINCTL.
           03 LCQTD     PIC 9(07) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE ";".
           03 LCTOT1    PIC -9(13),99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE ";".
           03 LCTOT2    PIC -9(13),99 VALUE ZEROS.
       01 CABCTL.
           03 FILLER    PIC X(12) VALUE "COMPETENCIA;".
           03 CCCOMPET  PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE ";GERADO;".
           03 CCDATA    PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE ";".
           03 CCHORA    PIC 9(06) VALUE ZEROS.
       01 CABCTL2.
           03 FILLER    PIC X(40)
                VALUE "ARQUIVO;NOME;REGISTROS;TOTAL1;TOTAL2;SIT".
      *
       01 BIVEN.
           03 BVCOMPET  PIC 9(06).
           03 FILLER    PIC X(01) VALUE ";".
           03 BVEMP     PIC 9(02).
           03 FILLER    PIC X(01) VALUE ";".
           03 BVVENDA   PIC 9(06).
           03 FILLER    PIC X(01) VALUE ";".
           03 BVLIN     PIC 9(02).
           03 FILLER    PIC X(01) VALUE ";".
           03 BVDATA    PIC 9(08).
           03 FILLER    PIC X(01) VALUE ";".
           03 BVSTATUS  PIC X(01).
           03 FILLER    PIC X(01) VALUE ";".
           03 BVCLI     PIC 9(14).
           03 FILLER    PIC X(01) VALUE ";".
           03 BVVEND    PIC 9(06).
           03 FILLER    PIC X(01) VALUE ";".
           03 BVPRO     PIC 9(06).
           03 FILLER    PIC X(01) VALUE ";".
           03 BVQTD     PIC 9(06).
           03 FILLER    PIC X(01) VALUE ";".
           03 BVVALOR   PIC -9(11),99.
           03 FILLER    PIC X(01) VALUE ";".
           03 BVCUSTO   PIC -9(11),99.
           03 FILLER    PIC X(01) VALUE ";".
           03 BVMARGEM  PIC -9(11),99.
           03 FILLER    PIC X(01) VALUE ";".
           03 BVTEMCUS  PIC X(01).
      *
       01 BICMP.
           03 BCCOMPET  PIC 9(06).
           03 FILLER    PIC X(01) VALUE ";".
           03 BCEMP     PIC 9(02).
           03 FILLER    PIC X(01) VALUE ";".
           03 BCFOR     PIC 9(14).
           03 FILLER    PIC X(01) VALUE ";".
           03 BCNOTA    PIC 9(09).
           03 FILLER    PIC X(01) VALUE ";".
           03 BCLIN     PIC 9(02).
           03 FILLER    PIC X(01) VALUE ";".
           03 BCDATA    PIC 9(08).
           03 FILLER    PIC X(01) VALUE ";".
           03 BCPEDIDO  PIC 9(06).
           03 FILLER    PIC X(01) VALUE ";".
           03 BCPRO     PIC 9(06).
           03 FILLER    PIC X(01) VALUE ";".
           03 BCCFOP    PIC 9(04).
           03 FILLER    PIC X(01) VALUE ";".
           03 BCQTD     PIC 9(06).
           03 FILLER    PIC X(01) VALUE ";".
           03 BCPRECO   PIC -9(09),99.
           03 FILLER    PIC X(01) VALUE ";".
           03 BCVALOR   PIC -9(11),99.
           03 FILLER    PIC X(01) VALUE ";".
           03 BCICMS    PIC -9(09),99.
           03 FILLER    PIC X(01) VALUE ";".
           03 BCIPI     PIC -9(09),99.
      *
       01 BIMOV.
           03 BMCOMPET  PIC 9(06).
           03 FILLER    PIC X(01) VALUE ";".
           03 BMPRO     PIC 9(06).
           03 FILLER    PIC X(01) VALUE ";".
           03 BMDATA    PIC 9(08).
           03 FILLER    PIC X(01) VALUE ";".
           03 BMSEQ     PIC 9(03).
           03 FILLER    PIC X(01) VALUE ";".
           03 BMTIPO    PIC X(01).
           03 FILLER    PIC X(01) VALUE ";".
           03 BMQTD     PIC 9(06).
           03 FILLER    PIC X(01) VALUE ";".
           03 BMMOTIVO  PIC X(20).
           03 FILLER    PIC X(01) VALUE ";".
           03 BMPROPR   PIC X(01).
      *
       01 BISAL.
           03 BSCOMPET  PIC 9(06).
           03 FILLER    PIC X(01) VALUE ";".
           03 BSPRO     PIC 9(06).
           03 FILLER    PIC X(01) VALUE ";".
           03 BSDEPOS   PIC 9(02).
           03 FILLER    PIC X(01) VALUE ";".
           03 BSQTD     PIC 9(06).
      *
       01 BIFOL.
           03 BFCOMPET  PIC 9(06).
           03 FILLER    PIC X(01) VALUE ";".
           03 BFEMP     PIC 9(02).
           03 FILLER    PIC X(01) VALUE ";".
           03 BFDEPTO   PIC 9(02).
           03 FILLER    PIC X(01) VALUE ";".
           03 BFQTD     PIC 9(05).
           03 FILLER    PIC X(01) VALUE ";".
           03 BFSALBASE PIC -9(11),99.
           03 FILLER    PIC X(01) VALUE ";".
           03 BFBRUTO   PIC -9(11),99.
           03 FILLER    PIC X(01) VALUE ";".
           03 BFINSS    PIC -9(11),99.
           03 FILLER    PIC X(01) VALUE ";".
           03 BFIMPOSTO PIC -9(11),99.
           03 FILLER    PIC X(01) VALUE ";".
           03 BFSALFAMI PIC -9(11),99.
           03 FILLER    PIC X(01) VALUE ";".
           03 BFSALIQ   PIC -9(11),99.
      *
       01 BICXA.
           03 BXCOMPET  PIC 9(06).
           03 FILLER    PIC X(01) VALUE ";".
           03 BXDATA    PIC 9(08).
           03 FILLER    PIC X(01) VALUE ";".
           03 BXSEQ     PIC 9(04).
           03 FILLER    PIC X(01) VALUE ";".
           03 BXCONTA   PIC 9(02).
           03 FILLER    PIC X(01) VALUE ";".
           03 BXTIPO    PIC X(01).
           03 FILLER    PIC X(01) VALUE ";".
           03 BXCNPJ    PIC 9(14).
           03 FILLER    PIC X(01) VALUE ";".
           03 BXDOC     PIC X(10).
           03 FILLER    PIC X(01) VALUE ";".
           03 BXVALOR   PIC -9(11),99.
      *
       01 BIPRO.
           03 BPPRO     PIC 9(06).
           03 FILLER    PIC X(01) VALUE ";".
           03 BPDESC    PIC X(30).
           03 FILLER    PIC X(01) VALUE ";".
           03 BPUNID    PIC X(02).
           03 FILLER    PIC X(01) VALUE ";".
           03 BPTIPO    PIC 9(01).
           03 FILLER    PIC X(01) VALUE ";".
           03 BPTIPOTXT PIC X(15).
           03 FILLER    PIC X(01) VALUE ";".
           03 BPFOR     PIC 9(14).
           03 FILLER    PIC X(01) VALUE ";".
           03 BPABC     PIC X(01).
      *
       01 BICLI.
           03 BLCLI     PIC 9(14).
           03 FILLER    PIC X(01) VALUE ";".
           03 BLNOME    PIC X(30).
           03 FILLER    PIC X(01) VALUE ";".
           03 BLFANT    PIC X(12).
           03 FILLER    PIC X(01) VALUE ";".
           03 BLCEP     PIC 9(09).
           03 FILLER    PIC X(01) VALUE ";".
           03 BLGRUPO   PIC 9(02).
           03 FILLER    PIC X(01) VALUE ";".
           03 BLSTATUS  PIC X(01).
      *
       01 BIFORN.
           03 BNFOR     PIC 9(14).
           03 FILLER    PIC X(01) VALUE ";".
           03 BNRAZAO   PIC X(35).
           03 FILLER    PIC X(01) VALUE ";".
           03 BNFANT    PIC X(12).
           03 FILLER    PIC X(01) VALUE ";".
           03 BNRAMO    PIC 9(01).
           03 FILLER    PIC X(01) VALUE ";".
           03 BNRAMOTXT PIC X(20).
           03 FILLER    PIC X(01) VALUE ";".
           03 BNSTATUS  PIC X(01).
      *
       01 BIFUN.
           03 BUFUN     PIC 9(06).
           03 FILLER    PIC X(01) VALUE ";".
           03 BUDEPTO   PIC 9(02).
           03 FILLER    PIC X(01) VALUE ";".
           03 BUFUNC    PIC X(01).
           03 FILLER    PIC X(01) VALUE ";".
           03 BUTXTFUNC PIC X(25).
           03 FILLER    PIC X(01) VALUE ";".
           03 BUTIPOSAL PIC X(01).
           03 FILLER    PIC X(01) VALUE ";".
           03 BUSTATUS  PIC X(01).
           03 FILLER    PIC X(01) VALUE ";".
           03 BUADMIS   PIC 9(06).
           03 FILLER    PIC X(01) VALUE ";".
           03 BUBAIXA   PIC 9(06).
      *
       01 BIDEP.
           03 BDDEPTO   PIC 9(02).
           03 FILLER    PIC X(01) VALUE ";".
           03 BDDESC    PIC X(30).
      *
       01 BICCU.
           03 BOCC      PIC 9(03).
           03 FILLER    PIC X(01) VALUE ";".
           03 BODESC    PIC X(20).
      *
       01 BIRAT.
           03 BRDEPTO   PIC 9(02).
           03 FILLER    PIC X(01) VALUE ";".
           03 BRCC      PIC 9(03).
           03 FILLER    PIC X(01) VALUE ";".
           03 BRPCT     PIC 9(03),99.
      *
       01 BIEMP.
           03 BEEMP     PIC 9(02).
           03 FILLER    PIC X(01) VALUE ";".
           03 BECNPJ    PIC 9(14).
           03 FILLER    PIC X(01) VALUE ";".
           03 BENOME    PIC X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE
           DISPLAY "*** BIEXTR - INICIO DO EXTRATO MENSAL PARA O BI ***"
           PERFORM ACHA-COMPET THRU ACHA-COMPET-FIM
           DISPLAY "BIEXTR: COMPETENCIA " W-COMPET
           MOVE ZEROS TO W-TOTCTL W-TOTANT W-QTDDIV
           MOVE "N" TO W-ERRO
           PERFORM LE-CTLANT THRU LE-CTLANT-FIM
           PERFORM EXT-VEN THRU EXT-VEN-FIM
           PERFORM EXT-CMP THRU EXT-CMP-FIM
           PERFORM EXT-MOV THRU EXT-MOV-FIM
           PERFORM EXT-SAL THRU EXT-SAL-FIM
           PERFORM EXT-FOL THRU EXT-FOL-FIM
           PERFORM EXT-CXA THRU EXT-CXA-FIM
           PERFORM EXT-PRO THRU EXT-PRO-FIM
           PERFORM EXT-CLI THRU EXT-CLI-FIM
           PERFORM EXT-FOR THRU EXT-FOR-FIM
           PERFORM EXT-FUN THRU EXT-FUN-FIM
           PERFORM EXT-DEP THRU EXT-DEP-FIM
           PERFORM EXT-CCU THRU EXT-CCU-FIM
           PERFORM EXT-RAT THRU EXT-RAT-FIM
           PERFORM EXT-EMP THRU EXT-EMP-FIM
           IF W-ERRO = "S"
              DISPLAY "BIEXTR: ERRO NA GRAVACAO - EXTRATO INCOMPLETO"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           PERFORM GRAVA-CTL THRU GRAVA-CTL-FIM
           PERFORM LIMPA-PARAM THRU LIMPA-PARAM-FIM
           IF W-QTDDIV > ZEROS
              DISPLAY "BIEXTR: ATENCAO - " W-QTDDIV
                      " ARQUIVO(S) DIVERGEM DA RODADA ANTERIOR"
              DISPLAY "BIEXTR: VEJA " W-ARQCTL.
           DISPLAY "*** BIEXTR - FIM DO EXTRATO MENSAL PARA O BI ***"
           GO TO ROT-FIM.

      *
      ****************************************
      * COMPETENCIA: BICOMPET DO CADPARAM OU *
      * O MES ANTERIOR AO DE HOJE            *
      ****************************************
      *
       ACHA-COMPET.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-COMPPAR
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              MOVE "BICOMPET" TO PARCODIGO
              READ CADPARAM
              IF ST-PAR = "00" AND PARVALOR > ZEROS
                 MOVE PARVALOR TO W-COMPPAR.
           CLOSE CADPARAM.
           IF W-COMPPAR > ZEROS
              MOVE W-COMPPAR TO W-COMPET
              IF MES-COMP > ZEROS AND MES-COMP < 13
                 GO TO ACHA-COMPET-DATAS
              ELSE
                 DISPLAY "BIEXTR: BICOMPET INVALIDO - USA MES ANTERIOR"
                 MOVE ZEROS TO W-COMPPAR.
           MOVE ANO-HOJE TO ANO-COMP
           MOVE MES-HOJE TO MES-COMP
           IF MES-COMP = 1
              MOVE 12 TO MES-COMP
              SUBTRACT 1 FROM ANO-COMP
           ELSE
              SUBTRACT 1 FROM MES-COMP.
       ACHA-COMPET-DATAS.
           COMPUTE W-DTINI = (W-COMPET * 100) + 1
           COMPUTE W-DTFIM = (W-COMPET * 100) + 31
           MOVE SPACES TO W-ARQCTL
           STRING "BICTL" W-COMPET ".TXT"
              DELIMITED BY SIZE INTO W-ARQCTL.
       ACHA-COMPET-FIM.
           EXIT.

      *
      *    NOME DO ARQUIVO = PREFIXO + COMPETENCIA
      *
       ABRE-ARQ.
           MOVE SPACES TO W-ARQBI
           STRING W-PREF W-COMPET ".TXT"
              DELIMITED BY SIZE INTO W-ARQBI
           MOVE ZEROS TO W-QTD W-TOT1 W-TOT2
           OPEN OUTPUT BIARQ
           IF ST-ARQ NOT = "00"
              DISPLAY "BIEXTR: ERRO NA CRIACAO DE " W-ARQBI
              MOVE "S" TO W-ERRO.
       ABRE-ARQ-FIM.
           EXIT.

      *
      *    FECHA O ARQUIVO E GUARDA A LINHA DO CONTROLE
      *
       FECHA-ARQ.
           IF ST-ARQ = "00" OR ST-ARQ = "10"
              CLOSE BIARQ.
           DISPLAY "BIEXTR: " W-ARQBI " - REGISTROS: " W-QTD
           IF W-TOTCTL < 20
              ADD 1 TO W-TOTCTL
              MOVE W-PREF TO TC-ARQ(W-TOTCTL)
              MOVE W-ARQBI TO TC-NOME(W-TOTCTL)
              MOVE W-QTD TO LCQTD
              MOVE W-TOT1 TO LCTOT1
              MOVE W-TOT2 TO LCTOT2
              MOVE LINCTL TO TC-VALORES(W-TOTCTL)
              MOVE "NOVO" TO TC-SIT(W-TOTCTL).
       FECHA-ARQ-FIM.
           EXIT.

      *
      ****************************************
      * FATO: ITENS VENDIDOS NA COMPETENCIA  *
      * TOTAL1 = VALOR  TOTAL2 = CUSTO       *
      ****************************************
      *
       EXT-VEN.
           MOVE "BIFVEN" TO W-PREF
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           IF W-ERRO = "S"
              GO TO EXT-VEN-FIM.
           MOVE SPACES TO REGBI
           STRING "COMPET;EMP;VENDA;LIN;DATA;STATUS;CLIENTE;VENDEDOR;"
                  "PRODUTO;QTD;VALOR;CUSTO;MARGEM;TEMCUSTO"
              DELIMITED BY SIZE INTO REGBI
           WRITE REGBI
           OPEN INPUT CADVENDA
           IF ST-VEN NOT = "00"
              GO TO EXT-VEN-FCH.
           OPEN INPUT CADVENDITEM
           OPEN INPUT CADCUSTVEN
           MOVE ZEROS TO NUMVENDA
           START CADVENDA KEY IS NOT LESS NUMVENDA
           IF ST-VEN NOT = "00"
              GO TO EXT-VEN-FCH2.
       EXT-VEN-RD.
           READ CADVENDA NEXT
           IF ST-VEN NOT = "00"
              GO TO EXT-VEN-FCH2.
           IF VDATA < W-DTINI OR VDATA > W-DTFIM
              GO TO EXT-VEN-RD.
           IF VSTATUS NOT = "F" AND VSTATUS NOT = "E"
              GO TO EXT-VEN-RD.
           MOVE NUMVENDA TO VINUMVEN
           MOVE ZEROS TO VINUMLIN
           START CADVENDITEM KEY IS NOT LESS VICHAVE
           IF ST-VIT NOT = "00"
              GO TO EXT-VEN-RD.
       EXT-VEN-IT.
           READ CADVENDITEM NEXT
           IF ST-VIT NOT = "00"
              GO TO EXT-VEN-RD.
           IF VINUMVEN NOT = NUMVENDA
              GO TO EXT-VEN-RD.
           MOVE VIVALOR TO W-VALOR
           MOVE ZEROS TO W-CUSTO
           MOVE "N" TO BVTEMCUS
           MOVE VINUMVEN TO CVNUMVEN
           MOVE VINUMLIN TO CVNUMLIN
           READ CADCUSTVEN
           IF ST-CUS = "00"
              COMPUTE W-CUSTO ROUNDED = CVCUSTMED * VIQTD
              MOVE "S" TO BVTEMCUS.
           MOVE W-COMPET TO BVCOMPET
           MOVE VEMP TO BVEMP
           MOVE NUMVENDA TO BVVENDA
           MOVE VINUMLIN TO BVLIN
           MOVE VDATA TO BVDATA
           MOVE VSTATUS TO BVSTATUS
           MOVE VCLICNPJ TO BVCLI
           MOVE VVENDEDOR TO BVVEND
           MOVE VICODPRO TO BVPRO
           MOVE VIQTD TO BVQTD
           MOVE W-VALOR TO BVVALOR
           MOVE W-CUSTO TO BVCUSTO
           COMPUTE BVMARGEM = W-VALOR - W-CUSTO
           WRITE REGBI FROM BIVEN
           ADD 1 TO W-QTD
           ADD W-VALOR TO W-TOT1
           ADD W-CUSTO TO W-TOT2
           GO TO EXT-VEN-IT.
       EXT-VEN-FCH2.
           CLOSE CADVENDA CADVENDITEM CADCUSTVEN.
       EXT-VEN-FCH.
           PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM.
       EXT-VEN-FIM.
           EXIT.

      *
      ****************************************
      * FATO: ITENS DAS NOTAS DE ENTRADA     *
      * ACEITAS (STATUS O) DA COMPETENCIA    *
      * TOTAL1 = VALOR  TOTAL2 = ICMS + IPI  *
      ****************************************
      *
       EXT-CMP.
           MOVE "BIFCMP" TO W-PREF
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           IF W-ERRO = "S"
              GO TO EXT-CMP-FIM.
           MOVE SPACES TO REGBI
           STRING "COMPET;EMP;FORNECEDOR;NOTA;LIN;DATA;PEDIDO;"
                  "PRODUTO;CFOP;QTD;PRECO;VALOR;ICMS;IPI"
              DELIMITED BY SIZE INTO REGBI
           WRITE REGBI
           OPEN INPUT CADNOTA
           IF ST-NOT NOT = "00"
              GO TO EXT-CMP-FCH.
           OPEN INPUT CADNOTAITEM
           MOVE ZEROS TO NOTCNPJ NOTNUM
           START CADNOTA KEY IS NOT LESS NOTCHAVE
           IF ST-NOT NOT = "00"
              GO TO EXT-CMP-FCH2.
       EXT-CMP-RD.
           READ CADNOTA NEXT
           IF ST-NOT NOT = "00"
              GO TO EXT-CMP-FCH2.
           IF NOTDATA < W-DTINI OR NOTDATA > W-DTFIM
              GO TO EXT-CMP-RD.
           IF NOTSTATUS NOT = "O"
              GO TO EXT-CMP-RD.
           MOVE NOTCNPJ TO NICNPJ
           MOVE NOTNUM TO NINUM
           MOVE ZEROS TO NILIN
           START CADNOTAITEM KEY IS NOT LESS NICHAVE
           IF ST-NIT NOT = "00"
              GO TO EXT-CMP-RD.
       EXT-CMP-IT.
           READ CADNOTAITEM NEXT
           IF ST-NIT NOT = "00"
              GO TO EXT-CMP-RD.
           IF NICNPJ NOT = NOTCNPJ OR NINUM NOT = NOTNUM
              GO TO EXT-CMP-RD.
           COMPUTE W-VALOR ROUNDED = NIQTD * NIPRECO
           MOVE W-COMPET TO BCCOMPET
           MOVE NOTEMP TO BCEMP
           MOVE NOTCNPJ TO BCFOR
           MOVE NOTNUM TO BCNOTA
           MOVE NILIN TO BCLIN
           MOVE NOTDATA TO BCDATA
           MOVE NOTNUMPED TO BCPEDIDO
           MOVE NICODPRO TO BCPRO
           MOVE NICFOP TO BCCFOP
           MOVE NIQTD TO BCQTD
           MOVE NIPRECO TO BCPRECO
           MOVE W-VALOR TO BCVALOR
           MOVE NIVALICMS TO BCICMS
           MOVE NIVALIPI TO BCIPI
           WRITE REGBI FROM BICMP
           ADD 1 TO W-QTD
           ADD W-VALOR TO W-TOT1
           ADD NIVALICMS NIVALIPI TO W-TOT2
           GO TO EXT-CMP-IT.
       EXT-CMP-FCH2.
           CLOSE CADNOTA CADNOTAITEM.
       EXT-CMP-FCH.
           PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM.
       EXT-CMP-FIM.
           EXIT.

      *
      ****************************************
      * FATO: MOVIMENTOS DE ESTOQUE          *
      * TOTAL1 = QTD ENTRADA (E/I)           *
      * TOTAL2 = QTD SAIDA (DEMAIS TIPOS)    *
      ****************************************
      *
       EXT-MOV.
           MOVE "BIFMOV" TO W-PREF
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           IF W-ERRO = "S"
              GO TO EXT-MOV-FIM.
           MOVE "COMPET;PRODUTO;DATA;SEQ;TIPO;QTD;MOTIVO;PROPRIO"
                                             TO REGBI
           WRITE REGBI
           OPEN INPUT CADMOVEST
           IF ST-MOV NOT = "00"
              GO TO EXT-MOV-FCH.
           MOVE ZEROS TO MCODIGO MDATA MSEQ
           START CADMOVEST KEY IS NOT LESS MOVCHAVE
           IF ST-MOV NOT = "00"
              GO TO EXT-MOV-FCH2.
       EXT-MOV-RD.
           READ CADMOVEST NEXT
           IF ST-MOV NOT = "00"
              GO TO EXT-MOV-FCH2.
           IF MDATA < W-DTINI OR MDATA > W-DTFIM
              GO TO EXT-MOV-RD.
           MOVE W-COMPET TO BMCOMPET
           MOVE MCODIGO TO BMPRO
           MOVE MDATA TO BMDATA
           MOVE MSEQ TO BMSEQ
           MOVE MTIPO TO BMTIPO
           MOVE MQTD TO BMQTD
           MOVE MOTIVO TO BMMOTIVO
           MOVE MPROPR TO BMPROPR
           WRITE REGBI FROM BIMOV
           ADD 1 TO W-QTD
           IF MTIPO = "E" OR MTIPO = "I"
              ADD MQTD TO W-TOT1
           ELSE
              ADD MQTD TO W-TOT2.
           GO TO EXT-MOV-RD.
       EXT-MOV-FCH2.
           CLOSE CADMOVEST.
       EXT-MOV-FCH.
           PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM.
       EXT-MOV-FIM.
           EXIT.

      *
      ****************************************
      * FATO: SALDOS DO FECHAMENTO (FECHAEST)*
      * COMPETENCIA ABERTA SAI SEM REGISTROS *
      * TOTAL1 = QUANTIDADE                  *
      ****************************************
      *
       EXT-SAL.
           MOVE "BIFSAL" TO W-PREF
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           IF W-ERRO = "S"
              GO TO EXT-SAL-FIM.
           MOVE "COMPET;PRODUTO;DEPOSITO;QTD" TO REGBI
           WRITE REGBI
           MOVE "N" TO W-FECHADO
           OPEN INPUT CADFECHEST
           IF ST-FEC = "00"
              MOVE W-COMPET TO FECOMPET
              READ CADFECHEST
              IF ST-FEC = "00"
                 MOVE "S" TO W-FECHADO.
           CLOSE CADFECHEST.
           IF W-FECHADO NOT = "S"
              DISPLAY "BIEXTR: ESTOQUE DA COMPETENCIA AINDA ABERTO"
              GO TO EXT-SAL-FCH.
           OPEN INPUT CADSALDOMES
           IF ST-SAL NOT = "00"
              GO TO EXT-SAL-FCH.
           MOVE W-COMPET TO SMCOMPET
           MOVE ZEROS TO SMCODPRO SMDEPOS
           START CADSALDOMES KEY IS NOT LESS SMCHAVE
           IF ST-SAL NOT = "00"
              GO TO EXT-SAL-FCH2.
       EXT-SAL-RD.
           READ CADSALDOMES NEXT
           IF ST-SAL NOT = "00"
              GO TO EXT-SAL-FCH2.
           IF SMCOMPET NOT = W-COMPET
              GO TO EXT-SAL-FCH2.
           MOVE W-COMPET TO BSCOMPET
           MOVE SMCODPRO TO BSPRO
           MOVE SMDEPOS TO BSDEPOS
           MOVE SMQTD TO BSQTD
           WRITE REGBI FROM BISAL
           ADD 1 TO W-QTD
           ADD SMQTD TO W-TOT1
           GO TO EXT-SAL-RD.
       EXT-SAL-FCH2.
           CLOSE CADSALDOMES.
       EXT-SAL-FCH.
           PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM
           IF W-FECHADO NOT = "S"
              MOVE "ABERTO" TO TC-SIT(W-TOTCTL).
       EXT-SAL-FIM.
           EXIT.

      *
      ****************************************
      * FATO: FOLHA FECHADA (CADFPMES) POR   *
      * EMPRESA E DEPARTAMENTO               *
      * TOTAL1 = BRUTO  TOTAL2 = LIQUIDO     *
      ****************************************
      *
       EXT-FOL.
           MOVE "BIFFOL" TO W-PREF
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           IF W-ERRO = "S"
              GO TO EXT-FOL-FIM.
           MOVE SPACES TO REGBI
           STRING "COMPET;EMP;DEPTO;FUNCIONARIOS;SALBASE;BRUTO;"
                  "INSS;IMPOSTO;SALFAMILIA;LIQUIDO"
              DELIMITED BY SIZE INTO REGBI
           WRITE REGBI
           MOVE ZEROS TO W-TOTFOL
           OPEN INPUT CADFPMES
           IF ST-FPM NOT = "00"
              GO TO EXT-FOL-FCH.
           MOVE W-COMPET TO FPCOMPET
           MOVE ZEROS TO FPCODIGO
           START CADFPMES KEY IS NOT LESS FPCHAVE
           IF ST-FPM NOT = "00"
              GO TO EXT-FOL-LISTA.
       EXT-FOL-RD.
           READ CADFPMES NEXT
           IF ST-FPM NOT = "00"
              GO TO EXT-FOL-LISTA.
           IF FPCOMPET NOT = W-COMPET
              GO TO EXT-FOL-LISTA.
           MOVE 1 TO I.
       EXT-FOL-PROC.
           IF I > W-TOTFOL
              IF W-TOTFOL < 200
                 ADD 1 TO W-TOTFOL
                 MOVE W-TOTFOL TO I
                 MOVE FPEMP TO TF-EMP(I)
                 MOVE FPDEPARTAMENTO TO TF-DEPTO(I)
                 MOVE ZEROS TO TF-QTD(I) TF-SALBASE(I) TF-BRUTO(I)
                 MOVE ZEROS TO TF-INSS(I) TF-IMPOSTO(I) TF-SALFAMI(I)
                 MOVE ZEROS TO TF-SALIQ(I)
              ELSE
                 DISPLAY "BIEXTR: MAIS DE 200 DEPARTAMENTOS NA FOLHA"
                 GO TO EXT-FOL-RD.
           IF TF-EMP(I) NOT = FPEMP
                           OR TF-DEPTO(I) NOT = FPDEPARTAMENTO
              ADD 1 TO I
              GO TO EXT-FOL-PROC.
           ADD 1 TO TF-QTD(I)
           ADD FPSALARIOBASE TO TF-SALBASE(I)
           ADD FPBRUTO TO TF-BRUTO(I)
           ADD FPINSS TO TF-INSS(I)
           ADD FPIMPOSTO TO TF-IMPOSTO(I)
           ADD FPSALFAMI TO TF-SALFAMI(I)
           ADD FPSALIQ TO TF-SALIQ(I)
           GO TO EXT-FOL-RD.
       EXT-FOL-LISTA.
           CLOSE CADFPMES
           MOVE 1 TO I.
       EXT-FOL-LS1.
           IF I > W-TOTFOL
              GO TO EXT-FOL-FCH.
           MOVE W-COMPET TO BFCOMPET
           MOVE TF-EMP(I) TO BFEMP
           MOVE TF-DEPTO(I) TO BFDEPTO
           MOVE TF-QTD(I) TO BFQTD
           MOVE TF-SALBASE(I) TO BFSALBASE
           MOVE TF-BRUTO(I) TO BFBRUTO
           MOVE TF-INSS(I) TO BFINSS
           MOVE TF-IMPOSTO(I) TO BFIMPOSTO
           MOVE TF-SALFAMI(I) TO BFSALFAMI
           MOVE TF-SALIQ(I) TO BFSALIQ
           WRITE REGBI FROM BIFOL
           ADD 1 TO W-QTD
           ADD TF-BRUTO(I) TO W-TOT1
           ADD TF-SALIQ(I) TO W-TOT2
           ADD 1 TO I
           GO TO EXT-FOL-LS1.
       EXT-FOL-FCH.
           PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM.
       EXT-FOL-FIM.
           EXIT.

      *
      ****************************************
      * FATO: MOVIMENTOS DE CAIXA/BANCO      *
      * TOTAL1 = ENTRADAS  TOTAL2 = SAIDAS   *
      ****************************************
      *
       EXT-CXA.
           MOVE "BIFCXA" TO W-PREF
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           IF W-ERRO = "S"
              GO TO EXT-CXA-FIM.
           MOVE "COMPET;DATA;SEQ;CONTA;TIPO;CNPJ;DOCUMENTO;VALOR"
                                             TO REGBI
           WRITE REGBI
           OPEN INPUT CADCAIXA
           IF ST-CXA NOT = "00"
              GO TO EXT-CXA-FCH.
           MOVE W-DTINI TO CXDATA
           MOVE ZEROS TO CXSEQ
           START CADCAIXA KEY IS NOT LESS CXCHAVE
           IF ST-CXA NOT = "00"
              GO TO EXT-CXA-FCH2.
       EXT-CXA-RD.
           READ CADCAIXA NEXT
           IF ST-CXA NOT = "00"
              GO TO EXT-CXA-FCH2.
           IF CXDATA > W-DTFIM
              GO TO EXT-CXA-FCH2.
           MOVE W-COMPET TO BXCOMPET
           MOVE CXDATA TO BXDATA
           MOVE CXSEQ TO BXSEQ
           MOVE CXCONTA TO BXCONTA
           MOVE CXTIPO TO BXTIPO
           MOVE CXCNPJ TO BXCNPJ
           MOVE CXDOC TO BXDOC
           MOVE CXVALOR TO BXVALOR
           WRITE REGBI FROM BICXA
           ADD 1 TO W-QTD
           IF CXTIPO = "E"
              ADD CXVALOR TO W-TOT1
           ELSE
              ADD CXVALOR TO W-TOT2.
           GO TO EXT-CXA-RD.
       EXT-CXA-FCH2.
           CLOSE CADCAIXA.
       EXT-CXA-FCH.
           PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM.
       EXT-CXA-FIM.
           EXIT.

      *
      ****************************************
      * DIMENSAO: PRODUTOS                   *
      ****************************************
      *
       EXT-PRO.
           MOVE "BIDPRO" TO W-PREF
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           IF W-ERRO = "S"
              GO TO EXT-PRO-FIM.
           MOVE "PRODUTO;DESCRICAO;UNIDADE;TIPO;TIPOTXT;FORNECEDOR;ABC"
                                             TO REGBI
           WRITE REGBI
           OPEN INPUT CADPRO
           IF ST-PRO NOT = "00"
              GO TO EXT-PRO-FCH.
           MOVE ZEROS TO CODIGO OF REGPRO
           START CADPRO KEY IS NOT LESS CODIGO OF REGPRO
           IF ST-PRO NOT = "00"
              GO TO EXT-PRO-FCH2.
       EXT-PRO-RD.
           READ CADPRO NEXT
           IF ST-PRO NOT = "00"
              GO TO EXT-PRO-FCH2.
           MOVE CODIGO OF REGPRO TO BPPRO
           MOVE DESC TO BPDESC
           MOVE UNIDADE TO BPUNID
           MOVE TIPOPRODUTO TO BPTIPO
           MOVE TIPOTXT TO BPTIPOTXT
           MOVE FCNPJ TO BPFOR
           MOVE CLASSEABC TO BPABC
           WRITE REGBI FROM BIPRO
           ADD 1 TO W-QTD
           GO TO EXT-PRO-RD.
       EXT-PRO-FCH2.
           CLOSE CADPRO.
       EXT-PRO-FCH.
           PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM.
       EXT-PRO-FIM.
           EXIT.

      *
      ****************************************
      * DIMENSAO: CLIENTES                   *
      ****************************************
      *
       EXT-CLI.
           MOVE "BIDCLI" TO W-PREF
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           IF W-ERRO = "S"
              GO TO EXT-CLI-FIM.
           MOVE "CLIENTE;NOME;FANTASIA;CEP;GRUPO;STATUS" TO REGBI
           WRITE REGBI
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              GO TO EXT-CLI-FCH.
           MOVE ZEROS TO CLICNPJ
           START CADCLI KEY IS NOT LESS CLICNPJ
           IF ST-CLI NOT = "00"
              GO TO EXT-CLI-FCH2.
       EXT-CLI-RD.
           READ CADCLI NEXT
           IF ST-CLI NOT = "00"
              GO TO EXT-CLI-FCH2.
           MOVE CLICNPJ TO BLCLI
           MOVE CLINOME TO BLNOME
           MOVE CLIFANTASIA TO BLFANT
           MOVE CLICEP TO BLCEP
           MOVE CLIGRUPO TO BLGRUPO
           MOVE STATUSCLI TO BLSTATUS
           WRITE REGBI FROM BICLI
           ADD 1 TO W-QTD
           GO TO EXT-CLI-RD.
       EXT-CLI-FCH2.
           CLOSE CADCLI.
       EXT-CLI-FCH.
           PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM.
       EXT-CLI-FIM.
           EXIT.

      *
      ****************************************
      * DIMENSAO: FORNECEDORES               *
      ****************************************
      *
       EXT-FOR.
           MOVE "BIDFOR" TO W-PREF
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           IF W-ERRO = "S"
              GO TO EXT-FOR-FIM.
           MOVE "FORNECEDOR;RAZAO;FANTASIA;RAMO;RAMOTXT;STATUS"
                                             TO REGBI
           WRITE REGBI
           OPEN INPUT CADFOR
           IF ST-FOR NOT = "00"
              GO TO EXT-FOR-FCH.
           MOVE ZEROS TO CNPJ
           START CADFOR KEY IS NOT LESS CNPJ
           IF ST-FOR NOT = "00"
              GO TO EXT-FOR-FCH2.
       EXT-FOR-RD.
           READ CADFOR NEXT
           IF ST-FOR NOT = "00"
              GO TO EXT-FOR-FCH2.
           MOVE CNPJ TO BNFOR
           MOVE RAZAOSOCIAL TO BNRAZAO
           MOVE NOMEFANTASIA TO BNFANT
           MOVE RAMO TO BNRAMO
           MOVE RAMOTXT TO BNRAMOTXT
           MOVE STATUSFOR TO BNSTATUS
           WRITE REGBI FROM BIFORN
           ADD 1 TO W-QTD
           GO TO EXT-FOR-RD.
       EXT-FOR-FCH2.
           CLOSE CADFOR.
       EXT-FOR-FCH.
           PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM.
       EXT-FOR-FIM.
           EXIT.

      *
      ****************************************
      * DIMENSAO: FUNCIONARIOS - SO CODIGO,  *
      * LOTACAO E DATAS (AAAAMM); NOME, CPF  *
      * E CONTATO NAO SAEM DA EMPRESA        *
      ****************************************
      *
       EXT-FUN.
           MOVE "BIDFUN" TO W-PREF
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           IF W-ERRO = "S"
              GO TO EXT-FUN-FIM.
           MOVE SPACES TO REGBI
           STRING "FUNCIONARIO;DEPTO;FUNCAO;FUNCAOTXT;TIPOSALARIO;"
                  "STATUS;ADMISSAO;BAIXA"
              DELIMITED BY SIZE INTO REGBI
           WRITE REGBI
           OPEN INPUT CADFOLHA
           IF ST-FUN NOT = "00"
              GO TO EXT-FUN-FCH.
           MOVE ZEROS TO CODIGO OF REGFOLHA
           START CADFOLHA KEY IS NOT LESS CODIGO OF REGFOLHA
           IF ST-FUN NOT = "00"
              GO TO EXT-FUN-FCH2.
       EXT-FUN-RD.
           READ CADFOLHA NEXT
           IF ST-FUN NOT = "00"
              GO TO EXT-FUN-FCH2.
           MOVE CODIGO OF REGFOLHA TO BUFUN
           MOVE DEPARTAMENTO TO BUDEPTO
           MOVE FUNC TO BUFUNC
           MOVE TXTFUNC TO BUTXTFUNC
           MOVE TIPOSALARIO TO BUTIPOSAL
           MOVE STATUSFUNC TO BUSTATUS
           DIVIDE DATAADMISSAO BY 100 GIVING BUADMIS
           DIVIDE DATABAIXA OF REGFOLHA BY 100 GIVING BUBAIXA
           WRITE REGBI FROM BIFUN
           ADD 1 TO W-QTD
           GO TO EXT-FUN-RD.
       EXT-FUN-FCH2.
           CLOSE CADFOLHA.
       EXT-FUN-FCH.
           PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM.
       EXT-FUN-FIM.
           EXIT.

      *
      ****************************************
      * DIMENSAO: DEPARTAMENTOS              *
      ****************************************
      *
       EXT-DEP.
           MOVE "BIDDEP" TO W-PREF
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           IF W-ERRO = "S"
              GO TO EXT-DEP-FIM.
           MOVE "DEPTO;DESCRICAO" TO REGBI
           WRITE REGBI
           OPEN INPUT CADDEPTO
           IF ST-DEP NOT = "00"
              GO TO EXT-DEP-FCH.
           MOVE ZEROS TO CODDEPTO
           START CADDEPTO KEY IS NOT LESS CODDEPTO
           IF ST-DEP NOT = "00"
              GO TO EXT-DEP-FCH2.
       EXT-DEP-RD.
           READ CADDEPTO NEXT
           IF ST-DEP NOT = "00"
              GO TO EXT-DEP-FCH2.
           MOVE CODDEPTO TO BDDEPTO
           MOVE DESCDEPTO TO BDDESC
           WRITE REGBI FROM BIDEP
           ADD 1 TO W-QTD
           GO TO EXT-DEP-RD.
       EXT-DEP-FCH2.
           CLOSE CADDEPTO.
       EXT-DEP-FCH.
           PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM.
       EXT-DEP-FIM.
           EXIT.

      *
      ****************************************
      * DIMENSAO: CENTROS DE CUSTO           *
      ****************************************
      *
       EXT-CCU.
           MOVE "BIDCCU" TO W-PREF
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           IF W-ERRO = "S"
              GO TO EXT-CCU-FIM.
           MOVE "CENTRO;DESCRICAO" TO REGBI
           WRITE REGBI
           OPEN INPUT CADCCUSTO
           IF ST-CCU NOT = "00"
              GO TO EXT-CCU-FCH.
           MOVE ZEROS TO CCCODIGO
           START CADCCUSTO KEY IS NOT LESS CCCODIGO
           IF ST-CCU NOT = "00"
              GO TO EXT-CCU-FCH2.
       EXT-CCU-RD.
           READ CADCCUSTO NEXT
           IF ST-CCU NOT = "00"
              GO TO EXT-CCU-FCH2.
           MOVE CCCODIGO TO BOCC
           MOVE CCDESC TO BODESC
           WRITE REGBI FROM BICCU
           ADD 1 TO W-QTD
           GO TO EXT-CCU-RD.
       EXT-CCU-FCH2.
           CLOSE CADCCUSTO.
       EXT-CCU-FCH.
           PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM.
       EXT-CCU-FIM.
           EXIT.

      *
      ****************************************
      * DIMENSAO: RATEIO DEPTO X CENTRO      *
      * (MESMO CADDEPCC DA CONTABILIDADE)    *
      * TOTAL1 = SOMA DOS PERCENTUAIS        *
      ****************************************
      *
       EXT-RAT.
           MOVE "BIDRAT" TO W-PREF
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           IF W-ERRO = "S"
              GO TO EXT-RAT-FIM.
           MOVE "DEPTO;CENTRO;PERCENTUAL" TO REGBI
           WRITE REGBI
           OPEN INPUT CADDEPCC
           IF ST-RAT NOT = "00"
              GO TO EXT-RAT-FCH.
           MOVE ZEROS TO DCDEPTO DCCC
           START CADDEPCC KEY IS NOT LESS DCCHAVE
           IF ST-RAT NOT = "00"
              GO TO EXT-RAT-FCH2.
       EXT-RAT-RD.
           READ CADDEPCC NEXT
           IF ST-RAT NOT = "00"
              GO TO EXT-RAT-FCH2.
           MOVE DCDEPTO TO BRDEPTO
           MOVE DCCC TO BRCC
           MOVE DCPCT TO BRPCT
           WRITE REGBI FROM BIRAT
           ADD 1 TO W-QTD
           ADD DCPCT TO W-TOT1
           GO TO EXT-RAT-RD.
       EXT-RAT-FCH2.
           CLOSE CADDEPCC.
       EXT-RAT-FCH.
           PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM.
       EXT-RAT-FIM.
           EXIT.

      *
      ****************************************
      * DIMENSAO: EMPRESAS DO GRUPO          *
      ****************************************
      *
       EXT-EMP.
           MOVE "BIDEMP" TO W-PREF
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           IF W-ERRO = "S"
              GO TO EXT-EMP-FIM.
           MOVE "EMP;CNPJ;NOME" TO REGBI
           WRITE REGBI
           OPEN INPUT CADEMP
           IF ST-EMP NOT = "00"
              GO TO EXT-EMP-FCH.
           MOVE ZEROS TO EMPCOD
           START CADEMP KEY IS NOT LESS EMPCOD
           IF ST-EMP NOT = "00"
              GO TO EXT-EMP-FCH2.
       EXT-EMP-RD.
           READ CADEMP NEXT
           IF ST-EMP NOT = "00"
              GO TO EXT-EMP-FCH2.
           MOVE EMPCOD TO BEEMP
           MOVE EMPCNPJ TO BECNPJ
           MOVE EMPNOME TO BENOME
           WRITE REGBI FROM BIEMP
           ADD 1 TO W-QTD
           GO TO EXT-EMP-RD.
       EXT-EMP-FCH2.
           CLOSE CADEMP.
       EXT-EMP-FCH.
           PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM.
       EXT-EMP-FIM.
           EXIT.

      *
      ****************************************
      * CONTROLE DA RODADA ANTERIOR DA MESMA *
      * COMPETENCIA (SE EXISTIR)             *
      ****************************************
      *
       LE-CTLANT.
           OPEN INPUT BICTL
           IF ST-CTL NOT = "00"
              GO TO LE-CTLANT-FIM.
       LE-CTLANT-RD.
           READ BICTL
           IF ST-CTL NOT = "00"
              CLOSE BICTL
              GO TO LE-CTLANT-FIM.
           IF RCARQ(1:2) NOT = "BI"
              GO TO LE-CTLANT-RD.
           IF W-TOTANT < 20
              ADD 1 TO W-TOTANT
              MOVE RCARQ TO TA-ARQ(W-TOTANT)
              MOVE RCVALORES TO TA-VALORES(W-TOTANT).
           GO TO LE-CTLANT-RD.
       LE-CTLANT-FIM.
           EXIT.

      *
      ****************************************
      * GRAVA O CONTROLE: IGUAL / DIVERGE DA *
      * RODADA ANTERIOR, NOVO SE NAO HAVIA   *
      ****************************************
      *
       GRAVA-CTL.
           OPEN OUTPUT BICTL
           IF ST-CTL NOT = "00"
              DISPLAY "BIEXTR: ERRO NA CRIACAO DE " W-ARQCTL
              MOVE 8 TO RETURN-CODE
              GO TO GRAVA-CTL-FIM.
           MOVE W-COMPET TO CCCOMPET
           MOVE W-HOJE TO CCDATA
           ACCEPT W-HORA-EQ FROM TIME
           MOVE W-HORA TO CCHORA
           WRITE REGCTL FROM CABCTL
           WRITE REGCTL FROM CABCTL2
           MOVE 1 TO I.
       GRAVA-CTL1.
           IF I > W-TOTCTL
              CLOSE BICTL
              GO TO GRAVA-CTL-FIM.
           MOVE 1 TO J.
       GRAVA-CTL2.
           IF J > W-TOTANT
              GO TO GRAVA-CTL3.
           IF TA-ARQ(J) NOT = TC-ARQ(I)
              ADD 1 TO J
              GO TO GRAVA-CTL2.
           IF TA-VALORES(J) = TC-VALORES(I)
              IF TC-SIT(I) NOT = "ABERTO"
                 MOVE "IGUAL" TO TC-SIT(I)
              ELSE
                 NEXT SENTENCE
           ELSE
              MOVE "DIVERGE" TO TC-SIT(I)
              ADD 1 TO W-QTDDIV.
       GRAVA-CTL3.
           MOVE ALL ";" TO REGCTL
           MOVE TC-ARQ(I) TO RCARQ
           MOVE TC-NOME(I) TO RCNOME
           MOVE TC-VALORES(I) TO RCVALORES
           MOVE TC-SIT(I) TO RCSIT
           WRITE REGCTL
           ADD 1 TO I
           GO TO GRAVA-CTL1.
       GRAVA-CTL-FIM.
           EXIT.

      *
      *    BICOMPET E DE UMA RODADA SO: VOLTA A ZERO PARA A CADEIA
      *    SEGUIR COM O MES ANTERIOR NAS PROXIMAS NOITES
      *
       LIMPA-PARAM.
           IF W-COMPPAR = ZEROS
              GO TO LIMPA-PARAM-FIM.
           OPEN I-O CADPARAM
           IF ST-PAR NOT = "00"
              GO TO LIMPA-PARAM-FIM.
           MOVE "BICOMPET" TO PARCODIGO
           READ CADPARAM
           IF ST-PAR = "00"
              MOVE ZEROS TO PARVALOR
              REWRITE REGPARAM.
           CLOSE CADPARAM.
       LIMPA-PARAM-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
