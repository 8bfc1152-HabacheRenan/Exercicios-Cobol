       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCP073.
      ************************
      * PROGRAMA PARA QUADRO DE VAGAS E REQUISICAO DE PESSOAL   *
      * QUADRO APROVADO POR DEPARTAMENTO E FUNCAO, REQUISICAO   *
      * (SOLICITANTE, JUSTIFICATIVA, FAIXA SALARIAL DO SCP063)  *
      * COM APROVACAO CONTRA O QUADRO - A ADMISSAO NO SCP024    *
      * FECHA A REQUISICAO - E RELATORIO APROVADO X PREENCHIDO  *
      * X EM ABERTO COM A MOVIMENTACAO ENTRE DEPARTAMENTOS      *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADQUADRO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS QDCHAVE
                       FILE STATUS IS ST-ERRO.
      *
           SELECT CADREQ ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS REQNUM
                       ALTERNATE RECORD KEY IS
                       REQCODFUNC WITH DUPLICATES
                       FILE STATUS IS ST-ERRO2.
      *
           SELECT CADFOLHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       ALTERNATE RECORD KEY IS
                       NOME WITH DUPLICATES
                       ALTERNATE RECORD KEY IS CPF
                       FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CODFUNC
                       FILE STATUS IS ST-ERRO4.
      *
           SELECT CADDEPTO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CODDEPTO
                       FILE STATUS IS ST-ERRO5.
      *
           SELECT CADFAIXA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FXCHAVE
                       FILE STATUS IS ST-FX.
      *
           SELECT CADHISDEPTO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-HIS.
      *
           SELECT QUADIMP ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-IMP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADQUADRO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADQUADRO.DAT".
       01 REGQUADRO.
           03 QDCHAVE.
               05 QDDEPTO       PIC 9(02).
               05 QDFUNC        PIC X(01).
           03 QDAPROV           PIC 9(04).
           03 QDRESP            PIC X(30).
           03 QDDATAAPR         PIC 9(08).

       FD CADREQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADREQ.DAT".
       01 REGREQ.
           03 REQNUM            PIC 9(06).
           03 REQDEPTO          PIC 9(02).
           03 REQFUNC           PIC X(01).
           03 REQSOLIC          PIC X(30).
           03 REQJUSTIF         PIC X(60).
           03 REQFXMIN          PIC 9(06)V99.
           03 REQFXMAX          PIC 9(06)V99.
           03 REQDATA           PIC 9(08).
      *    P=PENDENTE A=APROVADA (ABERTA) R=REPROVADA
      *    F=FECHADA (ADMISSAO NO SCP024) C=CANCELADA
           03 REQSTATUS         PIC X(01).
           03 REQAPROVADOR      PIC X(30).
           03 REQDATAAPR        PIC 9(08).
           03 REQCODFUNC        PIC 9(06).
           03 REQDATAFECH       PIC 9(08).

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

       FD CADFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
           03 CODFUNC           PIC X(01).
           03 DESCFUNC          PIC X(25).
           03 FUNCADIC          PIC X(01).
           03 FUNCGRAU          PIC 9(02).

       FD CADDEPTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDEPTO.DAT".
       01 REGDEPTO.
           03 CODDEPTO          PIC 9(02).
           03 DESCDEPTO         PIC X(30).

       FD CADFAIXA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFAIXA.DAT".
       01 REGFAIXA.
           03 FXCHAVE.
               05 FXFUNC        PIC X(01).
               05 FXDATAINI     PIC 9(08).
           03 FXMIN             PIC 9(06)V99.
           03 FXMAX             PIC 9(06)V99.

       FD CADHISDEPTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADHISDEPTO.TXT".
       01 REGHISDEPTO.
           03 HD-CODIGO         PIC 9(06).
           03 HD-DEPTODE        PIC 9(02).
           03 HD-DEPTOPARA      PIC 9(02).
           03 HD-DATA           PIC 9(08).
           03 HD-OPERCOD        PIC 9(06).

       FD QUADIMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "QUADREL.TXT".
       01 REGIMP             PIC X(80).

       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
       77 W-OPCAO              PIC X(01) VALUE SPACES.
       01 MENS                 PIC X(50) VALUE SPACES.
       01 ST-ERRO              PIC X(02) VALUE "00".
       01 ST-ERRO2             PIC X(02) VALUE "00".
       01 ST-ERRO3             PIC X(02) VALUE "00".
       01 ST-ERRO4             PIC X(02) VALUE "00".
       01 ST-ERRO5             PIC X(02) VALUE "00".
       01 ST-FX                PIC X(02) VALUE "00".
       01 ST-HIS               PIC X(02) VALUE "00".
       01 ST-IMP               PIC X(02) VALUE "00".
       01 W-TEMREG             PIC X(01) VALUE "N".
       01 W-TEMFX              PIC X(01) VALUE "N".
       01 W-TEMFAIXA           PIC X(01) VALUE "N".
       01 W-HOJE               PIC 9(08) VALUE ZEROS.
       01 W-FUNCFX             PIC X(01) VALUE SPACE.
       01 W-FXMIN              PIC 9(06)V99 VALUE ZEROS.
       01 W-FXMAX              PIC 9(06)V99 VALUE ZEROS.
       01 W-DEPTOREF           PIC 9(02) VALUE ZEROS.
       01 W-FUNCREF            PIC X(01) VALUE SPACE.
       01 W-QTDOCUP            PIC 9(04) VALUE ZEROS.
       01 W-QTDABERTA          PIC 9(04) VALUE ZEROS.
       01 W-REQSALVA           PIC 9(06) VALUE ZEROS.
       01 W-QTDLIVRE           PIC S9(04) VALUE ZEROS.
       01 W-DATAINI            PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM            PIC 9(08) VALUE ZEROS.
       01 W-DEPANT             PIC 9(02) VALUE ZEROS.
       01 W-IDXD               PIC 9(02) VALUE ZEROS.
       01 W-IDXQ               PIC 9(03) VALUE ZEROS.
       01 W-QTDTQ              PIC 9(03) VALUE ZEROS.
       01 W-QTDQD              PIC 9(03) VALUE ZEROS.
       01 W-SUBAPROV           PIC 9(05) VALUE ZEROS.
       01 W-SUBPREEN           PIC 9(05) VALUE ZEROS.
       01 W-SUBABERT           PIC 9(05) VALUE ZEROS.
       01 W-SUBPEND            PIC 9(05) VALUE ZEROS.
      *    QUADRO EM MEMORIA - ITENS DO CADQUADRO E, DEPOIS DELES,
      *    AS COMBINACOES DEPTO/FUNCAO OCUPADAS SEM QUADRO APROVADO
       01 TAB-QUADRO.
           03 TQ-ITEM OCCURS 500 TIMES.
               05 TQ-DEPTO     PIC 9(02).
               05 TQ-FUNC      PIC X(01).
               05 TQ-APROV     PIC 9(04).
               05 TQ-PREEN     PIC 9(04).
               05 TQ-ABERTA    PIC 9(04).
               05 TQ-PEND      PIC 9(04).
       01 TAB-DEPTO.
           03 TD-ITEM OCCURS 99 TIMES.
               05 TD-ENTRARAM PIC 9(04).
               05 TD-SAIRAM   PIC 9(04).
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 IMP-TRACO.
           03 FILLER    PIC X(78) VALUE ALL "-".

       01 IMP-CAB1.
           03 FILLER    PIC X(38)
              VALUE "QUADRO DE VAGAS - POSICAO EM         ".
           03 IMPHOJE   PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(16) VALUE "  MOVIMENTACAO: ".
           03 IMPDTINI  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "-".
           03 IMPDTFIM  PIC 9(08) VALUE ZEROS.

       01 IMP-CAB2.
           03 FILLER    PIC X(40)
              VALUE "DP F FUNCAO                     APROVADO".
           03 FILLER    PIC X(38)
              VALUE " PREENCH. ABERTAS PENDENT.    LIVRES".

       01 IMP-DET.
           03 IMPDEPTO  PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPFUNC   PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPDESCF  PIC X(25) VALUE SPACES.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 IMPAPROV  PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 IMPPREEN  PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 IMPABERT  PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 IMPPEND   PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 IMPLIVRE  PIC ----9 VALUE ZEROS.

       01 IMP-SUBDEP.
           03 FILLER    PIC X(06) VALUE "TOTAL ".
           03 IMPSDEPTO PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPSDESC  PIC X(24) VALUE SPACES.
           03 IMPSAPROV PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 IMPSPREEN PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 IMPSABERT PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 IMPSPEND  PIC ZZZZ9 VALUE ZEROS.

       01 IMP-SUBHIS.
           03 FILLER    PIC X(33)
              VALUE "      MOVIMENTACAO ENTRE DEPTOS: ".
           03 FILLER    PIC X(10) VALUE "ENTRARAM ".
           03 IMPSENTR  PIC ZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(09) VALUE "  SAIRAM ".
           03 IMPSSAIU  PIC ZZZ9 VALUE ZEROS.

       01 IMP-FORA.
           03 FILLER    PIC X(50)
              VALUE "*** OCUPADOS SEM QUADRO APROVADO ***".

       SCREEN SECTION.
       01  TELAQUADRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "********* QUADRO DE VAGAS E REQUISICAO DE".
           05  LINE 01  COLUMN 42
               VALUE  " PESSOAL *********".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

       PROCEDURE DIVISION.
       R00.
           OPEN I-O CADQUADRO.
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADQUADRO
                 CLOSE CADQUADRO
                 MOVE "*** ARQUIVO CADQUADRO FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R00
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADQUADRO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R01.
           OPEN I-O CADREQ
           IF ST-ERRO2 = "30"
              OPEN OUTPUT CADREQ
              CLOSE CADREQ
              OPEN I-O CADREQ.

       RA0.
           OPEN INPUT CADFOLHA.
           IF ST-ERRO3 NOT = "00"
              MOVE "SEM FUNCIONARIOS - USE O SCP001" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       RB0.
           OPEN INPUT CADFUNC
           IF ST-ERRO4 = "30"
              OPEN OUTPUT CADFUNC
              CLOSE CADFUNC
              OPEN INPUT CADFUNC.
           OPEN INPUT CADDEPTO
           IF ST-ERRO5 = "30"
              OPEN OUTPUT CADDEPTO
              CLOSE CADDEPTO
              OPEN INPUT CADDEPTO.
           OPEN INPUT CADFAIXA
           IF ST-FX = "00"
              MOVE "S" TO W-TEMFX.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-QD.
           DISPLAY TELAQUADRO
           DISPLAY (04, 01) "1 - QUADRO APROVADO POR DEPTO/FUNCAO"
           DISPLAY (05, 01) "2 - REQUISICAO DE PESSOAL"
           DISPLAY (06, 01) "3 - APROVACAO DA REQUISICAO"
           DISPLAY (07, 01) "4 - APROVADO X PREENCHIDO X EM ABERTO"
           DISPLAY (08, 01) "0 - SAIR"
           DISPLAY (10, 01) "OPCAO: ".
           ACCEPT  (10, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO QD-INI.
           IF W-OPCAO = "2"
              GO TO REQ-INI.
           IF W-OPCAO = "3"
              GO TO APR-INI.
           IF W-OPCAO = "4"
              GO TO REL-INI.
           GO TO MENU-QD.

      *
      ****************************************
      * QUADRO APROVADO POR DEPTO E FUNCAO   *
      ****************************************
      *
       QD-INI.
           MOVE ZEROS TO QDDEPTO QDAPROV QDDATAAPR
           MOVE SPACES TO QDFUNC QDRESP
           DISPLAY TELAQUADRO
           DISPLAY (04, 01) "DEPARTAMENTO (0=VOLTAR): ".
           ACCEPT  (04, 26) QDDEPTO.
           IF QDDEPTO = ZEROS
              GO TO MENU-QD.
           MOVE QDDEPTO TO CODDEPTO
           READ CADDEPTO
           IF ST-ERRO5 NOT = "00"
              MOVE "* DEPARTAMENTO NAO CADASTRADO (SCP008) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO QD-INI.
           DISPLAY (04, 30) DESCDEPTO.

       QD-R1.
           DISPLAY (05, 01) "FUNCAO: ".
           ACCEPT  (05, 09) QDFUNC.
           MOVE QDFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO4 NOT = "00"
              MOVE "*** FUNCAO NAO CADASTRADA (SCP007) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO QD-R1.
           DISPLAY (05, 15) DESCFUNC
           MOVE "N" TO W-TEMREG
           READ CADQUADRO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMREG
              MOVE "*** QUADRO JA CADASTRADO - EDITANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       QD-R2.
           DISPLAY (07, 01) "POSICOES APROVADAS: ".
           ACCEPT  (07, 21) QDAPROV WITH UPDATE.
           MOVE QDDEPTO TO W-DEPTOREF
           MOVE QDFUNC TO W-FUNCREF
           PERFORM CONTA-VAGA THRU CONTA-VAGA-EXIT
           DISPLAY (08, 01) "OCUPADAS: "
           DISPLAY (08, 11) W-QTDOCUP
           DISPLAY (08, 18) "REQUISICOES ABERTAS: "
           DISPLAY (08, 39) W-QTDABERTA
           IF QDAPROV < W-QTDOCUP + W-QTDABERTA
              MOVE "* ATENCAO: QUADRO MENOR QUE O JA OCUPADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       QD-R3.
           DISPLAY (10, 01) "APROVADO POR: ".
           ACCEPT  (10, 15) QDRESP WITH UPDATE.
           IF QDRESP = SPACES
              MOVE "*** RESPONSAVEL OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO QD-R3.
           MOVE W-HOJE TO QDDATAAPR.

       QD-WR1.
           IF W-TEMREG = "S"
              REWRITE REGQUADRO
           ELSE
              WRITE REGQUADRO.
           MOVE "*** QUADRO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO QD-INI.

      *
      ****************************************
      * REQUISICAO DE PESSOAL                *
      * NOVA OU PENDENTE: DIGITACAO          *
      * APROVADA (ABERTA): SO CANCELAMENTO   *
      ****************************************
      *
       REQ-INI.
           DISPLAY TELAQUADRO
           DISPLAY (04, 01) "NUMERO DA REQUISICAO (0=VOLTAR): ".
           MOVE ZEROS TO REQNUM
           ACCEPT  (04, 35) REQNUM.
           IF REQNUM = ZEROS
              GO TO MENU-QD.
           MOVE "N" TO W-TEMREG
           READ CADREQ
           IF ST-ERRO2 NOT = "00"
              GO TO REQ-NOVA.
           MOVE "S" TO W-TEMREG
           PERFORM MOSTRA-REQ THRU MOSTRA-REQ-FIM
           IF REQSTATUS = "P"
              MOVE "*** REQUISICAO PENDENTE - EDITANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REQ-R1.
           IF REQSTATUS NOT = "A"
              MOVE "* REQUISICAO ENCERRADA - SO CONSULTA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
              ACCEPT  (22, 31) W-OPCAO
              GO TO REQ-INI.

       REQ-CANC.
           DISPLAY (20, 01) "REQUISICAO ABERTA - CANCELAR (S/N): ".
           MOVE "N" TO W-OPCAO
           ACCEPT  (20, 37) W-OPCAO WITH UPDATE.
           IF W-OPCAO = "S" OR W-OPCAO = "s"
              MOVE "C" TO REQSTATUS
              MOVE W-HOJE TO REQDATAFECH
              REWRITE REGREQ
              MOVE "*** REQUISICAO CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO REQ-INI.

       REQ-NOVA.
           MOVE ZEROS TO REQDEPTO REQFXMIN REQFXMAX REQDATAAPR
                         REQCODFUNC REQDATAFECH
           MOVE SPACES TO REQFUNC REQSOLIC REQJUSTIF REQAPROVADOR
           MOVE W-HOJE TO REQDATA
           MOVE "P" TO REQSTATUS.

       REQ-R1.
           DISPLAY (05, 01) "DEPARTAMENTO: ".
           ACCEPT  (05, 15) REQDEPTO WITH UPDATE.
           MOVE REQDEPTO TO CODDEPTO
           READ CADDEPTO
           IF ST-ERRO5 NOT = "00"
              MOVE "* DEPARTAMENTO NAO CADASTRADO (SCP008) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REQ-R1.
           DISPLAY (05, 20) DESCDEPTO.

       REQ-R2.
           DISPLAY (06, 01) "FUNCAO: ".
           ACCEPT  (06, 09) REQFUNC WITH UPDATE.
           MOVE REQFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO4 NOT = "00"
              MOVE "*** FUNCAO NAO CADASTRADA (SCP007) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REQ-R2.
           DISPLAY (06, 15) DESCFUNC
           MOVE REQDEPTO TO QDDEPTO
           MOVE REQFUNC TO QDFUNC
           READ CADQUADRO
           IF ST-ERRO NOT = "00"
              MOVE "* DEPTO/FUNCAO SEM QUADRO APROVADO (OPCAO 1) *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REQ-R1.
      *    FAIXA SALARIAL VIGENTE DA FUNCAO (SCP063)
           MOVE REQFUNC TO W-FUNCFX
           PERFORM BUSCA-FAIXA THRU BUSCA-FAIXA-FIM
           IF W-TEMFAIXA NOT = "S"
              MOVE "* FUNCAO SEM FAIXA SALARIAL - USE O SCP063 *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REQ-R2.
           MOVE W-FXMIN TO REQFXMIN
           MOVE W-FXMAX TO REQFXMAX
           DISPLAY (07, 01) "FAIXA SALARIAL: "
           DISPLAY (07, 17) REQFXMIN
           DISPLAY (07, 27) "A"
           DISPLAY (07, 29) REQFXMAX.

       REQ-R3.
           DISPLAY (09, 01) "SOLICITANTE: ".
           ACCEPT  (09, 14) REQSOLIC WITH UPDATE.
           IF REQSOLIC = SPACES
              MOVE "*** SOLICITANTE OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REQ-R3.

       REQ-R4.
           DISPLAY (10, 01) "JUSTIFICATIVA:".
           ACCEPT  (11, 01) REQJUSTIF WITH UPDATE.
           IF REQJUSTIF = SPACES
              MOVE "*** JUSTIFICATIVA OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REQ-R4.

       REQ-WR1.
           IF W-TEMREG = "S"
              REWRITE REGREQ
           ELSE
              WRITE REGREQ.
           MOVE "*** REQUISICAO GRAVADA - AGUARDA APROVACAO ***"
                                          TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO REQ-INI.

      *
      ****************************************
      * APROVACAO DA REQUISICAO - SO APROVA  *
      * SE OCUPADAS + ABERTAS < QUADRO       *
      ****************************************
      *
       APR-INI.
           DISPLAY TELAQUADRO
           DISPLAY (04, 01) "NUMERO DA REQUISICAO (0=VOLTAR): ".
           MOVE ZEROS TO REQNUM
           ACCEPT  (04, 35) REQNUM.
           IF REQNUM = ZEROS
              GO TO MENU-QD.
           READ CADREQ
           IF ST-ERRO2 NOT = "00"
              MOVE "*** REQUISICAO NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-INI.
           PERFORM MOSTRA-REQ THRU MOSTRA-REQ-FIM
           IF REQSTATUS NOT = "P"
              MOVE "*** REQUISICAO NAO ESTA PENDENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-INI.
           MOVE REQDEPTO TO QDDEPTO W-DEPTOREF
           MOVE REQFUNC TO QDFUNC W-FUNCREF
           READ CADQUADRO
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO QDAPROV.
           PERFORM CONTA-VAGA THRU CONTA-VAGA-EXIT
           COMPUTE W-QTDLIVRE = QDAPROV - W-QTDOCUP - W-QTDABERTA
           DISPLAY (15, 01) "QUADRO: "
           DISPLAY (15, 09) QDAPROV
           DISPLAY (15, 15) "OCUPADAS: "
           DISPLAY (15, 25) W-QTDOCUP
           DISPLAY (15, 31) "ABERTAS: "
           DISPLAY (15, 40) W-QTDABERTA.

       APR-R1.
           DISPLAY (17, 01) "A=APROVAR  R=REPROVAR  0=VOLTAR: ".
           MOVE SPACE TO W-OPCAO
           ACCEPT  (17, 35) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO APR-INI.
           IF W-OPCAO NOT = "A" AND W-OPCAO NOT = "R"
              GO TO APR-R1.
           IF W-OPCAO = "A" AND W-QTDLIVRE NOT > ZEROS
              MOVE "* SEM VAGA NO QUADRO - AMPLIE O QUADRO ANTES *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-R1.

       APR-R2.
           DISPLAY (18, 01) "RESPONSAVEL: ".
           ACCEPT  (18, 14) REQAPROVADOR.
           IF REQAPROVADOR = SPACES
              MOVE "*** RESPONSAVEL OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-R2.
           MOVE W-OPCAO TO REQSTATUS
           MOVE W-HOJE TO REQDATAAPR
           REWRITE REGREQ
           IF REQSTATUS = "A"
              MOVE "*** REQUISICAO APROVADA - VAGA ABERTA ***" TO MENS
           ELSE
              MOVE "*** REQUISICAO REPROVADA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO APR-INI.

       MOSTRA-REQ.
           DISPLAY (05, 01) "DEPARTAMENTO: "
           DISPLAY (05, 15) REQDEPTO
           DISPLAY (06, 01) "FUNCAO: "
           DISPLAY (06, 09) REQFUNC
           DISPLAY (07, 01) "FAIXA SALARIAL: "
           DISPLAY (07, 17) REQFXMIN
           DISPLAY (07, 27) "A"
           DISPLAY (07, 29) REQFXMAX
           DISPLAY (09, 01) "SOLICITANTE: "
           DISPLAY (09, 14) REQSOLIC
           DISPLAY (10, 01) "JUSTIFICATIVA:"
           DISPLAY (11, 01) REQJUSTIF
           DISPLAY (12, 01) "ABERTA EM: "
           DISPLAY (12, 12) REQDATA
           DISPLAY (12, 23) "SITUACAO: "
           DISPLAY (12, 33) REQSTATUS
           DISPLAY (12, 35) "(P=PEND A=APROV R=REPROV F=FECH C=CANC)"
           IF REQSTATUS = "F"
              DISPLAY (13, 01) "PREENCHIDA PELO FUNCIONARIO: "
              DISPLAY (13, 30) REQCODFUNC.
       MOSTRA-REQ-FIM.
           EXIT.

      *
      *    POSICOES OCUPADAS (FUNCIONARIOS ATIVOS) E REQUISICOES
      *    APROVADAS AINDA ABERTAS DO DEPTO/FUNCAO
      *
       CONTA-VAGA.
           MOVE ZEROS TO W-QTDOCUP W-QTDABERTA CODIGO
           START CADFOLHA KEY IS NOT LESS CODIGO
           IF ST-ERRO3 NOT = "00"
              GO TO CONTA-VAGA-REQ.
       CONTA-VAGA-RD1.
           READ CADFOLHA NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO CONTA-VAGA-REQ.
           IF STATUSFUNC = "A" AND DEPARTAMENTO = W-DEPTOREF
                               AND FUNC = W-FUNCREF
              ADD 1 TO W-QTDOCUP.
           GO TO CONTA-VAGA-RD1.
       CONTA-VAGA-REQ.
           MOVE REQNUM TO W-REQSALVA
           MOVE ZEROS TO REQNUM
           START CADREQ KEY IS NOT LESS REQNUM
           IF ST-ERRO2 NOT = "00"
              GO TO CONTA-VAGA-FIM.
       CONTA-VAGA-RD2.
           READ CADREQ NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CONTA-VAGA-FIM.
           IF REQSTATUS = "A" AND REQDEPTO = W-DEPTOREF
                              AND REQFUNC = W-FUNCREF
              ADD 1 TO W-QTDABERTA.
           GO TO CONTA-VAGA-RD2.
       CONTA-VAGA-FIM.
      *    DEVOLVE A REQUISICAO QUE ESTAVA NA TELA
           IF W-REQSALVA > ZEROS
              MOVE W-REQSALVA TO REQNUM
              READ CADREQ.
       CONTA-VAGA-EXIT.
           EXIT.

      *
      ****************************************
      * APROVADO X PREENCHIDO X EM ABERTO    *
      * POR DEPTO/FUNCAO, COM A MOVIMENTACAO *
      * ENTRE DEPTOS DO PERIODO (HISDEPTO)   *
      ****************************************
      *
       REL-INI.
           DISPLAY TELAQUADRO
           DISPLAY (04, 01) "MOVIMENTACAO DE (AAAAMMDD  0=VOLTAR): ".
           ACCEPT  (04, 40) W-DATAINI.
           IF W-DATAINI = ZEROS
              GO TO MENU-QD.
           DISPLAY (05, 01) "ATE (AAAAMMDD): ".
           MOVE W-HOJE TO W-DATAFIM
           ACCEPT  (05, 17) W-DATAFIM WITH UPDATE.
           IF W-DATAFIM < W-DATAINI
              MOVE "*** DATA FINAL MENOR QUE A INICIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REL-INI.
           MOVE ZEROS TO W-QTDTQ
           MOVE ZEROS TO QDDEPTO
           MOVE SPACES TO QDFUNC
           START CADQUADRO KEY IS NOT LESS QDCHAVE
           IF ST-ERRO NOT = "00"
              GO TO REL-FOLHA.
       REL-RDQ.
           READ CADQUADRO NEXT
           IF ST-ERRO NOT = "00"
              GO TO REL-FOLHA.
           IF W-QTDTQ < 500
              ADD 1 TO W-QTDTQ
              MOVE QDDEPTO TO TQ-DEPTO(W-QTDTQ)
              MOVE QDFUNC TO TQ-FUNC(W-QTDTQ)
              MOVE QDAPROV TO TQ-APROV(W-QTDTQ)
              MOVE ZEROS TO TQ-PREEN(W-QTDTQ) TQ-ABERTA(W-QTDTQ)
                            TQ-PEND(W-QTDTQ).
           GO TO REL-RDQ.

       REL-FOLHA.
           MOVE W-QTDTQ TO W-QTDQD
           MOVE ZEROS TO CODIGO
           START CADFOLHA KEY IS NOT LESS CODIGO
           IF ST-ERRO3 NOT = "00"
              GO TO REL-REQ.
       REL-RDF.
           READ CADFOLHA NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO REL-REQ.
           IF STATUSFUNC NOT = "A"
              GO TO REL-RDF.
           MOVE DEPARTAMENTO TO W-DEPTOREF
           MOVE FUNC TO W-FUNCREF
           PERFORM ACHA-TQ THRU ACHA-TQ-FIM
           IF W-IDXQ > ZEROS
              ADD 1 TO TQ-PREEN(W-IDXQ).
           GO TO REL-RDF.

       REL-REQ.
           MOVE ZEROS TO REQNUM
           START CADREQ KEY IS NOT LESS REQNUM
           IF ST-ERRO2 NOT = "00"
              GO TO REL-HIS.
       REL-RDR.
           READ CADREQ NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO REL-HIS.
           IF REQSTATUS NOT = "A" AND REQSTATUS NOT = "P"
              GO TO REL-RDR.
           MOVE REQDEPTO TO W-DEPTOREF
           MOVE REQFUNC TO W-FUNCREF
           PERFORM ACHA-TQ THRU ACHA-TQ-FIM
           IF W-IDXQ = ZEROS
              GO TO REL-RDR.
           IF REQSTATUS = "A"
              ADD 1 TO TQ-ABERTA(W-IDXQ)
           ELSE
              ADD 1 TO TQ-PEND(W-IDXQ).
           GO TO REL-RDR.

       REL-HIS.
           MOVE 1 TO W-IDXD.
       REL-HIS-ZERA.
           MOVE ZEROS TO TD-ENTRARAM(W-IDXD) TD-SAIRAM(W-IDXD)
           ADD 1 TO W-IDXD
           IF W-IDXD < 99
              GO TO REL-HIS-ZERA.
           MOVE ZEROS TO TD-ENTRARAM(99) TD-SAIRAM(99)
           OPEN INPUT CADHISDEPTO
           IF ST-HIS NOT = "00"
              GO TO REL-IMP.
       REL-RDH.
           READ CADHISDEPTO
           IF ST-HIS NOT = "00"
              CLOSE CADHISDEPTO
              GO TO REL-IMP.
           IF HD-DATA < W-DATAINI OR HD-DATA > W-DATAFIM
              GO TO REL-RDH.
           IF HD-DEPTODE > ZEROS
              ADD 1 TO TD-SAIRAM(HD-DEPTODE).
           IF HD-DEPTOPARA > ZEROS
              ADD 1 TO TD-ENTRARAM(HD-DEPTOPARA).
           GO TO REL-RDH.

       REL-IMP.
           OPEN OUTPUT QUADIMP
           MOVE W-HOJE TO IMPHOJE
           MOVE W-DATAINI TO IMPDTINI
           MOVE W-DATAFIM TO IMPDTFIM
           WRITE REGIMP FROM IMP-CAB1
           WRITE REGIMP FROM IMP-TRACO
           WRITE REGIMP FROM IMP-CAB2
           WRITE REGIMP FROM IMP-TRACO
           MOVE ZEROS TO W-DEPANT W-SUBAPROV W-SUBPREEN W-SUBABERT
                         W-SUBPEND
           MOVE 1 TO W-IDXQ.
       REL-IMP-RD.
           IF W-IDXQ > W-QTDQD
              PERFORM REL-SUBDEP THRU REL-SUBDEP-FIM
              GO TO REL-FORA.
           IF TQ-DEPTO(W-IDXQ) NOT = W-DEPANT
              PERFORM REL-SUBDEP THRU REL-SUBDEP-FIM
              MOVE TQ-DEPTO(W-IDXQ) TO W-DEPANT.
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           ADD TQ-APROV(W-IDXQ) TO W-SUBAPROV
           ADD TQ-PREEN(W-IDXQ) TO W-SUBPREEN
           ADD TQ-ABERTA(W-IDXQ) TO W-SUBABERT
           ADD TQ-PEND(W-IDXQ) TO W-SUBPEND
           ADD 1 TO W-IDXQ
           GO TO REL-IMP-RD.

      *    COMBINACOES OCUPADAS SEM QUADRO - LIVRES FICA NEGATIVO
       REL-FORA.
           IF W-QTDTQ = W-QTDQD
              GO TO REL-FIM.
           WRITE REGIMP FROM IMP-FORA
           ADD 1 TO W-QTDQD GIVING W-IDXQ.
       REL-FORA-RD.
           IF W-IDXQ > W-QTDTQ
              GO TO REL-FIM.
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           ADD 1 TO W-IDXQ
           GO TO REL-FORA-RD.

       REL-FIM.
           WRITE REGIMP FROM IMP-TRACO
           CLOSE QUADIMP
           MOVE "SCP073" TO W-SPPROG
           MOVE "QUADREL.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (07, 01) "ITENS DO QUADRO: "
           DISPLAY (07, 18) W-QTDQD
           MOVE "* QUADRO DE VAGAS EM QUADREL.TXT *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-QD.

       REL-LINHA.
           MOVE TQ-DEPTO(W-IDXQ) TO IMPDEPTO
           MOVE TQ-FUNC(W-IDXQ) TO IMPFUNC CODFUNC
           MOVE SPACES TO IMPDESCF
           READ CADFUNC
           IF ST-ERRO4 = "00"
              MOVE DESCFUNC TO IMPDESCF.
           MOVE TQ-APROV(W-IDXQ) TO IMPAPROV
           MOVE TQ-PREEN(W-IDXQ) TO IMPPREEN
           MOVE TQ-ABERTA(W-IDXQ) TO IMPABERT
           MOVE TQ-PEND(W-IDXQ) TO IMPPEND
           COMPUTE W-QTDLIVRE = TQ-APROV(W-IDXQ) - TQ-PREEN(W-IDXQ)
                              - TQ-ABERTA(W-IDXQ)
           MOVE W-QTDLIVRE TO IMPLIVRE
           WRITE REGIMP FROM IMP-DET.
       REL-LINHA-FIM.
           EXIT.

       REL-SUBDEP.
           IF W-DEPANT = ZEROS
              GO TO REL-SUBDEP-FIM.
           MOVE W-DEPANT TO IMPSDEPTO CODDEPTO
           MOVE SPACES TO IMPSDESC
           READ CADDEPTO
           IF ST-ERRO5 = "00"
              MOVE DESCDEPTO TO IMPSDESC.
           MOVE W-SUBAPROV TO IMPSAPROV
           MOVE W-SUBPREEN TO IMPSPREEN
           MOVE W-SUBABERT TO IMPSABERT
           MOVE W-SUBPEND TO IMPSPEND
           WRITE REGIMP FROM IMP-SUBDEP
           MOVE TD-ENTRARAM(W-DEPANT) TO IMPSENTR
           MOVE TD-SAIRAM(W-DEPANT) TO IMPSSAIU
           WRITE REGIMP FROM IMP-SUBHIS
           WRITE REGIMP FROM IMP-TRACO
           MOVE ZEROS TO W-SUBAPROV W-SUBPREEN W-SUBABERT W-SUBPEND.
       REL-SUBDEP-FIM.
           EXIT.

      *
      *    POSICAO DO DEPTO/FUNCAO NA TABELA - INCLUI NO FIM SE NAO
      *    TIVER QUADRO (W-IDXQ ZERO SE A TABELA ESTIVER CHEIA)
      *
       ACHA-TQ.
           MOVE 1 TO W-IDXQ.
       ACHA-TQ-RD.
           IF W-IDXQ > W-QTDTQ
              GO TO ACHA-TQ-NOVO.
           IF TQ-DEPTO(W-IDXQ) = W-DEPTOREF AND
              TQ-FUNC(W-IDXQ) = W-FUNCREF
              GO TO ACHA-TQ-FIM.
           ADD 1 TO W-IDXQ
           GO TO ACHA-TQ-RD.
       ACHA-TQ-NOVO.
           IF W-QTDTQ NOT < 500
              MOVE ZEROS TO W-IDXQ
              GO TO ACHA-TQ-FIM.
           ADD 1 TO W-QTDTQ
           MOVE W-QTDTQ TO W-IDXQ
           MOVE W-DEPTOREF TO TQ-DEPTO(W-IDXQ)
           MOVE W-FUNCREF TO TQ-FUNC(W-IDXQ)
           MOVE ZEROS TO TQ-APROV(W-IDXQ) TQ-PREEN(W-IDXQ)
                         TQ-ABERTA(W-IDXQ) TQ-PEND(W-IDXQ).
       ACHA-TQ-FIM.
           EXIT.

      *
      ************************************************
      * FAIXA SALARIAL VIGENTE DA FUNCAO (SCP063)    *
      * PEGA A VIGENCIA MAIS RECENTE ATE HOJE        *
      ************************************************
      *
       BUSCA-FAIXA.
           MOVE "N" TO W-TEMFAIXA
           MOVE ZEROS TO W-FXMIN W-FXMAX
           IF W-TEMFX NOT = "S"
              GO TO BUSCA-FAIXA-FIM.
           MOVE W-FUNCFX TO FXFUNC
           MOVE ZEROS TO FXDATAINI
           START CADFAIXA KEY IS NOT LESS FXCHAVE
           IF ST-FX NOT = "00"
              GO TO BUSCA-FAIXA-FIM.
       BUSCA-FAIXA-RD.
           READ CADFAIXA NEXT
           IF ST-FX NOT = "00"
              GO TO BUSCA-FAIXA-FIM.
           IF FXFUNC NOT = W-FUNCFX
              GO TO BUSCA-FAIXA-FIM.
           IF FXDATAINI > W-HOJE
              GO TO BUSCA-FAIXA-FIM.
           MOVE "S" TO W-TEMFAIXA
           MOVE FXMIN TO W-FXMIN
           MOVE FXMAX TO W-FXMAX
           GO TO BUSCA-FAIXA-RD.
       BUSCA-FAIXA-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADQUADRO
           CLOSE CADREQ
           CLOSE CADFOLHA
           CLOSE CADFUNC
           CLOSE CADDEPTO.
           IF W-TEMFX = "S"
              CLOSE CADFAIXA.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
