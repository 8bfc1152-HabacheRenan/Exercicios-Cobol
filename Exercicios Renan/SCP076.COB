       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCP076.
      ************************
      * PROGRAMA PARA APROVACAO DE ALTERACOES CADASTRAIS        *
      * SALARIO BASE E BANCO/AGENCIA/CONTA ALTERADOS NO PROGRFP *
      * FICAM PENDENTES NO CADALTPEN ATE UM SEGUNDO OPERADOR,   *
      * COM PERFIL APROVADOR E QUE NAO SEJA QUEM PEDIU, APROVAR *
      * OU REPROVAR. SO NA APROVACAO O CADFOLHA E ALTERADO.     *
      * RELATORIO PENDENTE X APROVADO X REPROVADO CONFERIDO COM *
      * A TRILHA DO CADAUDIT                                    *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALTPEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ALPCHAVE
                       FILE STATUS IS ST-ERRO.
      *
           SELECT CADFOLHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       ALTERNATE RECORD KEY IS
                       NOME WITH DUPLICATES
                       ALTERNATE RECORD KEY IS CPF
                       FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADSENHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SENCODIGO
                       FILE STATUS IS ST-ERRO3.
      *
           SELECT CADPERFIL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PERFCODIGO
                       FILE STATUS IS ST-ERRO4.
      *
           SELECT CADSESSAO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-ERRO5.
      *
           SELECT CADFXINSS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS NUMFAIXA
                       FILE STATUS  IS ST-ERRO6.
      *
           SELECT CADFXIRPF ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS NUMFAIXR
                       FILE STATUS  IS ST-ERRO6.
      *
           SELECT CADHISSAL ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-HIS.
      *
           SELECT CADAUDIT ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-AUD.
      *
           SELECT ALTAIMP ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-IMP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADALTPEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADALTPEN.DAT".
       01 REGALTPEN.
           03 ALPCHAVE.
               05 ALPCODIGO     PIC 9(06).
               05 ALPSEQ        PIC 9(03).
      *    S=SALARIO BASE  B=BANCO/AGENCIA/CONTA
           03 ALPTIPO           PIC X(01).
      *    P=PENDENTE  A=APROVADA  R=REPROVADA
           03 ALPSTATUS         PIC X(01).
           03 ALPSALANT         PIC 9(06)V99.
           03 ALPSALNOVO        PIC 9(06)V99.
           03 ALPBCOANT         PIC 9(03).
           03 ALPAGEANT         PIC 9(05).
           03 ALPCTAANT         PIC 9(10).
           03 ALPBCONOVO        PIC 9(03).
           03 ALPAGENOVO        PIC 9(05).
           03 ALPCTANOVO        PIC 9(10).
           03 ALPOPERSOL        PIC 9(06).
           03 ALPDATASOL        PIC 9(08).
           03 ALPHORASOL        PIC 9(06).
           03 ALPOPERAPR        PIC 9(06).
           03 ALPDATAAPR        PIC 9(08).
           03 ALPHORAAPR        PIC 9(06).

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

       FD CADSENHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSENHA.DAT".
       01 REGSENHA.
           03 SENCODIGO      PIC 9(06).
           03 SENHA          PIC X(10).
           03 SENTROCA       PIC X(01).
           03 SENERROS       PIC 9(01).
           03 SENBLOQ        PIC X(01).
           03 SENPERFIL      PIC 9(02).
           03 SENEMP         PIC X(05).

       FD CADPERFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPERFIL.DAT".
       01 REGPERFIL.
           03 PERFCODIGO     PIC 9(02).
           03 PERFDESC       PIC X(20).
           03 PERFOPC        PIC X(299).

       FD CADSESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSESSAO.TXT".
       01 REGSESSAO.
           03 SES-OPERCOD    PIC 9(06).
           03 FILLER         PIC X(01).
           03 SES-OPERADOR   PIC X(30).

       FD CADFXINSS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFXINSS.DAT".
       01 REGFXINSS.
           03 NUMFAIXA          PIC 9(01).
           03 VALORDEI          PIC 9(09)V99.
           03 VALORATEI         PIC 9(09)V99.
           03 ALIQUOTAI         PIC 9(02)V99.

       FD CADFXIRPF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFXIRPF.DAT".
       01 REGFXIRPF.
           03 NUMFAIXR          PIC 9(01).
           03 VALORDER          PIC 9(09)V99.
           03 VALORATER         PIC 9(09)V99.
           03 ALIQUOTAR         PIC 9(02)V99.

       FD CADHISSAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADHISSAL.TXT".
       01 REGHISSAL.
           03 HCODIGO           PIC 9(06).
           03 HSALANT           PIC 9(06)V99.
           03 HSALNOVO          PIC 9(06)V99.
           03 HDATA             PIC 9(08).

       FD CADAUDIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADAUDIT.TXT".
       01 REGAUDIT.
           03 AUD-ARQ        PIC X(08).
           03 AUD-CHAVE      PIC X(14).
           03 AUD-CAMPO      PIC X(12).
           03 AUD-ANT        PIC X(30).
           03 AUD-NOVO       PIC X(30).
           03 AUD-OPER       PIC 9(06).
           03 AUD-DATA       PIC 9(08).
           03 AUD-HORA       PIC 9(06).

       FD ALTAIMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ALTAPREL.TXT".
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
       01 ST-ERRO6             PIC X(02) VALUE "00".
       01 ST-HIS               PIC X(02) VALUE "00".
       01 ST-AUD               PIC X(02) VALUE "00".
       01 ST-IMP               PIC X(02) VALUE "00".
       01 W-OPERCOD            PIC 9(06) VALUE ZEROS.
       01 W-APROVADOR          PIC X(01) VALUE "N".
       01 W-HOJE               PIC 9(08) VALUE ZEROS.
       01 W-HORA-EQ.
           03 W-HORA           PIC 9(06).
           03 W-HORAC          PIC 9(02).
       01 W-CODSEL             PIC 9(06) VALUE ZEROS.
       01 W-SEQSEL             PIC 9(03) VALUE ZEROS.
       01 W-LIN                PIC 9(02) VALUE ZEROS.
       01 W-QTDLIS             PIC 9(04) VALUE ZEROS.
       01 W-DATAINI            PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM            PIC 9(08) VALUE ZEROS.
       01 W-FILSTAT            PIC X(01) VALUE SPACE.
       01 W-IMPRIME            PIC X(01) VALUE "N".
       01 W-ACHOU              PIC X(01) VALUE "N".
       01 W-TEMSOL             PIC X(01) VALUE "N".
       01 W-TABCHEIA           PIC X(01) VALUE "N".
       01 W-CODREF             PIC X(06) VALUE SPACES.
       01 W-CAMPOREF           PIC X(12) VALUE SPACES.
       01 W-OPERREF            PIC 9(06) VALUE ZEROS.
       01 W-DATAREF            PIC 9(08) VALUE ZEROS.
       01 W-IDXA               PIC 9(04) VALUE ZEROS.
       01 W-QTDTA              PIC 9(04) VALUE ZEROS.
       01 W-QTDPEN             PIC 9(05) VALUE ZEROS.
       01 W-QTDAPR             PIC 9(05) VALUE ZEROS.
       01 W-QTDREJ             PIC 9(05) VALUE ZEROS.
       01 W-QTDSEM             PIC 9(05) VALUE ZEROS.
       01 W-SALED              PIC ZZZ.ZZ9,99.
       01 W-VALANT             PIC X(20) VALUE SPACES.
       01 W-VALNOVO            PIC X(20) VALUE SPACES.
       01 W-CTAAUD.
           03 W-CTABCO          PIC 9(03).
           03 FILLER            PIC X(01) VALUE "/".
           03 W-CTAAGE          PIC 9(05).
           03 FILLER            PIC X(01) VALUE "/".
           03 W-CTANUM          PIC 9(10).
       01 X              PIC 9(03) VALUE ZEROS.
       01 Y              PIC 9(02) VALUE ZEROS.
       01 Z              PIC 9(02) VALUE ZEROS.
       01 CONTROLE       PIC 9(09)V99 VALUE ZEROS.
       01 W-IDXF         PIC 9(01) VALUE ZEROS.
       01 TAB-FXINSS.
           03 FXI-ITEM OCCURS 3 TIMES.
               05 FXI-ATE      PIC 9(09)V99.
               05 FXI-ALIQ     PIC 9(02)V99.
       01 TAB-FXIRPF.
           03 FXR-ITEM OCCURS 3 TIMES.
               05 FXR-ATE      PIC 9(09)V99.
               05 FXR-ALIQ     PIC 9(02)V99.
      *    TRILHA DO CADAUDIT (CADFOLHA) DE SALARIO E CONTA A PARTIR
      *    DO INICIO DO PERIODO - USADO=S QUANDO BATE COM UM PEDIDO
       01 TAB-AUDIT.
           03 TA-ITEM OCCURS 1000 TIMES.
               05 TA-CODIGO    PIC X(06).
               05 TA-CAMPO     PIC X(12).
               05 TA-OPER      PIC 9(06).
               05 TA-DATA      PIC 9(08).
               05 TA-USADO     PIC X(01).
      *
      *    LINHA DA LISTA DE PENDENTES NA TELA
      *
       01 LIN-PEND.
           03 LPCOD     PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 LPSEQ     PIC 9(03) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 LPTIPO    PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 LPNOME    PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 LPANT     PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 LPNOVO    PIC X(20) VALUE SPACES.
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 IMP-TRACO.
           03 FILLER    PIC X(78) VALUE ALL "-".

       01 IMP-CAB1.
           03 FILLER    PIC X(40)
              VALUE "ALTERACOES CADASTRAIS - PEDIDOS DE      ".
           03 IMPDTINI  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE " A ".
           03 IMPDTFIM  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(11) VALUE " SITUACAO: ".
           03 IMPFILST  PIC X(05) VALUE SPACES.

       01 IMP-CAB2.
           03 FILLER    PIC X(40)
              VALUE "CODIGO SEQ T NOME            S PEDIU  EM".
           03 FILLER    PIC X(38)
              VALUE "       DECIDIU EM       TRILHA AUDIT".

       01 IMP-DET.
           03 IMPCOD    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPSEQ    PIC 9(03) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPTIPO   PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPNOME   PIC X(15) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPSTAT   PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPOPSOL  PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPDTSOL  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPOPAPR  PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPDTAPR  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPTRILHA PIC X(13) VALUE SPACES.

       01 IMP-DET2.
           03 FILLER    PIC X(14) VALUE "           DE ".
           03 IMPANT    PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(06) VALUE " PARA ".
           03 IMPNOVO   PIC X(20) VALUE SPACES.

       01 IMP-TOT.
           03 FILLER    PIC X(11) VALUE "PENDENTES: ".
           03 IMPTPEN   PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(14) VALUE "  APROVADAS: ".
           03 IMPTAPR   PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(14) VALUE "  REPROVADAS: ".
           03 IMPTREJ   PIC ZZZZ9 VALUE ZEROS.

       01 IMP-CABSEM.
           03 FILLER    PIC X(50)
              VALUE "*** ALTERACAO DE SALARIO/CONTA SEM APROVACAO ***".

       01 IMP-SEM.
           03 IMPSCOD   PIC X(06) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPSCAMPO PIC X(12) VALUE SPACES.
           03 FILLER    PIC X(10) VALUE " OPERADOR ".
           03 IMPSOPER  PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(04) VALUE " EM ".
           03 IMPSDATA  PIC 9(08) VALUE ZEROS.

       01 IMP-TOTSEM.
           03 FILLER    PIC X(26) VALUE "ALTERACOES SEM APROVACAO: ".
           03 IMPTSEM   PIC ZZZZ9 VALUE ZEROS.

       01 IMP-CHEIA.
           03 FILLER    PIC X(50)
              VALUE "* CADAUDIT COM MAIS DE 1000 LINHAS NO PERIODO *".

       SCREEN SECTION.
       01  TELAAPR.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "********* APROVACAO DE ALTERACOES CADAST".
           05  LINE 01  COLUMN 41
               VALUE  "RAIS *********".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

       PROCEDURE DIVISION.
       R00.
           OPEN I-O CADALTPEN.
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADALTPEN
                 CLOSE CADALTPEN
                 MOVE "*** ARQUIVO CADALTPEN FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R00
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADALTPEN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       RA0.
           OPEN I-O CADFOLHA.
           IF ST-ERRO2 NOT = "00"
              MOVE "SEM FUNCIONARIOS - USE O SCP001" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADALTPEN
              GO TO ROT-FIM2.

       RB0.
           OPEN INPUT CADSESSAO
           IF ST-ERRO5 = "00"
              READ CADSESSAO
              IF ST-ERRO5 = "00"
                 MOVE SES-OPERCOD TO W-OPERCOD.
           CLOSE CADSESSAO.

      *
      *    APROVA O PERFIL 99 (ADMINISTRADOR) OU O PERFIL QUE TEM
      *    ESTA OPCAO DO MENU LIBERADA NO CADPERFIL (SCP038)
      *
       VER-APROV.
           MOVE "N" TO W-APROVADOR
           OPEN INPUT CADSENHA
           IF ST-ERRO3 NOT = "00"
              GO TO VER-APROV-FIM.
           MOVE W-OPERCOD TO SENCODIGO
           READ CADSENHA
           IF ST-ERRO3 NOT = "00"
              CLOSE CADSENHA
              GO TO VER-APROV-FIM.
           CLOSE CADSENHA
           IF SENPERFIL = 99
              MOVE "S" TO W-APROVADOR
              GO TO VER-APROV-FIM.
           IF SENPERFIL = ZEROS
              GO TO VER-APROV-FIM.
           OPEN INPUT CADPERFIL
           IF ST-ERRO4 NOT = "00"
              GO TO VER-APROV-FIM.
           MOVE SENPERFIL TO PERFCODIGO
           READ CADPERFIL
           IF ST-ERRO4 = "00" AND PERFOPC(169:1) = "S"
              MOVE "S" TO W-APROVADOR.
           CLOSE CADPERFIL.
       VER-APROV-FIM.
           IF W-APROVADOR NOT = "S"
              MOVE "* OPERADOR SEM PERFIL DE APROVADOR (SCP038) *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM1.

       RC0.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
              OPEN OUTPUT CADAUDIT.
           OPEN EXTEND CADHISSAL
           IF ST-HIS NOT = "00"
              OPEN OUTPUT CADHISSAL.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       INICIALIZAR-FAIXAS.
           MOVE 2500,00 TO FXI-ATE(1)
           MOVE 8,00 TO FXI-ALIQ(1)
           MOVE 6300,00 TO FXI-ATE(2)
           MOVE 9,00 TO FXI-ALIQ(2)
           MOVE 999999999,99 TO FXI-ATE(3)
           MOVE 10,00 TO FXI-ALIQ(3)
           MOVE 5000,00 TO FXR-ATE(1)
           MOVE 0,00 TO FXR-ALIQ(1)
           MOVE 12000,00 TO FXR-ATE(2)
           MOVE 5,00 TO FXR-ALIQ(2)
           MOVE 999999999,99 TO FXR-ATE(3)
           MOVE 10,00 TO FXR-ALIQ(3).

       RD0.
           OPEN INPUT CADFXINSS.
           IF ST-ERRO6 NOT = "00"
              GO TO RE0.
           MOVE 1 TO W-IDXF.
       RD1-LOOP.
           READ CADFXINSS NEXT
           IF ST-ERRO6 = "10"
              GO TO RD1-FIM.
           MOVE VALORATEI TO FXI-ATE(W-IDXF)
           MOVE ALIQUOTAI TO FXI-ALIQ(W-IDXF)
           ADD 1 TO W-IDXF
           IF W-IDXF < 4
              GO TO RD1-LOOP.
       RD1-FIM.
           CLOSE CADFXINSS.

       RE0.
           OPEN INPUT CADFXIRPF.
           IF ST-ERRO6 NOT = "00"
              GO TO MENU-APR.
           MOVE 1 TO W-IDXF.
       RE1-LOOP.
           READ CADFXIRPF NEXT
           IF ST-ERRO6 = "10"
              GO TO RE1-FIM.
           MOVE VALORATER TO FXR-ATE(W-IDXF)
           MOVE ALIQUOTAR TO FXR-ALIQ(W-IDXF)
           ADD 1 TO W-IDXF
           IF W-IDXF < 4
              GO TO RE1-LOOP.
       RE1-FIM.
           CLOSE CADFXIRPF.

       MENU-APR.
           DISPLAY TELAAPR
           DISPLAY (04, 01) "1 - APROVAR / REPROVAR PENDENTES"
           DISPLAY (05, 01) "2 - PENDENTES X APROVADAS X REPROVADAS"
           DISPLAY (06, 01) "0 - SAIR"
           DISPLAY (08, 01) "OPCAO: ".
           ACCEPT  (08, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO APR-INI.
           IF W-OPCAO = "2"
              GO TO REL-INI.
           GO TO MENU-APR.

      *
      ****************************************
      * LISTA DOS PEDIDOS PENDENTES          *
      ****************************************
      *
       APR-INI.
           MOVE ZEROS TO W-QTDLIS ALPCODIGO ALPSEQ
           START CADALTPEN KEY IS NOT LESS ALPCHAVE
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM PEDIDO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-APR.
       APR-PAGINA.
           DISPLAY TELAAPR
           DISPLAY (03, 01) "CODIGO SEQ T NOME                 VALOR"
           DISPLAY (03, 41) "ATUAL          VALOR NOVO"
           MOVE 04 TO W-LIN.
       APR-LISTA.
           READ CADALTPEN NEXT
           IF ST-ERRO NOT = "00"
              GO TO APR-ESCOLHE.
           IF ALPSTATUS NOT = "P"
              GO TO APR-LISTA.
           ADD 1 TO W-QTDLIS
           PERFORM MONTA-VALOR THRU MONTA-VALOR-FIM
           MOVE ALPCODIGO TO LPCOD CODIGO
           MOVE ALPSEQ TO LPSEQ
           MOVE ALPTIPO TO LPTIPO
           MOVE SPACES TO LPNOME
           READ CADFOLHA
           IF ST-ERRO2 = "00"
              MOVE NOME TO LPNOME.
           MOVE W-VALANT TO LPANT
           MOVE W-VALNOVO TO LPNOVO
           DISPLAY (W-LIN, 01) LIN-PEND
           ADD 1 TO W-LIN
           IF W-LIN < 17
              GO TO APR-LISTA.
       APR-MAIS.
           DISPLAY (18, 01) "PROXIMA PAGINA (S/N): ".
           MOVE "S" TO W-OPCAO
           ACCEPT  (18, 23) W-OPCAO WITH UPDATE.
           IF W-OPCAO = "S"
              GO TO APR-PAGINA.
           IF W-OPCAO NOT = "N"
              GO TO APR-MAIS.

       APR-ESCOLHE.
           IF W-QTDLIS = ZEROS
              MOVE "*** NENHUM PEDIDO PENDENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-APR.
           MOVE ZEROS TO W-CODSEL W-SEQSEL
           DISPLAY (19, 01) "FUNCIONARIO (0=VOLTAR): ".
           ACCEPT  (19, 25) W-CODSEL.
           IF W-CODSEL = ZEROS
              GO TO MENU-APR.
           DISPLAY (19, 33) "SEQ: ".
           ACCEPT  (19, 38) W-SEQSEL.
           MOVE W-CODSEL TO ALPCODIGO
           MOVE W-SEQSEL TO ALPSEQ
           READ CADALTPEN
           IF ST-ERRO NOT = "00"
              MOVE "*** PEDIDO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-ESCOLHE.
           IF ALPSTATUS NOT = "P"
              MOVE "*** PEDIDO NAO ESTA PENDENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-ESCOLHE.

      *
      ****************************************
      * APROVACAO - QUEM PEDIU NAO APROVA    *
      ****************************************
      *
       APR-MOSTRA.
           PERFORM MONTA-VALOR THRU MONTA-VALOR-FIM
           MOVE ALPCODIGO TO CODIGO
           MOVE SPACES TO NOME
           READ CADFOLHA
           IF ST-ERRO2 NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-INI.
           DISPLAY TELAAPR
           DISPLAY (04, 01) "FUNCIONARIO: "
           DISPLAY (04, 14) ALPCODIGO
           DISPLAY (04, 22) NOME
           DISPLAY (05, 01) "PEDIDO: "
           DISPLAY (05, 09) ALPSEQ
           IF ALPTIPO = "S"
              DISPLAY (06, 01) "ALTERACAO DE SALARIO BASE"
           ELSE
              DISPLAY (06, 01) "ALTERACAO DE BANCO/AGENCIA/CONTA".
           DISPLAY (08, 01) "VALOR ATUAL: "
           DISPLAY (08, 14) W-VALANT
           DISPLAY (09, 01) "VALOR NOVO : "
           DISPLAY (09, 14) W-VALNOVO
           DISPLAY (11, 01) "PEDIDO PELO OPERADOR: "
           DISPLAY (11, 23) ALPOPERSOL
           DISPLAY (11, 31) "EM "
           DISPLAY (11, 34) ALPDATASOL
           DISPLAY (11, 44) ALPHORASOL
           IF ALPOPERSOL = W-OPERCOD
              MOVE "* QUEM PEDIU A ALTERACAO NAO PODE DECIDIR *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-INI.

       APR-R1.
           DISPLAY (14, 01) "A=APROVAR  R=REPROVAR  0=VOLTAR: ".
           MOVE SPACE TO W-OPCAO
           ACCEPT  (14, 35) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO APR-INI.
           IF W-OPCAO = "R"
              GO TO REJ-GRAVA.
           IF W-OPCAO NOT = "A"
              GO TO APR-R1.
      *    O CADASTRO TEM QUE ESTAR COMO ESTAVA NO PEDIDO
           IF ALPTIPO = "S" AND SALARIOBASE NOT = ALPSALANT
              MOVE "* SALARIO MUDOU DESDE O PEDIDO - REPROVE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-R1.
           IF ALPTIPO = "B"
              IF BANCO NOT = ALPBCOANT OR AGENCIA NOT = ALPAGEANT
                                       OR CONTA NOT = ALPCTAANT
                 MOVE "* CONTA MUDOU DESDE O PEDIDO - REPROVE *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO APR-R1.
           IF ALPTIPO = "B"
              MOVE ALPBCONOVO TO BANCO
              MOVE ALPAGENOVO TO AGENCIA
              MOVE ALPCTANOVO TO CONTA
              GO TO APR-RW1.
           MOVE ALPSALNOVO TO SALARIOBASE.

      *    RECALCULA OS CAMPOS GUARDADOS COM A FORMULA BASICA DA FOLHA
       APR-RECALC.
           IF TIPOSALARIO = "H" OR TIPOSALARIO = "h"
              MOVE 220 TO X
           ELSE
              IF TIPOSALARIO = "D" OR TIPOSALARIO = "d"
                 MOVE 30 TO X
              ELSE
                 MOVE 1 TO X.
           COMPUTE BRUTO ROUNDED = SALARIOBASE * X
           IF SALARIOBASE NOT > FXI-ATE(1)
               MOVE FXI-ALIQ(1) TO Y
           ELSE
               IF SALARIOBASE NOT > FXI-ATE(2)
                   MOVE FXI-ALIQ(2) TO Y
               ELSE
                   MOVE FXI-ALIQ(3) TO Y.
           COMPUTE INSS ROUNDED = BRUTO / 100 * Y
           COMPUTE CONTROLE ROUNDED = BRUTO - INSS
           IF CONTROLE NOT > FXR-ATE(1)
               MOVE FXR-ALIQ(1) TO Z
           ELSE
               IF CONTROLE NOT > FXR-ATE(2)
                   MOVE FXR-ALIQ(2) TO Z
               ELSE
                   MOVE FXR-ALIQ(3) TO Z.
           COMPUTE IMPOSTO ROUNDED = CONTROLE / 100 * Z
           COMPUTE SALIQ ROUNDED = (BRUTO - INSS - IMPOSTO) + SALFAMI.

       APR-RW1.
           REWRITE REGFOLHA
           IF ST-ERRO2 = "00" OR ST-ERRO2 = "02"
              GO TO APR-TRILHA.
           IF ST-ERRO2 = "51" OR "61"
              MOVE "* CADFOLHA EM USO POR OUTRO OPERADOR-AGUARDE*"
                                                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-RW1.
           MOVE "ERRO NA GRAVACAO DO CADFOLHA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO APR-INI.

      *    A ALTERACAO APROVADA ENTRA NA TRILHA EM NOME DO APROVADOR
       APR-TRILHA.
           IF ALPTIPO = "B"
              GO TO APR-TRILHA-BCO.
           MOVE ALPCODIGO TO HCODIGO
           MOVE ALPSALANT TO HSALANT
           MOVE ALPSALNOVO TO HSALNOVO
           MOVE W-HOJE TO HDATA
           WRITE REGHISSAL
           MOVE "SALARIOBASE" TO AUD-CAMPO
           MOVE ALPSALANT TO AUD-ANT
           MOVE ALPSALNOVO TO AUD-NOVO
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           GO TO APR-GRAVA.
       APR-TRILHA-BCO.
           IF ALPBCONOVO NOT = ALPBCOANT
              MOVE "BANCO" TO AUD-CAMPO
              MOVE ALPBCOANT TO AUD-ANT
              MOVE ALPBCONOVO TO AUD-NOVO
              PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM.
           IF ALPAGENOVO NOT = ALPAGEANT
              MOVE "AGENCIA" TO AUD-CAMPO
              MOVE ALPAGEANT TO AUD-ANT
              MOVE ALPAGENOVO TO AUD-NOVO
              PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM.
           IF ALPCTANOVO NOT = ALPCTAANT
              MOVE "CONTA" TO AUD-CAMPO
              MOVE ALPCTAANT TO AUD-ANT
              MOVE ALPCTANOVO TO AUD-NOVO
              PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM.

       APR-GRAVA.
           MOVE "A" TO ALPSTATUS
           PERFORM GRAVA-DECISAO THRU GRAVA-DECISAO-FIM
           MOVE "*** ALTERACAO APROVADA E GRAVADA NO CADFOLHA ***"
                                             TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO APR-INI.

      *    REPROVADA - O CADFOLHA NAO MUDA, SO A TRILHA E O PEDIDO
       REJ-GRAVA.
           IF ALPTIPO = "S"
              MOVE "REJ-SALARIO" TO AUD-CAMPO
           ELSE
              MOVE "REJ-CONTA" TO AUD-CAMPO.
           MOVE W-VALANT TO AUD-ANT
           MOVE W-VALNOVO TO AUD-NOVO
           IF ALPTIPO = "S"
              MOVE ALPSALANT TO AUD-ANT
              MOVE ALPSALNOVO TO AUD-NOVO.
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           MOVE "R" TO ALPSTATUS
           PERFORM GRAVA-DECISAO THRU GRAVA-DECISAO-FIM
           MOVE "*** ALTERACAO REPROVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO APR-INI.

       GRAVA-DECISAO.
           MOVE W-OPERCOD TO ALPOPERAPR
           MOVE W-HOJE TO ALPDATAAPR
           ACCEPT W-HORA-EQ FROM TIME
           MOVE W-HORA TO ALPHORAAPR
           REWRITE REGALTPEN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CADALTPEN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-DECISAO-FIM.
           EXIT.

       GRAVA-AUDIT.
           MOVE "CADFOLHA" TO AUD-ARQ
           MOVE ALPCODIGO TO AUD-CHAVE
           MOVE W-OPERCOD TO AUD-OPER
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT W-HORA-EQ FROM TIME
           MOVE W-HORA TO AUD-HORA
           WRITE REGAUDIT.
       GRAVA-AUDIT-FIM.
           EXIT.

      *
      *    VALOR ATUAL E NOVO DO PEDIDO PARA TELA E RELATORIO
      *
       MONTA-VALOR.
           IF ALPTIPO = "S"
              MOVE ALPSALANT TO W-SALED
              MOVE W-SALED TO W-VALANT
              MOVE ALPSALNOVO TO W-SALED
              MOVE W-SALED TO W-VALNOVO
              GO TO MONTA-VALOR-FIM.
           MOVE ALPBCOANT TO W-CTABCO
           MOVE ALPAGEANT TO W-CTAAGE
           MOVE ALPCTAANT TO W-CTANUM
           MOVE W-CTAAUD TO W-VALANT
           MOVE ALPBCONOVO TO W-CTABCO
           MOVE ALPAGENOVO TO W-CTAAGE
           MOVE ALPCTANOVO TO W-CTANUM
           MOVE W-CTAAUD TO W-VALNOVO.
       MONTA-VALOR-FIM.
           EXIT.

      *
      ****************************************
      * PENDENTES X APROVADAS X REPROVADAS   *
      * CONFERIDAS COM A TRILHA DO CADAUDIT  *
      ****************************************
      *
       REL-INI.
           DISPLAY TELAAPR
           DISPLAY (04, 01) "PEDIDOS DE (AAAAMMDD  0=VOLTAR): ".
           MOVE ZEROS TO W-DATAINI
           ACCEPT  (04, 35) W-DATAINI.
           IF W-DATAINI = ZEROS
              GO TO MENU-APR.
           DISPLAY (05, 01) "ATE (AAAAMMDD): ".
           MOVE W-HOJE TO W-DATAFIM
           ACCEPT  (05, 17) W-DATAFIM WITH UPDATE.
           IF W-DATAFIM < W-DATAINI
              MOVE "*** DATA FINAL MENOR QUE A INICIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REL-INI.
       REL-R1.
           DISPLAY (06, 01) "SITUACAO (P/A/R  BRANCO=TODAS): ".
           MOVE SPACE TO W-FILSTAT
           ACCEPT  (06, 34) W-FILSTAT.
           IF W-FILSTAT NOT = SPACE AND W-FILSTAT NOT = "P"
              AND W-FILSTAT NOT = "A" AND W-FILSTAT NOT = "R"
              GO TO REL-R1.

       REL-AUD.
           MOVE ZEROS TO W-QTDTA W-QTDPEN W-QTDAPR W-QTDREJ W-QTDSEM
           MOVE "N" TO W-TABCHEIA
           CLOSE CADAUDIT
           OPEN INPUT CADAUDIT
           IF ST-AUD NOT = "00"
              GO TO REL-AUD-FIM.
       REL-RDA.
           READ CADAUDIT
           IF ST-AUD NOT = "00"
              GO TO REL-AUD-FIM.
           IF AUD-ARQ NOT = "CADFOLHA" OR AUD-DATA < W-DATAINI
              GO TO REL-RDA.
           IF AUD-CAMPO NOT = "SOL-SALARIO" AND
              AUD-CAMPO NOT = "SOL-CONTA" AND
              AUD-CAMPO NOT = "REJ-SALARIO" AND
              AUD-CAMPO NOT = "REJ-CONTA" AND
              AUD-CAMPO NOT = "SALARIOBASE" AND
              AUD-CAMPO NOT = "BANCO" AND
              AUD-CAMPO NOT = "AGENCIA" AND
              AUD-CAMPO NOT = "CONTA"
              GO TO REL-RDA.
           IF W-QTDTA NOT < 1000
              MOVE "S" TO W-TABCHEIA
              GO TO REL-RDA.
           ADD 1 TO W-QTDTA
           MOVE AUD-CHAVE TO TA-CODIGO(W-QTDTA)
           MOVE AUD-CAMPO TO TA-CAMPO(W-QTDTA)
           MOVE AUD-OPER TO TA-OPER(W-QTDTA)
           MOVE AUD-DATA TO TA-DATA(W-QTDTA)
           MOVE "N" TO TA-USADO(W-QTDTA)
           GO TO REL-RDA.
       REL-AUD-FIM.
           CLOSE CADAUDIT
           OPEN EXTEND CADAUDIT.

       REL-IMP.
           OPEN OUTPUT ALTAIMP
           MOVE W-DATAINI TO IMPDTINI
           MOVE W-DATAFIM TO IMPDTFIM
           IF W-FILSTAT = SPACE
              MOVE "TODAS" TO IMPFILST
           ELSE
              MOVE W-FILSTAT TO IMPFILST.
           WRITE REGIMP FROM IMP-CAB1
           WRITE REGIMP FROM IMP-TRACO
           WRITE REGIMP FROM IMP-CAB2
           WRITE REGIMP FROM IMP-TRACO
           MOVE ZEROS TO ALPCODIGO ALPSEQ
           START CADALTPEN KEY IS NOT LESS ALPCHAVE
           IF ST-ERRO NOT = "00"
              GO TO REL-TOT.
      *    TODO PEDIDO DECIDIDO MARCA A SUA TRILHA, MESMO FORA DO
      *    FILTRO, PARA NAO SAIR COMO ALTERACAO SEM APROVACAO
       REL-RDP.
           READ CADALTPEN NEXT
           IF ST-ERRO NOT = "00"
              GO TO REL-TOT.
           MOVE "S" TO W-IMPRIME
           IF ALPDATASOL < W-DATAINI OR ALPDATASOL > W-DATAFIM
              MOVE "N" TO W-IMPRIME.
           IF W-FILSTAT NOT = SPACE AND ALPSTATUS NOT = W-FILSTAT
              MOVE "N" TO W-IMPRIME.
           MOVE ALPCODIGO TO W-CODREF
           PERFORM REL-CONFERE THRU REL-CONFERE-FIM
           IF W-IMPRIME = "N"
              GO TO REL-RDP.
           IF ALPSTATUS = "P"
              ADD 1 TO W-QTDPEN.
           IF ALPSTATUS = "A"
              ADD 1 TO W-QTDAPR.
           IF ALPSTATUS = "R"
              ADD 1 TO W-QTDREJ.
           MOVE ALPCODIGO TO IMPCOD CODIGO
           MOVE ALPSEQ TO IMPSEQ
           MOVE ALPTIPO TO IMPTIPO
           MOVE ALPSTATUS TO IMPSTAT
           MOVE SPACES TO IMPNOME
           READ CADFOLHA
           IF ST-ERRO2 = "00"
              MOVE NOME TO IMPNOME.
           MOVE ALPOPERSOL TO IMPOPSOL
           MOVE ALPDATASOL TO IMPDTSOL
           MOVE ALPOPERAPR TO IMPOPAPR
           MOVE ALPDATAAPR TO IMPDTAPR
           IF W-TEMSOL = "N"
              MOVE "SEM PEDIDO" TO IMPTRILHA
           ELSE
              IF W-ACHOU = "N"
                 MOVE "SEM DECISAO" TO IMPTRILHA
              ELSE
                 MOVE "OK" TO IMPTRILHA.
           IF ALPSTATUS NOT = "P" AND ALPOPERAPR = ALPOPERSOL
              MOVE "MESMO OPERAD." TO IMPTRILHA.
           WRITE REGIMP FROM IMP-DET
           PERFORM MONTA-VALOR THRU MONTA-VALOR-FIM
           MOVE W-VALANT TO IMPANT
           MOVE W-VALNOVO TO IMPNOVO
           WRITE REGIMP FROM IMP-DET2
           GO TO REL-RDP.

       REL-TOT.
           WRITE REGIMP FROM IMP-TRACO
           MOVE W-QTDPEN TO IMPTPEN
           MOVE W-QTDAPR TO IMPTAPR
           MOVE W-QTDREJ TO IMPTREJ
           WRITE REGIMP FROM IMP-TOT
           WRITE REGIMP FROM IMP-TRACO
           WRITE REGIMP FROM IMP-CABSEM
           MOVE 1 TO W-IDXA.
      *    SALARIO/CONTA ALTERADOS NO PERIODO SEM PEDIDO APROVADO
       REL-SEM.
           IF W-IDXA > W-QTDTA
              GO TO REL-FIM.
           IF TA-USADO(W-IDXA) = "N" AND TA-DATA(W-IDXA) NOT > W-DATAFIM
              IF TA-CAMPO(W-IDXA) = "SALARIOBASE" OR
                 TA-CAMPO(W-IDXA) = "BANCO" OR
                 TA-CAMPO(W-IDXA) = "AGENCIA" OR
                 TA-CAMPO(W-IDXA) = "CONTA"
                 ADD 1 TO W-QTDSEM
                 MOVE TA-CODIGO(W-IDXA) TO IMPSCOD
                 MOVE TA-CAMPO(W-IDXA) TO IMPSCAMPO
                 MOVE TA-OPER(W-IDXA) TO IMPSOPER
                 MOVE TA-DATA(W-IDXA) TO IMPSDATA
                 WRITE REGIMP FROM IMP-SEM.
           ADD 1 TO W-IDXA
           GO TO REL-SEM.

       REL-FIM.
           MOVE W-QTDSEM TO IMPTSEM
           WRITE REGIMP FROM IMP-TOTSEM
           IF W-TABCHEIA = "S"
              WRITE REGIMP FROM IMP-CHEIA.
           WRITE REGIMP FROM IMP-TRACO
           CLOSE ALTAIMP
           MOVE "SCP076" TO W-SPPROG
           MOVE "ALTAPREL.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (08, 01) "SEM APROVACAO: "
           DISPLAY (08, 16) W-QTDSEM
           MOVE "* RELATORIO EM ALTAPREL.TXT *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-APR.

      *
      *    PROCURA NA TRILHA O PEDIDO (SOL-) E A DECISAO DO PEDIDO
      *    (SALARIOBASE/BANCO/AGENCIA/CONTA NA APROVACAO, REJ- NA
      *    REPROVACAO) - W-TEMSOL E W-ACHOU
      *
       REL-CONFERE.
           MOVE "N" TO W-ACHOU
           IF ALPTIPO = "S"
              MOVE "SOL-SALARIO" TO W-CAMPOREF
           ELSE
              MOVE "SOL-CONTA" TO W-CAMPOREF.
           MOVE ALPOPERSOL TO W-OPERREF
           MOVE ALPDATASOL TO W-DATAREF
           PERFORM ACHA-TA THRU ACHA-TA-FIM
           MOVE W-ACHOU TO W-TEMSOL
           IF ALPSTATUS = "P"
              GO TO REL-CONFERE-FIM.
           MOVE ALPOPERAPR TO W-OPERREF
           MOVE ALPDATAAPR TO W-DATAREF
           IF ALPSTATUS = "R" AND ALPTIPO = "S"
              MOVE "REJ-SALARIO" TO W-CAMPOREF
              PERFORM ACHA-TA THRU ACHA-TA-FIM
              GO TO REL-CONFERE-FIM.
           IF ALPSTATUS = "R"
              MOVE "REJ-CONTA" TO W-CAMPOREF
              PERFORM ACHA-TA THRU ACHA-TA-FIM
              GO TO REL-CONFERE-FIM.
           IF ALPTIPO = "S"
              MOVE "SALARIOBASE" TO W-CAMPOREF
              PERFORM ACHA-TA THRU ACHA-TA-FIM
              GO TO REL-CONFERE-FIM.
           MOVE "BANCO" TO W-CAMPOREF
           PERFORM ACHA-TA THRU ACHA-TA-FIM
           MOVE "AGENCIA" TO W-CAMPOREF
           PERFORM ACHA-TA THRU ACHA-TA-FIM
           MOVE "CONTA" TO W-CAMPOREF
           PERFORM ACHA-TA THRU ACHA-TA-FIM.
       REL-CONFERE-FIM.
           EXIT.

      *    MARCA A PRIMEIRA LINHA AINDA NAO USADA QUE BATE
       ACHA-TA.
           MOVE 1 TO W-IDXA.
       ACHA-TA-RD.
           IF W-IDXA > W-QTDTA
              GO TO ACHA-TA-FIM.
           IF TA-USADO(W-IDXA) = "N" AND
              TA-CODIGO(W-IDXA) = W-CODREF AND
              TA-CAMPO(W-IDXA) = W-CAMPOREF AND
              TA-OPER(W-IDXA) = W-OPERREF AND
              TA-DATA(W-IDXA) = W-DATAREF
              MOVE "S" TO TA-USADO(W-IDXA) W-ACHOU
              GO TO ACHA-TA-FIM.
           ADD 1 TO W-IDXA
           GO TO ACHA-TA-RD.
       ACHA-TA-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADAUDIT
           CLOSE CADHISSAL.
       ROT-FIM1.
           CLOSE CADALTPEN
           CLOSE CADFOLHA.
       ROT-FIM2.
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
