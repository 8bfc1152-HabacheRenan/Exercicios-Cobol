       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAGEDEXP.
      *******************************
      * PROGRAMA PARA EXPORTACAO DO MOVIMENTO MENSAL DE ADMISSOES, *
      * DESLIGAMENTOS E TRANSFERENCIAS (LAYOUT POSICIONAL CAGED)   *
      * ADMISSAO: DATAADMISSAO + TIPO DE CONTRATO DO CADADMIS      *
      * DESLIGAMENTO: DATABAIXA + MOTIVO DO CADRESC (CODIGO OFIC.) *
      * TRANSFERENCIA: CADHISDEPTO (SCP025)                        *
      * DESLIGADO NO MES SEM RESCISAO BLOQUEIA A GERACAO           *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADFOLHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       ALTERNATE RECORD KEY IS
                       NOME WITH DUPLICATES
                       ALTERNATE RECORD KEY IS CPF
                       FILE STATUS  IS ST-ERRO.
      *
       SELECT CADADMIS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ADMCODIGO
                       FILE STATUS IS ST-ADM.
      *
       SELECT CADRESC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS RESCODIGO
                       FILE STATUS  IS ST-RES.
      *
       SELECT CADHISDEPTO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-HD.
      *
       SELECT CADEMPRESA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT CADEMPATIVA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-EAT.
      *
       SELECT CADEMP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EMPCOD
                       FILE STATUS IS ST-EMP.
      *
       SELECT CAGEDS ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
      *
       SELECT CAGEDCONFS ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD CADADMIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADADMIS.DAT".
       01 REGADMIS.
           03 ADMCODIGO         PIC 9(06).
           03 DOCSOK            PIC X(01).
           03 EXAMEOK           PIC X(01).
           03 CONTRATOOK        PIC X(01).
           03 PROVA45           PIC 9(08).
           03 PROVA90           PIC 9(08).
           03 ADMTIPOCONT       PIC X(01).
      *
       FD CADRESC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRESC.DAT".
       01 REGRESC.
           03 RESCODIGO         PIC 9(06).
           03 RESDATA           PIC 9(08).
           03 RESMOTIVO         PIC X(01).
           03 RESSALDOSAL       PIC 9(09)V99.
           03 RESAVISO          PIC 9(09)V99.
           03 RES13PROP         PIC 9(09)V99.
           03 RESFERPROP        PIC 9(09)V99.
           03 RESFERTERCO       PIC 9(09)V99.
           03 RESFGTSTOT        PIC 9(09)V99.
           03 RESFGTSMULTA      PIC 9(09)V99.
           03 RESTOTAL          PIC 9(09)V99.
      *
       FD CADHISDEPTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADHISDEPTO.TXT".
       01 REGHISDEPTO.
           03 HD-CODIGO         PIC 9(06).
           03 HD-DEPTODE        PIC 9(02).
           03 HD-DEPTOPARA      PIC 9(02).
           03 HD-DATA           PIC 9(08).
           03 HD-OPERCOD        PIC 9(06).
      *
       FD CADEMPRESA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMPRESA.TXT".
       01 REGEMPRESA.
           03 NOMEEMPRESA    PIC X(16).
      *
       FD CADEMPATIVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMPATIVA.TXT".
       01 REGEMPATIVA.
           03 EAT-COD        PIC 9(02).
           03 FILLER         PIC X(01).
           03 EAT-NOME       PIC X(30).
      *
       FD CADEMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMP.DAT".
       01 REGEMP.
           03 EMPCOD            PIC 9(02).
           03 EMPCNPJ           PIC 9(14).
           03 EMPNOME           PIC X(30).
      *
       FD CAGEDS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CAGEDEXP.TXT".
       01 REGCAGED           PIC X(120).
      *
       FD CAGEDCONFS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CAGEDCONF.TXT".
       01 REGCONF            PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 ST-ADM         PIC X(02) VALUE "00".
       01 ST-RES         PIC X(02) VALUE "00".
       01 ST-HD          PIC X(02) VALUE "00".
       01 ST-EAT         PIC X(02) VALUE "00".
       01 ST-EMP         PIC X(02) VALUE "00".
       01 W-TEMADM       PIC X(01) VALUE "N".
       01 W-TEMRES       PIC X(01) VALUE "N".
       01 W-SEL          PIC 9(01) VALUE ZEROS.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-G REDEFINES W-COMPET.
           03 W-ANOCOMP  PIC 9(04).
           03 W-MESCOMP  PIC 9(02).
       01 W-COMPAUX      PIC 9(06) VALUE ZEROS.
       01 W-EMPRESA      PIC X(16) VALUE "FATEC ZONA LESTE".
       01 W-EMPATIVA     PIC 9(02) VALUE 01.
       01 W-EMPNOME      PIC X(30) VALUE SPACES.
       01 W-EMPCNPJ      PIC 9(14) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-QTDERRO      PIC 9(05) VALUE ZEROS.
       01 W-QTDADM       PIC 9(05) VALUE ZEROS.
       01 W-QTDDEM       PIC 9(05) VALUE ZEROS.
       01 W-QTDTRF       PIC 9(05) VALUE ZEROS.
       01 W-QTDTOT       PIC 9(05) VALUE ZEROS.
       01 W-IND          PIC 9(02) VALUE ZEROS.
       01 W-MOTOFIC      PIC 9(02) VALUE ZEROS.
       01 W-TIPOCONT     PIC X(01) VALUE SPACES.
      *
      *    MOTIVO DA RESCISAO (CADRESC) -> CODIGO OFICIAL
      *    S=SEM JUSTA CAUSA 31   C=COM JUSTA CAUSA 32
       01 TAB-MOTIVO-V.
           03 FILLER         PIC X(03) VALUE "S31".
           03 FILLER         PIC X(03) VALUE "C32".
       01 TAB-MOTIVO REDEFINES TAB-MOTIVO-V.
           03 TM-ITEM OCCURS 2 TIMES.
               05 TM-MOTIVO  PIC X(01).
               05 TM-CODIGO  PIC 9(02).
      *
      *    TIPO DE CONTRATO (CADADMIS) -> TIPO DE MOVIMENTO
      *    PRAZO DETERMINADO/TEMPORARIO 25, DEMAIS 20 (REEMPREGO)
       01 TAB-CONTRATO-V.
           03 FILLER         PIC X(03) VALUE "I20".
           03 FILLER         PIC X(03) VALUE "E20".
           03 FILLER         PIC X(03) VALUE "A20".
           03 FILLER         PIC X(03) VALUE "D25".
           03 FILLER         PIC X(03) VALUE "T25".
       01 TAB-CONTRATO REDEFINES TAB-CONTRATO-V.
           03 TC-ITEM OCCURS 5 TIMES.
               05 TC-TIPO    PIC X(01).
               05 TC-MOVTO   PIC 9(02).
      *
      *    REGISTRO TIPO 0 - ESTABELECIMENTO
       01 CAG-HEADER.
           03 FILLER         PIC X(01) VALUE "0".
           03 H-CNPJ         PIC 9(14).
           03 H-NOME         PIC X(30).
           03 H-COMPET       PIC 9(06).
           03 H-DATA         PIC 9(08).
           03 H-EMP          PIC 9(02).
           03 FILLER         PIC X(59) VALUE SPACES.
      *
      *    REGISTRO TIPO 1 - MOVIMENTACAO
      *    20/25=ADMISSAO 31/32=DESLIGAMENTO 70=TRANSFERENCIA
       01 CAG-MOVTO.
           03 FILLER         PIC X(01) VALUE "1".
           03 M-CPF          PIC 9(11).
           03 M-CODIGO       PIC 9(06).
           03 M-NOME         PIC X(30).
           03 M-TIPOMOV      PIC 9(02).
           03 M-DATAMOV      PIC 9(08).
           03 M-DATANASC     PIC 9(08).
           03 M-DEPTO        PIC 9(02).
           03 M-DEPTOANT     PIC 9(02).
           03 M-FUNC         PIC X(01).
           03 M-SALARIO      PIC 9(06)V99.
           03 M-TIPOCONT     PIC X(01).
           03 FILLER         PIC X(40) VALUE SPACES.
      *
      *    REGISTRO TIPO 9 - TOTALIZADOR
       01 CAG-TRAILER.
           03 FILLER         PIC X(01) VALUE "9".
           03 T-QTDADM       PIC 9(05).
           03 T-QTDDEM       PIC 9(05).
           03 T-QTDTRF       PIC 9(05).
           03 T-QTDTOT       PIC 9(05).
           03 FILLER         PIC X(99) VALUE SPACES.
      *
      *    LISTAGEM DE CONFERENCIA
       01 CONF-CAB.
           03 FILLER         PIC X(38)
              VALUE "CONFERENCIA DO MOVIMENTO - COMPETENCIA".
           03 FILLER         PIC X(01) VALUE SPACE.
           03 CONF-COMPET    PIC 9(06).
           03 FILLER         PIC X(11) VALUE "  EMPRESA: ".
           03 CONF-EMP       PIC 9(02).
       01 CONF-CAB2.
           03 FILLER         PIC X(40)
              VALUE "MOV CODIGO NOME                       ".
           03 FILLER         PIC X(40)
              VALUE "     DATA  DETALHE                     ".
       01 CONF-DET.
           03 CONF-TIPOMOV   PIC 9(02).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CONF-CODIGO    PIC 9(06).
           03 FILLER         PIC X(01) VALUE SPACE.
           03 CONF-NOME      PIC X(30).
           03 FILLER         PIC X(01) VALUE SPACE.
           03 CONF-DATA      PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CONF-DETALHE   PIC X(28).
       01 CONF-TOT.
           03 FILLER         PIC X(12) VALUE "ADMISSOES: ".
           03 CONF-QTDADM    PIC ZZZZ9.
           03 FILLER         PIC X(16) VALUE "  DESLIGAMENTOS:".
           03 CONF-QTDDEM    PIC ZZZZ9.
           03 FILLER         PIC X(18) VALUE "  TRANSFERENCIAS: ".
           03 CONF-QTDTRF    PIC ZZZZ9.
       01 CONF-ERRO.
           03 FILLER         PIC X(12) VALUE "PENDENCIAS: ".
           03 CONF-QTDERRO   PIC ZZZZ9.
           03 FILLER         PIC X(30)
              VALUE " - ARQUIVO NAO GERADO".

       SCREEN SECTION.

       01  TELACAGED.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   MOVIMENTO".
           05  LINE 02  COLUMN 42
               VALUE  " DE ADMISSOES E DESLIGAMENTOS  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN INPUT  CADFOLHA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADFOLHA"  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       INC-OP2.
           MOVE "N" TO W-TEMADM W-TEMRES
           OPEN INPUT CADADMIS
           IF ST-ADM = "00"
              MOVE "S" TO W-TEMADM.
           OPEN INPUT CADRESC
           IF ST-RES = "00"
              MOVE "S" TO W-TEMRES.

       INC-OP3.
           OPEN INPUT CADEMPRESA
           IF ST-ERRO3 = "00"
              READ CADEMPRESA
              IF ST-ERRO3 = "00"
                 MOVE NOMEEMPRESA TO W-EMPRESA.
           CLOSE CADEMPRESA.
           MOVE 01 TO W-EMPATIVA
           OPEN INPUT CADEMPATIVA
           IF ST-EAT = "00"
              READ CADEMPATIVA
              IF ST-EAT = "00" AND EAT-COD > ZEROS
                 MOVE EAT-COD TO W-EMPATIVA.
           CLOSE CADEMPATIVA.
           MOVE ZEROS TO W-EMPCNPJ
           MOVE W-EMPRESA TO W-EMPNOME
           OPEN INPUT CADEMP
           IF ST-EMP = "00"
              MOVE W-EMPATIVA TO EMPCOD
              READ CADEMP
              IF ST-EMP = "00"
                 MOVE EMPCNPJ TO W-EMPCNPJ
                 MOVE EMPNOME TO W-EMPNOME.
           CLOSE CADEMP.

       INC-001.
           DISPLAY  TELACAGED.

       R0.
           DISPLAY (04, 01) "COMPETENCIA (AAAAMM  0=SAIR): ".
           ACCEPT  (04, 31) W-COMPET.
           IF W-COMPET = ZEROS
              GO TO ROT-FIM.
           IF W-MESCOMP < 01 OR W-MESCOMP > 12
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.

      *
      ************************************************
      * VALIDACAO - TODO DESLIGADO NA COMPETENCIA    *
      * PRECISA TER A RESCISAO CALCULADA (RESCISAO)  *
      ************************************************
      *
       VALIDA-INI.
           MOVE ZEROS TO W-QTDERRO
           OPEN OUTPUT CAGEDCONFS
           MOVE W-COMPET TO CONF-COMPET
           MOVE W-EMPATIVA TO CONF-EMP
           WRITE REGCONF FROM CONF-CAB
           WRITE REGCONF FROM CONF-CAB2
           MOVE ZEROS TO CODIGO
           START CADFOLHA KEY IS NOT LESS CODIGO
           IF ST-ERRO NOT = "00"
              GO TO VALIDA-FIM.
       VALIDA-RD.
           READ CADFOLHA NEXT
           IF ST-ERRO NOT = "00"
              GO TO VALIDA-FIM.
           IF STATUSFUNC NOT = "I"
              GO TO VALIDA-RD.
           DIVIDE DATABAIXA BY 100 GIVING W-COMPAUX
           IF W-COMPAUX NOT = W-COMPET
              GO TO VALIDA-RD.
           PERFORM BUSCA-RESC THRU BUSCA-RESC-FIM
           IF W-MOTOFIC NOT = ZEROS
              GO TO VALIDA-RD.
           MOVE ZEROS TO CONF-TIPOMOV
           MOVE CODIGO TO CONF-CODIGO
           MOVE NOME TO CONF-NOME
           MOVE DATABAIXA TO CONF-DATA
           IF W-TEMRES = "S" AND ST-RES = "00"
              MOVE "MOTIVO SEM CODIGO OFICIAL" TO CONF-DETALHE
           ELSE
              MOVE "DESLIGADO SEM RESCISAO" TO CONF-DETALHE.
           WRITE REGCONF FROM CONF-DET
           ADD 1 TO W-QTDERRO
           GO TO VALIDA-RD.
       VALIDA-FIM.
           IF W-QTDERRO = ZEROS
              GO TO GERA-INI.
           MOVE W-QTDERRO TO CONF-QTDERRO
           WRITE REGCONF FROM CONF-ERRO
           CLOSE CAGEDCONFS
           PERFORM REG-SPOOL
           DISPLAY (07, 01) "PENDENCIAS: "
           DISPLAY (07, 13) W-QTDERRO
           MOVE "* DESLIGAMENTO SEM RESCISAO - VER CAGEDCONF.TXT *"
                                              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-SOL.

      *
      ************************************************
      * GERACAO DO ARQUIVO E DA CONFERENCIA          *
      ************************************************
      *
       GERA-INI.
           OPEN OUTPUT CAGEDS
           MOVE ZEROS TO W-QTDADM W-QTDDEM W-QTDTRF W-QTDTOT
           MOVE W-EMPCNPJ TO H-CNPJ
           MOVE W-EMPNOME TO H-NOME
           MOVE W-COMPET TO H-COMPET
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO H-DATA
           MOVE W-EMPATIVA TO H-EMP
           WRITE REGCAGED FROM CAG-HEADER
           MOVE ZEROS TO CODIGO
           START CADFOLHA KEY IS NOT LESS CODIGO
           IF ST-ERRO NOT = "00"
              GO TO GERA-TRF.
       GERA-RD1.
           READ CADFOLHA NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERA-TRF.
           DIVIDE DATAADMISSAO BY 100 GIVING W-COMPAUX
           IF W-COMPAUX = W-COMPET
              PERFORM GRAVA-ADM THRU GRAVA-ADM-FIM.
           IF STATUSFUNC NOT = "I"
              GO TO GERA-RD1.
           DIVIDE DATABAIXA BY 100 GIVING W-COMPAUX
           IF W-COMPAUX = W-COMPET
              PERFORM GRAVA-DEM THRU GRAVA-DEM-FIM.
           GO TO GERA-RD1.

       GERA-TRF.
           OPEN INPUT CADHISDEPTO
           IF ST-HD NOT = "00"
              GO TO GERA-FIM.
       GERA-TRF-RD.
           READ CADHISDEPTO
           IF ST-HD NOT = "00"
              CLOSE CADHISDEPTO
              GO TO GERA-FIM.
           DIVIDE HD-DATA BY 100 GIVING W-COMPAUX
           IF W-COMPAUX NOT = W-COMPET
              GO TO GERA-TRF-RD.
           PERFORM GRAVA-TRF THRU GRAVA-TRF-FIM
           GO TO GERA-TRF-RD.

       GERA-FIM.
           COMPUTE W-QTDTOT = W-QTDADM + W-QTDDEM + W-QTDTRF
           MOVE W-QTDADM TO T-QTDADM
           MOVE W-QTDDEM TO T-QTDDEM
           MOVE W-QTDTRF TO T-QTDTRF
           MOVE W-QTDTOT TO T-QTDTOT
           WRITE REGCAGED FROM CAG-TRAILER
           CLOSE CAGEDS
           MOVE W-QTDADM TO CONF-QTDADM
           MOVE W-QTDDEM TO CONF-QTDDEM
           MOVE W-QTDTRF TO CONF-QTDTRF
           WRITE REGCONF FROM CONF-TOT
           CLOSE CAGEDCONFS
           PERFORM REG-SPOOL
           DISPLAY (07, 01) "ADMISSOES     : "
           DISPLAY (07, 17) W-QTDADM
           DISPLAY (08, 01) "DESLIGAMENTOS : "
           DISPLAY (08, 17) W-QTDDEM
           DISPLAY (09, 01) "TRANSFERENCIAS: "
           DISPLAY (09, 17) W-QTDTRF
           DISPLAY (11, 01) "ARQUIVO CAGEDEXP.TXT GERADO"
           MOVE "*** MOVIMENTO GERADO COM SUCESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ROT-SOL.
           DISPLAY (20, 01) "PROCESSAR OUTRA COMPETENCIA (S/N): ".
           MOVE "N" TO W-OPCAO
           ACCEPT  (20, 37) W-OPCAO  WITH UPDATE
           IF W-OPCAO = "S"
                  DISPLAY TELACAGED
                  GO TO R0.
           IF W-OPCAO NOT = "N"
                  MOVE "*** DIGITE S=SIM   N=NAO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-SOL.
           GO TO ROT-FIM.

       REG-SPOOL.
           MOVE "CAGEDEXP" TO W-SPPROG
           MOVE "CAGEDCONF.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ.

      *
      *    MOTIVO OFICIAL DO DESLIGAMENTO (ZEROS = SEM RESCISAO
      *    OU MOTIVO SEM CORRESPONDENCIA NA TABELA)
      *
       BUSCA-RESC.
           MOVE ZEROS TO W-MOTOFIC
           MOVE "23" TO ST-RES
           IF W-TEMRES NOT = "S"
              GO TO BUSCA-RESC-FIM.
           MOVE CODIGO TO RESCODIGO
           READ CADRESC
           IF ST-RES NOT = "00"
              GO TO BUSCA-RESC-FIM.
           MOVE 1 TO W-IND.
       BUSCA-RESC-TAB.
           IF TM-MOTIVO(W-IND) = RESMOTIVO
              MOVE TM-CODIGO(W-IND) TO W-MOTOFIC
              GO TO BUSCA-RESC-FIM.
           IF W-IND < 2
              ADD 1 TO W-IND
              GO TO BUSCA-RESC-TAB.
       BUSCA-RESC-FIM.
           EXIT.

       MONTA-MOVTO.
           MOVE CPF TO M-CPF
           MOVE CODIGO TO M-CODIGO
           MOVE NOME TO M-NOME
           MOVE DATANASC TO M-DATANASC
           MOVE DEPARTAMENTO TO M-DEPTO
           MOVE ZEROS TO M-DEPTOANT
           MOVE FUNC TO M-FUNC
           MOVE SALARIOBASE TO M-SALARIO
           MOVE SPACE TO M-TIPOCONT
           MOVE CODIGO TO CONF-CODIGO
           MOVE NOME TO CONF-NOME.

      *    ADMISSAO - SEM CHECKLIST NO CADADMIS VAI COMO INDETERMINADO
       GRAVA-ADM.
           PERFORM MONTA-MOVTO
           MOVE "I" TO W-TIPOCONT
           IF W-TEMADM = "S"
              MOVE CODIGO TO ADMCODIGO
              READ CADADMIS
              IF ST-ADM = "00" AND ADMTIPOCONT NOT = SPACE
                 MOVE ADMTIPOCONT TO W-TIPOCONT.
           MOVE 20 TO M-TIPOMOV
           MOVE 1 TO W-IND.
       GRAVA-ADM-TAB.
           IF TC-TIPO(W-IND) = W-TIPOCONT
              MOVE TC-MOVTO(W-IND) TO M-TIPOMOV
           ELSE
              IF W-IND < 5
                 ADD 1 TO W-IND
                 GO TO GRAVA-ADM-TAB.
           MOVE W-TIPOCONT TO M-TIPOCONT
           MOVE DATAADMISSAO TO M-DATAMOV
           WRITE REGCAGED FROM CAG-MOVTO
           ADD 1 TO W-QTDADM
           MOVE M-TIPOMOV TO CONF-TIPOMOV
           MOVE DATAADMISSAO TO CONF-DATA
           MOVE SPACES TO CONF-DETALHE
           MOVE "ADMISSAO  CONTRATO: " TO CONF-DETALHE
           MOVE W-TIPOCONT TO CONF-DETALHE(21:1)
           WRITE REGCONF FROM CONF-DET.
       GRAVA-ADM-FIM.
           EXIT.

       GRAVA-DEM.
           PERFORM BUSCA-RESC THRU BUSCA-RESC-FIM
           PERFORM MONTA-MOVTO
           MOVE W-MOTOFIC TO M-TIPOMOV
           MOVE DATABAIXA TO M-DATAMOV
           WRITE REGCAGED FROM CAG-MOVTO
           ADD 1 TO W-QTDDEM
           MOVE M-TIPOMOV TO CONF-TIPOMOV
           MOVE DATABAIXA TO CONF-DATA
           MOVE SPACES TO CONF-DETALHE
           MOVE "DESLIGAMENTO  MOTIVO: " TO CONF-DETALHE
           MOVE RESMOTIVO TO CONF-DETALHE(23:1)
           WRITE REGCONF FROM CONF-DET.
       GRAVA-DEM-FIM.
           EXIT.

       GRAVA-TRF.
           MOVE HD-CODIGO TO CODIGO
           READ CADFOLHA
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME
              MOVE ZEROS TO CPF DATANASC SALARIOBASE
              MOVE SPACE TO FUNC.
           PERFORM MONTA-MOVTO
           MOVE HD-CODIGO TO M-CODIGO CONF-CODIGO
           MOVE 70 TO M-TIPOMOV
           MOVE HD-DATA TO M-DATAMOV
           MOVE HD-DEPTOPARA TO M-DEPTO
           MOVE HD-DEPTODE TO M-DEPTOANT
           WRITE REGCAGED FROM CAG-MOVTO
           ADD 1 TO W-QTDTRF
           MOVE 70 TO CONF-TIPOMOV
           MOVE HD-DATA TO CONF-DATA
           MOVE SPACES TO CONF-DETALHE
           MOVE "TRANSFERENCIA DEPTO   P/" TO CONF-DETALHE
           MOVE HD-DEPTODE TO CONF-DETALHE(21:2)
           MOVE HD-DEPTOPARA TO CONF-DETALHE(27:2)
           WRITE REGCONF FROM CONF-DET.
       GRAVA-TRF-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADFOLHA.
           IF W-TEMADM = "S"
              CLOSE CADADMIS.
           IF W-TEMRES = "S"
              CLOSE CADRESC.
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
