       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCP070.
      ************************
      * PROGRAMA PARA PLANOS E BENEFICIOS                       *
      * PLANO DE SAUDE / ODONTO E VALE-REFEICAO / ALIMENTACAO:  *
      * CADASTRO DO PLANO (FORNECEDOR E CUSTOS), ADESAO DO      *
      * FUNCIONARIO E DE CADA DEPENDENTE (CADDEP) COM A PARTE   *
      * DO EMPREGADO, LANCAMENTO DE COPARTICIPACAO - O PROGRFP  *
      * DESCONTA OS DOIS NA FOLHA - E CONCILIACAO DA FATURA DO  *
      * FORNECEDOR (FATBENEF.TXT) CONTRA AS ADESOES             *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPLSAUDE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PLACOD
                       FILE STATUS IS ST-ERRO.
      *
           SELECT CADBENEF ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS BENCHAVE
                       FILE STATUS IS ST-ERRO2.
      *
           SELECT CADCOPART ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS COPCHAVE
                       FILE STATUS IS ST-ERRO3.
      *
           SELECT CADFOLHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       ALTERNATE RECORD KEY IS
                       NOME WITH DUPLICATES
                       ALTERNATE RECORD KEY IS CPF
                       FILE STATUS  IS ST-ERRO4.
      *
           SELECT CADDEP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS DEPCHAVE
                       FILE STATUS  IS ST-ERRO5.
      *
           SELECT CADFOR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CNPJ
                       ALTERNATE RECORD KEY IS
                       NOMEFANTASIA WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO6.
      *
           SELECT FATBENEF ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-FAT.
      *
           SELECT BENIMP ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-IMP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPLSAUDE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPLSAUDE.DAT".
       01 REGPLANO.
           03 PLACOD            PIC 9(03).
           03 PLADESC           PIC X(30).
           03 PLATIPO           PIC X(01).
           03 PLACNPJ           PIC 9(14).
           03 PLACUSTIT         PIC 9(06)V99.
           03 PLACUSDEP         PIC 9(06)V99.
           03 PLAPCTTIT         PIC 9(03)V99.
           03 PLAPCTDEP         PIC 9(03)V99.
           03 PLACOPART         PIC X(01).

       FD CADBENEF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADBENEF.DAT".
       01 REGBENEF.
           03 BENCHAVE.
               05 BENCODIGO     PIC 9(06).
               05 BENPLANO      PIC 9(03).
               05 BENDEPSEQ     PIC 9(02).
           03 BENCUSTO          PIC 9(06)V99.
           03 BENPARTE          PIC 9(06)V99.
           03 BENINICIO         PIC 9(08).
           03 BENFIM            PIC 9(08).

       FD CADCOPART
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOPART.DAT".
       01 REGCOPART.
           03 COPCHAVE.
               05 COPCOMPET     PIC 9(06).
               05 COPCODIGO     PIC 9(06).
               05 COPPLANO      PIC 9(03).
               05 COPSEQ        PIC 9(02).
           03 COPDEPSEQ         PIC 9(02).
           03 COPDESC           PIC X(30).
           03 COPVALOR          PIC 9(06)V99.

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

       FD CADDEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
           03 DEPCHAVE.
               05 DEPCODIGO     PIC 9(06).
               05 DEPSEQ        PIC 9(02).
           03 DEPNOME           PIC X(30).
           03 DEPNASC           PIC 9(08).
           03 DEPTIPO           PIC X(01).

       FD CADFOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFOR.DAT".
       01 REGFOR.
           03 CNPJ              PIC 9(14).
           03 RAZAOSOCIAL       PIC X(35).
           03 NOMEFANTASIA      PIC X(12).
           03 FILLER            PIC X(110).

      *    FATURA DO FORNECEDOR - UMA LINHA POR VIDA COBRADA
       FD FATBENEF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FATBENEF.TXT".
       01 REGFAT.
           03 FAT-PLANO         PIC 9(03).
           03 FAT-CODIGO        PIC 9(06).
           03 FAT-DEPSEQ        PIC 9(02).
           03 FAT-NOME          PIC X(30).
           03 FAT-VALOR         PIC 9(06)V99.
           03 FILLER            PIC X(31).

       FD BENIMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BENCONC.TXT".
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
       01 ST-FAT               PIC X(02) VALUE "00".
       01 ST-IMP               PIC X(02) VALUE "00".
       01 W-TEMREG             PIC X(01) VALUE "N".
       01 W-TEMFOR             PIC X(01) VALUE "N".
       01 W-TEMIMP             PIC X(01) VALUE "N".
       01 W-HOJE               PIC 9(08) VALUE ZEROS.
       01 W-COMPET             PIC 9(06) VALUE ZEROS.
       01 W-PLANO              PIC 9(03) VALUE ZEROS.
       01 W-INIMES             PIC 9(08) VALUE ZEROS.
       01 W-FIMMES             PIC 9(08) VALUE ZEROS.
       01 W-OCORR              PIC X(30) VALUE SPACES.
       01 W-QTDFAT             PIC 9(04) VALUE ZEROS.
       01 W-QTDOCO             PIC 9(04) VALUE ZEROS.
       01 W-QTDDESL            PIC 9(04) VALUE ZEROS.
       01 W-TOTFAT             PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTDESL            PIC 9(09)V99 VALUE ZEROS.
       01 I                    PIC 9(04) VALUE ZEROS.
       01 TAB-FAT.
           03 TF-ITEM OCCURS 999 TIMES.
               05 TF-CODIGO    PIC 9(06).
               05 TF-DEPSEQ    PIC 9(02).
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 IMP-TRACO.
           03 FILLER    PIC X(78) VALUE ALL "-".

       01 IMP-CAB1.
           03 FILLER    PIC X(31)
                        VALUE "CONCILIACAO DA FATURA - PLANO ".
           03 IMPPLANO  PIC 9(03) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPPLADES PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(07) VALUE "  COMP ".
           03 IMPCOMPET PIC 9(06) VALUE ZEROS.

       01 IMP-CAB2.
           03 FILLER    PIC X(40)
              VALUE "FUNC.  DP NOME                          ".
           03 FILLER    PIC X(38)
              VALUE "   VALOR OCORRENCIA                   ".

       01 IMP-DET.
           03 IMPCOD    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPDEP    PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPNOME   PIC X(30) VALUE SPACES.
           03 IMPVALOR  PIC ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPOCORR  PIC X(27) VALUE SPACES.

       01 IMP-TOT1.
           03 FILLER    PIC X(22) VALUE "VIDAS FATURADAS......:".
           03 IMPQTD1   PIC ZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(10) VALUE "  VALOR: ".
           03 IMPVAL1   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 IMP-TOT2.
           03 FILLER    PIC X(22) VALUE "DESLIGADOS COBRADOS..:".
           03 IMPQTD2   PIC ZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(10) VALUE "  VALOR: ".
           03 IMPVAL2   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 IMP-TOT3.
           03 FILLER    PIC X(22) VALUE "TOTAL DE OCORRENCIAS.:".
           03 IMPQTD3   PIC ZZZ9 VALUE ZEROS.

       SCREEN SECTION.
       01  TELABEN.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "************ PLANOS E BENEFICIOS *********".
           05  LINE 01  COLUMN 43
               VALUE  "*********".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

       PROCEDURE DIVISION.
       R00.
           OPEN I-O CADPLSAUDE.
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPLSAUDE
                 CLOSE CADPLSAUDE
                 MOVE "*** ARQUIVO CADPLSAUDE FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R00
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPLSAUDE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R01.
           OPEN I-O CADBENEF
           IF ST-ERRO2 = "30"
              OPEN OUTPUT CADBENEF
              CLOSE CADBENEF
              OPEN I-O CADBENEF.

       R02.
           OPEN I-O CADCOPART
           IF ST-ERRO3 = "30"
              OPEN OUTPUT CADCOPART
              CLOSE CADCOPART
              OPEN I-O CADCOPART.

       RA0.
           OPEN INPUT CADFOLHA.
           IF ST-ERRO4 NOT = "00"
              MOVE "SEM FUNCIONARIOS - USE O SCP001" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       RB0.
           OPEN INPUT CADDEP
           IF ST-ERRO5 = "30"
              OPEN OUTPUT CADDEP
              CLOSE CADDEP
              OPEN INPUT CADDEP.

       RC0.
           OPEN INPUT CADFOR
           IF ST-ERRO6 = "00"
              MOVE "S" TO W-TEMFOR.

       MENU-BEN.
           DISPLAY TELABEN
           DISPLAY (04, 01) "1 - CADASTRO DE PLANOS / BENEFICIOS"
           DISPLAY (05, 01) "2 - ADESAO DO FUNCIONARIO / DEPENDENTE"
           DISPLAY (06, 01) "3 - LANCAR COPARTICIPACAO DO MES"
           DISPLAY (07, 01) "4 - CONCILIAR FATURA DO FORNECEDOR"
           DISPLAY (08, 01) "0 - SAIR"
           DISPLAY (10, 01) "OPCAO: ".
           ACCEPT  (10, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO PLANO-INI.
           IF W-OPCAO = "2"
              GO TO ADESAO-INI.
           IF W-OPCAO = "3"
              GO TO COPART-INI.
           IF W-OPCAO = "4"
              GO TO CONC-INI.
           GO TO MENU-BEN.

      *
      ****************************************
      * CADASTRO DO PLANO / BENEFICIO        *
      ****************************************
      *
       PLANO-INI.
           MOVE ZEROS TO PLACOD PLACNPJ PLACUSTIT PLACUSDEP
                         PLAPCTTIT PLAPCTDEP
           MOVE SPACES TO PLADESC PLATIPO
           MOVE "N" TO PLACOPART
           DISPLAY TELABEN
           DISPLAY (04, 01) "CODIGO DO PLANO (0=VOLTAR): ".
           ACCEPT  (04, 30) PLACOD.
           IF PLACOD = ZEROS
              GO TO MENU-BEN.
           READ CADPLSAUDE
           IF ST-ERRO = "00"
              MOVE "*** PLANO JA CADASTRADO - EDITANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       PLANO-R1.
           DISPLAY (05, 01) "DESCRICAO: ".
           ACCEPT  (05, 12) PLADESC WITH UPDATE.
           IF PLADESC = SPACES
              MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PLANO-R1.

       PLANO-R2.
           DISPLAY (06, 01)
              "TIPO (S=SAUDE O=ODONTO R=REFEICAO A=ALIMENTACAO): ".
           ACCEPT  (06, 52) PLATIPO WITH UPDATE.
           IF PLATIPO NOT = "S" AND PLATIPO NOT = "O" AND
              PLATIPO NOT = "R" AND PLATIPO NOT = "A"
              MOVE "*** TIPO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PLANO-R2.

       PLANO-R3.
           DISPLAY (07, 01) "CNPJ DO FORNECEDOR: ".
           ACCEPT  (07, 21) PLACNPJ WITH UPDATE.
           IF PLACNPJ = ZEROS
              MOVE "*** FORNECEDOR OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PLANO-R3.
           IF W-TEMFOR NOT = "S"
              GO TO PLANO-R4.
           MOVE PLACNPJ TO CNPJ
           READ CADFOR
           IF ST-ERRO6 NOT = "00"
              MOVE "* FORNECEDOR NAO CADASTRADO - USE O SCP002 *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PLANO-R3.
           DISPLAY (07, 37) RAZAOSOCIAL.

       PLANO-R4.
           DISPLAY (08, 01) "CUSTO MENSAL DO TITULAR: ".
           ACCEPT  (08, 26) PLACUSTIT WITH UPDATE.
           DISPLAY (09, 01) "CUSTO MENSAL POR DEPENDENTE: ".
           ACCEPT  (09, 30) PLACUSDEP WITH UPDATE.
           DISPLAY (10, 01) "% PARTE DO EMPREGADO - TITULAR: ".
           ACCEPT  (10, 33) PLAPCTTIT WITH UPDATE.
           DISPLAY (11, 01) "% PARTE DO EMPREGADO - DEPENDENTE: ".
           ACCEPT  (11, 36) PLAPCTDEP WITH UPDATE.
           IF PLAPCTTIT > 100 OR PLAPCTDEP > 100
              MOVE "*** PERCENTUAL ACIMA DE 100 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PLANO-R4.

       PLANO-R5.
           DISPLAY (12, 01) "TEM COPARTICIPACAO (S/N): ".
           ACCEPT  (12, 27) PLACOPART WITH UPDATE.
           IF PLACOPART = "s"
              MOVE "S" TO PLACOPART.
           IF PLACOPART = "n"
              MOVE "N" TO PLACOPART.
           IF PLACOPART NOT = "S" AND PLACOPART NOT = "N"
              GO TO PLANO-R5.

       PLANO-WR1.
           WRITE REGPLANO
           IF ST-ERRO = "22"
              REWRITE REGPLANO.
           MOVE "*** PLANO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PLANO-INI.

      *
      ****************************************
      * ADESAO DO TITULAR (DEP 00) OU DE UM  *
      * DEPENDENTE DO CADDEP                 *
      ****************************************
      *
       ADESAO-INI.
           DISPLAY TELABEN
           DISPLAY (04, 01) "FUNCIONARIO (0=VOLTAR): ".
           ACCEPT  (04, 26) BENCODIGO.
           IF BENCODIGO = ZEROS
              GO TO MENU-BEN.
           MOVE BENCODIGO TO CODIGO
           READ CADFOLHA
           IF ST-ERRO4 NOT = "00"
              MOVE "* FUNCIONARIO NAO EXISTE, USE O SCP001 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADESAO-INI.
           DISPLAY (04, 35) NOME.

       ADESAO-R1.
           DISPLAY (05, 01) "PLANO: ".
           ACCEPT  (05, 08) BENPLANO.
           MOVE BENPLANO TO PLACOD
           READ CADPLSAUDE
           IF ST-ERRO NOT = "00"
              MOVE "*** PLANO NAO CADASTRADO (OPCAO 1) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADESAO-R1.
           DISPLAY (05, 12) PLADESC.

       ADESAO-R2.
           DISPLAY (06, 01) "DEPENDENTE (00=TITULAR): ".
           ACCEPT  (06, 26) BENDEPSEQ.
           IF BENDEPSEQ = ZEROS
              DISPLAY (06, 30) "TITULAR                       "
              GO TO ADESAO-R3.
           MOVE BENCODIGO TO DEPCODIGO
           MOVE BENDEPSEQ TO DEPSEQ
           READ CADDEP
           IF ST-ERRO5 NOT = "00"
              MOVE "* DEPENDENTE NAO CADASTRADO - USE O SCP019 *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADESAO-R2.
           DISPLAY (06, 30) DEPNOME.

       ADESAO-R3.
           MOVE "N" TO W-TEMREG
           READ CADBENEF
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMREG
              MOVE "*** ADESAO JA EXISTE - EDITANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADESAO-R4.
      *    NOVA ADESAO: SUGERE OS VALORES DO PLANO
           ACCEPT BENINICIO FROM DATE YYYYMMDD
           MOVE ZEROS TO BENFIM
           IF BENDEPSEQ = ZEROS
              MOVE PLACUSTIT TO BENCUSTO
              COMPUTE BENPARTE ROUNDED = PLACUSTIT * PLAPCTTIT / 100
           ELSE
              MOVE PLACUSDEP TO BENCUSTO
              COMPUTE BENPARTE ROUNDED = PLACUSDEP * PLAPCTDEP / 100.

       ADESAO-R4.
           DISPLAY (08, 01) "CUSTO MENSAL: ".
           ACCEPT  (08, 15) BENCUSTO WITH UPDATE.
           DISPLAY (09, 01) "PARTE DO EMPREGADO: ".
           ACCEPT  (09, 21) BENPARTE WITH UPDATE.
           IF BENPARTE > BENCUSTO
              MOVE "* PARTE DO EMPREGADO MAIOR QUE O CUSTO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADESAO-R4.

       ADESAO-R5.
           DISPLAY (10, 01) "INICIO (AAAAMMDD): ".
           ACCEPT  (10, 20) BENINICIO WITH UPDATE.
           IF BENINICIO = ZEROS
              GO TO ADESAO-R5.
           DISPLAY (11, 01) "FIM (AAAAMMDD 0=ATIVA): ".
           ACCEPT  (11, 25) BENFIM WITH UPDATE.
           IF BENFIM NOT = ZEROS AND BENFIM < BENINICIO
              MOVE "*** FIM ANTERIOR AO INICIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADESAO-R5.

       ADESAO-WR1.
           IF W-TEMREG = "S"
              REWRITE REGBENEF
           ELSE
              WRITE REGBENEF.
           MOVE "*** ADESAO GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ADESAO-INI.

      *
      ****************************************
      * COPARTICIPACAO DO MES (DESCONTADA    *
      * PELO PROGRFP NA COMPETENCIA)         *
      ****************************************
      *
       COPART-INI.
           DISPLAY TELABEN
           DISPLAY (04, 01) "COMPETENCIA (AAAAMM  0=VOLTAR): ".
           ACCEPT  (04, 33) COPCOMPET.
           IF COPCOMPET = ZEROS
              GO TO MENU-BEN.

       COPART-R1.
           DISPLAY (05, 01) "FUNCIONARIO (0=VOLTAR): ".
           ACCEPT  (05, 26) COPCODIGO.
           IF COPCODIGO = ZEROS
              GO TO COPART-INI.
           MOVE COPCODIGO TO CODIGO
           READ CADFOLHA
           IF ST-ERRO4 NOT = "00"
              MOVE "* FUNCIONARIO NAO EXISTE, USE O SCP001 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COPART-R1.
           DISPLAY (05, 35) NOME.

       COPART-R2.
           DISPLAY (06, 01) "PLANO: ".
           ACCEPT  (06, 08) COPPLANO.
           MOVE COPPLANO TO PLACOD
           READ CADPLSAUDE
           IF ST-ERRO NOT = "00"
              MOVE "*** PLANO NAO CADASTRADO (OPCAO 1) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COPART-R2.
           IF PLACOPART NOT = "S"
              MOVE "*** PLANO SEM COPARTICIPACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COPART-R2.
           DISPLAY (06, 12) PLADESC.

       COPART-R3.
           DISPLAY (07, 01) "DEPENDENTE (00=TITULAR): ".
           ACCEPT  (07, 26) COPDEPSEQ.
           MOVE COPCODIGO TO BENCODIGO
           MOVE COPPLANO TO BENPLANO
           MOVE COPDEPSEQ TO BENDEPSEQ
           READ CADBENEF
           IF ST-ERRO2 NOT = "00"
              MOVE "*** SEM ADESAO NESTE PLANO (OPCAO 2) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COPART-R3.

       COPART-R4.
           MOVE SPACES TO COPDESC
           MOVE ZEROS TO COPVALOR
           DISPLAY (08, 01) "DESCRICAO: ".
           ACCEPT  (08, 12) COPDESC.
           DISPLAY (09, 01) "VALOR: ".
           ACCEPT  (09, 08) COPVALOR.
           IF COPVALOR = ZEROS
              MOVE "*** VALOR OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COPART-R4.

      *    PROXIMA SEQUENCIA LIVRE DO FUNCIONARIO NO PLANO/MES
       COPART-WR1.
           MOVE 1 TO COPSEQ.
       COPART-WR2.
           WRITE REGCOPART
           IF ST-ERRO3 = "22" AND COPSEQ < 99
              ADD 1 TO COPSEQ
              GO TO COPART-WR2.
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ERRO NA GRAVACAO DO CADCOPART ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COPART-R1.
           MOVE "*** COPARTICIPACAO LANCADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO COPART-R1.

      *
      ****************************************
      * CONCILIACAO DA FATURA DO FORNECEDOR  *
      * CADA VIDA COBRADA E CONFERIDA CONTRA *
      * A ADESAO E O CADFOLHA (DESLIGADOS),  *
      * DEPOIS AS ADESOES NAO FATURADAS      *
      ****************************************
      *
       CONC-INI.
           DISPLAY TELABEN
           DISPLAY (04, 01) "PLANO (0=VOLTAR): ".
           ACCEPT  (04, 19) W-PLANO.
           IF W-PLANO = ZEROS
              GO TO MENU-BEN.
           MOVE W-PLANO TO PLACOD
           READ CADPLSAUDE
           IF ST-ERRO NOT = "00"
              MOVE "*** PLANO NAO CADASTRADO (OPCAO 1) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONC-INI.
           DISPLAY (04, 25) PLADESC
           DISPLAY (05, 01) "COMPETENCIA DA FATURA (AAAAMM): ".
           ACCEPT  (05, 33) W-COMPET.
           IF W-COMPET = ZEROS
              GO TO CONC-INI.
           COMPUTE W-INIMES = (W-COMPET * 100) + 1
           COMPUTE W-FIMMES = (W-COMPET * 100) + 31
           OPEN INPUT FATBENEF
           IF ST-FAT NOT = "00"
              MOVE "*** ARQUIVO FATBENEF.TXT NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-BEN.
           OPEN OUTPUT BENIMP
           MOVE "S" TO W-TEMIMP
           MOVE ZEROS TO W-QTDFAT W-QTDOCO W-QTDDESL W-TOTFAT W-TOTDESL
           MOVE W-PLANO TO IMPPLANO
           MOVE PLADESC TO IMPPLADES
           MOVE W-COMPET TO IMPCOMPET
           WRITE REGIMP FROM IMP-TRACO
           WRITE REGIMP FROM IMP-CAB1
           WRITE REGIMP FROM IMP-CAB2
           WRITE REGIMP FROM IMP-TRACO.

       CONC-RD1.
           READ FATBENEF
           IF ST-FAT NOT = "00"
              GO TO CONC-INSCR.
           IF FAT-PLANO NOT = W-PLANO
              GO TO CONC-RD1.
           ADD 1 TO W-QTDFAT
           ADD FAT-VALOR TO W-TOTFAT
           IF W-QTDFAT NOT > 999
              MOVE FAT-CODIGO TO TF-CODIGO(W-QTDFAT)
              MOVE FAT-DEPSEQ TO TF-DEPSEQ(W-QTDFAT).
           MOVE SPACES TO W-OCORR
           MOVE FAT-CODIGO TO CODIGO
           READ CADFOLHA
           IF ST-ERRO4 NOT = "00"
              MOVE "FUNCIONARIO INEXISTENTE" TO W-OCORR
              GO TO CONC-GRAVA.
      *    DESLIGADO AINDA COBRADO (STATUSFUNC/DATABAIXA)
           IF STATUSFUNC NOT = "A" AND DATABAIXA < W-INIMES
              MOVE "DESLIGADO EM" TO W-OCORR
              MOVE DATABAIXA TO W-OCORR(14:8)
              ADD 1 TO W-QTDDESL
              ADD FAT-VALOR TO W-TOTDESL
              GO TO CONC-GRAVA.
           MOVE FAT-CODIGO TO BENCODIGO
           MOVE W-PLANO TO BENPLANO
           MOVE FAT-DEPSEQ TO BENDEPSEQ
           READ CADBENEF
           IF ST-ERRO2 NOT = "00"
              MOVE "NAO INSCRITO NO PLANO" TO W-OCORR
              GO TO CONC-GRAVA.
           IF BENINICIO > W-FIMMES
              MOVE "ADESAO POSTERIOR AO MES" TO W-OCORR
              GO TO CONC-GRAVA.
           IF BENFIM NOT = ZEROS AND BENFIM < W-INIMES
              MOVE "ADESAO ENCERRADA EM" TO W-OCORR
              MOVE BENFIM TO W-OCORR(21:8)
              GO TO CONC-GRAVA.
           IF FAT-VALOR NOT = BENCUSTO
              MOVE "VALOR DIFERENTE DO CONTRATO" TO W-OCORR.

       CONC-GRAVA.
           IF W-OCORR = SPACES
              GO TO CONC-RD1.
           ADD 1 TO W-QTDOCO
           MOVE FAT-CODIGO TO IMPCOD
           MOVE FAT-DEPSEQ TO IMPDEP
           MOVE FAT-NOME TO IMPNOME
           MOVE FAT-VALOR TO IMPVALOR
           MOVE W-OCORR TO IMPOCORR
           WRITE REGIMP FROM IMP-DET
           GO TO CONC-RD1.

      *    ADESOES VIGENTES QUE NAO VIERAM NA FATURA
       CONC-INSCR.
           CLOSE FATBENEF
           MOVE ZEROS TO BENCODIGO BENPLANO BENDEPSEQ
           START CADBENEF KEY IS NOT LESS BENCHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO CONC-TOTAL.

       CONC-RD2.
           READ CADBENEF NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CONC-TOTAL.
           IF BENPLANO NOT = W-PLANO
              GO TO CONC-RD2.
           IF BENINICIO > W-FIMMES
              GO TO CONC-RD2.
           IF BENFIM NOT = ZEROS AND BENFIM < W-INIMES
              GO TO CONC-RD2.
           MOVE 1 TO I.
       CONC-BUSCA.
           IF I > W-QTDFAT OR I > 999
              GO TO CONC-NAOFAT.
           IF TF-CODIGO(I) = BENCODIGO AND TF-DEPSEQ(I) = BENDEPSEQ
              GO TO CONC-RD2.
           ADD 1 TO I
           GO TO CONC-BUSCA.
       CONC-NAOFAT.
           MOVE BENCODIGO TO CODIGO
           READ CADFOLHA
           IF ST-ERRO4 NOT = "00"
              MOVE SPACES TO NOME.
           ADD 1 TO W-QTDOCO
           MOVE BENCODIGO TO IMPCOD
           MOVE BENDEPSEQ TO IMPDEP
           MOVE NOME TO IMPNOME
           MOVE BENCUSTO TO IMPVALOR
           MOVE "INSCRITO E NAO FATURADO" TO IMPOCORR
           WRITE REGIMP FROM IMP-DET
           GO TO CONC-RD2.

       CONC-TOTAL.
           WRITE REGIMP FROM IMP-TRACO
           MOVE W-QTDFAT TO IMPQTD1
           MOVE W-TOTFAT TO IMPVAL1
           WRITE REGIMP FROM IMP-TOT1
           MOVE W-QTDDESL TO IMPQTD2
           MOVE W-TOTDESL TO IMPVAL2
           WRITE REGIMP FROM IMP-TOT2
           MOVE W-QTDOCO TO IMPQTD3
           WRITE REGIMP FROM IMP-TOT3
           CLOSE BENIMP
           DISPLAY (07, 01) IMP-TOT1
           DISPLAY (08, 01) IMP-TOT2
           DISPLAY (09, 01) IMP-TOT3
           MOVE "* OCORRENCIAS LISTADAS EM BENCONC.TXT *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-BEN.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADPLSAUDE
           CLOSE CADBENEF
           CLOSE CADCOPART
           CLOSE CADFOLHA
           CLOSE CADDEP.
           IF W-TEMFOR = "S"
              CLOSE CADFOR.
      *    O RELATORIO DA CONCILIACAO VAI PARA O SPOOL (SCP067)
           IF W-TEMIMP = "S"
              MOVE "SCP070" TO W-SPPROG
              MOVE "BENCONC.TXT" TO W-SPARQ
              CALL "SPOOLREG" USING W-SPPROG W-SPARQ.
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
