       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCP071.
      ************************
      * PROGRAMA PARA SINDICATOS                                *
      * CADASTRO DO SINDICATO E DAS CONTRIBUICOES DO ACORDO     *
      * (ASSISTENCIAL, CONFEDERATIVA E A ANUAL AUTORIZADA),     *
      * VINCULO POR FUNCAO OU DEPARTAMENTO COM EXCECAO POR      *
      * FUNCIONARIO (ROTINA SINDFUNC) - O PROGRFP DESCONTA AS   *
      * CONTRIBUICOES - E RELATORIO MENSAL DE RECOLHIMENTO COM  *
      * A GUIA DE PAGAMENTO POR SINDICATO                       *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSIND ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SINCOD
                       FILE STATUS IS ST-ERRO.
      *
           SELECT CADSINDASS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ASSCHAVE
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
           SELECT CADFPADIC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ADCHAVE
                       FILE STATUS IS ST-ADC.
      *
           SELECT SINDIMP ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-IMP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSIND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSIND.DAT".
       01 REGSIND.
           03 SINCOD            PIC 9(03).
           03 SINNOME           PIC X(30).
           03 SINCNPJ           PIC 9(14).
           03 SINBANCO          PIC 9(03).
           03 SINAGENCIA        PIC 9(05).
           03 SINCONTA          PIC 9(10).
           03 SINPCTASS         PIC 9(02)V99.
           03 SINPCTCONF        PIC 9(02)V99.
           03 SINMESANU         PIC 9(02).

       FD CADSINDASS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSINDASS.DAT".
       01 REGSINDASS.
           03 ASSCHAVE.
               05 ASSTIPO       PIC X(01).
               05 ASSREF        PIC X(06).
           03 ASSSIND           PIC 9(03).
           03 ASSOPTANU         PIC X(01).
           03 ASSOPOS           PIC X(01).

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

       FD CADFPADIC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFPADIC.DAT".
       01 REGFPADIC.
           03 ADCHAVE.
               05 ADCOMPET      PIC 9(06).
               05 ADCODIGO      PIC 9(06).
               05 ADTIPO        PIC X(03).
           03 ADDESC            PIC X(30).
           03 ADNATUR           PIC X(01).
           03 ADVALOR           PIC 9(06)V99.

       FD SINDIMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SINDREL.TXT".
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
       01 ST-ADC               PIC X(02) VALUE "00".
       01 ST-IMP               PIC X(02) VALUE "00".
       01 W-TEMREG             PIC X(01) VALUE "N".
       01 W-TEMIMP             PIC X(01) VALUE "N".
       01 W-FUNCREF            PIC X(01) VALUE SPACES.
       01 W-DEPTOREF           PIC 9(02) VALUE ZEROS.
       01 W-CODREF             PIC 9(06) VALUE ZEROS.
       01 W-SINDSEL            PIC 9(03) VALUE ZEROS.
       01 W-COMPET             PIC 9(06) VALUE ZEROS.
       01 W-COMPET-G REDEFINES W-COMPET.
           03 ANO-COMP         PIC 9(04).
           03 MES-COMP         PIC 9(02).
       01 W-VENCTO             PIC 9(08) VALUE ZEROS.
       01 W-VENCTO-G REDEFINES W-VENCTO.
           03 VEN-ANO          PIC 9(04).
           03 VEN-MES          PIC 9(02).
           03 VEN-DIA          PIC 9(02).
       01 W-CODANT             PIC 9(06) VALUE ZEROS.
       01 W-VALASS             PIC 9(06)V99 VALUE ZEROS.
       01 W-VALCONF            PIC 9(06)V99 VALUE ZEROS.
       01 W-VALANU             PIC 9(06)V99 VALUE ZEROS.
       01 W-TOTASS             PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTCONF            PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTANU             PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDFUNC            PIC 9(04) VALUE ZEROS.
       01 W-QTDSIND            PIC 9(03) VALUE ZEROS.
      *    RETORNO DA ROTINA SINDFUNC
       01 W-SIND               PIC 9(03) VALUE ZEROS.
       01 W-PCTASS             PIC 9(02)V99 VALUE ZEROS.
       01 W-PCTCONF            PIC 9(02)V99 VALUE ZEROS.
       01 W-MESANU             PIC 9(02) VALUE ZEROS.
       01 W-OPTANU             PIC X(01) VALUE SPACES.
       01 W-OPOS               PIC X(01) VALUE SPACES.
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 IMP-TRACO.
           03 FILLER    PIC X(78) VALUE ALL "-".

       01 IMP-CAB1.
           03 FILLER    PIC X(28)
                        VALUE "RECOLHIMENTO SINDICAL  COMP ".
           03 IMPCOMPET PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 IMPSIND   PIC 9(03) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPSINNOM PIC X(30) VALUE SPACES.

       01 IMP-CAB2.
           03 FILLER    PIC X(38)
              VALUE "FUNC.  NOME                          ".
           03 FILLER    PIC X(40)
              VALUE "ASSISTENC. CONFEDER.  ANUAL      TOTAL".

       01 IMP-DET.
           03 IMPCOD    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPNOME   PIC X(30) VALUE SPACES.
           03 IMPASS    PIC ZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPCONF   PIC ZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPANU    PIC ZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPTOT    PIC ZZZ.ZZ9,99 VALUE ZEROS.

       01 IMP-GUIA1.
           03 FILLER    PIC X(36)
              VALUE "*** GUIA DE RECOLHIMENTO SINDICAL - ".
           03 IMPGSIND  PIC X(30) VALUE SPACES.

       01 IMP-GUIA2.
           03 FILLER    PIC X(06) VALUE "CNPJ: ".
           03 IMPGCNPJ  PIC 9(14) VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE "  BANCO ".
           03 IMPGBCO   PIC 9(03) VALUE ZEROS.
           03 FILLER    PIC X(05) VALUE " AG. ".
           03 IMPGAGE   PIC 9(05) VALUE ZEROS.
           03 FILLER    PIC X(04) VALUE " CC ".
           03 IMPGCTA   PIC 9(10) VALUE ZEROS.

       01 IMP-GUIA3.
           03 FILLER    PIC X(13) VALUE "COMPETENCIA: ".
           03 IMPGCOMP  PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(14) VALUE "  VENCIMENTO: ".
           03 IMPGVENC  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(16) VALUE "  FUNCIONARIOS: ".
           03 IMPGQTD   PIC ZZZ9 VALUE ZEROS.

       01 IMP-GUIA4.
           03 FILLER    PIC X(13) VALUE "ASSISTENCIAL ".
           03 IMPGASS   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(15) VALUE "  CONFEDERATIVA".
           03 IMPGCONF  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 IMP-GUIA5.
           03 FILLER    PIC X(13) VALUE "ANUAL        ".
           03 IMPGANU   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(15) VALUE "  TOTAL A PAGAR".
           03 IMPGTOT   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       SCREEN SECTION.
       01  TELASIND.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "****************** SINDICATOS ************".
           05  LINE 01  COLUMN 43
               VALUE  "*********".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

       PROCEDURE DIVISION.
       R00.
           OPEN I-O CADSIND.
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSIND
                 CLOSE CADSIND
                 MOVE "*** ARQUIVO CADSIND FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R00
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSIND" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R01.
           OPEN I-O CADSINDASS
           IF ST-ERRO2 = "30"
              OPEN OUTPUT CADSINDASS
              CLOSE CADSINDASS
              OPEN I-O CADSINDASS.

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
           OPEN INPUT CADFPADIC
           IF ST-ADC = "30"
              OPEN OUTPUT CADFPADIC
              CLOSE CADFPADIC
              OPEN INPUT CADFPADIC.

       MENU-SIND.
           DISPLAY TELASIND
           DISPLAY (04, 01) "1 - CADASTRO DE SINDICATOS"
           DISPLAY (05, 01) "2 - VINCULO POR FUNCAO/DEPTO/FUNCIONARIO"
           DISPLAY (06, 01) "3 - RECOLHIMENTO DO MES E GUIA"
           DISPLAY (07, 01) "0 - SAIR"
           DISPLAY (09, 01) "OPCAO: ".
           ACCEPT  (09, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO SIND-INI.
           IF W-OPCAO = "2"
              GO TO VINC-INI.
           IF W-OPCAO = "3"
              GO TO RECOL-INI.
           GO TO MENU-SIND.

      *
      ****************************************
      * CADASTRO DO SINDICATO                *
      ****************************************
      *
       SIND-INI.
           MOVE ZEROS TO SINCOD SINCNPJ SINBANCO SINAGENCIA SINCONTA
                         SINPCTASS SINPCTCONF
           MOVE SPACES TO SINNOME
           MOVE 03 TO SINMESANU
           DISPLAY TELASIND
           DISPLAY (04, 01) "CODIGO DO SINDICATO (0=VOLTAR): ".
           ACCEPT  (04, 34) SINCOD.
           IF SINCOD = ZEROS
              GO TO MENU-SIND.
           READ CADSIND
           IF ST-ERRO = "00"
              MOVE "*** SINDICATO JA CADASTRADO - EDITANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       SIND-R1.
           DISPLAY (05, 01) "NOME: ".
           ACCEPT  (05, 07) SINNOME WITH UPDATE.
           IF SINNOME = SPACES
              MOVE "*** NOME OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SIND-R1.
           DISPLAY (06, 01) "CNPJ: ".
           ACCEPT  (06, 07) SINCNPJ WITH UPDATE.

       SIND-R2.
           DISPLAY (07, 01) "BANCO: ".
           ACCEPT  (07, 08) SINBANCO WITH UPDATE.
           DISPLAY (07, 13) "AGENCIA: ".
           ACCEPT  (07, 22) SINAGENCIA WITH UPDATE.
           DISPLAY (07, 29) "CONTA: ".
           ACCEPT  (07, 36) SINCONTA WITH UPDATE.

       SIND-R3.
           DISPLAY (09, 01) "% CONTRIBUICAO ASSISTENCIAL (MENSAL): ".
           ACCEPT  (09, 40) SINPCTASS WITH UPDATE.
           DISPLAY (10, 01) "% CONTRIBUICAO CONFEDERATIVA (MENSAL): ".
           ACCEPT  (10, 41) SINPCTCONF WITH UPDATE.

       SIND-R4.
           DISPLAY (11, 01)
              "MES DA CONTRIBUICAO ANUAL (1 DIA - AUTORIZADOS): ".
           ACCEPT  (11, 51) SINMESANU WITH UPDATE.
           IF SINMESANU = ZEROS OR SINMESANU > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SIND-R4.

       SIND-WR1.
           WRITE REGSIND
           IF ST-ERRO = "22"
              REWRITE REGSIND.
           MOVE "*** SINDICATO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO SIND-INI.

      *
      ****************************************
      * VINCULO DO SINDICATO                 *
      * F=FUNCAO D=DEPARTAMENTO E=EXCECAO DO *
      * FUNCIONARIO (SINDICATO, AUTORIZACAO  *
      * DA ANUAL E OPOSICAO A ASSISTENCIAL)  *
      ****************************************
      *
       VINC-INI.
           MOVE SPACES TO ASSTIPO
           DISPLAY TELASIND
           DISPLAY (04, 01)
              "VINCULO (F=FUNCAO D=DEPTO E=FUNCIONARIO 0=VOLTAR): ".
           ACCEPT  (04, 53) ASSTIPO.
           IF ASSTIPO = "0"
              GO TO MENU-SIND.
           IF ASSTIPO = "F"
              GO TO VINC-FUNC.
           IF ASSTIPO = "D"
              GO TO VINC-DEPTO.
           IF ASSTIPO = "E"
              GO TO VINC-EMPR.
           GO TO VINC-INI.

       VINC-FUNC.
           DISPLAY (05, 01) "FUNCAO: ".
           ACCEPT  (05, 09) W-FUNCREF.
           MOVE W-FUNCREF TO CODFUNC
           READ CADFUNC
           IF ST-ERRO4 NOT = "00"
              MOVE "*** FUNCAO NAO CADASTRADA (SCP007) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VINC-INI.
           DISPLAY (05, 15) DESCFUNC
           MOVE W-FUNCREF TO ASSREF
           GO TO VINC-LE.

       VINC-DEPTO.
           DISPLAY (05, 01) "DEPARTAMENTO: ".
           ACCEPT  (05, 15) W-DEPTOREF.
           MOVE W-DEPTOREF TO CODDEPTO
           READ CADDEPTO
           IF ST-ERRO5 NOT = "00"
              MOVE "* DEPARTAMENTO NAO CADASTRADO (SCP008) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VINC-INI.
           DISPLAY (05, 20) DESCDEPTO
           MOVE W-DEPTOREF TO ASSREF
           GO TO VINC-LE.

       VINC-EMPR.
           DISPLAY (05, 01) "FUNCIONARIO: ".
           ACCEPT  (05, 14) W-CODREF.
           MOVE W-CODREF TO CODIGO
           READ CADFOLHA
           IF ST-ERRO3 NOT = "00"
              MOVE "* FUNCIONARIO NAO EXISTE, USE O SCP001 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VINC-INI.
           DISPLAY (05, 22) NOME
           MOVE W-CODREF TO ASSREF.

       VINC-LE.
           MOVE "N" TO W-TEMREG
           READ CADSINDASS
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMREG
              GO TO VINC-EXC.
           MOVE ZEROS TO ASSSIND
           MOVE "N" TO ASSOPTANU ASSOPOS
           GO TO VINC-R1.

       VINC-EXC.
           DISPLAY (06, 01) "VINCULO EXISTENTE - EXCLUIR (S/N): ".
           MOVE "N" TO W-OPCAO
           ACCEPT  (06, 36) W-OPCAO WITH UPDATE.
           IF W-OPCAO = "S" OR W-OPCAO = "s"
              DELETE CADSINDASS RECORD
              MOVE "*** VINCULO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VINC-INI.

       VINC-R1.
           IF ASSTIPO = "E"
              DISPLAY (07, 01) "SINDICATO (0=O DA FUNCAO/DEPTO): "
           ELSE
              DISPLAY (07, 01) "SINDICATO: ".
           ACCEPT  (07, 35) ASSSIND WITH UPDATE.
           IF ASSSIND = ZEROS
              IF ASSTIPO = "E"
                 GO TO VINC-R2
              ELSE
                 GO TO VINC-R1.
           MOVE ASSSIND TO SINCOD
           READ CADSIND
           IF ST-ERRO NOT = "00"
              MOVE "*** SINDICATO NAO CADASTRADO (OPCAO 1) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VINC-R1.
           DISPLAY (07, 40) SINNOME
           IF ASSTIPO NOT = "E"
              GO TO VINC-WR1.

       VINC-R2.
           DISPLAY (08, 01) "AUTORIZOU A CONTRIBUICAO ANUAL (S/N): ".
           ACCEPT  (08, 40) ASSOPTANU WITH UPDATE.
           IF ASSOPTANU = "s"
              MOVE "S" TO ASSOPTANU.
           IF ASSOPTANU = "n"
              MOVE "N" TO ASSOPTANU.
           IF ASSOPTANU NOT = "S" AND ASSOPTANU NOT = "N"
              GO TO VINC-R2.

       VINC-R3.
           DISPLAY (09, 01) "OPOSICAO A ASSISTENCIAL (S/N): ".
           ACCEPT  (09, 33) ASSOPOS WITH UPDATE.
           IF ASSOPOS = "s"
              MOVE "S" TO ASSOPOS.
           IF ASSOPOS = "n"
              MOVE "N" TO ASSOPOS.
           IF ASSOPOS NOT = "S" AND ASSOPOS NOT = "N"
              GO TO VINC-R3.

       VINC-WR1.
           IF W-TEMREG = "S"
              REWRITE REGSINDASS
           ELSE
              WRITE REGSINDASS.
           MOVE "*** VINCULO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO VINC-INI.

      *
      ****************************************
      * RECOLHIMENTO DO MES POR SINDICATO    *
      * LE AS CONTRIBUICOES DESCONTADAS NA   *
      * FOLHA (CADFPADIC SAS/SCF/SAN) E      *
      * EMITE A LISTA E A GUIA DE PAGAMENTO  *
      ****************************************
      *
       RECOL-INI.
           DISPLAY TELASIND
           DISPLAY (04, 01) "COMPETENCIA (AAAAMM  0=VOLTAR): ".
           ACCEPT  (04, 33) W-COMPET.
           IF W-COMPET = ZEROS
              GO TO MENU-SIND.
           IF MES-COMP = ZEROS OR MES-COMP > 12
              GO TO RECOL-INI.
           DISPLAY (05, 01) "SINDICATO (0=TODOS): ".
           ACCEPT  (05, 22) W-SINDSEL.
      *    VENCIMENTO DA GUIA: DIA 10 DO MES SEGUINTE
           MOVE ANO-COMP TO VEN-ANO
           COMPUTE VEN-MES = MES-COMP + 1
           MOVE 10 TO VEN-DIA
           IF VEN-MES > 12
              MOVE 01 TO VEN-MES
              ADD 1 TO VEN-ANO.
           IF W-TEMIMP = "S"
              CLOSE SINDIMP.
           OPEN OUTPUT SINDIMP
           MOVE "S" TO W-TEMIMP
           MOVE ZEROS TO W-QTDSIND
           MOVE W-SINDSEL TO SINCOD
           START CADSIND KEY IS NOT LESS SINCOD
           IF ST-ERRO NOT = "00"
              GO TO RECOL-FIM.

       RECOL-RD1.
           READ CADSIND NEXT
           IF ST-ERRO NOT = "00"
              GO TO RECOL-FIM.
           IF W-SINDSEL NOT = ZEROS AND SINCOD NOT = W-SINDSEL
              GO TO RECOL-FIM.
           ADD 1 TO W-QTDSIND
           MOVE ZEROS TO W-TOTASS W-TOTCONF W-TOTANU W-QTDFUNC
           MOVE W-COMPET TO IMPCOMPET
           MOVE SINCOD TO IMPSIND
           MOVE SINNOME TO IMPSINNOM
           WRITE REGIMP FROM IMP-TRACO
           WRITE REGIMP FROM IMP-CAB1
           WRITE REGIMP FROM IMP-CAB2
           WRITE REGIMP FROM IMP-TRACO
           PERFORM RECOL-FUNC THRU RECOL-FUNC-FIM
           PERFORM RECOL-GUIA THRU RECOL-GUIA-FIM
           GO TO RECOL-RD1.

       RECOL-FIM.
           CLOSE SINDIMP
           MOVE "N" TO W-TEMIMP
           DISPLAY (07, 01) "SINDICATOS LISTADOS: "
           DISPLAY (07, 22) W-QTDSIND
           MOVE "* RECOLHIMENTO E GUIAS EM SINDREL.TXT *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE "SCP071" TO W-SPPROG
           MOVE "SINDREL.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           GO TO MENU-SIND.

      *
      *    VARRE AS CONTRIBUICOES DA COMPETENCIA - AS LINHAS DE
      *    UM FUNCIONARIO VEM JUNTAS (CHAVE COMPET+CODIGO+TIPO)
      *
       RECOL-FUNC.
           MOVE ZEROS TO W-CODANT W-VALASS W-VALCONF W-VALANU
           MOVE W-COMPET TO ADCOMPET
           MOVE ZEROS TO ADCODIGO
           MOVE SPACES TO ADTIPO
           START CADFPADIC KEY IS NOT LESS ADCHAVE
           IF ST-ADC NOT = "00"
              GO TO RECOL-FUNC-FIM.
       RECOL-FUNC-RD.
           READ CADFPADIC NEXT
           IF ST-ADC NOT = "00" OR ADCOMPET NOT = W-COMPET
              PERFORM RECOL-LINHA THRU RECOL-LINHA-FIM
              GO TO RECOL-FUNC-FIM.
           IF ADTIPO NOT = "SAS" AND ADTIPO NOT = "SCF" AND
              ADTIPO NOT = "SAN"
              GO TO RECOL-FUNC-RD.
           IF ADCODIGO NOT = W-CODANT
              PERFORM RECOL-LINHA THRU RECOL-LINHA-FIM
              MOVE ADCODIGO TO W-CODANT.
           IF ADTIPO = "SAS"
              ADD ADVALOR TO W-VALASS.
           IF ADTIPO = "SCF"
              ADD ADVALOR TO W-VALCONF.
           IF ADTIPO = "SAN"
              ADD ADVALOR TO W-VALANU.
           GO TO RECOL-FUNC-RD.
       RECOL-FUNC-FIM.
           EXIT.

      *    FECHA O FUNCIONARIO ANTERIOR SE FOR DESTE SINDICATO
       RECOL-LINHA.
           IF W-CODANT = ZEROS
              GO TO RECOL-LINHA-ZERA.
           MOVE W-CODANT TO CODIGO
           READ CADFOLHA
           IF ST-ERRO3 NOT = "00"
              GO TO RECOL-LINHA-ZERA.
           CALL "SINDFUNC" USING CODIGO FUNC DEPARTAMENTO
                                 W-SIND W-PCTASS W-PCTCONF
                                 W-MESANU W-OPTANU W-OPOS
           IF W-SIND NOT = SINCOD
              GO TO RECOL-LINHA-ZERA.
           ADD 1 TO W-QTDFUNC
           ADD W-VALASS TO W-TOTASS
           ADD W-VALCONF TO W-TOTCONF
           ADD W-VALANU TO W-TOTANU
           MOVE CODIGO TO IMPCOD
           MOVE NOME TO IMPNOME
           MOVE W-VALASS TO IMPASS
           MOVE W-VALCONF TO IMPCONF
           MOVE W-VALANU TO IMPANU
           COMPUTE IMPTOT = W-VALASS + W-VALCONF + W-VALANU
           WRITE REGIMP FROM IMP-DET.
       RECOL-LINHA-ZERA.
           MOVE ZEROS TO W-VALASS W-VALCONF W-VALANU.
       RECOL-LINHA-FIM.
           EXIT.

       RECOL-GUIA.
           WRITE REGIMP FROM IMP-TRACO
           MOVE SINNOME TO IMPGSIND
           WRITE REGIMP FROM IMP-GUIA1
           MOVE SINCNPJ TO IMPGCNPJ
           MOVE SINBANCO TO IMPGBCO
           MOVE SINAGENCIA TO IMPGAGE
           MOVE SINCONTA TO IMPGCTA
           WRITE REGIMP FROM IMP-GUIA2
           MOVE W-COMPET TO IMPGCOMP
           MOVE W-VENCTO TO IMPGVENC
           MOVE W-QTDFUNC TO IMPGQTD
           WRITE REGIMP FROM IMP-GUIA3
           MOVE W-TOTASS TO IMPGASS
           MOVE W-TOTCONF TO IMPGCONF
           WRITE REGIMP FROM IMP-GUIA4
           MOVE W-TOTANU TO IMPGANU
           COMPUTE IMPGTOT = W-TOTASS + W-TOTCONF + W-TOTANU
           WRITE REGIMP FROM IMP-GUIA5
           WRITE REGIMP FROM IMP-TRACO.
       RECOL-GUIA-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADSIND
           CLOSE CADSINDASS
           CLOSE CADFOLHA
           CLOSE CADFUNC
           CLOSE CADDEPTO
           CLOSE CADFPADIC.
           IF W-TEMIMP = "S"
              CLOSE SINDIMP.
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
