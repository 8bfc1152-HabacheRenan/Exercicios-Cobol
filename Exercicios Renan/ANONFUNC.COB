       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONFUNC.
      *******************************
      * ANONIMIZACAO DE EX-FUNCIONARIOS APOS A RETENCAO LEGAL     *
      * FUNCIONARIO DESLIGADO (STATUSFUNC "I") COM DATABAIXA HA   *
      * MAIS ANOS QUE A RETENCAO (CADPARAM "RETFUNC", PADRAO 5)   *
      * TEM NOME, CPF, BANCO, ENDERECO, TELEFONE, CONTATO E       *
      * NASCIMENTO APAGADOS NO CADFOLHA; NO CADFPMES SO O NOME E  *
      * TROCADO, OS VALORES DA FOLHA FICAM COMO ESTAO             *
      * NO CADALTPEN BANCO, AGENCIA E CONTA DOS PEDIDOS SAO       *
      * ZERADOS; NO CADDEP NOME E NASCIMENTO DOS DEPENDENTES      *
      * SAO APAGADOS; NO CADAUDIT OS VALORES ANTIGO E NOVO DE     *
      * NOME E CONTA BANCARIA DO FUNCIONARIO VIRAM ANONIMIZADO    *
      * OS ARQUIVOS SAO TODOS ABERTOS ANTES DE ALTERAR O          *
      * CADFOLHA; SE UM NAO ABRE, NADA E ALTERADO                 *
      * O CPF (CHAVE ALTERNATIVA) VIRA 99999 + CODIGO (UNICO)     *
      * CADA ANONIMIZACAO E GRAVADA NO CADAUDIT (CAMPO            *
      * "ANONIMIZACAO") SEM O DADO ANTIGO                         *
      * OPCAO 1 SO LISTA OS CANDIDATOS; OPCAO 2 ANONIMIZA         *
      * RELATORIO ANONFUNC.TXT VAI PARA O SPOOL CENTRAL           *
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
       SELECT CADFPMES ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FPCHAVE
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT CADAUDIT ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-AUD.
      *
       SELECT CADAUDTMP ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-AUDT.
      *
       SELECT CADALTPEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ALPCHAVE
                       FILE STATUS IS ST-ALP.
      *
       SELECT CADDEP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS DEPCHAVE
                       FILE STATUS  IS ST-DEP.
      *
       SELECT CADSESSAO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-SES.
      *
       SELECT RELANON ASSIGN TO DISK
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
       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.
      *
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
      *
       FD CADAUDTMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADAUDTMP.TXT".
       01 REGAUDTMP          PIC X(114).
      *
       FD CADALTPEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADALTPEN.DAT".
       01 REGALTPEN.
           03 ALPCHAVE.
               05 ALPCODIGO     PIC 9(06).
               05 ALPSEQ        PIC 9(03).
           03 ALPTIPO           PIC X(01).
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
      *
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
      *
       FD CADSESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSESSAO.TXT".
       01 REGSESSAO.
           03 SES-OPERCOD    PIC 9(06).
           03 FILLER         PIC X(01).
           03 SES-OPERADOR   PIC X(30).
      *
       FD RELANON
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ANONFUNC.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 W-MODO         PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-AUD         PIC X(02) VALUE "00".
       01 ST-SES         PIC X(02) VALUE "00".
       01 ST-AUDT        PIC X(02) VALUE "00".
       01 ST-ALP         PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 W-ABREOK       PIC X(01) VALUE "N".
       01 W-AUDCOD       PIC X(14) VALUE SPACES.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-RETANOS      PIC 9(02) VALUE 05.
       01 W-OPERAUD      PIC 9(06) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-HOJE-G REDEFINES W-HOJE.
           03 ANO-HOJE   PIC 9(04).
           03 MMDD-HOJE  PIC 9(04).
       01 W-LIMITE       PIC 9(08) VALUE ZEROS.
       01 W-LIMITE-G REDEFINES W-LIMITE.
           03 ANO-LIM    PIC 9(04).
           03 MMDD-LIM   PIC 9(04).
       01 W-HORAAUD-EQ.
           03 W-HORAAUD  PIC 9(06).
           03 W-HORAAUDC PIC 9(02).
       01 W-NOVOCPF      PIC 9(11) VALUE ZEROS.
       01 W-NOVOCPF-G REDEFINES W-NOVOCPF.
           03 NCPF-FIXO  PIC 9(05).
           03 NCPF-COD   PIC 9(06).
       01 W-NOVONOME     PIC X(30) VALUE SPACES.
       01 W-QTDCAND      PIC 9(05) VALUE ZEROS.
       01 W-QTDANON      PIC 9(05) VALUE ZEROS.
       01 W-QTDFPM       PIC 9(06) VALUE ZEROS.
       01 W-QTDJA        PIC 9(05) VALUE ZEROS.
       01 W-QTDERRO      PIC 9(05) VALUE ZEROS.
       01 W-QTDALP       PIC 9(06) VALUE ZEROS.
       01 W-QTDDEP       PIC 9(06) VALUE ZEROS.
       01 W-QTDAUD       PIC 9(06) VALUE ZEROS.
       01 I              PIC 9(04) VALUE ZEROS.
       01 W-TOTCOD       PIC 9(04) VALUE ZEROS.
      *    CODIGOS ANONIMIZADOS NESTA RODADA (PARA OS OUTROS ARQUIVOS)
       01 TAB-ANON.
           03 TA-ITEM OCCURS 500 TIMES.
               05 TA-COD      PIC 9(06).
               05 TA-BAIXA    PIC 9(08).
               05 TA-QTD      PIC 9(04).
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 FILLER    PIC X(36)
                        VALUE "ANONIMIZACAO DE EX-FUNCIONARIOS - ".
           03 CABTIT    PIC X(22) VALUE SPACES.
           03 FILLER    PIC X(09) VALUE "EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CAB2.
           03 FILLER    PIC X(18) VALUE "RETENCAO (ANOS): ".
           03 CABRET    PIC Z9 VALUE ZEROS.
           03 FILLER    PIC X(25) VALUE "  BAIXA ATE (AAAAMMDD): ".
           03 CABLIM    PIC 9(08) VALUE ZEROS.
       01 CAB3.
           03 FILLER    PIC X(40)
                  VALUE "CODIGO  DATA BAIXA  SITUACAO            ".
           03 FILLER    PIC X(20) VALUE "  FOLHAS ALTERADAS".
       01 DETA.
           03 DACOD     PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DABAIXA   PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 DASIT     PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DAFPM     PIC ZZZ9 VALUE ZEROS.
       01 TOTLIN.
           03 TLTXT     PIC X(40) VALUE SPACES.
           03 TLQTD     PIC ZZZZZ9 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".

       SCREEN SECTION.
       01  TELAANON.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   ANONIMIZA".
           05  LINE 02  COLUMN 41
               VALUE  "CAO DE EX-FUNCIONARIOS  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN INPUT CADPARAM.
           IF ST-ERRO3 = "00"
              MOVE "RETFUNC" TO PARCODIGO
              READ CADPARAM
              IF ST-ERRO3 = "00" AND PARVALOR > ZEROS
                 MOVE PARVALOR TO W-RETANOS.
           CLOSE CADPARAM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-LIMITE
           SUBTRACT W-RETANOS FROM ANO-LIM
           MOVE ZEROS TO W-OPERAUD
           OPEN INPUT CADSESSAO
           IF ST-SES = "00"
              READ CADSESSAO
              IF ST-SES = "00"
                 MOVE SES-OPERCOD TO W-OPERAUD.
           CLOSE CADSESSAO.

       MENU-ANON.
           DISPLAY TELAANON
           DISPLAY (04, 01) "RETENCAO (ANOS, CADPARAM RETFUNC): "
           DISPLAY (04, 37) W-RETANOS
           DISPLAY (05, 01) "DESLIGADOS COM BAIXA ATE: "
           DISPLAY (05, 27) W-LIMITE
           DISPLAY (07, 01) "1 - LISTAR OS CANDIDATOS (NAO ALTERA)"
           DISPLAY (08, 01) "2 - ANONIMIZAR OS CANDIDATOS"
           DISPLAY (09, 01) "0 - SAIR"
           DISPLAY (11, 01) "OPCAO: ".
           ACCEPT  (11, 08) W-MODO.
           IF W-MODO = "0"
              GO TO ROT-FIM.
           IF W-MODO NOT = "1" AND W-MODO NOT = "2"
              GO TO MENU-ANON.
           IF W-MODO = "1"
              GO TO PROC-INI.
           MOVE "N" TO W-OPCAO
           DISPLAY (13, 01) "NAO TEM VOLTA. CONFIRMA (S/N): "
           ACCEPT  (13, 32) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** ANONIMIZACAO CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-ANON.

      *
      ****************************************
      * PASSO 1 - CADFOLHA                   *
      ****************************************
      *
       PROC-INI.
           IF W-MODO = "1"
              OPEN INPUT CADFOLHA
           ELSE
              OPEN I-O CADFOLHA.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO CADFOLHA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-ANON.
      *    OS ARQUIVOS DOS PASSOS SEGUINTES ABREM ANTES DE QUALQUER
      *    ALTERACAO NO CADFOLHA
           IF W-MODO = "2"
              PERFORM ABRE-AUX THRU ABRE-AUX-FIM
              IF W-ABREOK NOT = "S"
                 CLOSE CADFOLHA
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO MENU-ANON.
           IF W-MODO = "2"
              OPEN EXTEND CADAUDIT
              IF ST-AUD = "35"
                 OPEN OUTPUT CADAUDIT.
           OPEN OUTPUT RELANON
           MOVE ZEROS TO W-QTDCAND W-QTDANON W-QTDFPM W-QTDJA
                         W-QTDERRO W-TOTCOD
           MOVE ZEROS TO W-QTDALP W-QTDDEP W-QTDAUD
           IF W-MODO = "1"
              MOVE "CANDIDATOS (SIMULACAO)" TO CABTIT
           ELSE
              MOVE "ANONIMIZADOS" TO CABTIT.
           MOVE W-HOJE TO CABEMIS
           MOVE W-RETANOS TO CABRET
           MOVE W-LIMITE TO CABLIM
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CAB3
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO CODIGO
           START CADFOLHA KEY IS NOT LESS CODIGO
           IF ST-ERRO NOT = "00"
              GO TO PROC-FOLHA-FIM.

       PROC-RD1.
           READ CADFOLHA NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROC-FOLHA-FIM.
           IF STATUSFUNC NOT = "I"
              GO TO PROC-RD1.
           IF DATABAIXA = ZEROS OR DATABAIXA > W-LIMITE
              GO TO PROC-RD1.
           IF NOME(1:11) = "ANONIMIZADO"
              ADD 1 TO W-QTDJA
              GO TO PROC-RD1.
           ADD 1 TO W-QTDCAND
           MOVE CODIGO TO DACOD
           MOVE DATABAIXA TO DABAIXA
           MOVE ZEROS TO DAFPM
           IF W-MODO = "1"
              MOVE "CANDIDATO" TO DASIT
              WRITE REGREL FROM DETA
              GO TO PROC-RD1.
      *    A TABELA DO CADFPMES LIMITA A RODADA; O RESTO FICA PARA A
      *    PROXIMA EXECUCAO
           IF W-TOTCOD NOT < 500
              SUBTRACT 1 FROM W-QTDCAND
              MOVE "* LIMITE DA RODADA - EXECUTE DE NOVO *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PROC-FOLHA-FIM.
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           GO TO PROC-RD1.

       PROC-FOLHA-FIM.
           CLOSE CADFOLHA
           IF W-MODO = "2"
              CLOSE CADAUDIT
              PERFORM PROC-FPM THRU PROC-FPM-FIM
              PERFORM PROC-PES THRU PROC-PES-FIM
              PERFORM PROC-AUD THRU PROC-AUD-FIM.
           PERFORM LISTA-ANON THRU LISTA-ANON-FIM
           WRITE REGREL FROM LINSEP
           MOVE "DESLIGADOS FORA DA RETENCAO:" TO TLTXT
           MOVE W-QTDCAND TO TLQTD
           WRITE REGREL FROM TOTLIN
           MOVE "ANONIMIZADOS NESTA RODADA:" TO TLTXT
           MOVE W-QTDANON TO TLQTD
           WRITE REGREL FROM TOTLIN
           MOVE "FOLHAS MENSAIS (CADFPMES) ALTERADAS:" TO TLTXT
           MOVE W-QTDFPM TO TLQTD
           WRITE REGREL FROM TOTLIN
           MOVE "PEDIDOS DE ALTERACAO (CADALTPEN):" TO TLTXT
           MOVE W-QTDALP TO TLQTD
           WRITE REGREL FROM TOTLIN
           MOVE "DEPENDENTES (CADDEP):" TO TLTXT
           MOVE W-QTDDEP TO TLQTD
           WRITE REGREL FROM TOTLIN
           MOVE "REGISTROS DA TRILHA (CADAUDIT):" TO TLTXT
           MOVE W-QTDAUD TO TLQTD
           WRITE REGREL FROM TOTLIN
           MOVE "JA ANONIMIZADOS ANTES:" TO TLTXT
           MOVE W-QTDJA TO TLQTD
           WRITE REGREL FROM TOTLIN
           MOVE "ERROS DE GRAVACAO:" TO TLTXT
           MOVE W-QTDERRO TO TLQTD
           WRITE REGREL FROM TOTLIN
           CLOSE RELANON
      *    O RELATORIO VAI PARA O SPOOL CENTRAL (SCP067)
           MOVE "ANONFUNC" TO W-SPPROG
           MOVE "ANONFUNC.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (15, 01) "CANDIDATOS  : "
           DISPLAY (15, 15) W-QTDCAND
           DISPLAY (16, 01) "ANONIMIZADOS: "
           DISPLAY (16, 15) W-QTDANON
           MOVE "*** RELATORIO GERADO EM ANONFUNC.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-ANON.

      *
      ****************************************
      * APAGA OS DADOS PESSOAIS E AUDITA     *
      ****************************************
      *
       ANONIMIZA.
           MOVE SPACES TO W-NOVONOME
           STRING "ANONIMIZADO " CODIGO
              DELIMITED BY SIZE INTO W-NOVONOME
           MOVE 99999 TO NCPF-FIXO
           MOVE CODIGO TO NCPF-COD
           MOVE W-NOVONOME TO NOME
           MOVE W-NOVOCPF TO CPF
           MOVE ZEROS TO DATANASC BANCO AGENCIA CONTA
           MOVE ZEROS TO ENDCEP ENDNUM FONEDDD FONETEL
           MOVE SPACES TO ENDCOMPL CONTEMERG
           REWRITE REGFOLHA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              ADD 1 TO W-QTDERRO
              MOVE "ERRO NA GRAVACAO" TO DASIT
              WRITE REGREL FROM DETA
              GO TO ANONIMIZA-FIM.
           ADD 1 TO W-QTDANON
           ADD 1 TO W-TOTCOD
           MOVE CODIGO TO TA-COD(W-TOTCOD)
           MOVE DATABAIXA TO TA-BAIXA(W-TOTCOD)
           MOVE ZEROS TO TA-QTD(W-TOTCOD)
      *    A TRILHA NAO GUARDA O DADO ANTIGO, SO A BAIXA E A RETENCAO
           MOVE SPACES TO REGAUDIT
           MOVE "CADFOLHA" TO AUD-ARQ
           MOVE CODIGO TO AUD-CHAVE
           MOVE "ANONIMIZACAO" TO AUD-CAMPO
           STRING "BAIXA " DATABAIXA
              DELIMITED BY SIZE INTO AUD-ANT
           STRING "RETENCAO " W-RETANOS " ANOS VENCIDA"
              DELIMITED BY SIZE INTO AUD-NOVO
           MOVE W-OPERAUD TO AUD-OPER
           MOVE W-HOJE TO AUD-DATA
           ACCEPT W-HORAAUD-EQ FROM TIME
           MOVE W-HORAAUD TO AUD-HORA
           WRITE REGAUDIT.
       ANONIMIZA-FIM.
           EXIT.

      *
      ****************************************
      * PASSO 2 - NOME NO CADFPMES           *
      * SO O NOME MUDA; OS VALORES FICAM     *
      ****************************************
      *
       PROC-FPM.
           IF W-TOTCOD = ZEROS
              GO TO PROC-FPM-FCH.
           MOVE ZEROS TO FPCOMPET FPCODIGO
           START CADFPMES KEY IS NOT LESS FPCHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO PROC-FPM-FCH.
       PROC-FPM-RD.
           READ CADFPMES NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO PROC-FPM-FCH.
           MOVE 1 TO I.
       PROC-FPM-PROC.
           IF I > W-TOTCOD
              GO TO PROC-FPM-RD.
           IF TA-COD(I) NOT = FPCODIGO
              ADD 1 TO I
              GO TO PROC-FPM-PROC.
           MOVE SPACES TO FPNOME
           STRING "ANONIMIZADO " FPCODIGO
              DELIMITED BY SIZE INTO FPNOME
           REWRITE REGFPMES
           IF ST-ERRO2 = "00" OR ST-ERRO2 = "02"
              ADD 1 TO W-QTDFPM
              ADD 1 TO TA-QTD(I).
           GO TO PROC-FPM-RD.
       PROC-FPM-FCH.
           CLOSE CADFPMES.
       PROC-FPM-FIM.
           EXIT.

      *
      ****************************************
      * PASSO 3 - PEDIDOS E DEPENDENTES      *
      * CONTA DOS PEDIDOS NO CADALTPEN E     *
      * NOME/NASCIMENTO NO CADDEP            *
      ****************************************
      *
       PROC-PES.
           MOVE 1 TO I.
       PROC-PES1.
           IF I > W-TOTCOD
              GO TO PROC-PES-FCH.
           MOVE TA-COD(I) TO ALPCODIGO
           MOVE ZEROS TO ALPSEQ
           START CADALTPEN KEY IS NOT LESS ALPCHAVE
           IF ST-ALP NOT = "00"
              GO TO PROC-PES-DEP.
       PROC-PES-ALP.
           READ CADALTPEN NEXT
           IF ST-ALP NOT = "00"
              GO TO PROC-PES-DEP.
           IF ALPCODIGO NOT = TA-COD(I)
              GO TO PROC-PES-DEP.
           MOVE ZEROS TO ALPBCOANT ALPAGEANT ALPCTAANT
           MOVE ZEROS TO ALPBCONOVO ALPAGENOVO ALPCTANOVO
           REWRITE REGALTPEN
           IF ST-ALP = "00" OR ST-ALP = "02"
              ADD 1 TO W-QTDALP
           ELSE
              ADD 1 TO W-QTDERRO.
           GO TO PROC-PES-ALP.
       PROC-PES-DEP.
           MOVE TA-COD(I) TO DEPCODIGO
           MOVE ZEROS TO DEPSEQ
           START CADDEP KEY IS NOT LESS DEPCHAVE
           IF ST-DEP NOT = "00"
              GO TO PROC-PES-PROX.
       PROC-PES-DEP1.
           READ CADDEP NEXT
           IF ST-DEP NOT = "00"
              GO TO PROC-PES-PROX.
           IF DEPCODIGO NOT = TA-COD(I)
              GO TO PROC-PES-PROX.
           MOVE "ANONIMIZADO" TO DEPNOME
           MOVE ZEROS TO DEPNASC
           REWRITE REGDEP
           IF ST-DEP = "00" OR ST-DEP = "02"
              ADD 1 TO W-QTDDEP
           ELSE
              ADD 1 TO W-QTDERRO.
           GO TO PROC-PES-DEP1.
       PROC-PES-PROX.
           ADD 1 TO I
           GO TO PROC-PES1.
       PROC-PES-FCH.
           CLOSE CADALTPEN
           CLOSE CADDEP.
       PROC-PES-FIM.
           EXIT.

      *
      ****************************************
      * PASSO 4 - TRILHA (CADAUDIT)          *
      * NOME E CONTA GRAVADOS PELO PROGRFP E *
      * PELO SCP076 VIRAM ANONIMIZADO; O     *
      * ARQUIVO E COPIADO PARA O CADAUDTMP E *
      * VOLTA ALTERADO                       *
      ****************************************
      *
       PROC-AUD.
           IF W-TOTCOD = ZEROS
              CLOSE CADAUDTMP
              GO TO PROC-AUD-FIM.
           OPEN INPUT CADAUDIT
           IF ST-AUD NOT = "00"
              CLOSE CADAUDTMP
              GO TO PROC-AUD-FIM.
       PROC-AUD-RD1.
           READ CADAUDIT
           IF ST-AUD NOT = "00"
              GO TO PROC-AUD-PASSO2.
           IF AUD-ARQ NOT = "CADFOLHA"
              GO TO PROC-AUD-GRV.
           IF AUD-CAMPO NOT = "NOME" AND AUD-CAMPO NOT = "BANCO"
              AND AUD-CAMPO NOT = "AGENCIA"
              AND AUD-CAMPO NOT = "CONTA"
              AND AUD-CAMPO NOT = "SOL-CONTA"
              AND AUD-CAMPO NOT = "REJ-CONTA"
              GO TO PROC-AUD-GRV.
           MOVE 1 TO I.
       PROC-AUD-PROC.
           IF I > W-TOTCOD
              GO TO PROC-AUD-GRV.
           MOVE TA-COD(I) TO W-AUDCOD
           IF AUD-CHAVE NOT = W-AUDCOD
              ADD 1 TO I
              GO TO PROC-AUD-PROC.
           MOVE "ANONIMIZADO" TO AUD-ANT
           MOVE "ANONIMIZADO" TO AUD-NOVO
           ADD 1 TO W-QTDAUD.
       PROC-AUD-GRV.
           MOVE REGAUDIT TO REGAUDTMP
           WRITE REGAUDTMP
           GO TO PROC-AUD-RD1.
       PROC-AUD-PASSO2.
           CLOSE CADAUDIT
           CLOSE CADAUDTMP
      *    NADA A TROCAR - O CADAUDIT FICA COMO ESTA
           IF W-QTDAUD = ZEROS
              GO TO PROC-AUD-FIM.
           OPEN OUTPUT CADAUDIT
           OPEN INPUT CADAUDTMP.
       PROC-AUD-RD2.
           READ CADAUDTMP
           IF ST-AUDT NOT = "00"
              GO TO PROC-AUD-FCH.
           MOVE REGAUDTMP TO REGAUDIT
           WRITE REGAUDIT
           GO TO PROC-AUD-RD2.
       PROC-AUD-FCH.
           CLOSE CADAUDIT
           CLOSE CADAUDTMP.
       PROC-AUD-FIM.
           EXIT.

      *
      ****************************************
      * ABRE CADFPMES, CADALTPEN, CADDEP E   *
      * CADAUDTMP ANTES DE MEXER NO CADFOLHA *
      ****************************************
      *
       ABRE-AUX.
           MOVE "N" TO W-ABREOK
           OPEN I-O CADFPMES
           IF ST-ERRO2 = "35"
              OPEN OUTPUT CADFPMES
              CLOSE CADFPMES
              OPEN I-O CADFPMES.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO CADFPMES" TO MENS
              GO TO ABRE-AUX-FIM.
           OPEN I-O CADALTPEN
           IF ST-ALP = "35"
              OPEN OUTPUT CADALTPEN
              CLOSE CADALTPEN
              OPEN I-O CADALTPEN.
           IF ST-ALP NOT = "00"
              CLOSE CADFPMES
              MOVE "ERRO NA ABERTURA DO CADALTPEN" TO MENS
              GO TO ABRE-AUX-FIM.
           OPEN I-O CADDEP
           IF ST-DEP = "35"
              OPEN OUTPUT CADDEP
              CLOSE CADDEP
              OPEN I-O CADDEP.
           IF ST-DEP NOT = "00"
              CLOSE CADFPMES
              CLOSE CADALTPEN
              MOVE "ERRO NA ABERTURA DO CADDEP" TO MENS
              GO TO ABRE-AUX-FIM.
           OPEN OUTPUT CADAUDTMP
           IF ST-AUDT NOT = "00"
              CLOSE CADFPMES
              CLOSE CADALTPEN
              CLOSE CADDEP
              MOVE "ERRO NA ABERTURA DO CADAUDTMP" TO MENS
              GO TO ABRE-AUX-FIM.
           MOVE "S" TO W-ABREOK.
       ABRE-AUX-FIM.
           EXIT.

      *
      ****************************************
      * LISTA OS ANONIMIZADOS DA RODADA      *
      ****************************************
      *
       LISTA-ANON.
           MOVE 1 TO I.
       LISTA-ANON1.
           IF I > W-TOTCOD
              GO TO LISTA-ANON-FIM.
           MOVE TA-COD(I) TO DACOD
           MOVE TA-BAIXA(I) TO DABAIXA
           MOVE "ANONIMIZADO" TO DASIT
           MOVE TA-QTD(I) TO DAFPM
           WRITE REGREL FROM DETA
           ADD 1 TO I
           GO TO LISTA-ANON1.
       LISTA-ANON-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
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
