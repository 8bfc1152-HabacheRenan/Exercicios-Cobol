       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCP075.
      ************************
      * PROGRAMA PARA TURNOS E ESCALAS DE TRABALHO              *
      * TURNO SEMANAL (DOMINGO A SABADO) OU ESCALA EM CICLO DE  *
      * ATE 28 DIAS (12X36, REVEZAMENTO) COM ENTRADA, SAIDA E   *
      * INTERVALO DE CADA DIA - 0000/0000 E FOLGA. O TURNO DO   *
      * FUNCIONARIO VALE A PARTIR DA DATA DE VIGENCIA. O        *
      * PONTOIMP E O BANCO DE HORAS (SCP059) USAM A JORNADA     *
      * PREVISTA PELA ROTINA TURNODIA                           *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTURNO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TURCODIGO
                       FILE STATUS IS ST-ERRO.
      *
           SELECT CADTURFUN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TFUCHAVE
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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTURNO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTURNO.DAT".
       01 REGTURNO.
           03 TURCODIGO         PIC 9(03).
           03 TURDESC           PIC X(30).
      *    S=SEMANAL  E=ESCALA EM CICLO
           03 TURTIPO           PIC X(01).
           03 TURCICLO          PIC 9(02).
           03 TURBASE           PIC 9(08).
      *    TOLERANCIA EM MINUTOS (ZERO = CADPARAM PONTOTOL)
           03 TURTOLER          PIC 9(03).
           03 TURDIA OCCURS 28 TIMES.
               05 TURENT        PIC 9(04).
               05 TURSAI        PIC 9(04).
               05 TURINTERV     PIC 9(03).

       FD CADTURFUN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTURFUN.DAT".
       01 REGTURFUN.
           03 TFUCHAVE.
               05 TFUCODIGO     PIC 9(06).
               05 TFUVIGEN      PIC 9(08).
           03 TFUTURNO          PIC 9(03).

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

       WORKING-STORAGE SECTION.
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
       77 W-OPCAO              PIC X(01) VALUE SPACES.
       01 MENS                 PIC X(50) VALUE SPACES.
       01 ST-ERRO              PIC X(02) VALUE "00".
       01 ST-ERRO2             PIC X(02) VALUE "00".
       01 ST-ERRO3             PIC X(02) VALUE "00".
       01 W-TEMREG             PIC X(01) VALUE "N".
       01 LIN                  PIC 9(03) VALUE ZEROS.
       01 CONLIN               PIC 9(03) VALUE 001.
       01 W-IDXD               PIC 9(02) VALUE ZEROS.
       01 W-CODLISTA           PIC 9(06) VALUE ZEROS.
       01 W-HORA               PIC 9(04) VALUE ZEROS.
       01 W-HORA-G REDEFINES W-HORA.
           03 HH-HORA          PIC 9(02).
           03 MM-HORA          PIC 9(02).
       01 W-DATA               PIC 9(08) VALUE ZEROS.
       01 W-DATA-G REDEFINES W-DATA.
           03 ANO-DATA         PIC 9(04).
           03 MES-DATA         PIC 9(02).
           03 DIA-DATA         PIC 9(02).
       01 TAB-SEMANA-V.
           03 FILLER           PIC X(21)
              VALUE "DOMSEGTERQUAQUISEXSAB".
       01 TAB-SEMANA REDEFINES TAB-SEMANA-V.
           03 TS-NOME          PIC X(03) OCCURS 7 TIMES.
       01 W-NOMEDIA.
           03 ND-TXT           PIC X(04) VALUE SPACES.
           03 ND-NUM           PIC Z9 VALUE ZEROS.
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 DET2.
           03 FILLER    PIC X(10) VALUE "VIGENCIA: ".
           03 DETVIGEN  PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " TURNO: ".
           03 DETTURNO  PIC 9(03) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETDESC   PIC X(30) VALUE SPACES.

       SCREEN SECTION.
       01  TELATURNO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "********** TURNOS E ESCALAS DE TRABALHO *".
           05  LINE 01  COLUMN 42
               VALUE  "*****************".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

       PROCEDURE DIVISION.
       R00.
           OPEN I-O CADTURNO.
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTURNO
                 CLOSE CADTURNO
                 MOVE "*** ARQUIVO CADTURNO FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R00
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTURNO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R01.
           OPEN I-O CADTURFUN
           IF ST-ERRO2 = "30"
              OPEN OUTPUT CADTURFUN
              CLOSE CADTURFUN
              OPEN I-O CADTURFUN.

       RA0.
           OPEN INPUT CADFOLHA.
           IF ST-ERRO3 NOT = "00"
              MOVE "SEM FUNCIONARIOS - USE O SCP001" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       MENU-TUR.
           DISPLAY TELATURNO
           DISPLAY (04, 01) "1 - CADASTRO DE TURNOS / ESCALAS"
           DISPLAY (05, 01) "2 - TURNO DO FUNCIONARIO (VIGENCIA)"
           DISPLAY (06, 01) "0 - SAIR"
           DISPLAY (08, 01) "OPCAO: ".
           ACCEPT  (08, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO INICIO.
           IF W-OPCAO = "2"
              GO TO FUN-INI.
           GO TO MENU-TUR.

      *
      ****************************************
      * CADASTRO DO TURNO                    *
      ****************************************
      *
       INICIO.
           MOVE ZEROS TO TURCODIGO
           DISPLAY TELATURNO
           DISPLAY (04, 01) "CODIGO DO TURNO (0=VOLTAR): ".
           ACCEPT  (04, 30) TURCODIGO.
           IF TURCODIGO = ZEROS
              GO TO MENU-TUR.
           MOVE "N" TO W-TEMREG
           READ CADTURNO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMREG
              MOVE "*** TURNO JA CADASTRADO - EDITANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE SPACES TO TURDESC TURTIPO
              MOVE ZEROS TO TURCICLO TURBASE TURTOLER
              MOVE 1 TO W-IDXD
              PERFORM LIMPA-DIA THRU LIMPA-DIA-FIM.

       R1.
           DISPLAY (05, 01) "DESCRICAO: ".
           ACCEPT  (05, 12) TURDESC WITH UPDATE.
           IF TURDESC = SPACES
              MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       R2.
           DISPLAY (06, 01) "TIPO (S=SEMANAL  E=ESCALA EM CICLO): ".
           ACCEPT  (06, 38) TURTIPO WITH UPDATE.
           IF TURTIPO NOT = "S" AND TURTIPO NOT = "E"
              MOVE "*** TIPO: S OU E ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF TURTIPO = "S"
              MOVE 7 TO TURCICLO
              MOVE ZEROS TO TURBASE
              GO TO R5.

       R3.
           DISPLAY (07, 01) "DIAS DO CICLO (1 A 28 - 12X36 = 2): ".
           ACCEPT  (07, 37) TURCICLO WITH UPDATE.
           IF TURCICLO = ZEROS OR TURCICLO > 28
              MOVE "*** CICLO DE 1 A 28 DIAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           DISPLAY (08, 01) "PRIMEIRO DIA DO CICLO (AAAAMMDD): ".
           ACCEPT  (08, 35) TURBASE WITH UPDATE.
           MOVE TURBASE TO W-DATA
           IF MES-DATA = ZEROS OR MES-DATA > 12
                               OR DIA-DATA = ZEROS OR DIA-DATA > 31
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           DISPLAY (09, 01) "TOLERANCIA EM MINUTOS (0=PADRAO): ".
           ACCEPT  (09, 35) TURTOLER WITH UPDATE.
           DISPLAY (11, 01)
                   "DIA     ENTRADA SAIDA INTERVALO(MIN)".
           DISPLAY (12, 01)
                   "        (HHMM)  (HHMM) - 0000/0000 = FOLGA".
           MOVE 1 TO W-IDXD.

       R6.
           IF W-IDXD > TURCICLO
              GO TO R6-FIM.
           IF TURTIPO = "S"
              MOVE TS-NOME(W-IDXD) TO ND-TXT
              MOVE ZEROS TO ND-NUM
           ELSE
              MOVE "DIA " TO ND-TXT
              MOVE W-IDXD TO ND-NUM.
           DISPLAY (14, 01) W-NOMEDIA.
       R6-ENT.
           ACCEPT  (14, 09) TURENT(W-IDXD) WITH UPDATE.
           MOVE TURENT(W-IDXD) TO W-HORA
           IF HH-HORA > 23 OR MM-HORA > 59
              MOVE "*** HORARIO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6-ENT.
       R6-SAI.
           ACCEPT  (14, 17) TURSAI(W-IDXD) WITH UPDATE.
           MOVE TURSAI(W-IDXD) TO W-HORA
           IF HH-HORA > 23 OR MM-HORA > 59
              MOVE "*** HORARIO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6-SAI.
           IF TURENT(W-IDXD) = ZEROS AND TURSAI(W-IDXD) = ZEROS
              MOVE ZEROS TO TURINTERV(W-IDXD)
              DISPLAY (14, 24) TURINTERV(W-IDXD)
              GO TO R6-PROX.
           ACCEPT  (14, 24) TURINTERV(W-IDXD) WITH UPDATE.
       R6-PROX.
           ADD 1 TO W-IDXD
           GO TO R6.
       R6-FIM.
           PERFORM LIMPA-DIA THRU LIMPA-DIA-FIM.

       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (16, 01) "DADOS OK (S/N) : ".
           ACCEPT (16, 18) W-OPCAO WITH UPDATE.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INICIO.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO INC-OPC.

       INC-WR1.
           IF W-TEMREG = "S"
              REWRITE REGTURNO
           ELSE
              WRITE REGTURNO.
           IF ST-ERRO = "00" OR "02"
              MOVE "*** TURNO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INICIO.
           MOVE "ERRO NA GRAVACAO DO TURNO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *    ZERA OS DIAS DO INDICE EM DIANTE (FORA DO CICLO)
       LIMPA-DIA.
           IF W-IDXD > 28
              GO TO LIMPA-DIA-FIM.
           MOVE ZEROS TO TURENT(W-IDXD) TURSAI(W-IDXD)
                         TURINTERV(W-IDXD)
           ADD 1 TO W-IDXD
           GO TO LIMPA-DIA.
       LIMPA-DIA-FIM.
           EXIT.

      *
      ****************************************
      * TURNO DO FUNCIONARIO POR VIGENCIA    *
      ****************************************
      *
       FUN-INI.
           DISPLAY TELATURNO
           DISPLAY (04, 01) "FUNCIONARIO (0=VOLTAR): ".
           ACCEPT  (04, 25) W-CODLISTA.
           IF W-CODLISTA = ZEROS
              GO TO MENU-TUR.
           MOVE W-CODLISTA TO CODIGO
           READ CADFOLHA
           IF ST-ERRO3 NOT = "00"
              MOVE "* FUNCIONARIO NAO EXISTE, USE O SCP001 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FUN-INI.
           DISPLAY (04, 33) NOME
           PERFORM LISTA-FUN THRU LISTA-FUN-FIM.

       FUN-R1.
           MOVE W-CODLISTA TO TFUCODIGO
           MOVE ZEROS TO TFUVIGEN TFUTURNO
           DISPLAY (06, 01) "VIGENCIA A PARTIR DE (AAAAMMDD): ".
           ACCEPT  (06, 34) TFUVIGEN.
           IF TFUVIGEN = ZEROS
              GO TO FUN-INI.
           MOVE TFUVIGEN TO W-DATA
           IF MES-DATA = ZEROS OR MES-DATA > 12
                               OR DIA-DATA = ZEROS OR DIA-DATA > 31
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FUN-R1.
           MOVE "N" TO W-TEMREG
           READ CADTURFUN
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMREG.

       FUN-R2.
           DISPLAY (07, 01) "TURNO (0=EXCLUIR A VIGENCIA): ".
           ACCEPT  (07, 31) TFUTURNO WITH UPDATE.
           IF TFUTURNO = ZEROS
              GO TO FUN-EXC.
           MOVE TFUTURNO TO TURCODIGO
           READ CADTURNO
           IF ST-ERRO NOT = "00"
              MOVE "*** TURNO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FUN-R2.
           DISPLAY (07, 36) TURDESC
           IF W-TEMREG = "S"
              REWRITE REGTURFUN
           ELSE
              WRITE REGTURFUN.
           MOVE "*** TURNO DO FUNCIONARIO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO FUN-INI.

       FUN-EXC.
           IF W-TEMREG NOT = "S"
              GO TO FUN-INI.
           DISPLAY (09, 01) "EXCLUIR A VIGENCIA (S/N) : ".
           ACCEPT (09, 28) W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              GO TO FUN-INI.
           DELETE CADTURFUN RECORD
           MOVE "*** VIGENCIA EXCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO FUN-INI.

      *    VIGENCIAS JA REGISTRADAS DO FUNCIONARIO
       LISTA-FUN.
           MOVE 11 TO CONLIN
           MOVE W-CODLISTA TO TFUCODIGO
           MOVE ZEROS TO TFUVIGEN
           START CADTURFUN KEY IS NOT LESS TFUCHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO LISTA-FUN-FIM.
       LISTA-FUN-RD.
           READ CADTURFUN NEXT
           IF ST-ERRO2 NOT = "00" OR TFUCODIGO NOT = W-CODLISTA
              GO TO LISTA-FUN-FIM.
           MOVE TFUVIGEN TO DETVIGEN
           MOVE TFUTURNO TO DETTURNO TURCODIGO
           READ CADTURNO
           IF ST-ERRO = "00"
              MOVE TURDESC TO DETDESC
           ELSE
              MOVE SPACES TO DETDESC.
           ADD 1 TO CONLIN
           IF CONLIN > 21
              GO TO LISTA-FUN-FIM.
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DET2
           GO TO LISTA-FUN-RD.
       LISTA-FUN-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADTURNO
           CLOSE CADTURFUN
           CLOSE CADFOLHA.
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
