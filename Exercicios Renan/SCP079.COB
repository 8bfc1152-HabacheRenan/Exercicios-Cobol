       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCP079.
      ************************
      * PROGRAMA PARA MANUTENCAO DE EQUIPAMENTOS (MAQUINAS E    *
      * VEICULOS): CADASTRO COM CENTRO DE CUSTO (SCP051), PLANOS*
      * PREVENTIVOS POR DIAS OU LEITURA DO MEDIDOR E ORDENS DE  *
      * SERVICO QUE RESERVAM E CONSOMEM PECAS DO CADPRO         *
      * A EMISSAO GRAVA A SAIDA NO CADMOVEST COM A ORDEM E O    *
      * CENTRO DE CUSTO DO EQUIPAMENTO NO MOTIVO; PECAS E HORAS *
      * FICAM NA ORDEM (HISTORICO DE CUSTO DO EQUIPAMENTO)      *
      * PREVENTIVAS VENCIDAS OU A VENCER VAO AO CADALERTA (MNT) *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEQUIP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EQPCODIGO
                       FILE STATUS IS ST-ERRO.
      *
           SELECT CADMANPLANO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS MPCHAVE
                       FILE STATUS IS ST-PLA.
      *
           SELECT CADOSMAN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS OSNUM
                       FILE STATUS IS ST-OS
                       ALTERNATE RECORD KEY IS OSEQUIP
                                   WITH DUPLICATES.
      *
           SELECT CADOSPECA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS OPCHAVE
                       FILE STATUS IS ST-OSP.
      *
           SELECT CADPRO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       FILE STATUS IS ST-ERRO2
                       ALTERNATE RECORD KEY IS DESC
                                   WITH DUPLICATES
                       ALTERNATE RECORD KEY IS BARRAS
                                   WITH DUPLICATES.
      *
           SELECT CADSALDO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SALCHAVE
                       FILE STATUS IS ST-SAL.
      *
           SELECT CADMOVEST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS MOVCHAVE
                       FILE STATUS IS ST-ERRMV.
      *
           SELECT CADRESERVA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RESCODPRO
                       FILE STATUS IS ST-RES.
      *
           SELECT CADCCUSTO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CCCODIGO
                       FILE STATUS IS ST-CC.
      *
           SELECT CADALERTA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ALECHAVE
                       FILE STATUS IS ST-ERRALE.
      *
           SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-PAR.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEQUIP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEQUIP.DAT".
       01 REGEQUIP.
           03 EQPCODIGO         PIC 9(06).
           03 EQPDESC           PIC X(30).
           03 EQPTIPO           PIC X(01).
           03 EQPCC             PIC 9(03).
           03 EQPMEDIDOR        PIC 9(08).
           03 EQPDTMED          PIC 9(08).
           03 EQPSTATUS         PIC X(01).

       FD CADMANPLANO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMANPLANO.DAT".
       01 REGMANPLANO.
           03 MPCHAVE.
               05 MPEQUIP       PIC 9(06).
               05 MPSEQ         PIC 9(02).
           03 MPDESC            PIC X(30).
           03 MPTIPO            PIC X(01).
           03 MPINTERV          PIC 9(06).
           03 MPAVISO           PIC 9(06).
           03 MPULTDATA         PIC 9(08).
           03 MPULTMED          PIC 9(08).

       FD CADOSMAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADOSMAN.DAT".
       01 REGOSMAN.
           03 OSNUM             PIC 9(06).
           03 OSEQUIP           PIC 9(06).
           03 OSCC              PIC 9(03).
           03 OSTIPO            PIC X(01).
           03 OSPLANO           PIC 9(02).
           03 OSDESC            PIC X(40).
           03 OSDATA            PIC 9(08).
           03 OSSTATUS          PIC X(01).
           03 OSDATAFEC         PIC 9(08).
           03 OSMEDIDOR         PIC 9(08).
           03 OSHORAS           PIC 9(04)V99.
           03 OSVLHORA          PIC 9(06)V99.
           03 OSCUSTOPEC        PIC 9(11)V99.
           03 OSCUSTOMO         PIC 9(11)V99.

       FD CADOSPECA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADOSPECA.DAT".
       01 REGOSPECA.
           03 OPCHAVE.
               05 OPNUMOS       PIC 9(06).
               05 OPCODPRO      PIC 9(06).
           03 OPQTDSOL          PIC 9(06).
           03 OPQTDEMI          PIC 9(06).
           03 OPCUSTO           PIC 9(11)V99.
           03 OPDTEMI           PIC 9(08).

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

       FD CADSALDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSALDO.DAT".
       01 REGSALDO.
           03 SALCHAVE.
               05 SALCODPRO     PIC 9(06).
               05 SALDEPOS      PIC 9(02).
           03 SALQTD            PIC 9(06).
           03 SALQTDCON         PIC 9(06).

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

       FD CADRESERVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRESERVA.DAT".
       01 REGRESERVA.
           03 RESCODPRO         PIC 9(06).
           03 RESQTD            PIC 9(08).

       FD CADCCUSTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCCUSTO.DAT".
       01 REGCCUSTO.
           03 CCCODIGO          PIC 9(03).
           03 CCDESC            PIC X(20).

       FD CADALERTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADALERTA.DAT".
       01 REGALERTA.
           03 ALECHAVE.
               05 ALETIPO    PIC X(03).
               05 ALEREF     PIC X(14).
           03 ALETEXTO       PIC X(40).
           03 ALEDATA        PIC 9(08).
           03 ALELIDO        PIC X(01).

       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
       77 W-OPCAO              PIC X(01) VALUE SPACES.
       01 MENS                 PIC X(50) VALUE SPACES.
       01 ST-ERRO              PIC X(02) VALUE "00".
       01 ST-ERRO2             PIC X(02) VALUE "00".
       01 ST-PLA               PIC X(02) VALUE "00".
       01 ST-OS                PIC X(02) VALUE "00".
       01 ST-OSP               PIC X(02) VALUE "00".
       01 ST-SAL               PIC X(02) VALUE "00".
       01 ST-ERRMV             PIC X(02) VALUE "00".
       01 ST-RES               PIC X(02) VALUE "00".
       01 ST-CC                PIC X(02) VALUE "00".
       01 ST-ERRALE            PIC X(02) VALUE "00".
       01 ST-PAR               PIC X(02) VALUE "00".
       01 W-TEMREG             PIC X(01) VALUE "N".
       01 W-TEMOS              PIC X(01) VALUE "N".
       01 W-FALTA              PIC X(01) VALUE "N".
       01 W-DATAFEC            PIC 9(08) VALUE ZEROS.
       01 W-FECHADO            PIC X(01) VALUE "N".
       01 LIN                  PIC 9(03) VALUE ZEROS.
       01 CONLIN               PIC 9(03) VALUE 001.
       01 W-CODEQP             PIC 9(06) VALUE ZEROS.
       01 W-CODPRO             PIC 9(06) VALUE ZEROS.
       01 W-QTDPEC             PIC 9(06) VALUE ZEROS.
       01 W-PEND               PIC 9(06) VALUE ZEROS.
       01 W-QTDPEND            PIC 9(04) VALUE ZEROS.
       01 W-LEITURA            PIC 9(08) VALUE ZEROS.
       01 W-VLHORA             PIC 9(06)V99 VALUE ZEROS.
       01 W-VALPEC             PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTPEC             PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTMO              PIC 9(11)V99 VALUE ZEROS.
       01 W-DEPMOV             PIC 9(02) VALUE 01.
       01 W-OPRES              PIC X(01) VALUE SPACE.
       01 W-CODRES             PIC 9(06) VALUE ZEROS.
       01 W-QTDRES             PIC 9(08) VALUE ZEROS.
       01 W-QTDMOV             PIC 9(08) VALUE ZEROS.
       01 W-QTDCSG             PIC 9(08) VALUE ZEROS.
       01 W-PRPANT             PIC 9(08) VALUE ZEROS.
       01 W-CSGOPER            PIC X(01) VALUE SPACES.
       01 W-CSGCNPJ            PIC 9(14) VALUE ZEROS.
       01 W-CSGPRECO           PIC 9(09)V99 VALUE ZEROS.
       01 W-CSGSALDO           PIC 9(08) VALUE ZEROS.
       01 W-CSGRET             PIC X(02) VALUE SPACES.
       01 W-MOTIVOOS.
           03 MOT-TEXTO        PIC X(09).
           03 MOT-NUMOS        PIC 9(06).
           03 MOT-TEXTOCC      PIC X(02).
           03 MOT-CC           PIC 9(03).
       01 W-DIASAVISO          PIC 9(04) VALUE ZEROS.
       01 W-QTDVENC            PIC 9(04) VALUE ZEROS.
       01 W-HOJE               PIC 9(08) VALUE ZEROS.
       01 W-HOJE-G REDEFINES W-HOJE.
           03 ANO-HOJE         PIC 9(04).
           03 MES-HOJE         PIC 9(02).
           03 DIA-HOJE         PIC 9(02).
       01 W-ULT                PIC 9(08) VALUE ZEROS.
       01 W-ULT-G REDEFINES W-ULT.
           03 ANO-ULT          PIC 9(04).
           03 MES-ULT          PIC 9(02).
           03 DIA-ULT          PIC 9(02).
       01 W-DIASHOJE           PIC 9(08) VALUE ZEROS.
       01 W-DIASPROX           PIC 9(08) VALUE ZEROS.
       01 W-RESTANTE           PIC S9(09) VALUE ZEROS.
       01 W-REFMNT.
           03 REF-EQUIP        PIC 9(06).
           03 REF-SEQ          PIC 9(02).
           03 FILLER           PIC X(06) VALUE SPACES.
       01 W-TXTMNT.
           03 TXM-SIT          PIC X(10) VALUE SPACES.
           03 TXM-DESC         PIC X(30) VALUE SPACES.
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 DET2.
           03 FILLER    PIC X(03) VALUE "OS ".
           03 DETOS     PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETDATA   PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETTIPO   PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETST     PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(07) VALUE " PECAS:".
           03 DETPEC    PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(07) VALUE " HORAS:".
           03 DETMO     PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETTOT    PIC ZZZZZZZZZ9,99 VALUE ZEROS.

       01 DET3.
           03 DETEQP    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "/".
           03 DETSEQ    PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETDESC   PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETPER    PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(10) VALUE " RESTAM: ".
           03 DETREST   PIC -ZZZZZZZZ9 VALUE ZEROS.

       01 DET4.
           03 FILLER    PIC X(17) VALUE "TOTAL EQUIPAMENTO".
           03 FILLER    PIC X(11) VALUE SPACES.
           03 FILLER    PIC X(07) VALUE " PECAS:".
           03 DETTPEC   PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(07) VALUE " HORAS:".
           03 DETTMO    PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETTTOT   PIC ZZZZZZZZZ9,99 VALUE ZEROS.

       SCREEN SECTION.
       01  TELAMAN.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "********** MANUTENCAO DE EQUIPAMENTOS ****".
           05  LINE 01  COLUMN 43
               VALUE  "*****************".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

       PROCEDURE DIVISION.
       R00.
           OPEN I-O CADEQUIP.
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADEQUIP
                 CLOSE CADEQUIP
                 MOVE "*** ARQUIVO CADEQUIP FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R00
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADEQUIP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R01.
           OPEN I-O CADMANPLANO
           IF ST-PLA = "30"
              OPEN OUTPUT CADMANPLANO
              CLOSE CADMANPLANO
              OPEN I-O CADMANPLANO.

       R02.
           OPEN I-O CADOSMAN
           IF ST-OS = "30"
              OPEN OUTPUT CADOSMAN
              CLOSE CADOSMAN
              OPEN I-O CADOSMAN.

       R03.
           OPEN I-O CADOSPECA
           IF ST-OSP = "30"
              OPEN OUTPUT CADOSPECA
              CLOSE CADOSPECA
              OPEN I-O CADOSPECA.

       RA0.
           OPEN I-O CADPRO.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       RB0.
           OPEN I-O CADSALDO
           IF ST-SAL = "30"
              OPEN OUTPUT CADSALDO
              CLOSE CADSALDO
              OPEN I-O CADSALDO.

       RC0.
           OPEN I-O CADMOVEST
           IF ST-ERRMV = "30"
              OPEN OUTPUT CADMOVEST
              CLOSE CADMOVEST
              OPEN I-O CADMOVEST.

       RD0.
           OPEN I-O CADRESERVA
           IF ST-RES = "30"
              OPEN OUTPUT CADRESERVA
              CLOSE CADRESERVA
              OPEN I-O CADRESERVA.

       RE0.
           OPEN INPUT CADCCUSTO.
           IF ST-CC NOT = "00"
              MOVE "SEM CENTROS DE CUSTO - USE O SCP051" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       RALE0.
           OPEN I-O CADALERTA
           IF ST-ERRALE = "30"
              OPEN OUTPUT CADALERTA
              CLOSE CADALERTA
              OPEN I-O CADALERTA.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

      *    VALOR DA HORA DE MAO DE OBRA PADRAO (CADPARAM MANVLHOR)
       RPAR0.
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              MOVE "MANVLHOR" TO PARCODIGO
              READ CADPARAM
              IF ST-PAR = "00"
                 MOVE PARVALOR TO W-VLHORA.
           CLOSE CADPARAM.

       MENU-MAN.
           DISPLAY TELAMAN
           DISPLAY (04, 01) "1 - CADASTRO DE EQUIPAMENTOS"
           DISPLAY (05, 01) "2 - PLANOS DE MANUTENCAO PREVENTIVA"
           DISPLAY (06, 01) "3 - LEITURA DO MEDIDOR (HORAS/KM)"
           DISPLAY (07, 01) "4 - ABRIR ORDEM DE SERVICO / PEDIR PECAS"
           DISPLAY (08, 01) "5 - EMITIR PECAS DA ORDEM"
           DISPLAY (09, 01) "6 - FECHAR ORDEM (HORAS TRABALHADAS)"
           DISPLAY (10, 01) "7 - CANCELAR ORDEM ABERTA"
           DISPLAY (11, 01) "8 - HISTORICO DE CUSTO DO EQUIPAMENTO"
           DISPLAY (12, 01) "9 - PREVENTIVAS VENCIDAS E A VENCER"
           DISPLAY (13, 01) "0 - SAIR"
           DISPLAY (15, 01) "OPCAO: ".
           ACCEPT  (15, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO EQP-INI.
           IF W-OPCAO = "2"
              GO TO PLA-INI.
           IF W-OPCAO = "3"
              GO TO LEI-INI.
           IF W-OPCAO = "4"
              GO TO ABRE-INI.
           IF W-OPCAO = "5"
              GO TO EMITE-INI.
           IF W-OPCAO = "6"
              GO TO FECHA-INI.
           IF W-OPCAO = "7"
              GO TO CANC-INI.
           IF W-OPCAO = "8"
              GO TO HIST-INI.
           IF W-OPCAO = "9"
              GO TO VENC-INI.
           GO TO MENU-MAN.

      *
      ****************************************
      * CADASTRO DE EQUIPAMENTOS             *
      ****************************************
      *
       EQP-INI.
           DISPLAY TELAMAN
           MOVE ZEROS TO EQPCODIGO
           DISPLAY (04, 01) "EQUIPAMENTO (0=VOLTAR): ".
           ACCEPT  (04, 25) EQPCODIGO.
           IF EQPCODIGO = ZEROS
              GO TO MENU-MAN.
           MOVE "N" TO W-TEMREG
           READ CADEQUIP
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMREG
              MOVE "*** EQUIPAMENTO JA CADASTRADO - EDITANDO ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE SPACES TO EQPDESC EQPTIPO
              MOVE ZEROS TO EQPCC EQPMEDIDOR EQPDTMED
              MOVE "A" TO EQPSTATUS.

       EQP-R1.
           DISPLAY (06, 01) "DESCRICAO: ".
           ACCEPT  (06, 12) EQPDESC WITH UPDATE.
           IF EQPDESC = SPACES
              MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EQP-R1.

       EQP-R2.
           DISPLAY (07, 01) "TIPO (M=MAQUINA V=VEICULO O=OUTRO): ".
           ACCEPT  (07, 38) EQPTIPO WITH UPDATE.
           IF EQPTIPO NOT = "M" AND EQPTIPO NOT = "V"
              AND EQPTIPO NOT = "O"
              MOVE "*** TIPO: M, V OU O ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EQP-R2.

       EQP-R3.
           DISPLAY (08, 01) "CENTRO DE CUSTO: ".
           ACCEPT  (08, 18) EQPCC WITH UPDATE.
           MOVE EQPCC TO CCCODIGO
           READ CADCCUSTO
           IF ST-CC NOT = "00"
              MOVE "*** CENTRO DE CUSTO NAO CADASTRADO (SCP051) ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EQP-R3.
           DISPLAY (08, 23) CCDESC.

      *    NA ALTERACAO O MEDIDOR SO MUDA PELA LEITURA (OPCAO 3)
       EQP-R4.
           DISPLAY (09, 01) "MEDIDOR ATUAL (HORAS/KM): ".
           IF W-TEMREG = "S"
              DISPLAY (09, 27) EQPMEDIDOR
              GO TO EQP-R5.
           ACCEPT  (09, 27) EQPMEDIDOR WITH UPDATE.
           MOVE W-HOJE TO EQPDTMED.

       EQP-R5.
           DISPLAY (10, 01) "SITUACAO (A=ATIVO I=INATIVO): ".
           ACCEPT  (10, 32) EQPSTATUS WITH UPDATE.
           IF EQPSTATUS NOT = "A" AND EQPSTATUS NOT = "I"
              MOVE "*** SITUACAO: A OU I ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EQP-R5.

       EQP-WR1.
           IF W-TEMREG = "S"
              REWRITE REGEQUIP
           ELSE
              WRITE REGEQUIP.
           IF ST-ERRO = "00" OR "02"
              MOVE "*** EQUIPAMENTO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EQP-INI.
           MOVE "ERRO NA GRAVACAO DO EQUIPAMENTO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      ****************************************
      * PLANOS DE MANUTENCAO PREVENTIVA      *
      * D = A CADA N DIAS DA ULTIMA EXECUCAO *
      * L = A CADA N HORAS/KM DO MEDIDOR     *
      ****************************************
      *
       PLA-INI.
           DISPLAY TELAMAN
           MOVE ZEROS TO EQPCODIGO
           DISPLAY (04, 01) "EQUIPAMENTO (0=VOLTAR): ".
           ACCEPT  (04, 25) EQPCODIGO.
           IF EQPCODIGO = ZEROS
              GO TO MENU-MAN.
           READ CADEQUIP
           IF ST-ERRO NOT = "00"
              MOVE "*** EQUIPAMENTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PLA-INI.
           DISPLAY (04, 33) EQPDESC.

       PLA-SEQ.
           MOVE ZEROS TO MPSEQ
           DISPLAY (05, 01) "PLANO (SEQ. 01-99, 0=VOLTAR): ".
           ACCEPT  (05, 32) MPSEQ.
           IF MPSEQ = ZEROS
              GO TO PLA-INI.
           MOVE EQPCODIGO TO MPEQUIP
           MOVE "N" TO W-TEMREG
           READ CADMANPLANO
           IF ST-PLA = "00"
              MOVE "S" TO W-TEMREG
              MOVE "*** PLANO JA CADASTRADO - EDITANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE SPACES TO MPDESC MPTIPO
              MOVE ZEROS TO MPINTERV MPAVISO
              MOVE W-HOJE TO MPULTDATA
              MOVE EQPMEDIDOR TO MPULTMED.

       PLA-R1.
           DISPLAY (07, 01) "TAREFA: ".
           ACCEPT  (07, 09) MPDESC WITH UPDATE.
           IF MPDESC = SPACES
              MOVE "*** TAREFA OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PLA-R1.

       PLA-R2.
           DISPLAY (08, 01)
                   "PERIODICIDADE (D=DIAS L=LEITURA DO MEDIDOR): ".
           ACCEPT  (08, 47) MPTIPO WITH UPDATE.
           IF MPTIPO NOT = "D" AND MPTIPO NOT = "L"
              MOVE "*** PERIODICIDADE: D OU L ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PLA-R2.

       PLA-R3.
           DISPLAY (09, 01) "INTERVALO (DIAS OU HORAS/KM): ".
           ACCEPT  (09, 31) MPINTERV WITH UPDATE.
           IF MPINTERV = ZEROS
              MOVE "*** INTERVALO NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PLA-R3.

       PLA-R4.
           DISPLAY (10, 01) "AVISAR COM ANTECEDENCIA DE: ".
           ACCEPT  (10, 29) MPAVISO WITH UPDATE.
           IF MPAVISO NOT < MPINTERV
              MOVE "*** AVISO DEVE SER MENOR QUE O INTERVALO ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PLA-R4.

       PLA-R5.
           DISPLAY (11, 01) "ULTIMA EXECUCAO (AAAAMMDD): ".
           ACCEPT  (11, 29) MPULTDATA WITH UPDATE.
           IF MPULTDATA = ZEROS OR MPULTDATA > W-HOJE
              MOVE "*** DATA DA ULTIMA EXECUCAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PLA-R5.
           IF MPTIPO NOT = "L"
              GO TO PLA-WR1.

       PLA-R6.
           DISPLAY (12, 01) "LEITURA NA ULTIMA EXECUCAO: ".
           ACCEPT  (12, 29) MPULTMED WITH UPDATE.
           IF MPULTMED > EQPMEDIDOR
              MOVE "*** LEITURA MAIOR QUE A DO MEDIDOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PLA-R6.

       PLA-WR1.
           IF W-TEMREG = "S"
              REWRITE REGMANPLANO
           ELSE
              WRITE REGMANPLANO.
           MOVE "*** PLANO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY TELAMAN
           DISPLAY (04, 01) "EQUIPAMENTO (0=VOLTAR): "
           DISPLAY (04, 25) EQPCODIGO
           DISPLAY (04, 33) EQPDESC
           GO TO PLA-SEQ.

      *
      ****************************************
      * LEITURA DO MEDIDOR                   *
      ****************************************
      *
       LEI-INI.
           DISPLAY TELAMAN
           MOVE ZEROS TO EQPCODIGO
           DISPLAY (04, 01) "EQUIPAMENTO (0=VOLTAR): ".
           ACCEPT  (04, 25) EQPCODIGO.
           IF EQPCODIGO = ZEROS
              GO TO MENU-MAN.
           READ CADEQUIP
           IF ST-ERRO NOT = "00"
              MOVE "*** EQUIPAMENTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LEI-INI.
           DISPLAY (04, 33) EQPDESC
           DISPLAY (06, 01) "LEITURA ATUAL: "
           DISPLAY (06, 16) EQPMEDIDOR
           DISPLAY (06, 25) " EM "
           DISPLAY (06, 29) EQPDTMED.

       LEI-R1.
           MOVE ZEROS TO W-LEITURA
           DISPLAY (08, 01) "NOVA LEITURA (0=VOLTAR): ".
           ACCEPT  (08, 26) W-LEITURA.
           IF W-LEITURA = ZEROS
              GO TO LEI-INI.
           IF W-LEITURA < EQPMEDIDOR
              MOVE "*** LEITURA MENOR QUE A ATUAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LEI-R1.
           MOVE W-LEITURA TO EQPMEDIDOR
           MOVE W-HOJE TO EQPDTMED
           REWRITE REGEQUIP
           MOVE "*** LEITURA GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LEI-INI.

      *
      ****************************************
      * ABERTURA DA ORDEM E PEDIDO DE PECAS  *
      * AS PECAS PEDIDAS FICAM RESERVADAS    *
      ****************************************
      *
       ABRE-INI.
           DISPLAY TELAMAN
           MOVE ZEROS TO OSNUM
           DISPLAY (04, 01) "ORDEM DE SERVICO (0=VOLTAR): ".
           ACCEPT  (04, 30) OSNUM.
           IF OSNUM = ZEROS
              GO TO MENU-MAN.
           READ CADOSMAN
           IF ST-OS NOT = "00"
              GO TO ABRE-EQP.
           IF OSSTATUS NOT = "A"
              MOVE "*** ORDEM NAO ESTA ABERTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-INI.
           MOVE OSEQUIP TO EQPCODIGO
           READ CADEQUIP
           DISPLAY (05, 01) "EQUIPAMENTO: "
           DISPLAY (05, 14) OSEQUIP
           DISPLAY (05, 22) EQPDESC
           DISPLAY (08, 01) "SERVICO: "
           DISPLAY (08, 10) OSDESC
           MOVE "*** ORDEM ABERTA - INCLUINDO PECAS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PEC-INI.

       ABRE-EQP.
           MOVE ZEROS TO OSEQUIP
           DISPLAY (05, 01) "EQUIPAMENTO: ".
           ACCEPT  (05, 14) OSEQUIP.
           MOVE OSEQUIP TO EQPCODIGO
           READ CADEQUIP
           IF ST-ERRO NOT = "00"
              MOVE "*** EQUIPAMENTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-EQP.
           IF EQPSTATUS NOT = "A"
              MOVE "*** EQUIPAMENTO INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-EQP.
           DISPLAY (05, 22) EQPDESC
           MOVE EQPCC TO OSCC.

       ABRE-TIPO.
           MOVE SPACE TO OSTIPO
           DISPLAY (06, 01) "TIPO (P=PREVENTIVA C=CORRETIVA): ".
           ACCEPT  (06, 34) OSTIPO.
           IF OSTIPO NOT = "P" AND OSTIPO NOT = "C"
              MOVE "*** TIPO: P OU C ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-TIPO.
           MOVE ZEROS TO OSPLANO
           MOVE SPACES TO OSDESC
           IF OSTIPO = "C"
              GO TO ABRE-DESC.

       ABRE-PLANO.
           DISPLAY (07, 01) "PLANO PREVENTIVO (SEQ): ".
           ACCEPT  (07, 25) OSPLANO.
           MOVE OSEQUIP TO MPEQUIP
           MOVE OSPLANO TO MPSEQ
           READ CADMANPLANO
           IF ST-PLA NOT = "00"
              MOVE "*** PLANO NAO CADASTRADO PARA O EQUIPAMENTO ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-PLANO.
           DISPLAY (07, 29) MPDESC
           MOVE MPDESC TO OSDESC.

       ABRE-DESC.
           DISPLAY (08, 01) "SERVICO: ".
           ACCEPT  (08, 10) OSDESC WITH UPDATE.
           IF OSDESC = SPACES
              MOVE "*** DESCREVA O SERVICO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-DESC.

       ABRE-GRAVA.
           MOVE "A" TO OSSTATUS
           MOVE W-HOJE TO OSDATA
           MOVE ZEROS TO OSDATAFEC OSMEDIDOR OSHORAS OSVLHORA
           MOVE ZEROS TO OSCUSTOPEC OSCUSTOMO
           WRITE REGOSMAN
           IF ST-OS NOT = "00"
              MOVE "ERRO NA GRAVACAO DA ORDEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       PEC-INI.
           DISPLAY (10, 01) "PECAS (PRODUTO 0=ENCERRAR)"
           MOVE 11 TO CONLIN.

       PEC-R1.
           MOVE CONLIN TO LIN
           MOVE ZEROS TO W-CODPRO
           DISPLAY (LIN, 01) "PRODUTO: ".
           ACCEPT  (LIN, 10) W-CODPRO.
           IF W-CODPRO = ZEROS
              MOVE "*** ORDEM GRAVADA - PECAS RESERVADAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-INI.
           MOVE W-CODPRO TO CODIGO
           READ CADPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "* PRODUTO NAO EXISTE, USE O SCP003 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEC-R1.
           DISPLAY (LIN, 18) DESC.

       PEC-R2.
           MOVE ZEROS TO W-QTDPEC
           DISPLAY (LIN, 50) "QTD: ".
           ACCEPT  (LIN, 55) W-QTDPEC.
           IF W-QTDPEC = ZEROS
              GO TO PEC-R1.
           IF W-QTDPEC > QUANTIDADE
              MOVE "* SEM SALDO PARA TUDO - FICA RESERVADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE OSNUM TO OPNUMOS
           MOVE W-CODPRO TO OPCODPRO
           READ CADOSPECA
           IF ST-OSP = "00"
              ADD W-QTDPEC TO OPQTDSOL
              REWRITE REGOSPECA
           ELSE
              MOVE W-QTDPEC TO OPQTDSOL
              MOVE ZEROS TO OPQTDEMI OPCUSTO OPDTEMI
              WRITE REGOSPECA.
           MOVE "R" TO W-OPRES
           MOVE W-CODPRO TO W-CODRES
           MOVE W-QTDPEC TO W-QTDRES
           PERFORM MEXE-RESERVA THRU MEXE-RESERVA-FIM
           ADD 1 TO CONLIN
           IF CONLIN > 20
              MOVE 11 TO CONLIN.
           GO TO PEC-R1.

      *
      *    RESERVA (R) OU LIBERA (L) W-QTDRES DO PRODUTO W-CODRES
      *
       MEXE-RESERVA.
           MOVE W-CODRES TO RESCODPRO
           READ CADRESERVA
           IF ST-RES = "00"
              IF W-OPRES = "R"
                 ADD W-QTDRES TO RESQTD
                 REWRITE REGRESERVA
              ELSE
                 IF W-QTDRES > RESQTD
                    MOVE ZEROS TO RESQTD
                    REWRITE REGRESERVA
                 ELSE
                    SUBTRACT W-QTDRES FROM RESQTD
                    REWRITE REGRESERVA.
           IF ST-RES NOT = "00"
              IF W-OPRES = "R"
                 MOVE W-CODRES TO RESCODPRO
                 MOVE W-QTDRES TO RESQTD
                 WRITE REGRESERVA.
       MEXE-RESERVA-FIM.
           EXIT.

      *
      *    LIBERA A RESERVA DAS PECAS PEDIDAS E NAO EMITIDAS
      *
       LIBERA-PEND.
           MOVE OSNUM TO OPNUMOS
           MOVE ZEROS TO OPCODPRO
           START CADOSPECA KEY IS NOT LESS OPCHAVE
           IF ST-OSP NOT = "00"
              GO TO LIBERA-PEND-FIM.
       LIBERA-PEND-RD.
           READ CADOSPECA NEXT
           IF ST-OSP NOT = "00"
              GO TO LIBERA-PEND-FIM.
           IF OPNUMOS NOT = OSNUM
              GO TO LIBERA-PEND-FIM.
           COMPUTE W-PEND = OPQTDSOL - OPQTDEMI
           IF W-PEND = ZEROS
              GO TO LIBERA-PEND-RD.
           MOVE "L" TO W-OPRES
           MOVE OPCODPRO TO W-CODRES
           MOVE W-PEND TO W-QTDRES
           PERFORM MEXE-RESERVA THRU MEXE-RESERVA-FIM
           GO TO LIBERA-PEND-RD.
       LIBERA-PEND-FIM.
           EXIT.

      *
      ****************************************
      * EMISSAO DAS PECAS PENDENTES DA ORDEM *
      ****************************************
      *
       EMITE-INI.
           DISPLAY TELAMAN
           MOVE ZEROS TO OSNUM
           DISPLAY (04, 01) "ORDEM DE SERVICO (0=VOLTAR): ".
           ACCEPT  (04, 30) OSNUM.
           IF OSNUM = ZEROS
              GO TO MENU-MAN.
           READ CADOSMAN
           IF ST-OS NOT = "00"
              MOVE "*** ORDEM NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-INI.
           IF OSSTATUS NOT = "A"
              MOVE "*** ORDEM NAO ESTA ABERTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-INI.
           MOVE OSEQUIP TO EQPCODIGO
           READ CADEQUIP
           DISPLAY (05, 01) "EQUIPAMENTO: "
           DISPLAY (05, 14) OSEQUIP
           DISPLAY (05, 22) EQPDESC
           DISPLAY (06, 01) "CENTRO DE CUSTO: "
           DISPLAY (06, 18) OSCC.

       EMITE-DEP.
           MOVE 01 TO W-DEPMOV
           DISPLAY (08, 01) "DEPOSITO DAS PECAS: ".
           ACCEPT  (08, 21) W-DEPMOV WITH UPDATE.
           IF W-DEPMOV = ZEROS
              MOVE 01 TO W-DEPMOV.

      *
      *    CONFERE O ESTOQUE DE TODAS AS PECAS PENDENTES ANTES
      *
       EMITE-CHECA.
           MOVE "N" TO W-FALTA
           MOVE ZEROS TO W-QTDPEND
           MOVE OSNUM TO OPNUMOS
           MOVE ZEROS TO OPCODPRO
           START CADOSPECA KEY IS NOT LESS OPCHAVE
           IF ST-OSP NOT = "00"
              GO TO EMITE-CHECA-FIM.
       EMITE-CHECA-RD.
           READ CADOSPECA NEXT
           IF ST-OSP NOT = "00"
              GO TO EMITE-CHECA-FIM.
           IF OPNUMOS NOT = OSNUM
              GO TO EMITE-CHECA-FIM.
           COMPUTE W-PEND = OPQTDSOL - OPQTDEMI
           IF W-PEND = ZEROS
              GO TO EMITE-CHECA-RD.
           ADD 1 TO W-QTDPEND
           MOVE OPCODPRO TO CODIGO
           READ CADPRO
           IF ST-ERRO2 NOT = "00"
              MOVE "S" TO W-FALTA
              GO TO EMITE-CHECA-RD.
           IF W-PEND > QUANTIDADE
              MOVE "S" TO W-FALTA.
           GO TO EMITE-CHECA-RD.
       EMITE-CHECA-FIM.
           IF W-QTDPEND = ZEROS
              MOVE "*** NENHUMA PECA PENDENTE NA ORDEM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-INI.
           IF W-FALTA = "S"
              MOVE "* PECA SEM SALDO - EMISSAO ABORTADA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-INI.

      *
      *    BAIXA AS PECAS AO CUSTO MEDIO E LIBERA AS RESERVAS
      *
       EMITE-BAIXA.
      *    NADA ENTRA EM COMPETENCIA DE ESTOQUE JA FECHADA
           ACCEPT W-DATAFEC FROM DATE YYYYMMDD
           CALL "FECHVER" USING W-DATAFEC W-FECHADO
           IF W-FECHADO = "S"
              MOVE "* COMPETENCIA FECHADA - VEJA O FECHAEST *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-MAN.
           MOVE "MANUT OS " TO MOT-TEXTO
           MOVE OSNUM TO MOT-NUMOS
           MOVE " C" TO MOT-TEXTOCC
           MOVE OSCC TO MOT-CC
           MOVE OSNUM TO OPNUMOS
           MOVE ZEROS TO OPCODPRO
           START CADOSPECA KEY IS NOT LESS OPCHAVE.
       EMITE-BAIXA-RD.
           READ CADOSPECA NEXT
           IF ST-OSP NOT = "00"
              GO TO EMITE-GRAVA.
           IF OPNUMOS NOT = OSNUM
              GO TO EMITE-GRAVA.
           COMPUTE W-PEND = OPQTDSOL - OPQTDEMI
           IF W-PEND = ZEROS
              GO TO EMITE-BAIXA-RD.
           MOVE OPCODPRO TO CODIGO
           READ CADPRO
           IF ST-ERRO2 NOT = "00"
              GO TO EMITE-BAIXA-RD.
           MOVE W-PEND TO W-QTDMOV
           PERFORM PARTE-CONSIG THRU PARTE-CONSIG-FIM
           IF W-PEND > QUANTIDADE
              MOVE ZEROS TO QUANTIDADE
           ELSE
              SUBTRACT W-PEND FROM QUANTIDADE.
           COMPUTE W-VALPEC ROUNDED = W-PEND * CUSTOMEDIO
           ACCEPT DATAULTALT2 FROM DATE YYYYMMDD
           REWRITE REGPRO
           MOVE OPCODPRO TO MCODIGO
           MOVE "S" TO MTIPO
           MOVE W-MOTIVOOS TO MOTIVO
           ACCEPT MDATA FROM DATE YYYYMMDD
           PERFORM GRAVA-MOVPROP THRU GRAVA-MOVPROP-FIM
           PERFORM BAIXA-SALDO THRU BAIXA-SALDO-FIM
           MOVE "L" TO W-OPRES
           MOVE OPCODPRO TO W-CODRES
           MOVE W-PEND TO W-QTDRES
           PERFORM MEXE-RESERVA THRU MEXE-RESERVA-FIM
           ADD W-PEND TO OPQTDEMI
           ADD W-VALPEC TO OPCUSTO
           MOVE W-HOJE TO OPDTEMI
           REWRITE REGOSPECA
           ADD W-VALPEC TO OSCUSTOPEC
           GO TO EMITE-BAIXA-RD.

       EMITE-GRAVA.
           REWRITE REGOSMAN
           MOVE "* PECAS EMITIDAS E APROPRIADAS AO C.CUSTO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO EMITE-INI.

       BAIXA-SALDO.
           MOVE OPCODPRO TO SALCODPRO
           MOVE W-DEPMOV TO SALDEPOS
           READ CADSALDO
           IF ST-SAL NOT = "00"
              GO TO BAIXA-SALDO-FIM.
           IF W-PEND > SALQTD
              MOVE ZEROS TO SALQTD
           ELSE
              SUBTRACT W-PEND FROM SALQTD.
           IF W-QTDCSG > SALQTDCON
              MOVE ZEROS TO SALQTDCON
           ELSE
              SUBTRACT W-QTDCSG FROM SALQTDCON.
           IF SALQTDCON > SALQTD
              MOVE SALQTD TO SALQTDCON.
           REWRITE REGSALDO.
       BAIXA-SALDO-FIM.
           EXIT.

      *
      ****************************************
      * FECHAMENTO: HORAS, MEDIDOR E PLANO   *
      ****************************************
      *
       FECHA-INI.
           DISPLAY TELAMAN
           MOVE ZEROS TO OSNUM
           DISPLAY (04, 01) "ORDEM DE SERVICO (0=VOLTAR): ".
           ACCEPT  (04, 30) OSNUM.
           IF OSNUM = ZEROS
              GO TO MENU-MAN.
           READ CADOSMAN
           IF ST-OS NOT = "00"
              MOVE "*** ORDEM NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FECHA-INI.
           IF OSSTATUS NOT = "A"
              MOVE "*** ORDEM NAO ESTA ABERTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FECHA-INI.
           MOVE OSEQUIP TO EQPCODIGO
           READ CADEQUIP
           DISPLAY (05, 01) "EQUIPAMENTO: "
           DISPLAY (05, 14) OSEQUIP
           DISPLAY (05, 22) EQPDESC
           IF OSVLHORA = ZEROS
              MOVE W-VLHORA TO OSVLHORA.

       FECHA-R1.
           DISPLAY (07, 01) "HORAS DE MAO DE OBRA: ".
           ACCEPT  (07, 23) OSHORAS WITH UPDATE.

       FECHA-R2.
           DISPLAY (08, 01) "VALOR DA HORA: ".
           ACCEPT  (08, 16) OSVLHORA WITH UPDATE.
           IF OSHORAS > ZEROS AND OSVLHORA = ZEROS
              MOVE "*** INFORME O VALOR DA HORA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FECHA-R2.

       FECHA-R3.
           MOVE EQPMEDIDOR TO OSMEDIDOR
           DISPLAY (09, 01) "LEITURA DO MEDIDOR NO FECHAMENTO: ".
           ACCEPT  (09, 35) OSMEDIDOR WITH UPDATE.
           IF OSMEDIDOR < EQPMEDIDOR
              MOVE "*** LEITURA MENOR QUE A ATUAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FECHA-R3.

       FECHA-GRAVA.
           PERFORM LIBERA-PEND THRU LIBERA-PEND-FIM
           COMPUTE OSCUSTOMO ROUNDED = OSHORAS * OSVLHORA
           MOVE "F" TO OSSTATUS
           MOVE W-HOJE TO OSDATAFEC
           REWRITE REGOSMAN
           IF OSMEDIDOR > EQPMEDIDOR
              MOVE OSMEDIDOR TO EQPMEDIDOR
              MOVE W-HOJE TO EQPDTMED
              REWRITE REGEQUIP.
           IF OSTIPO NOT = "P"
              GO TO FECHA-FIM.
      *    A PREVENTIVA EXECUTADA REINICIA O PLANO E BAIXA O ALERTA
           MOVE OSEQUIP TO MPEQUIP
           MOVE OSPLANO TO MPSEQ
           READ CADMANPLANO
           IF ST-PLA = "00"
              MOVE OSDATAFEC TO MPULTDATA
              MOVE OSMEDIDOR TO MPULTMED
              REWRITE REGMANPLANO.
           MOVE OSEQUIP TO REF-EQUIP
           MOVE OSPLANO TO REF-SEQ
           MOVE "MNT" TO ALETIPO
           MOVE W-REFMNT TO ALEREF
           READ CADALERTA
           IF ST-ERRALE = "00"
              MOVE "S" TO ALELIDO
              REWRITE REGALERTA.

       FECHA-FIM.
           MOVE "*** ORDEM FECHADA - CUSTO APROPRIADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO FECHA-INI.

      *
      ****************************************
      * CANCELAMENTO DE ORDEM ABERTA         *
      ****************************************
      *
       CANC-INI.
           DISPLAY TELAMAN
           MOVE ZEROS TO OSNUM
           DISPLAY (04, 01) "ORDEM DE SERVICO (0=VOLTAR): ".
           ACCEPT  (04, 30) OSNUM.
           IF OSNUM = ZEROS
              GO TO MENU-MAN.
           READ CADOSMAN
           IF ST-OS NOT = "00"
              MOVE "*** ORDEM NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANC-INI.
           IF OSSTATUS NOT = "A"
              MOVE "*** SO ORDEM ABERTA PODE SER CANCELADA ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANC-INI.
           IF OSCUSTOPEC > ZEROS
              MOVE "*** ORDEM COM PECAS EMITIDAS - FECHE A ORDEM ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANC-INI.
           PERFORM LIBERA-PEND THRU LIBERA-PEND-FIM
           MOVE "C" TO OSSTATUS
           MOVE W-HOJE TO OSDATAFEC
           REWRITE REGOSMAN
           MOVE "* ORDEM CANCELADA E RESERVAS LIBERADAS *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CANC-INI.

      *
      ****************************************
      * HISTORICO DE CUSTO DO EQUIPAMENTO    *
      * PECAS (CUSTO MEDIO NA EMISSAO) MAIS  *
      * HORAS X VALOR DA HORA DE CADA ORDEM  *
      ****************************************
      *
       HIST-INI.
           DISPLAY TELAMAN
           MOVE ZEROS TO W-CODEQP
           DISPLAY (02, 01) "EQUIPAMENTO (0=VOLTAR): ".
           ACCEPT  (02, 25) W-CODEQP.
           IF W-CODEQP = ZEROS
              GO TO MENU-MAN.
           MOVE W-CODEQP TO EQPCODIGO
           READ CADEQUIP
           IF ST-ERRO NOT = "00"
              MOVE "*** EQUIPAMENTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HIST-INI.
           DISPLAY (02, 33) EQPDESC
           DISPLAY (03, 01) "CENTRO DE CUSTO: "
           DISPLAY (03, 18) EQPCC
           MOVE ZEROS TO W-TOTPEC W-TOTMO
           MOVE W-CODEQP TO OSEQUIP
           START CADOSMAN KEY IS NOT LESS OSEQUIP
           IF ST-OS NOT = "00"
              MOVE "*** EQUIPAMENTO SEM ORDENS DE SERVICO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HIST-INI.
           MOVE 04 TO CONLIN.

       HIST-RD1.
           READ CADOSMAN NEXT
           IF ST-OS NOT = "00"
              GO TO HIST-FIM.
           IF OSEQUIP NOT = W-CODEQP
              GO TO HIST-FIM.
           IF OSSTATUS = "C"
              GO TO HIST-RD1.
           ADD OSCUSTOPEC TO W-TOTPEC
           ADD OSCUSTOMO TO W-TOTMO
           MOVE OSNUM TO DETOS
           MOVE OSDATA TO DETDATA
           MOVE OSTIPO TO DETTIPO
           MOVE OSSTATUS TO DETST
           MOVE OSCUSTOPEC TO DETPEC
           MOVE OSCUSTOMO TO DETMO
           COMPUTE DETTOT = OSCUSTOPEC + OSCUSTOMO
           ADD 1 TO CONLIN
           IF CONLIN > 20
              DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
              ACCEPT (22, 31) W-OPCAO
              DISPLAY TELAMAN
              MOVE 04 TO CONLIN.
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DET2
           GO TO HIST-RD1.

       HIST-FIM.
           MOVE W-TOTPEC TO DETTPEC
           MOVE W-TOTMO TO DETTMO
           COMPUTE DETTTOT = W-TOTPEC + W-TOTMO
           ADD 2 TO CONLIN
           IF CONLIN > 21
              MOVE 21 TO CONLIN.
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DET4
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR..."
           ACCEPT  (22, 28) W-OPCAO
           GO TO HIST-INI.

      *
      ****************************************
      * PREVENTIVAS VENCIDAS E A VENCER      *
      * PLANO DE EQUIPAMENTO ATIVO DENTRO DO *
      * AVISO E SEM ORDEM PREVENTIVA ABERTA  *
      * VAI AO CADALERTA (TIPO MNT)          *
      ****************************************
      *
       VENC-INI.
           DISPLAY TELAMAN
           DISPLAY (02, 01) "*** PREVENTIVAS VENCIDAS E A VENCER ***"
           COMPUTE W-DIASHOJE =
              (ANO-HOJE * 360) + (MES-HOJE * 30) + DIA-HOJE
           MOVE ZEROS TO W-QTDVENC MPEQUIP MPSEQ
           MOVE 03 TO CONLIN
           START CADMANPLANO KEY IS NOT LESS MPCHAVE
           IF ST-PLA NOT = "00"
              GO TO VENC-FIM.

       VENC-RD1.
           READ CADMANPLANO NEXT
           IF ST-PLA NOT = "00"
              GO TO VENC-FIM.
           MOVE MPEQUIP TO EQPCODIGO
           READ CADEQUIP
           IF ST-ERRO NOT = "00"
              GO TO VENC-RD1.
           IF EQPSTATUS NOT = "A"
              GO TO VENC-RD1.
           IF MPTIPO = "L"
              COMPUTE W-RESTANTE =
                 MPULTMED + MPINTERV - EQPMEDIDOR
           ELSE
              MOVE MPULTDATA TO W-ULT
              COMPUTE W-DIASPROX =
                 (ANO-ULT * 360) + (MES-ULT * 30) + DIA-ULT
                 + MPINTERV
              COMPUTE W-RESTANTE = W-DIASPROX - W-DIASHOJE.
           IF W-RESTANTE > MPAVISO
              GO TO VENC-RD1.
           PERFORM TEM-OSABERTA THRU TEM-OSABERTA-FIM
           IF W-TEMOS = "S"
              GO TO VENC-RD1.
           IF W-RESTANTE < ZEROS
              MOVE "VENCIDA:" TO TXM-SIT
           ELSE
              MOVE "A VENCER:" TO TXM-SIT.
           MOVE MPDESC TO TXM-DESC.

       VENC-ALERTA.
           ADD 1 TO W-QTDVENC
           MOVE MPEQUIP TO REF-EQUIP
           MOVE MPSEQ TO REF-SEQ
           MOVE "MNT" TO ALETIPO
           MOVE W-REFMNT TO ALEREF
           MOVE W-TXTMNT TO ALETEXTO
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
           MOVE MPEQUIP TO DETEQP
           MOVE MPSEQ TO DETSEQ
           MOVE MPDESC TO DETDESC
           MOVE MPTIPO TO DETPER
           MOVE W-RESTANTE TO DETREST
           ADD 1 TO CONLIN
           IF CONLIN > 20
              DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
              ACCEPT (22, 31) W-OPCAO
              DISPLAY TELAMAN
              MOVE 03 TO CONLIN.
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DET3
           GO TO VENC-RD1.

       VENC-FIM.
           IF W-QTDVENC = ZEROS
              MOVE "*** NENHUMA PREVENTIVA VENCIDA OU A VENCER ***"
                                             TO MENS
           ELSE
              MOVE "*** FIM - PENDENCIAS GRAVADAS NOS ALERTAS ***"
                                             TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-MAN.

      *    JA EXISTE ORDEM PREVENTIVA ABERTA PARA O PLANO?
       TEM-OSABERTA.
           MOVE "N" TO W-TEMOS
           MOVE MPEQUIP TO OSEQUIP
           START CADOSMAN KEY IS NOT LESS OSEQUIP
           IF ST-OS NOT = "00"
              GO TO TEM-OSABERTA-FIM.
       TEM-OSABERTA-RD.
           READ CADOSMAN NEXT
           IF ST-OS NOT = "00"
              GO TO TEM-OSABERTA-FIM.
           IF OSEQUIP NOT = MPEQUIP
              GO TO TEM-OSABERTA-FIM.
           IF OSSTATUS = "A" AND OSTIPO = "P" AND OSPLANO = MPSEQ
              MOVE "S" TO W-TEMOS
              GO TO TEM-OSABERTA-FIM.
           GO TO TEM-OSABERTA-RD.
       TEM-OSABERTA-FIM.
           EXIT.

      *
      *****************************************************
      * PARTE CONSIGNADA DO CONSUMO: O PROPRIO DO DEPOSITO*
      * SAI PRIMEIRO; O QUE PASSAR DELE E DO FORNECEDOR E *
      * VIRA COMPRA (PEDIDO, TITULO E CAMADA DE CUSTO)    *
      *****************************************************
      *
       PARTE-CONSIG.
           MOVE ZEROS TO W-QTDCSG
           MOVE CODIGO TO SALCODPRO
           MOVE W-DEPMOV TO SALDEPOS
           READ CADSALDO
           IF ST-SAL NOT = "00"
              GO TO PARTE-CONSIG-FIM.
           IF SALQTDCON = ZEROS
              GO TO PARTE-CONSIG-FIM.
           MOVE ZEROS TO W-PRPANT
           IF SALQTDCON < SALQTD
              COMPUTE W-PRPANT = SALQTD - SALQTDCON.
           IF W-QTDMOV NOT > W-PRPANT
              GO TO PARTE-CONSIG-FIM.
           COMPUTE W-QTDCSG = W-QTDMOV - W-PRPANT
           IF W-QTDCSG > SALQTDCON
              MOVE SALQTDCON TO W-QTDCSG.
           MOVE "B" TO W-CSGOPER
           MOVE ZEROS TO W-CSGCNPJ
           CALL "CONSIGBX" USING W-CSGOPER CODIGO W-CSGCNPJ
                                 W-QTDCSG W-CSGPRECO W-MOTIVOOS
                                 W-CSGSALDO W-CSGRET
           IF W-CSGRET NOT = "00"
              MOVE "* CONSIGNADO DIVERGE DO ACORDO - VEJA CONSIGEX *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *    O ADQUIRIDO ENTRA NO CUSTO MEDIO DO ESTOQUE PROPRIO
           MOVE ZEROS TO W-PRPANT
           IF QUANTIDADE > (W-CSGSALDO + W-QTDCSG)
              COMPUTE W-PRPANT = QUANTIDADE - W-CSGSALDO - W-QTDCSG.
           IF W-CSGPRECO > ZEROS
              COMPUTE CUSTOMEDIO ROUNDED =
                 ((W-PRPANT * CUSTOMEDIO) + (W-QTDCSG * W-CSGPRECO))
                 / (W-PRPANT + W-QTDCSG).
       PARTE-CONSIG-FIM.
           EXIT.
      *
      *    GRAVA A SAIDA SEPARANDO A PARTE PROPRIA DA CONSIGNADA
      *
       GRAVA-MOVPROP.
           MOVE SPACE TO MPROPR
           IF W-QTDCSG < W-QTDMOV
              COMPUTE MQTD = W-QTDMOV - W-QTDCSG
              PERFORM GRAVA-MOVIDX THRU GRAVA-MOVIDX-FIM.
           IF W-QTDCSG = ZEROS
              GO TO GRAVA-MOVPROP-FIM.
           MOVE "C" TO MPROPR
           MOVE W-QTDCSG TO MQTD
           PERFORM GRAVA-MOVIDX THRU GRAVA-MOVIDX-FIM.
       GRAVA-MOVPROP-FIM.
           EXIT.
      *
      *****************************************************
      * GRAVA MOVIMENTO NO RAZAO INDEXADO (PROX. SEQ.)    *
      *****************************************************
      *
       GRAVA-MOVIDX.
           MOVE ZEROS TO MSEQ.
       GRAVA-MOVIDX-WR.
           ADD 1 TO MSEQ
           IF MSEQ > 999
              GO TO GRAVA-MOVIDX-FIM.
           WRITE REGMOVEST
           IF ST-ERRMV = "22"
              GO TO GRAVA-MOVIDX-WR.
       GRAVA-MOVIDX-FIM.
           EXIT.

      *
      ************************************************
      * GRAVA (OU REATIVA) UM ALERTA NA FILA CENTRAL *
      ************************************************
      *
       GRAVA-ALERTA.
           ACCEPT ALEDATA FROM DATE YYYYMMDD
           MOVE "N" TO ALELIDO
           WRITE REGALERTA
           IF ST-ERRALE = "22"
              REWRITE REGALERTA.
       GRAVA-ALERTA-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADEQUIP
           CLOSE CADMANPLANO
           CLOSE CADOSMAN
           CLOSE CADOSPECA
           CLOSE CADPRO
           CLOSE CADSALDO
           CLOSE CADMOVEST
           CLOSE CADRESERVA
           CLOSE CADCCUSTO
           CLOSE CADALERTA.
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
