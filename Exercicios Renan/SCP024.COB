                       NOME WITH DUPLICATES
                       ALTERNATE RECORD KEY IS CPF
                       FILE STATUS  IS ST-ERRO.
      *
           SELECT CADREQ ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS REQNUM
                       ALTERNATE RECORD KEY IS
                       REQCODFUNC WITH DUPLICATES
                       FILE STATUS IS ST-REQ.
      *
           SELECT CADASO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ASOCHAVE
                       FILE STATUS IS ST-ASO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 CONTRATOOK        PIC X(01).
           03 PROVA45           PIC 9(08).
           03 PROVA90           PIC 9(08).
           03 ADMTIPOCONT       PIC X(01).

       FD CADFOLHA
           LABEL RECORD IS STANDARD
           03 FONETEL       PIC 9(09).
           03 CONTEMERG     PIC X(30).

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
           03 REQSTATUS         PIC X(01).
           03 REQAPROVADOR      PIC X(30).
           03 REQDATAAPR        PIC 9(08).
           03 REQCODFUNC        PIC 9(06).
           03 REQDATAFECH       PIC 9(08).

       FD CADASO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADASO.DAT".
       01 REGASO.
           03 ASOCHAVE.
               05 ASOCODIGO     PIC 9(06).
               05 ASODATA       PIC 9(08).
               05 ASOTIPO       PIC X(01).
           03 ASORESULT         PIC X(01).
           03 ASOPROXIMO        PIC 9(08).
           03 ASOMEDICO         PIC X(30).
           03 ASOFUNC           PIC X(01).

       WORKING-STORAGE SECTION.
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
       01 MENS                 PIC X(50) VALUE SPACES.
       01 W-SEL                PIC 9(01) VALUE ZEROS.
       01 ST-ERRO              PIC X(02) VALUE "00".
       01 ST-REQ               PIC X(02) VALUE "00".
       01 ST-ASO               PIC X(02) VALUE "00".
       01 W-TEMASO             PIC X(01) VALUE "N".
       01 W-REQNUM             PIC 9(06) VALUE ZEROS.
       01 W-HOJE               PIC 9(08) VALUE ZEROS.
       01 W-DATAPROV           PIC 9(08) VALUE ZEROS.
       01 W-DATAPROV-G REDEFINES W-DATAPROV.
           03 ANO-PROV   PIC 9(04).
               VALUE  " FIM DA EXPERIENCIA 45 DIAS (AAAAMMDD):".
           05  LINE 13  COLUMN 01
               VALUE  " FIM DA EXPERIENCIA 90 DIAS (AAAAMMDD):".
           05  LINE 15  COLUMN 01
               VALUE  " TIPO DE CONTRATO:".
           05  LINE 16  COLUMN 01
               VALUE  "  (I=INDETERMINADO D=DETERMINADO E=EXPERIENCIA".
           05  LINE 16  COLUMN 48
               VALUE  " A=APRENDIZ T=TEMPORARIO)".
           05  LINE 18  COLUMN 01
               VALUE  " REQUISICAO DE PESSOAL APROVADA:".
           05  TADMCODIGO
               LINE 03  COLUMN 25  PIC 9(06)
               USING  ADMCODIGO.
           05  TPROVA90
               LINE 13  COLUMN 41  PIC 9(08)
               USING  PROVA90.
           05  TADMTIPOCONT
               LINE 15  COLUMN 20  PIC X(01)
               USING  ADMTIPOCONT.
           05  TADMREQ
               LINE 18  COLUMN 34  PIC 9(06)
               USING  W-REQNUM.

       PROCEDURE DIVISION.
       R00.
           ELSE
                 NEXT SENTENCE.

       RB0.
           OPEN I-O CADREQ
           IF ST-REQ = "30"
              OPEN OUTPUT CADREQ
              CLOSE CADREQ
              OPEN I-O CADREQ.
           OPEN INPUT CADASO
           IF ST-ASO = "30"
              OPEN OUTPUT CADASO
              CLOSE CADASO
              OPEN INPUT CADASO.

       INICIO.
           MOVE ZEROS TO ADMCODIGO PROVA45 PROVA90 W-REQNUM W-SEL
           MOVE SPACES TO DOCSOK EXAMEOK CONTRATOOK.
           MOVE "E" TO ADMTIPOCONT.

           DISPLAY CADASTROADMIS.

           READ CADADMIS
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM BUSCA-REQ THRU BUSCA-REQ-FIM
                MOVE "*** CHECKLIST JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
              MOVE "* DIGITE APENAS S  ou  N *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF EXAMEOK = "S"
              PERFORM VER-ASO THRU VER-ASO-FIM
              IF W-TEMASO NOT = "S"
                 MOVE "* SEM ASO ADMISSIONAL APTO (SCP074) *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE "N" TO EXAMEOK
                 GO TO R2.

       R3.
           ACCEPT TCONTRATOOK
           IF W-ACT = 01
                   GO TO R4.

       R6.
           ACCEPT TADMTIPOCONT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF ADMTIPOCONT NOT = "I" AND NOT = "D" AND NOT = "E"
                      AND NOT = "A" AND NOT = "T"
              MOVE "* TIPO: I, D, E, A OU T *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

           IF W-SEL = 1
                GO TO ALT-OPC.

      *    ADMISSAO SO COM REQUISICAO APROVADA E ABERTA DO MESMO
      *    DEPARTAMENTO E FUNCAO (SCP073) - A GRAVACAO A FECHA
       R7.
           ACCEPT TADMREQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF W-REQNUM = ZEROS
              MOVE "* INFORME A REQUISICAO APROVADA (SCP073) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           MOVE W-REQNUM TO REQNUM
           READ CADREQ
           IF ST-REQ NOT = "00"
              MOVE "*** REQUISICAO NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF REQSTATUS NOT = "A"
              MOVE "* REQUISICAO NAO ESTA APROVADA E ABERTA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF REQDEPTO NOT = DEPARTAMENTO OR REQFUNC NOT = FUNC
              MOVE "* REQUISICAO DE OUTRO DEPARTAMENTO/FUNCAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       INC-WR1.
                WRITE REGADMIS
                IF ST-ERRO = "00" OR "02"
                      PERFORM FECHA-REQ THRU FECHA-REQ-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INICIO.
       SUGERE-PRAZOS-FIM.
           EXIT.

      *
      ***************************************************
      * REQUISICAO DE PESSOAL DA ADMISSAO (CADREQ)      *
      ***************************************************
      *
       FECHA-REQ.
           MOVE W-REQNUM TO REQNUM
           READ CADREQ
           IF ST-REQ NOT = "00"
              GO TO FECHA-REQ-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE "F" TO REQSTATUS
           MOVE ADMCODIGO TO REQCODFUNC
           MOVE W-HOJE TO REQDATAFECH
           REWRITE REGREQ.
       FECHA-REQ-FIM.
           EXIT.

      *    CHECKLIST EXCLUIDO - A VAGA VOLTA A FICAR ABERTA
       REABRE-REQ.
           IF W-REQNUM = ZEROS
              GO TO REABRE-REQ-FIM.
           MOVE W-REQNUM TO REQNUM
           READ CADREQ
           IF ST-REQ NOT = "00"
              GO TO REABRE-REQ-FIM.
           MOVE "A" TO REQSTATUS
           MOVE ZEROS TO REQCODFUNC REQDATAFECH
           REWRITE REGREQ.
       REABRE-REQ-FIM.
           EXIT.

      *    EXAME ADMISSIONAL COM RESULTADO APTO (SCP074)
       VER-ASO.
           MOVE "N" TO W-TEMASO
           MOVE ADMCODIGO TO ASOCODIGO
           MOVE ZEROS TO ASODATA
           MOVE SPACE TO ASOTIPO
           START CADASO KEY IS NOT LESS ASOCHAVE
           IF ST-ASO NOT = "00"
              GO TO VER-ASO-FIM.
       VER-ASO-RD.
           READ CADASO NEXT
           IF ST-ASO NOT = "00" OR ASOCODIGO NOT = ADMCODIGO
              GO TO VER-ASO-FIM.
           IF ASOTIPO = "A" AND ASORESULT = "A"
              MOVE "S" TO W-TEMASO
              GO TO VER-ASO-FIM.
           GO TO VER-ASO-RD.
       VER-ASO-FIM.
           EXIT.

      *    REQUISICAO FECHADA PELA ADMISSAO DESTE FUNCIONARIO
       BUSCA-REQ.
           MOVE ZEROS TO W-REQNUM
           MOVE ADMCODIGO TO REQCODFUNC
           START CADREQ KEY IS EQUAL REQCODFUNC
           IF ST-REQ NOT = "00"
              GO TO BUSCA-REQ-FIM.
       BUSCA-REQ-RD.
           READ CADREQ NEXT
           IF ST-REQ NOT = "00" OR REQCODFUNC NOT = ADMCODIGO
              GO TO BUSCA-REQ-FIM.
           IF REQSTATUS NOT = "F"
              GO TO BUSCA-REQ-RD.
           MOVE REQNUM TO W-REQNUM.
       BUSCA-REQ-FIM.
           EXIT.

      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
       EXC-DL1.
                DELETE CADADMIS RECORD
                IF ST-ERRO = "00"
                   PERFORM REABRE-REQ THRU REABRE-REQ-FIM
                   MOVE "*** REGISTRO DE CHECKLIST EXCLUIDO ***"
                                                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADADMIS
           CLOSE CADFOLHA
           CLOSE CADREQ
           CLOSE CADASO.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
