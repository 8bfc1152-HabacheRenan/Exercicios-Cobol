       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINDFUNC.
      *******************************
      * ROTINA COMUM DO SINDICATO DO FUNCIONARIO (SCP071)      *
      * VINCULO DO FUNCIONARIO (E) PREVALECE SOBRE O DA FUNCAO *
      * (F), QUE PREVALECE SOBRE O DO DEPARTAMENTO (D)         *
      * DEVOLVE O SINDICATO, OS PERCENTUAIS DAS CONTRIBUICOES, *
      * O MES DA CONTRIBUICAO ANUAL, A AUTORIZACAO DA ANUAL E  *
      * A OPOSICAO A ASSISTENCIAL                              *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
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
       DATA DIVISION.
       FILE SECTION.
      *
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 W-TEMARQ       PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       01 PARMCODIGO      PIC 9(06).
       01 PARMFUNC        PIC X(01).
       01 PARMDEPTO       PIC 9(02).
       01 PARMSIND        PIC 9(03).
       01 PARMPCTASS      PIC 9(02)V99.
       01 PARMPCTCONF     PIC 9(02)V99.
       01 PARMMESANU      PIC 9(02).
       01 PARMOPTANU      PIC X(01).
       01 PARMOPOS        PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARMCODIGO PARMFUNC PARMDEPTO
                                PARMSIND PARMPCTASS PARMPCTCONF
                                PARMMESANU PARMOPTANU PARMOPOS.
       INICIO.
           IF W-TEMARQ = SPACES
              OPEN INPUT CADSIND
              OPEN INPUT CADSINDASS
              IF ST-ERRO = "00" AND ST-ERRO2 = "00"
                 MOVE "S" TO W-TEMARQ
              ELSE
                 MOVE "N" TO W-TEMARQ.

       BUSCA-FUNC.
           MOVE ZEROS TO PARMSIND PARMPCTASS PARMPCTCONF PARMMESANU
           MOVE "N" TO PARMOPTANU PARMOPOS
           IF W-TEMARQ NOT = "S"
              GO TO ROT-FIM.
           MOVE "E" TO ASSTIPO
           MOVE PARMCODIGO TO ASSREF
           READ CADSINDASS
           IF ST-ERRO2 = "00"
              MOVE ASSSIND TO PARMSIND
              MOVE ASSOPTANU TO PARMOPTANU
              MOVE ASSOPOS TO PARMOPOS.
           IF PARMSIND NOT = ZEROS
              GO TO BUSCA-SIND.

       BUSCA-FUNCAO.
           IF PARMFUNC = SPACE
              GO TO BUSCA-DEPTO.
           MOVE "F" TO ASSTIPO
           MOVE PARMFUNC TO ASSREF
           READ CADSINDASS
           IF ST-ERRO2 = "00"
              MOVE ASSSIND TO PARMSIND
              GO TO BUSCA-SIND.

       BUSCA-DEPTO.
           IF PARMDEPTO = ZEROS
              GO TO ROT-FIM.
           MOVE "D" TO ASSTIPO
           MOVE PARMDEPTO TO ASSREF
           READ CADSINDASS
           IF ST-ERRO2 = "00"
              MOVE ASSSIND TO PARMSIND.

       BUSCA-SIND.
           IF PARMSIND = ZEROS
              GO TO ROT-FIM.
           MOVE PARMSIND TO SINCOD
           READ CADSIND
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO PARMSIND
              GO TO ROT-FIM.
           MOVE SINPCTASS TO PARMPCTASS
           MOVE SINPCTCONF TO PARMPCTCONF
           MOVE SINMESANU TO PARMMESANU.
      *
       ROT-FIM.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
