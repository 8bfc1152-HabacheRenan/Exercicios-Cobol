       IDENTIFICATION DIVISION.
       PROGRAM-ID. DADVER.
      *******************************
      * ROTINA COMUM DE PERMISSAO PARA VER DADOS PESSOAIS         *
      * (CPF, BANCO, ENDERECO, TELEFONE, NASCIMENTO) DO CADFOLHA *
      * DEVOLVE S SE O OPERADOR DA SESSAO (CADSESSAO) TEM PERFIL *
      * 99 (ADMINISTRADOR), PERFIL LIVRE (ZERO) OU PERFIL COM A  *
      * OPCAO 213 DO MENU LIBERADA NO CADPERFIL (SCP038);        *
      * SEM SESSAO OU SEM OPERADOR DEVOLVE N (DADOS MASCARADOS)  *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADSESDAD ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-SES.
      *
       SELECT CADSENHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SENCODIGO
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADPERFIL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PERFCODIGO
                       FILE STATUS IS ST-ERRO2.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADSESDAD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSESSAO.TXT".
       01 REGSESDAD.
           03 SES-OPERCOD    PIC 9(06).
           03 FILLER         PIC X(01).
           03 SES-OPERADOR   PIC X(30).
      *
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
      *
       FD CADPERFIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPERFIL.DAT".
       01 REGPERFIL.
           03 PERFCODIGO     PIC 9(02).
           03 PERFDESC       PIC X(20).
           03 PERFOPC        PIC X(299).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-SES         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 W-OPERDAD      PIC 9(06) VALUE ZEROS.
      *    OPCAO DO MENU QUE VALE COMO PERMISSAO DE VER DADOS PESSOAIS
       01 W-OPCDAD       PIC 9(03) VALUE 213.

       LINKAGE SECTION.
       01 PARMOK         PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARMOK.
       INICIO.
           MOVE "N" TO PARMOK
           MOVE ZEROS TO W-OPERDAD
           OPEN INPUT CADSESDAD
           IF ST-SES = "00"
              READ CADSESDAD
              IF ST-SES = "00"
                 MOVE SES-OPERCOD TO W-OPERDAD.
           CLOSE CADSESDAD.
           IF W-OPERDAD = ZEROS
              GO TO ROT-FIM.

       LE-SENHA.
           OPEN INPUT CADSENHA
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           MOVE W-OPERDAD TO SENCODIGO
           READ CADSENHA
           IF ST-ERRO NOT = "00"
              CLOSE CADSENHA
              GO TO ROT-FIM.
           CLOSE CADSENHA
           IF SENPERFIL = ZEROS OR SENPERFIL = 99
              MOVE "S" TO PARMOK
              GO TO ROT-FIM.

       LE-PERFIL.
           OPEN INPUT CADPERFIL
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-FIM.
           MOVE SENPERFIL TO PERFCODIGO
           READ CADPERFIL
           IF ST-ERRO2 = "00" AND PERFOPC(W-OPCDAD:1) = "S"
              MOVE "S" TO PARMOK.
           CLOSE CADPERFIL.
      *
       ROT-FIM.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
