       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMOBIL.
      *******************************
      * ATIVO IMOBILIZADO                                         *
      * CLASSES DE BENS COM VIDA UTIL (MESES) E METODO:           *
      *   L = LINEAR   S = SOMA DOS DIGITOS DOS MESES             *
      * BEM: PLAQUETA, CLASSE, CENTRO DE CUSTO, NOTA DE ENTRADA   *
      * DO SCP028 (FORNECEDOR + NUMERO), VALOR E VALOR RESIDUAL   *
      * DEPRECIACAO MENSAL A PARTIR DO MES SEGUINTE A AQUISICAO,  *
      * GRAVADA NO CADDEPREC E CONTABILIZADA NO CADLANC PELO MAPA *
      * DO SCP050 (ORIGEM IMO) POR CLASSE E CENTRO DE CUSTO:      *
      *   IMO/DEPREnn  DESPESA X DEPRECIACAO ACUMULADA            *
      *   IMO/BXDEPnn  DEPRECIACAO ACUMULADA X BEM (NA BAIXA)     *
      *   IMO/BAIXAnn  CUSTO DO BEM BAIXADO X BEM (VALOR CONTABIL)*
      *   IMO/VENDAnn  CAIXA/RECEBER X RECEITA DE VENDA DO BEM    *
      *   (nn = CLASSE; SEM MAPA DA CLASSE USA IMO/DEPRE ETC.)    *
      * OS LANCAMENTOS DO IMOBILIZADO USAM A SEQUENCIA 9000 EM    *
      * DIANTE DA COMPETENCIA, SEPARADOS DOS GERADOS PELO CONTABIL*
      * COMPETENCIA FECHADA NO FECHACTB NAO RECEBE DEPRECIACAO    *
      * SEM O MAPA DA CLASSE (OU O GERAL) A DEPRECIACAO E A BAIXA *
      * SAO RECUSADAS ANTES DE MEXER NO CADIMOB/CADDEPREC         *
      * NEM BAIXA                                                 *
      * RELATORIOS NO SPOOL (IMOBIL.TXT)                          *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADIMOB ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS IMPLAQ
                       FILE STATUS IS ST-IMO.
      *
       SELECT CADCLIMOB ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CIMCOD
                       FILE STATUS IS ST-CLA.
      *
       SELECT CADDEPREC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS DPCHAVE
                       FILE STATUS IS ST-DEP.
      *
       SELECT CADLANC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS LANCHAVE
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADCTBMAP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS MAPCHAVE
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADCCUSTO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CCCODIGO
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT CADNOTA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NOTCHAVE
                       FILE STATUS IS ST-ERRO4.
      *
       SELECT CADEMPATIVA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-EAT.
      *
       SELECT RELIMOB ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    SITUACAO: A=ATIVO B=BAIXADO (PERDA/SUCATA) V=VENDIDO
       FD CADIMOB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADIMOB.DAT".
       01 REGIMOB.
           03 IMPLAQ            PIC 9(06).
           03 IMDESC            PIC X(30).
           03 IMCLASSE          PIC 9(02).
           03 IMCC              PIC 9(03).
           03 IMFORCNPJ         PIC 9(14).
           03 IMNOTA            PIC 9(09).
           03 IMDATAAQ          PIC 9(08).
           03 IMVALOR           PIC 9(11)V99.
           03 IMRESID           PIC 9(11)V99.
           03 IMVIDA            PIC 9(03).
           03 IMMETODO          PIC X(01).
           03 IMDEPACUM         PIC 9(11)V99.
           03 IMMESES           PIC 9(03).
           03 IMULTCOMP         PIC 9(06).
           03 IMSTATUS          PIC X(01).
           03 IMDATABX          PIC 9(08).
           03 IMVALVENDA        PIC 9(11)V99.
           03 IMRESULT          PIC S9(11)V99.
           03 IMEMP             PIC 9(02).
      *
       FD CADCLIMOB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCLIMOB.DAT".
       01 REGCLIMOB.
           03 CIMCOD            PIC 9(02).
           03 CIMDESC           PIC X(30).
           03 CIMVIDA           PIC 9(03).
           03 CIMMETODO         PIC X(01).
      *
       FD CADDEPREC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDEPREC.DAT".
       01 REGDEPREC.
           03 DPCHAVE.
               05 DPCOMPET      PIC 9(06).
               05 DPPLAQ        PIC 9(06).
           03 DPVALOR           PIC 9(11)V99.
           03 DPACUM            PIC 9(11)V99.
           03 DPCLASSE          PIC 9(02).
           03 DPCC              PIC 9(03).
      *
       FD CADLANC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADLANC.DAT".
       01 REGLANC.
           03 LANCHAVE.
               05 LANCOMPET     PIC 9(06).
               05 LANSEQ        PIC 9(04).
           03 LANDEB            PIC 9(06).
           03 LANCRE            PIC 9(06).
           03 LANHIST           PIC X(30).
           03 LANVALOR          PIC 9(13)V99.
           03 LANCC             PIC 9(03).
      *
       FD CADCTBMAP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCTBMAP.DAT".
       01 REGCTBMAP.
           03 MAPCHAVE.
               05 MAPORIGEM     PIC X(03).
               05 MAPREF        PIC X(08).
           03 MAPDEB            PIC 9(06).
           03 MAPCRE            PIC 9(06).
      *
       FD CADCCUSTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCCUSTO.DAT".
       01 REGCCUSTO.
           03 CCCODIGO          PIC 9(03).
           03 CCDESC            PIC X(20).
      *
       FD CADNOTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNOTA.DAT".
       01 REGNOTA.
           03 NOTCHAVE.
               05 NOTCNPJ       PIC 9(14).
               05 NOTNUM        PIC 9(09).
           03 NOTDATA           PIC 9(08).
           03 NOTNUMPED         PIC 9(06).
           03 NOTSTATUS         PIC X(01).
           03 NOTVALOR          PIC 9(11)V99.
           03 NOTFRETE          PIC 9(09)V99.
           03 NOTSEGURO         PIC 9(09)V99.
           03 NOTDESP           PIC 9(09)V99.
           03 NOTEMP            PIC 9(02).
      *
       FD CADEMPATIVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMPATIVA.TXT".
       01 REGEMPATIVA.
           03 EAT-COD        PIC 9(02).
           03 FILLER         PIC X(01).
           03 EAT-NOME       PIC X(30).
      *
       FD RELIMOB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "IMOBIL.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-IMO         PIC X(02) VALUE "00".
       01 ST-CLA         PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-EAT         PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-EMPATIVA     PIC 9(02) VALUE 01.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-TEMCC        PIC X(01) VALUE "N".
       01 W-TEMNOTA      PIC X(01) VALUE "N".
       01 W-TEMMAPA      PIC X(01) VALUE "N".
       01 W-FECH         PIC X(01) VALUE "N".
       01 W-NOVO         PIC X(01) VALUE "S".
       01 W-PLAQ         PIC 9(06) VALUE ZEROS.
       01 W-CLASSE       PIC 9(02) VALUE ZEROS.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-G REDEFINES W-COMPET.
           03 ANO-COMP   PIC 9(04).
           03 MES-COMP   PIC 9(02).
       01 W-COMPAQ       PIC 9(06) VALUE ZEROS.
       01 W-DATAAUX      PIC 9(08) VALUE ZEROS.
       01 W-DATAAUX-G REDEFINES W-DATAAUX.
           03 COMP-AUX   PIC 9(06).
           03 DIA-AUX    PIC 9(02).
      *
      *    CALCULO DA PARCELA DO MES
       01 W-ACUM         PIC 9(11)V99 VALUE ZEROS.
       01 W-MESES        PIC 9(03) VALUE ZEROS.
       01 W-DEPRECIAVEL  PIC 9(11)V99 VALUE ZEROS.
       01 W-SALDODEP     PIC 9(11)V99 VALUE ZEROS.
       01 W-DEPMES       PIC 9(11)V99 VALUE ZEROS.
       01 W-SOMADIG      PIC 9(07) VALUE ZEROS.
       01 W-RESTAM       PIC 9(03) VALUE ZEROS.
      *
      *    BAIXA E VENDA
       01 W-TIPOBX       PIC X(01) VALUE SPACES.
       01 W-DATABX       PIC 9(08) VALUE ZEROS.
       01 W-VALVENDA     PIC 9(11)V99 VALUE ZEROS.
       01 W-VALCONT      PIC 9(11)V99 VALUE ZEROS.
       01 W-RESULT       PIC S9(11)V99 VALUE ZEROS.
       01 W-RESULTED     PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
      *
      *    LANCAMENTO CONTABIL
       01 W-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-VALMOV       PIC 9(13)V99 VALUE ZEROS.
       01 W-CCLAN        PIC 9(03) VALUE ZEROS.
       01 W-QTDGER       PIC 9(05) VALUE ZEROS.
       01 W-MAPBASE      PIC X(05) VALUE SPACES.
       01 W-MAPREF       PIC X(08) VALUE SPACES.
       01 W-MAPREF-G REDEFINES W-MAPREF.
           03 W-MAPRAIZ  PIC X(05).
           03 W-MAPCLA   PIC 9(02).
           03 FILLER     PIC X(01).
       01 W-HISTLAN      PIC X(30) VALUE SPACES.
      *
       01 W-QTDBENS      PIC 9(05) VALUE ZEROS.
       01 W-TOTDEP       PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTCUSTO     PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTACUM      PIC 9(13)V99 VALUE ZEROS.
       01 W-SUBCUSTO     PIC 9(13)V99 VALUE ZEROS.
       01 W-SUBACUM      PIC 9(13)V99 VALUE ZEROS.
       01 W-CLAANT       PIC 9(02) VALUE ZEROS.
       01 I              PIC 9(03) VALUE ZEROS.
       01 J              PIC 9(03) VALUE ZEROS.
      *
      *    TOTAIS POR CLASSE E CENTRO DE CUSTO
       01 W-TOTCLC       PIC 9(03) VALUE ZEROS.
       01 TAB-CLC.
           03 TC-ITEM OCCURS 200 TIMES.
               05 TC-CHAVE.
                   07 TC-CLASSE   PIC 9(02).
                   07 TC-CC       PIC 9(03).
               05 TC-QTD          PIC 9(05).
               05 TC-CUSTO        PIC 9(13)V99.
               05 TC-ACUM         PIC 9(13)V99.
               05 TC-DEPMES       PIC 9(13)V99.
       01 TAB-SWAP       PIC X(55).
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 CABTIT    PIC X(45) VALUE SPACES.
           03 FILLER    PIC X(09) VALUE "EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CAB2.
           03 FILLER    PIC X(13) VALUE "COMPETENCIA: ".
           03 CABCOMP   PIC 9(06) VALUE ZEROS.
       01 CABDEP.
           03 FILLER    PIC X(40) VALUE
              "PLAQ.  DESCRICAO            CL  CC  MES ".
           03 FILLER    PIC X(39) VALUE
              " DEPREC. DO MES   DEPREC. ACUMULADA".
       01 DETDEP.
           03 DDPLAQ    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DDDESC    PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DDCLA     PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DDCC      PIC 9(03) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DDMES     PIC ZZ9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DDVAL     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 DDACUM    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 CABPOS.
           03 FILLER    PIC X(40) VALUE
              "PLAQ.  DESCRICAO            CL  CC  AQUI".
           03 FILLER    PIC X(39) VALUE
              "S.        CUSTO   DEPR.ACUM  VLR.CONTAB".
       01 DETPOS.
           03 DPPLA     PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DPDES     PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DPCLA     PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DPCCU     PIC 9(03) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DPAQU     PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DPCUS     PIC ZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DPACU     PIC ZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DPCON     PIC ZZZZZZZ9,99 VALUE ZEROS.
       01 CABRES.
           03 FILLER    PIC X(40) VALUE
              "CLASSE / CENTRO DE CUSTO     QTD        ".
           03 FILLER    PIC X(39) VALUE
              "    CUSTO     DEPR.ACUM    VLR.CONTABIL".
       01 DETRES.
           03 DRTXT     PIC X(07) VALUE SPACES.
           03 DRCLA     PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(04) VALUE " CC ".
           03 DRCC      PIC 9(03) VALUE ZEROS.
           03 FILLER    PIC X(12) VALUE SPACES.
           03 DRQTD     PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DRCUS     PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DRACU     PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DRCON     PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
       01 CABCRO1.
           03 FILLER    PIC X(07) VALUE "BEM:   ".
           03 CCPLAQ    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 CCDESC2   PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(08) VALUE " METODO ".
           03 CCMET     PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(07) VALUE " VIDA: ".
           03 CCVIDA    PIC ZZ9 VALUE ZEROS.
       01 CABCRO2.
           03 FILLER    PIC X(40) VALUE
              "COMPET.  SIT   PARCELA DO MES   DEPRECIA".
           03 FILLER    PIC X(39) VALUE
              "CAO ACUMULADA    VALOR CONTABIL".
       01 DETCRO.
           03 DCCOMP    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 DCSIT     PIC X(04) VALUE SPACES.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DCVAL     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(05) VALUE SPACES.
           03 DCACU     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 DCCON     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 TOTLIN.
           03 TLTXT     PIC X(30) VALUE SPACES.
           03 TLVAL     PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".
       SCREEN SECTION.
       01  TELAIMO.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   ATIVO IMO".
           05  LINE 02  COLUMN 42
               VALUE  "BILIZADO  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADIMOB
           IF ST-IMO = "30"
              OPEN OUTPUT CADIMOB
              CLOSE CADIMOB
              OPEN I-O CADIMOB.
           OPEN I-O CADCLIMOB
           IF ST-CLA = "30"
              OPEN OUTPUT CADCLIMOB
              CLOSE CADCLIMOB
              OPEN I-O CADCLIMOB.
           OPEN I-O CADDEPREC
           IF ST-DEP = "30"
              OPEN OUTPUT CADDEPREC
              CLOSE CADDEPREC
              OPEN I-O CADDEPREC.
           IF ST-IMO NOT = "00" OR ST-CLA NOT = "00"
              OR ST-DEP NOT = "00"
              MOVE "ERRO NA ABERTURA DO CADIMOB/CADCLIMOB/CADDEPREC"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O CADLANC
           IF ST-ERRO = "30"
              OPEN OUTPUT CADLANC
              CLOSE CADLANC
              OPEN I-O CADLANC.
           OPEN INPUT CADCTBMAP
           IF ST-ERRO2 NOT = "00"
              MOVE "SEM MAPA CONTABIL - USE O SCP050" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADIMOB CADCLIMOB CADDEPREC CADLANC
              GO TO ROT-FIM2.
           MOVE "N" TO W-TEMCC W-TEMNOTA
           OPEN INPUT CADCCUSTO
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-TEMCC.
           OPEN INPUT CADNOTA
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-TEMNOTA.
           MOVE 01 TO W-EMPATIVA
           OPEN INPUT CADEMPATIVA
           IF ST-EAT = "00"
              READ CADEMPATIVA
              IF ST-EAT = "00" AND EAT-COD > ZEROS
                 MOVE EAT-COD TO W-EMPATIVA.
           CLOSE CADEMPATIVA.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-IMO.
           DISPLAY TELAIMO
           DISPLAY (04, 01) "1 - CLASSES DE BENS (VIDA UTIL E METODO)"
           DISPLAY (05, 01) "2 - CADASTRO DE BENS"
           DISPLAY (06, 01) "3 - DEPRECIACAO MENSAL E CONTABILIZACAO"
           DISPLAY (07, 01) "4 - BAIXA / VENDA DE BEM"
           DISPLAY (08, 01) "5 - POSICAO POR CLASSE E CENTRO DE CUSTO"
           DISPLAY (09, 01) "6 - CRONOGRAMA DE DEPRECIACAO DE UM BEM"
           DISPLAY (10, 01) "0 - SAIR"
           DISPLAY (12, 01) "OPCAO: ".
           ACCEPT  (12, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO CLA-INI.
           IF W-OPCAO = "2"
              GO TO BEM-INI.
           IF W-OPCAO = "3"
              GO TO DEP-INI.
           IF W-OPCAO = "4"
              GO TO BX-INI.
           IF W-OPCAO = "5"
              GO TO POS-INI.
           IF W-OPCAO = "6"
              GO TO CRO-INI.
           GO TO MENU-IMO.

      *
      ************************************************
      * CLASSES DE BENS                              *
      ************************************************
      *
       CLA-INI.
           DISPLAY TELAIMO
           DISPLAY (04, 01) "CLASSE (0=VOLTAR): ".
           ACCEPT  (04, 20) W-CLASSE.
           IF W-CLASSE = ZEROS
              GO TO MENU-IMO.
           MOVE W-CLASSE TO CIMCOD
           MOVE "S" TO W-NOVO
           READ CADCLIMOB
           IF ST-CLA = "00"
              MOVE "N" TO W-NOVO
           ELSE
              MOVE SPACES TO CIMDESC
              MOVE ZEROS TO CIMVIDA
              MOVE "L" TO CIMMETODO.
       CLA-DESC.
           DISPLAY (05, 01) "DESCRICAO: ".
           ACCEPT  (05, 12) CIMDESC WITH UPDATE.
           IF CIMDESC = SPACES
              MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CLA-DESC.
       CLA-VIDA.
           DISPLAY (06, 01) "VIDA UTIL (MESES): ".
           ACCEPT  (06, 20) CIMVIDA WITH UPDATE.
           IF CIMVIDA = ZEROS
              MOVE "*** VIDA UTIL OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CLA-VIDA.
       CLA-MET.
           DISPLAY (07, 01) "METODO (L=LINEAR S=SOMA DOS DIGITOS): ".
           ACCEPT  (07, 40) CIMMETODO WITH UPDATE.
           IF CIMMETODO NOT = "L" AND CIMMETODO NOT = "S"
              MOVE "*** DIGITE L OU S ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CLA-MET.
           MOVE "S" TO W-OPCAO
           DISPLAY (09, 01) "GRAVA (S/N): ".
           ACCEPT  (09, 14) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO CLA-INI.
           IF W-NOVO = "S"
              WRITE REGCLIMOB
           ELSE
              REWRITE REGCLIMOB.
           IF ST-CLA NOT = "00" AND ST-CLA NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADCLIMOB" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** CLASSE GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CLA-INI.

      *
      ************************************************
      * CADASTRO DE BENS                             *
      * DEPOIS DA PRIMEIRA DEPRECIACAO SO DESCRICAO  *
      * E CENTRO DE CUSTO PODEM SER ALTERADOS        *
      ************************************************
      *
       BEM-INI.
           DISPLAY TELAIMO
           DISPLAY (04, 01) "PLAQUETA (0=VOLTAR): ".
           ACCEPT  (04, 22) W-PLAQ.
           IF W-PLAQ = ZEROS
              GO TO MENU-IMO.
           MOVE W-PLAQ TO IMPLAQ
           MOVE "S" TO W-NOVO
           READ CADIMOB
           IF ST-IMO = "00"
              MOVE "N" TO W-NOVO
              GO TO BEM-MOSTRA.
           MOVE SPACES TO IMDESC IMMETODO
           MOVE ZEROS TO IMCLASSE IMCC IMFORCNPJ IMNOTA IMDATAAQ
           MOVE ZEROS TO IMVALOR IMRESID IMVIDA IMDEPACUM IMMESES
           MOVE ZEROS TO IMULTCOMP IMDATABX IMVALVENDA IMRESULT
           MOVE "A" TO IMSTATUS
           MOVE W-EMPATIVA TO IMEMP
           GO TO BEM-DESC.
       BEM-MOSTRA.
           PERFORM MOSTRA-BEM THRU MOSTRA-BEM-FIM
           IF IMSTATUS NOT = "A"
              MOVE "*** BEM BAIXADO - SOMENTE CONSULTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BEM-INI.
       BEM-DESC.
           DISPLAY (05, 01) "DESCRICAO: ".
           ACCEPT  (05, 12) IMDESC WITH UPDATE.
           IF IMDESC = SPACES
              MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BEM-DESC.
       BEM-CC.
           DISPLAY (07, 01) "CENTRO DE CUSTO: ".
           ACCEPT  (07, 18) IMCC WITH UPDATE.
           IF W-TEMCC = "S"
              MOVE IMCC TO CCCODIGO
              READ CADCCUSTO
              IF ST-ERRO3 NOT = "00"
                 MOVE "*** CENTRO DE CUSTO NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO BEM-CC
              ELSE
                 DISPLAY (07, 24) CCDESC.
           IF IMMESES > ZEROS
              GO TO BEM-OPC.
       BEM-CLA.
           DISPLAY (06, 01) "CLASSE: ".
           ACCEPT  (06, 09) IMCLASSE WITH UPDATE.
           MOVE IMCLASSE TO CIMCOD
           READ CADCLIMOB
           IF ST-CLA NOT = "00"
              MOVE "*** CLASSE NAO CADASTRADA (OPCAO 1) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BEM-CLA.
           DISPLAY (06, 13) CIMDESC
           IF IMVIDA = ZEROS
              MOVE CIMVIDA TO IMVIDA
              MOVE CIMMETODO TO IMMETODO.
       BEM-NOTA.
           DISPLAY (08, 01) "NOTA DE ENTRADA - CNPJ FORNECEDOR: ".
           ACCEPT  (08, 36) IMFORCNPJ WITH UPDATE.
           IF IMFORCNPJ = ZEROS
              MOVE ZEROS TO IMNOTA
              GO TO BEM-DATA.
           DISPLAY (09, 01) "NUMERO DA NOTA: ".
           ACCEPT  (09, 17) IMNOTA WITH UPDATE.
           IF W-TEMNOTA NOT = "S"
              GO TO BEM-DATA.
           MOVE IMFORCNPJ TO NOTCNPJ
           MOVE IMNOTA TO NOTNUM
           READ CADNOTA
           IF ST-ERRO4 NOT = "00"
              MOVE "*** NOTA NAO LANCADA NO SCP028 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BEM-NOTA.
           IF IMDATAAQ = ZEROS
              MOVE NOTDATA TO IMDATAAQ.
       BEM-DATA.
           DISPLAY (10, 01) "DATA DE AQUISICAO: ".
           ACCEPT  (10, 20) IMDATAAQ WITH UPDATE.
           IF IMDATAAQ = ZEROS OR IMDATAAQ > W-HOJE
              MOVE "*** DATA DE AQUISICAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BEM-DATA.
       BEM-VALOR.
           DISPLAY (11, 01) "VALOR DE AQUISICAO: ".
           ACCEPT  (11, 21) IMVALOR WITH UPDATE.
           IF IMVALOR = ZEROS
              MOVE "*** VALOR OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BEM-VALOR.
           DISPLAY (12, 01) "VALOR RESIDUAL: ".
           ACCEPT  (12, 17) IMRESID WITH UPDATE.
           IF IMRESID NOT < IMVALOR
              MOVE "*** RESIDUAL DEVE SER MENOR QUE O VALOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BEM-VALOR.
       BEM-VIDA.
           DISPLAY (13, 01) "VIDA UTIL (MESES): ".
           ACCEPT  (13, 20) IMVIDA WITH UPDATE.
           IF IMVIDA = ZEROS
              MOVE "*** VIDA UTIL OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BEM-VIDA.
           DISPLAY (14, 01) "METODO (L/S): ".
           ACCEPT  (14, 15) IMMETODO WITH UPDATE.
           IF IMMETODO NOT = "L" AND IMMETODO NOT = "S"
              MOVE "*** DIGITE L OU S ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BEM-VIDA.
       BEM-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (20, 01) "GRAVA O BEM (S/N): ".
           ACCEPT  (20, 20) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** ALTERACAO ABANDONADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BEM-INI.
           IF W-NOVO = "S"
              WRITE REGIMOB
           ELSE
              REWRITE REGIMOB.
           IF ST-IMO NOT = "00" AND ST-IMO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADIMOB" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** BEM GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO BEM-INI.

       MOSTRA-BEM.
           DISPLAY (05, 01) "DESCRICAO: "
           DISPLAY (05, 12) IMDESC
           DISPLAY (06, 01) "CLASSE: "
           DISPLAY (06, 09) IMCLASSE
           DISPLAY (07, 01) "CENTRO DE CUSTO: "
           DISPLAY (07, 18) IMCC
           DISPLAY (08, 01) "NOTA DE ENTRADA - CNPJ FORNECEDOR: "
           DISPLAY (08, 36) IMFORCNPJ
           DISPLAY (09, 01) "NUMERO DA NOTA: "
           DISPLAY (09, 17) IMNOTA
           DISPLAY (10, 01) "DATA DE AQUISICAO: "
           DISPLAY (10, 20) IMDATAAQ
           DISPLAY (11, 01) "VALOR DE AQUISICAO: "
           DISPLAY (11, 21) IMVALOR
           DISPLAY (12, 01) "VALOR RESIDUAL: "
           DISPLAY (12, 17) IMRESID
           DISPLAY (13, 01) "VIDA UTIL (MESES): "
           DISPLAY (13, 20) IMVIDA
           DISPLAY (14, 01) "METODO (L/S): "
           DISPLAY (14, 15) IMMETODO
           DISPLAY (16, 01) "DEPRECIACAO ACUMULADA: "
           DISPLAY (16, 24) IMDEPACUM
           DISPLAY (16, 40) "MESES: "
           DISPLAY (16, 47) IMMESES
           DISPLAY (17, 01) "SITUACAO: "
           DISPLAY (17, 11) IMSTATUS
           IF IMSTATUS NOT = "A"
              DISPLAY (17, 14) "BAIXA EM "
              DISPLAY (17, 23) IMDATABX
              MOVE IMRESULT TO W-RESULTED
              DISPLAY (17, 33) "RESULTADO: "
              DISPLAY (17, 44) W-RESULTED.
       MOSTRA-BEM-FIM.
           EXIT.

      *
      *    PARCELA DO MES SOBRE W-ACUM / W-MESES
      *    A ULTIMA PARCELA LEVA O SALDO A DEPRECIAR
      *
       CALC-DEPR.
           MOVE ZEROS TO W-DEPMES
           COMPUTE W-DEPRECIAVEL = IMVALOR - IMRESID
           IF W-ACUM NOT < W-DEPRECIAVEL OR W-MESES NOT < IMVIDA
              GO TO CALC-DEPR-FIM.
           COMPUTE W-SALDODEP = W-DEPRECIAVEL - W-ACUM
           IF IMMETODO = "S"
              COMPUTE W-RESTAM = IMVIDA - W-MESES
              COMPUTE W-SOMADIG = IMVIDA * (IMVIDA + 1) / 2
              COMPUTE W-DEPMES ROUNDED =
                 W-DEPRECIAVEL * W-RESTAM / W-SOMADIG
           ELSE
              COMPUTE W-DEPMES ROUNDED = W-DEPRECIAVEL / IMVIDA.
           IF W-DEPMES > W-SALDODEP OR W-MESES + 1 NOT < IMVIDA
              MOVE W-SALDODEP TO W-DEPMES.
       CALC-DEPR-FIM.
           EXIT.

      *
      ************************************************
      * DEPRECIACAO MENSAL                           *
      ************************************************
      *
       DEP-INI.
           DISPLAY TELAIMO
           DISPLAY (04, 01) "COMPETENCIA (AAAAMM  0=VOLTAR): ".
           ACCEPT  (04, 33) W-COMPET.
           IF W-COMPET = ZEROS
              GO TO MENU-IMO.
           IF MES-COMP < 1 OR MES-COMP > 12
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEP-INI.
           CALL "CTBVER" USING W-COMPET W-FECH
           IF W-FECH = "S"
              MOVE "*** COMPETENCIA FECHADA NA CONTABILIDADE ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEP-INI.
      *    UMA DEPRECIACAO POR COMPETENCIA
           MOVE W-COMPET TO DPCOMPET
           MOVE ZEROS TO DPPLAQ
           START CADDEPREC KEY IS NOT LESS DPCHAVE
           IF ST-DEP = "00"
              READ CADDEPREC NEXT
              IF ST-DEP = "00" AND DPCOMPET = W-COMPET
                 MOVE "* COMPETENCIA JA DEPRECIADA *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO DEP-INI.
           MOVE "S" TO W-OPCAO
           DISPLAY (06, 01) "CALCULA E CONTABILIZA (S/N): ".
           ACCEPT  (06, 30) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO MENU-IMO.
      *    TODA CLASSE A DEPRECIAR PRECISA DE MAPA ANTES DE GRAVAR
           MOVE ZEROS TO IMPLAQ
           START CADIMOB KEY IS NOT LESS IMPLAQ
           IF ST-IMO NOT = "00"
              GO TO DEP-CALC.
       DEP-VER.
           READ CADIMOB NEXT
           IF ST-IMO NOT = "00"
              GO TO DEP-CALC.
           IF IMSTATUS NOT = "A" OR IMULTCOMP NOT < W-COMPET
              GO TO DEP-VER.
           MOVE IMDATAAQ TO W-DATAAUX
           IF COMP-AUX NOT < W-COMPET
              GO TO DEP-VER.
           MOVE IMDEPACUM TO W-ACUM
           MOVE IMMESES TO W-MESES
           PERFORM CALC-DEPR THRU CALC-DEPR-FIM
           IF W-DEPMES = ZEROS
              GO TO DEP-VER.
           MOVE "DEPRE" TO W-MAPBASE
           MOVE IMCLASSE TO W-CLASSE
           PERFORM VER-MAPA THRU VER-MAPA-FIM
           IF W-TEMMAPA = "S"
              GO TO DEP-VER.
           MOVE SPACES TO MENS
           STRING "* SEM MAPA IMO/DEPRE DA CLASSE " W-CLASSE
                  " NO SCP050 *" DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO DEP-INI.
       DEP-CALC.
           MOVE ZEROS TO W-TOTCLC W-QTDBENS W-TOTDEP W-QTDGER
           OPEN OUTPUT RELIMOB
           MOVE "DEPRECIACAO MENSAL DO ATIVO IMOBILIZADO" TO CABTIT
           MOVE W-HOJE TO CABEMIS
           MOVE W-COMPET TO CABCOMP
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CABDEP
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO IMPLAQ
           START CADIMOB KEY IS NOT LESS IMPLAQ
           IF ST-IMO NOT = "00"
              GO TO DEP-LANCA.
       DEP-RD.
           READ CADIMOB NEXT
           IF ST-IMO NOT = "00"
              GO TO DEP-LANCA.
           IF IMSTATUS NOT = "A" OR IMULTCOMP NOT < W-COMPET
              GO TO DEP-RD.
           MOVE IMDATAAQ TO W-DATAAUX
           IF COMP-AUX NOT < W-COMPET
              GO TO DEP-RD.
           MOVE IMDEPACUM TO W-ACUM
           MOVE IMMESES TO W-MESES
           PERFORM CALC-DEPR THRU CALC-DEPR-FIM
           IF W-DEPMES = ZEROS
              GO TO DEP-RD.
           ADD W-DEPMES TO IMDEPACUM
           ADD 1 TO IMMESES
           MOVE W-COMPET TO IMULTCOMP
           REWRITE REGIMOB
           IF ST-IMO NOT = "00"
              GO TO DEP-RD.
           MOVE W-COMPET TO DPCOMPET
           MOVE IMPLAQ TO DPPLAQ
           MOVE W-DEPMES TO DPVALOR
           MOVE IMDEPACUM TO DPACUM
           MOVE IMCLASSE TO DPCLASSE
           MOVE IMCC TO DPCC
           WRITE REGDEPREC
           ADD 1 TO W-QTDBENS
           ADD W-DEPMES TO W-TOTDEP
           PERFORM SOMA-CLC THRU SOMA-CLC-FIM
           IF I > ZEROS
              ADD W-DEPMES TO TC-DEPMES(I).
           MOVE IMPLAQ TO DDPLAQ
           MOVE IMDESC TO DDDESC
           MOVE IMCLASSE TO DDCLA
           MOVE IMCC TO DDCC
           MOVE IMMESES TO DDMES
           MOVE W-DEPMES TO DDVAL
           MOVE IMDEPACUM TO DDACUM
           WRITE REGREL FROM DETDEP
           GO TO DEP-RD.

      *    UM LANCAMENTO POR CLASSE E CENTRO DE CUSTO
       DEP-LANCA.
           PERFORM PROX-SEQ THRU PROX-SEQ-FIM
           MOVE 1 TO I.
       DEP-LANCA-1.
           IF I > W-TOTCLC
              GO TO DEP-FIM.
           MOVE "DEPRE" TO W-MAPBASE
           MOVE TC-CLASSE(I) TO W-CLASSE
           MOVE TC-CC(I) TO W-CCLAN
           MOVE TC-DEPMES(I) TO W-VALMOV
           MOVE SPACES TO W-HISTLAN
           STRING "DEPRECIACAO CLASSE " DELIMITED BY SIZE
                  W-CLASSE DELIMITED BY SIZE
                  INTO W-HISTLAN
           PERFORM LANCA THRU LANCA-FIM
           ADD 1 TO I
           GO TO DEP-LANCA-1.
       DEP-FIM.
           WRITE REGREL FROM LINSEP
           MOVE "TOTAL DEPRECIADO NO MES:" TO TLTXT
           MOVE W-TOTDEP TO TLVAL
           WRITE REGREL FROM TOTLIN
           CLOSE RELIMOB
           PERFORM SPOOL THRU SPOOL-FIM
           DISPLAY (08, 01) "BENS DEPRECIADOS:     "
           DISPLAY (08, 23) W-QTDBENS
           DISPLAY (09, 01) "TOTAL DO MES:         "
           DISPLAY (09, 23) W-TOTDEP
           DISPLAY (10, 01) "LANCAMENTOS GERADOS:  "
           DISPLAY (10, 23) W-QTDGER
           IF W-TOTDEP > ZEROS AND W-QTDGER = ZEROS
              MOVE "* SEM MAPA IMO/DEPRE NO SCP050 - NAO CONTABILIZOU*"
                                             TO MENS
           ELSE
              MOVE "*** DEPRECIACAO CALCULADA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-IMO.

      *
      *    LOCALIZA (OU CRIA) CLASSE + CENTRO DE CUSTO NA TABELA
      *
       SOMA-CLC.
           MOVE 1 TO I.
       SOMA-CLC-1.
           IF I > W-TOTCLC
              IF W-TOTCLC < 200
                 ADD 1 TO W-TOTCLC
                 MOVE IMCLASSE TO TC-CLASSE(W-TOTCLC)
                 MOVE IMCC TO TC-CC(W-TOTCLC)
                 MOVE ZEROS TO TC-QTD(W-TOTCLC) TC-CUSTO(W-TOTCLC)
                 MOVE ZEROS TO TC-ACUM(W-TOTCLC) TC-DEPMES(W-TOTCLC)
                 MOVE W-TOTCLC TO I
                 GO TO SOMA-CLC-FIM
              ELSE
                 MOVE ZEROS TO I
                 GO TO SOMA-CLC-FIM.
           IF TC-CLASSE(I) = IMCLASSE AND TC-CC(I) = IMCC
              GO TO SOMA-CLC-FIM.
           ADD 1 TO I
           GO TO SOMA-CLC-1.
       SOMA-CLC-FIM.
           EXIT.

      *
      *    PROXIMA SEQUENCIA DO IMOBILIZADO NA COMPETENCIA (9000+)
      *
       PROX-SEQ.
           MOVE 9000 TO W-SEQ
           MOVE W-COMPET TO LANCOMPET
           MOVE 9000 TO LANSEQ
           START CADLANC KEY IS NOT LESS LANCHAVE
           IF ST-ERRO NOT = "00"
              GO TO PROX-SEQ-FIM.
       PROX-SEQ-RD.
           READ CADLANC NEXT
           IF ST-ERRO NOT = "00" OR LANCOMPET NOT = W-COMPET
              GO TO PROX-SEQ-FIM.
           MOVE LANSEQ TO W-SEQ
           GO TO PROX-SEQ-RD.
       PROX-SEQ-FIM.
           EXIT.

      *
      *    GRAVA UM LANCAMENTO PELO MAPA IMO/<RAIZ><CLASSE>;
      *    SEM MAPA DA CLASSE USA O IMO/<RAIZ> GERAL
      *
       LANCA.
           IF W-VALMOV = ZEROS
              GO TO LANCA-FIM.
           PERFORM VER-MAPA THRU VER-MAPA-FIM
           IF W-TEMMAPA NOT = "S"
              GO TO LANCA-FIM.
           IF W-SEQ NOT < 9999
              GO TO LANCA-FIM.
           ADD 1 TO W-SEQ
           MOVE W-COMPET TO LANCOMPET
           MOVE W-SEQ TO LANSEQ
           MOVE MAPDEB TO LANDEB
           MOVE MAPCRE TO LANCRE
           MOVE W-HISTLAN TO LANHIST
           MOVE W-VALMOV TO LANVALOR
           MOVE W-CCLAN TO LANCC
           WRITE REGLANC
           IF ST-ERRO = "00" OR ST-ERRO = "02"
              ADD 1 TO W-QTDGER.
       LANCA-FIM.
           EXIT.

      *
      *    LE O MAPA IMO/<RAIZ><CLASSE> OU O IMO/<RAIZ> GERAL
      *
       VER-MAPA.
           MOVE "N" TO W-TEMMAPA
           MOVE "IMO" TO MAPORIGEM
           MOVE SPACES TO W-MAPREF
           MOVE W-MAPBASE TO W-MAPRAIZ
           MOVE W-CLASSE TO W-MAPCLA
           MOVE W-MAPREF TO MAPREF
           READ CADCTBMAP
           IF ST-ERRO2 NOT = "00"
              MOVE W-MAPBASE TO MAPREF
              READ CADCTBMAP
              IF ST-ERRO2 NOT = "00"
                 GO TO VER-MAPA-FIM.
           MOVE "S" TO W-TEMMAPA.
       VER-MAPA-FIM.
           EXIT.

      *
      ************************************************
      * BAIXA / VENDA                                *
      * RESULTADO = VALOR DA VENDA - VALOR CONTABIL  *
      * (CUSTO - DEPRECIACAO ACUMULADA ATE A ULTIMA  *
      * DEPRECIACAO CALCULADA)                       *
      ************************************************
      *
       BX-INI.
           DISPLAY TELAIMO
           DISPLAY (04, 01) "PLAQUETA (0=VOLTAR): ".
           ACCEPT  (04, 22) W-PLAQ.
           IF W-PLAQ = ZEROS
              GO TO MENU-IMO.
           MOVE W-PLAQ TO IMPLAQ
           READ CADIMOB
           IF ST-IMO NOT = "00"
              MOVE "*** BEM NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-INI.
           PERFORM MOSTRA-BEM THRU MOSTRA-BEM-FIM
           IF IMSTATUS NOT = "A"
              MOVE "*** BEM JA BAIXADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-INI.
       BX-TIPO.
           MOVE "V" TO W-TIPOBX
           DISPLAY (18, 01) "V=VENDA  B=BAIXA (PERDA/SUCATA): ".
           ACCEPT  (18, 35) W-TIPOBX WITH UPDATE.
           IF W-TIPOBX NOT = "V" AND W-TIPOBX NOT = "B"
              MOVE "*** DIGITE V OU B ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-TIPO.
       BX-DATA.
           MOVE W-HOJE TO W-DATABX
           DISPLAY (19, 01) "DATA DA BAIXA: ".
           ACCEPT  (19, 16) W-DATABX WITH UPDATE.
           IF W-DATABX < IMDATAAQ OR W-DATABX > W-HOJE
              MOVE "*** DATA DA BAIXA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-DATA.
           MOVE W-DATABX TO W-DATAAUX
           MOVE COMP-AUX TO W-COMPET
           CALL "CTBVER" USING W-COMPET W-FECH
           IF W-FECH = "S"
              MOVE "*** COMPETENCIA FECHADA NA CONTABILIDADE ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-DATA.
           MOVE ZEROS TO W-VALVENDA
           IF W-TIPOBX = "B"
              GO TO BX-CALC.
       BX-VENDA.
           DISPLAY (19, 30) "VALOR DA VENDA: ".
           ACCEPT  (19, 46) W-VALVENDA WITH UPDATE.
           IF W-VALVENDA = ZEROS
              MOVE "*** INFORME O VALOR DA VENDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-VENDA.
       BX-CALC.
           COMPUTE W-VALCONT = IMVALOR - IMDEPACUM
           COMPUTE W-RESULT = W-VALVENDA - W-VALCONT
           MOVE W-RESULT TO W-RESULTED
           DISPLAY (20, 01) "VALOR CONTABIL: "
           DISPLAY (20, 17) W-VALCONT
           IF W-RESULT < ZEROS
              DISPLAY (20, 33) "PERDA: "
           ELSE
              DISPLAY (20, 33) "GANHO: ".
           DISPLAY (20, 40) W-RESULTED
      *    MAPAS DA BAIXA CONFERIDOS ANTES DE MEXER NO BEM
           MOVE IMCLASSE TO W-CLASSE
           IF IMDEPACUM > ZEROS
              MOVE "BXDEP" TO W-MAPBASE
              PERFORM VER-MAPA THRU VER-MAPA-FIM
              IF W-TEMMAPA NOT = "S"
                 GO TO BX-SEMMAPA.
           IF W-VALCONT > ZEROS
              MOVE "BAIXA" TO W-MAPBASE
              PERFORM VER-MAPA THRU VER-MAPA-FIM
              IF W-TEMMAPA NOT = "S"
                 GO TO BX-SEMMAPA.
           IF W-VALVENDA > ZEROS
              MOVE "VENDA" TO W-MAPBASE
              PERFORM VER-MAPA THRU VER-MAPA-FIM
              IF W-TEMMAPA NOT = "S"
                 GO TO BX-SEMMAPA.
           GO TO BX-CONF.
       BX-SEMMAPA.
           MOVE SPACES TO MENS
           STRING "* SEM MAPA IMO/" W-MAPBASE " DA CLASSE " W-CLASSE
                  " NO SCP050 *" DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO BX-INI.
       BX-CONF.
           MOVE "N" TO W-OPCAO
           DISPLAY (21, 01) "CONFIRMA A BAIXA (S/N): ".
           ACCEPT  (21, 25) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** BAIXA ABANDONADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-INI.
           IF W-TIPOBX = "V"
              MOVE "V" TO IMSTATUS
           ELSE
              MOVE "B" TO IMSTATUS.
           MOVE W-DATABX TO IMDATABX
           MOVE W-VALVENDA TO IMVALVENDA
           MOVE W-RESULT TO IMRESULT
           REWRITE REGIMOB
           IF ST-IMO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CADIMOB" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *    CONTABILIZA NA COMPETENCIA DA BAIXA
           MOVE W-DATABX TO W-DATAAUX
           MOVE COMP-AUX TO W-COMPET
           MOVE ZEROS TO W-QTDGER
           PERFORM PROX-SEQ THRU PROX-SEQ-FIM
           MOVE IMCLASSE TO W-CLASSE
           MOVE IMCC TO W-CCLAN
           MOVE SPACES TO W-HISTLAN
           STRING "BAIXA BEM " DELIMITED BY SIZE
                  IMPLAQ DELIMITED BY SIZE
                  INTO W-HISTLAN
           MOVE "BXDEP" TO W-MAPBASE
           MOVE IMDEPACUM TO W-VALMOV
           PERFORM LANCA THRU LANCA-FIM
           MOVE "BAIXA" TO W-MAPBASE
           MOVE W-VALCONT TO W-VALMOV
           PERFORM LANCA THRU LANCA-FIM
           MOVE SPACES TO W-HISTLAN
           STRING "VENDA BEM " DELIMITED BY SIZE
                  IMPLAQ DELIMITED BY SIZE
                  INTO W-HISTLAN
           MOVE "VENDA" TO W-MAPBASE
           MOVE W-VALVENDA TO W-VALMOV
           PERFORM LANCA THRU LANCA-FIM
           DISPLAY (22, 01) "LANCAMENTOS GERADOS: "
           DISPLAY (22, 22) W-QTDGER
           MOVE "*** BAIXA REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO BX-INI.

      *
      ************************************************
      * POSICAO POR CLASSE E CENTRO DE CUSTO         *
      ************************************************
      *
       POS-INI.
           MOVE ZEROS TO W-TOTCLC W-QTDBENS W-TOTCUSTO W-TOTACUM
           OPEN OUTPUT RELIMOB
           MOVE "POSICAO DO ATIVO IMOBILIZADO" TO CABTIT
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CABPOS
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO IMPLAQ
           START CADIMOB KEY IS NOT LESS IMPLAQ
           IF ST-IMO NOT = "00"
              GO TO POS-RESUMO.
       POS-RD.
           READ CADIMOB NEXT
           IF ST-IMO NOT = "00"
              GO TO POS-RESUMO.
           IF IMSTATUS NOT = "A"
              GO TO POS-RD.
           ADD 1 TO W-QTDBENS
           ADD IMVALOR TO W-TOTCUSTO
           ADD IMDEPACUM TO W-TOTACUM
           PERFORM SOMA-CLC THRU SOMA-CLC-FIM
           IF I > ZEROS
              ADD 1 TO TC-QTD(I)
              ADD IMVALOR TO TC-CUSTO(I)
              ADD IMDEPACUM TO TC-ACUM(I).
           MOVE IMPLAQ TO DPPLA
           MOVE IMDESC TO DPDES
           MOVE IMCLASSE TO DPCLA
           MOVE IMCC TO DPCCU
           MOVE IMDATAAQ TO DPAQU
           MOVE IMVALOR TO DPCUS
           MOVE IMDEPACUM TO DPACU
           COMPUTE DPCON = IMVALOR - IMDEPACUM
           WRITE REGREL FROM DETPOS
           GO TO POS-RD.

       POS-RESUMO.
           PERFORM ORDENA-CLC THRU ORDENA-CLC-FIM
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CABRES
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO W-SUBCUSTO W-SUBACUM
           MOVE 1 TO I.
       POS-RESUMO-1.
           IF I > W-TOTCLC
              PERFORM POS-SUBTOT THRU POS-SUBTOT-FIM
              GO TO POS-FIM.
           IF I > 1 AND TC-CLASSE(I) NOT = W-CLAANT
              PERFORM POS-SUBTOT THRU POS-SUBTOT-FIM.
           MOVE TC-CLASSE(I) TO W-CLAANT
           MOVE "CLASSE " TO DRTXT
           MOVE TC-CLASSE(I) TO DRCLA
           MOVE TC-CC(I) TO DRCC
           MOVE TC-QTD(I) TO DRQTD
           MOVE TC-CUSTO(I) TO DRCUS
           MOVE TC-ACUM(I) TO DRACU
           COMPUTE DRCON = TC-CUSTO(I) - TC-ACUM(I)
           WRITE REGREL FROM DETRES
           ADD TC-CUSTO(I) TO W-SUBCUSTO
           ADD TC-ACUM(I) TO W-SUBACUM
           ADD 1 TO I
           GO TO POS-RESUMO-1.

       POS-SUBTOT.
           IF W-TOTCLC = ZEROS
              GO TO POS-SUBTOT-FIM.
           MOVE SPACES TO TLTXT
           STRING "   CUSTO DA CLASSE " DELIMITED BY SIZE
                  W-CLAANT DELIMITED BY SIZE
                  INTO TLTXT
           MOVE W-SUBCUSTO TO TLVAL
           WRITE REGREL FROM TOTLIN
           MOVE "   DEPREC. ACUMULADA" TO TLTXT
           MOVE W-SUBACUM TO TLVAL
           WRITE REGREL FROM TOTLIN
           MOVE ZEROS TO W-SUBCUSTO W-SUBACUM.
       POS-SUBTOT-FIM.
           EXIT.

       POS-FIM.
           WRITE REGREL FROM LINSEP
           MOVE "CUSTO TOTAL DO IMOBILIZADO:" TO TLTXT
           MOVE W-TOTCUSTO TO TLVAL
           WRITE REGREL FROM TOTLIN
           MOVE "DEPRECIACAO ACUMULADA:" TO TLTXT
           MOVE W-TOTACUM TO TLVAL
           WRITE REGREL FROM TOTLIN
           MOVE "VALOR CONTABIL LIQUIDO:" TO TLTXT
           COMPUTE TLVAL = W-TOTCUSTO - W-TOTACUM
           WRITE REGREL FROM TOTLIN
           CLOSE RELIMOB
           PERFORM SPOOL THRU SPOOL-FIM
           DISPLAY TELAIMO
           DISPLAY (08, 01) "BENS ATIVOS: "
           DISPLAY (08, 14) W-QTDBENS
           MOVE "*** RELATORIO GRAVADO EM IMOBIL.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-IMO.

      *
      *    ORDENA A TABELA POR CLASSE E CENTRO DE CUSTO
      *
       ORDENA-CLC.
           MOVE 1 TO I.
       ORDENA-CLC-1.
           IF I NOT < W-TOTCLC
              GO TO ORDENA-CLC-FIM.
           COMPUTE J = I + 1.
       ORDENA-CLC-2.
           IF J > W-TOTCLC
              ADD 1 TO I
              GO TO ORDENA-CLC-1.
           IF TC-CHAVE(J) < TC-CHAVE(I)
              MOVE TC-ITEM(I) TO TAB-SWAP
              MOVE TC-ITEM(J) TO TC-ITEM(I)
              MOVE TAB-SWAP TO TC-ITEM(J).
           ADD 1 TO J
           GO TO ORDENA-CLC-2.
       ORDENA-CLC-FIM.
           EXIT.

      *
      ************************************************
      * CRONOGRAMA: MESES JA DEPRECIADOS (CADDEPREC) *
      * E PROJECAO DOS RESTANTES                     *
      ************************************************
      *
       CRO-INI.
           DISPLAY TELAIMO
           DISPLAY (04, 01) "PLAQUETA (0=VOLTAR): ".
           ACCEPT  (04, 22) W-PLAQ.
           IF W-PLAQ = ZEROS
              GO TO MENU-IMO.
           MOVE W-PLAQ TO IMPLAQ
           READ CADIMOB
           IF ST-IMO NOT = "00"
              MOVE "*** BEM NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CRO-INI.
           OPEN OUTPUT RELIMOB
           MOVE "CRONOGRAMA DE DEPRECIACAO" TO CABTIT
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           MOVE IMPLAQ TO CCPLAQ
           MOVE IMDESC TO CCDESC2
           MOVE IMMETODO TO CCMET
           MOVE IMVIDA TO CCVIDA
           WRITE REGREL FROM CABCRO1
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CABCRO2
           WRITE REGREL FROM LINSEP
           MOVE ZEROS TO DPCOMPET DPPLAQ
           START CADDEPREC KEY IS NOT LESS DPCHAVE
           IF ST-DEP NOT = "00"
              GO TO CRO-PROJ.
       CRO-RD.
           READ CADDEPREC NEXT
           IF ST-DEP NOT = "00"
              GO TO CRO-PROJ.
           IF DPPLAQ NOT = IMPLAQ
              GO TO CRO-RD.
           MOVE DPCOMPET TO DCCOMP
           MOVE "REAL" TO DCSIT
           MOVE DPVALOR TO DCVAL
           MOVE DPACUM TO DCACU
           COMPUTE DCCON = IMVALOR - DPACUM
           WRITE REGREL FROM DETCRO
           GO TO CRO-RD.
       CRO-PROJ.
           IF IMSTATUS NOT = "A"
              GO TO CRO-FIM.
           MOVE IMDEPACUM TO W-ACUM
           MOVE IMMESES TO W-MESES
           IF IMULTCOMP > ZEROS
              MOVE IMULTCOMP TO W-COMPET
           ELSE
              MOVE IMDATAAQ TO W-DATAAUX
              MOVE COMP-AUX TO W-COMPET.
       CRO-PROJ-1.
           PERFORM CALC-DEPR THRU CALC-DEPR-FIM
           IF W-DEPMES = ZEROS
              GO TO CRO-FIM.
           ADD 1 TO MES-COMP
           IF MES-COMP > 12
              MOVE 1 TO MES-COMP
              ADD 1 TO ANO-COMP.
           ADD W-DEPMES TO W-ACUM
           ADD 1 TO W-MESES
           MOVE W-COMPET TO DCCOMP
           MOVE "PREV" TO DCSIT
           MOVE W-DEPMES TO DCVAL
           MOVE W-ACUM TO DCACU
           COMPUTE DCCON = IMVALOR - W-ACUM
           WRITE REGREL FROM DETCRO
           GO TO CRO-PROJ-1.
       CRO-FIM.
           WRITE REGREL FROM LINSEP
           CLOSE RELIMOB
           PERFORM SPOOL THRU SPOOL-FIM
           MOVE "*** CRONOGRAMA GRAVADO EM IMOBIL.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CRO-INI.

      *    O RELATORIO VAI PARA O SPOOL CENTRAL (SCP067)
       SPOOL.
           MOVE "IMOBIL" TO W-SPPROG
           MOVE "IMOBIL.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ.
       SPOOL-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADIMOB CADCLIMOB CADDEPREC CADLANC CADCTBMAP
           IF W-TEMCC = "S"
              CLOSE CADCCUSTO.
           IF W-TEMNOTA = "S"
              CLOSE CADNOTA.
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
