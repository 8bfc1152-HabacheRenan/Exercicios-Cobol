       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATCONT.
      *******************************
      * FATURAMENTO MENSAL DOS CONTRATOS - PASSO DA CADEIA        *
      * NOTURNA (CADJOB), TAMBEM PODE SER RODADO PELO MENU        *
      * CADA CONTRATO ATIVO E VIGENTE (SCP081) CUJO DIA DE        *
      * FATURAMENTO JA CHEGOU NO MES GERA A VENDA (CADVENDA JA    *
      * EXPEDIDA, SEM RESERVA DE ESTOQUE), A NOTA DE SAIDA        *
      * (CADNFSAIDA, COM A NF-E PENDENTE NO CADNFE PARA O NFEEXP; *
      * A IMPRESSAO E FEITA NO SCP043 DEPOIS DA AUTORIZACAO) E AS *
      * PARCELAS NO CADRECEBER PELA CONDICAO DE PAGAMENTO.        *
      * O CADCONTFAT (CONTRATO + COMPETENCIA) IMPEDE FATURAR A    *
      * MESMA COMPETENCIA DUAS VEZES. NO MES DE ANIVERSARIO O     *
      * PRECO DOS ITENS E REAJUSTADO PELO INDICE DO CONTRATO      *
      * (PERCENTUAL NO CADPARAM) ANTES DE FATURAR.                *
      * O RESUMO VAI PARA O SPOOL (FATCONT.TXT)                   *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADCONTCLI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CTNUM
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADCONTITEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CCICHAVE
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADCONTFAT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CFCHAVE
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT CADVENDA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMVENDA
                       FILE STATUS IS ST-ERRO4.
      *
       SELECT CADVENDITEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS VICHAVE
                       FILE STATUS IS ST-ERRO5.
      *
       SELECT CADNFSAIDA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NFSNUM
                       FILE STATUS IS ST-ERRO6.
      *
       SELECT CADNFSITEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NFICHAVE
                       FILE STATUS IS ST-ERRO7.
      *
       SELECT CADRECEBER ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RECCHAVE
                       FILE STATUS IS ST-REC.
      *
       SELECT CADCONDPG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CPGCODIGO
                       FILE STATUS IS ST-CPG.
      *
       SELECT CADCLI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CLICNPJ
                       ALTERNATE RECORD KEY IS
                       CLINOME WITH DUPLICATES
                       FILE STATUS  IS ST-CLI.
      *
       SELECT CADNFE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NFENUM
                       ALTERNATE RECORD KEY IS NFENUMVEN
                                   WITH DUPLICATES
                       FILE STATUS IS ST-NFE.
      *
       SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-PAR.
      *
       SELECT CADEMPATIVA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-EAT.
      *
       SELECT RELFAT ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADCONTCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONTCLI.DAT".
       01 REGCONTRATO.
           03 CTNUM             PIC 9(06).
           03 CTCNPJ            PIC 9(14).
           03 CTDESC            PIC X(30).
           03 CTVALOR           PIC 9(11)V99.
           03 CTDIAFAT          PIC 9(02).
           03 CTCONDPG          PIC 9(03).
           03 CTVENDEDOR        PIC 9(06).
           03 CTDATAINI         PIC 9(08).
           03 CTDATAFIM         PIC 9(08).
           03 CTINDICE          PIC X(08).
           03 CTULTREAJ         PIC 9(06).
           03 CTCFOP            PIC 9(04).
           03 CTALIQICMS        PIC 9(02)V99.
           03 CTALIQIPI         PIC 9(02)V99.
           03 CTSTATUS          PIC X(01).
      *
       FD CADCONTITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONTITEM.DAT".
       01 REGCONTITEM.
           03 CCICHAVE.
               05 CCINUM        PIC 9(06).
               05 CCILIN        PIC 9(02).
           03 CCICODPRO         PIC 9(06).
           03 CCIQTD            PIC 9(06).
           03 CCIPRECO          PIC 9(09)V99.
      *
       FD CADCONTFAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONTFAT.DAT".
       01 REGCONTFAT.
           03 CFCHAVE.
               05 CFNUM         PIC 9(06).
               05 CFCOMPET      PIC 9(06).
           03 CFNUMVEN          PIC 9(06).
           03 CFNFNUM           PIC 9(09).
           03 CFDATA            PIC 9(08).
           03 CFVALOR           PIC 9(11)V99.
      *
       FD CADVENDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVENDA.DAT".
       01 REGVENDA.
           03 NUMVENDA          PIC 9(06).
           03 VCLICNPJ          PIC 9(14).
           03 VDATA             PIC 9(08).
           03 VSTATUS           PIC X(01).
           03 VVALOR            PIC 9(11)V99.
           03 VVENDEDOR         PIC 9(06).
           03 VCONDPG           PIC 9(03).
           03 VEMP              PIC 9(02).
      *
       FD CADVENDITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVENDITEM.DAT".
       01 REGVENDITEM.
           03 VICHAVE.
               05 VINUMVEN      PIC 9(06).
               05 VINUMLIN      PIC 9(02).
           03 VICODPRO          PIC 9(06).
           03 VIQTD             PIC 9(06).
           03 VIPRECO           PIC 9(09)V99.
           03 VIVALOR           PIC 9(11)V99.
           03 VIQTDDEV          PIC 9(06).
      *
       FD CADNFSAIDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNFSAIDA.DAT".
       01 REGNFSAIDA.
           03 NFSNUM            PIC 9(09).
           03 NFSNUMVEN         PIC 9(06).
           03 NFSCNPJ           PIC 9(14).
           03 NFSDATA           PIC 9(08).
           03 NFSSTATUS         PIC X(01).
           03 NFSVALOR          PIC 9(11)V99.
           03 NFSEMP            PIC 9(02).
           03 NFSCANDATA        PIC 9(08).
      *
       FD CADNFSITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNFSITEM.DAT".
       01 REGNFSITEM.
           03 NFICHAVE.
               05 NFINUM        PIC 9(09).
               05 NFILIN        PIC 9(02).
           03 NFICODPRO         PIC 9(06).
           03 NFIQTD            PIC 9(06).
           03 NFIPRECO          PIC 9(09)V99.
           03 NFIVALOR          PIC 9(11)V99.
           03 NFICFOP           PIC 9(04).
           03 NFIBASE           PIC 9(11)V99.
           03 NFIALIQICMS       PIC 9(02)V99.
           03 NFIVALICMS        PIC 9(09)V99.
           03 NFIALIQIPI        PIC 9(02)V99.
           03 NFIVALIPI         PIC 9(09)V99.
      *
       FD CADRECEBER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRECEBER.DAT".
       01 REGRECEBER.
           03 RECCHAVE.
               05 RECNUMVEN     PIC 9(06).
               05 RECSEQ        PIC 9(02).
           03 RECCNPJ           PIC 9(14).
           03 RECVALOR          PIC 9(11)V99.
           03 RECVENCTO         PIC 9(08).
           03 RECRECEB          PIC 9(11)V99.
           03 RECSTATUS         PIC X(01).
           03 RECJUROS          PIC 9(09)V99.
           03 RECEMP            PIC 9(02).
           03 RECNIVCOB         PIC 9(01).
           03 RECDTCOB          PIC 9(08).
      *
       FD CADCONDPG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONDPG.DAT".
       01 REGCONDPG.
           03 CPGCODIGO         PIC 9(03).
           03 CPGDESC           PIC X(20).
           03 CPGNPARC          PIC 9(02).
           03 CPGTABDIAS.
               05 CPGDIA        OCCURS 6 TIMES PIC 9(03).
      *
       FD CADCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
           03 CLICNPJ           PIC 9(14).
           03 CLINOME           PIC X(30).
           03 CLIFANTASIA       PIC X(12).
           03 CLICEP            PIC 9(09).
           03 CLINUMERO         PIC 9(05).
           03 CLICOMPL          PIC X(12).
           03 CLIDDD            PIC 9(02).
           03 CLITEL            PIC 9(09).
           03 CLIEMAIL          PIC X(35).
           03 STATUSCLI         PIC X(01).
           03 CLIDATABAIXA      PIC 9(08).
           03 CLIDATAULT        PIC 9(08).
           03 CLILIMITE         PIC 9(09)V99.
           03 CLIBLOQ           PIC X(01).
           03 CLIGRUPO          PIC 9(02).
           03 CLIPRIOR          PIC 9(01).
      *
       FD CADNFE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNFE.DAT".
       01 REGNFE.
           03 NFENUM            PIC 9(09).
           03 NFENUMVEN         PIC 9(06).
           03 NFESIT            PIC X(01).
           03 NFECHAVE          PIC X(44).
           03 NFEPROT           PIC X(15).
           03 NFEDATAENV        PIC 9(08).
           03 NFEDATARET        PIC 9(08).
           03 NFECSTAT          PIC 9(03).
           03 NFEMOTIVO         PIC X(40).
           03 NFEIMPR           PIC X(01).
           03 NFEPROTCAN        PIC X(15).
           03 NFEJUST           PIC X(60).
      *
       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.
      *
       FD CADEMPATIVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMPATIVA.TXT".
       01 REGEMPATIVA.
           03 EAT-COD        PIC 9(02).
           03 FILLER         PIC X(01).
           03 EAT-NOME       PIC X(30).
      *
       FD RELFAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FATCONT.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-ERRO5       PIC X(02) VALUE "00".
       01 ST-ERRO6       PIC X(02) VALUE "00".
       01 ST-ERRO7       PIC X(02) VALUE "00".
       01 ST-REC         PIC X(02) VALUE "00".
       01 ST-CPG         PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 ST-NFE         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-EAT         PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-TEMPAR       PIC X(01) VALUE "N".
       01 W-EMPATIVA     PIC 9(02) VALUE 01.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-HOJE-G REDEFINES W-HOJE.
           03 ANO-HOJE   PIC 9(04).
           03 MES-HOJE   PIC 9(02).
           03 DIA-HOJE   PIC 9(02).
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-INIMES       PIC 9(08) VALUE ZEROS.
       01 W-DTINI        PIC 9(08) VALUE ZEROS.
       01 W-DTINI-G REDEFINES W-DTINI.
           03 ANO-INI    PIC 9(04).
           03 MES-INI    PIC 9(02).
           03 DIA-INI    PIC 9(02).
       01 W-PROXVEN      PIC 9(06) VALUE ZEROS.
       01 W-PROXNF       PIC 9(09) VALUE ZEROS.
       01 W-TOTVEN       PIC 9(11)V99 VALUE ZEROS.
       01 W-QTDITENS     PIC 9(02) VALUE ZEROS.
       01 W-REAJ         PIC X(01) VALUE "N".
       01 W-PERCREAJ     PIC 9(03)V99 VALUE ZEROS.
       01 W-OBS          PIC X(20) VALUE SPACES.
       01 W-VALPARC      PIC 9(11)V99 VALUE ZEROS.
       01 W-SOMAPARC     PIC 9(11)V99 VALUE ZEROS.
       01 W-P            PIC 9(02) VALUE ZEROS.
       01 W-DCONT        PIC 9(03) VALUE ZEROS.
       01 W-CANDT        PIC 9(08) VALUE ZEROS.
       01 W-CANDT-G REDEFINES W-CANDT.
           03 ANO-CT     PIC 9(04).
           03 MES-CT     PIC 9(02).
           03 DIA-CT     PIC 9(02).
       01 W-ULTDIAT      PIC 9(02) VALUE ZEROS.
       01 W-QUOCT        PIC 9(08) VALUE ZEROS.
       01 W-R4T          PIC 9(04) VALUE ZEROS.
       01 W-R100T        PIC 9(04) VALUE ZEROS.
       01 W-R400T        PIC 9(04) VALUE ZEROS.
       01 W-EHUTIL       PIC X(01) VALUE SPACES.
       01 W-PROXUTIL     PIC 9(08) VALUE ZEROS.
       01 W-QTDLIDO      PIC 9(05) VALUE ZEROS.
       01 W-QTDFAT       PIC 9(05) VALUE ZEROS.
       01 W-QTDJAFAT     PIC 9(05) VALUE ZEROS.
       01 W-QTDREAJ      PIC 9(05) VALUE ZEROS.
       01 W-QTDREJ       PIC 9(05) VALUE ZEROS.
       01 W-VALFAT       PIC 9(13)V99 VALUE ZEROS.
       01 I              PIC 9(02) VALUE ZEROS.
      *
      *    ITENS DO CONTRATO EM FATURAMENTO
       01 TAB-ITENS.
           03 TI-ITEM OCCURS 99 TIMES.
               05 TI-CODPRO    PIC 9(06).
               05 TI-QTD       PIC 9(06).
               05 TI-PRECO     PIC 9(09)V99.
               05 TI-VALOR     PIC 9(11)V99.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 FILLER    PIC X(40) VALUE
              "FATURAMENTO MENSAL DE CONTRATOS         ".
           03 FILLER    PIC X(09) VALUE "EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CAB2.
           03 FILLER    PIC X(13) VALUE "COMPETENCIA: ".
           03 CABCOMP   PIC 9(06) VALUE ZEROS.
       01 CAB3.
           03 FILLER    PIC X(40) VALUE
              "CONTR  CLIENTE              VENDA  NOTA ".
           03 FILLER    PIC X(39) VALUE
              "         VALOR OBSERVACAO              ".
       01 DET1.
           03 DETCT     PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCLI    PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETVEN    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETNF     PIC 9(09) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETVAL    PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETOBS    PIC X(20) VALUE SPACES.
       01 TOT1.
           03 FILLER    PIC X(11) VALUE "FATURADOS: ".
           03 TOTFAT    PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(17) VALUE "  JA FATURADOS: ".
           03 TOTJAFAT  PIC ZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(14) VALUE "  RECUSADOS: ".
           03 TOTREJ    PIC ZZZZ9 VALUE ZEROS.
       01 TOT2.
           03 FILLER    PIC X(19) VALUE "VALOR FATURADO:    ".
           03 TOTVAL    PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(14) VALUE "  REAJUSTES: ".
           03 TOTREAJ   PIC ZZZZ9 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".
       SCREEN SECTION.
       01  TELAFAT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   FATURAMEN".
           05  LINE 02  COLUMN 42
               VALUE  "TO DE CONTRATOS  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADCONTCLI
           IF ST-ERRO NOT = "00"
              MOVE "SEM CONTRATOS - USE O SCP081" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE ZEROS TO RETURN-CODE
              GO TO ROT-FIM2.
           OPEN I-O CADCONTITEM
           IF ST-ERRO2 NOT = "00"
              MOVE "SEM ITENS DE CONTRATO - USE O SCP081" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCONTCLI
              MOVE ZEROS TO RETURN-CODE
              GO TO ROT-FIM2.
           OPEN I-O CADCONTFAT
           IF ST-ERRO3 = "30"
              OPEN OUTPUT CADCONTFAT
              CLOSE CADCONTFAT
              OPEN I-O CADCONTFAT.
           OPEN I-O CADVENDA
           IF ST-ERRO4 = "30"
              OPEN OUTPUT CADVENDA
              CLOSE CADVENDA
              OPEN I-O CADVENDA.
           OPEN I-O CADVENDITEM
           IF ST-ERRO5 = "30"
              OPEN OUTPUT CADVENDITEM
              CLOSE CADVENDITEM
              OPEN I-O CADVENDITEM.
           OPEN I-O CADNFSAIDA
           IF ST-ERRO6 = "30"
              OPEN OUTPUT CADNFSAIDA
              CLOSE CADNFSAIDA
              OPEN I-O CADNFSAIDA.
           OPEN I-O CADNFSITEM
           IF ST-ERRO7 = "30"
              OPEN OUTPUT CADNFSITEM
              CLOSE CADNFSITEM
              OPEN I-O CADNFSITEM.
           OPEN I-O CADRECEBER
           IF ST-REC = "30"
              OPEN OUTPUT CADRECEBER
              CLOSE CADRECEBER
              OPEN I-O CADRECEBER.
           IF ST-ERRO3 NOT = "00" OR ST-ERRO4 NOT = "00"
              OR ST-ERRO5 NOT = "00" OR ST-ERRO6 NOT = "00"
              OR ST-ERRO7 NOT = "00" OR ST-REC NOT = "00"
              MOVE "ERRO NA ABERTURA DOS ARQUIVOS DE VENDA/NOTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCONTCLI CADCONTITEM CADCONTFAT CADVENDA
                    CADVENDITEM CADNFSAIDA CADNFSITEM CADRECEBER
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM2.
           OPEN INPUT CADCONDPG
           OPEN INPUT CADCLI
           OPEN I-O CADNFE
           IF ST-NFE = "30"
              OPEN OUTPUT CADNFE
              CLOSE CADNFE
              OPEN I-O CADNFE.
           MOVE "N" TO W-TEMPAR
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              MOVE "S" TO W-TEMPAR.
           OPEN INPUT CADEMPATIVA
           IF ST-EAT = "00"
              READ CADEMPATIVA
              IF ST-EAT = "00" AND EAT-COD > ZEROS
                 MOVE EAT-COD TO W-EMPATIVA.
           CLOSE CADEMPATIVA.
           OPEN OUTPUT RELFAT
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DIVIDE W-HOJE BY 100 GIVING W-COMPET
           COMPUTE W-INIMES = (W-COMPET * 100) + 1
           PERFORM PROXIMO-NUM THRU PROXIMO-NUM-FIM
           MOVE W-HOJE TO CABEMIS
           MOVE W-COMPET TO CABCOMP
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM CAB2
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CAB3
           WRITE REGREL FROM LINSEP.

       INC-001.
           DISPLAY  TELAFAT
           DISPLAY (04, 01) "FATURANDO OS CONTRATOS DA COMPETENCIA "
           DISPLAY (04, 40) W-COMPET.

      *
      ****************************************
      * VARRE OS CONTRATOS                   *
      ****************************************
      *
       VARRE-RD1.
           READ CADCONTCLI NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRE-FIM.
           ADD 1 TO W-QTDLIDO
           IF CTSTATUS NOT = "A" OR CTDATAINI > W-HOJE
              GO TO VARRE-RD1.
           IF CTDATAFIM NOT = ZEROS AND CTDATAFIM < W-INIMES
              GO TO VARRE-RD1.
      *    SO FATURA A PARTIR DO DIA DE FATURAMENTO DO MES
           IF DIA-HOJE < CTDIAFAT
              GO TO VARRE-RD1.
           MOVE CTNUM TO CFNUM
           MOVE W-COMPET TO CFCOMPET
           READ CADCONTFAT
           IF ST-ERRO3 = "00"
              ADD 1 TO W-QTDJAFAT
              GO TO VARRE-RD1.
           MOVE SPACES TO W-OBS
           MOVE ZEROS TO DETVEN DETNF DETVAL
           MOVE CTNUM TO DETCT
           MOVE CTCNPJ TO CLICNPJ
           READ CADCLI
           IF ST-CLI NOT = "00"
              MOVE SPACES TO DETCLI
              MOVE "CLIENTE NAO EXISTE" TO W-OBS
              GO TO VARRE-REJ.
           MOVE CLINOME TO DETCLI
           IF STATUSCLI NOT = "A"
              MOVE "CLIENTE INATIVO" TO W-OBS
              GO TO VARRE-REJ.
           MOVE CTCONDPG TO CPGCODIGO
           READ CADCONDPG
           IF ST-CPG NOT = "00" OR CPGNPARC = ZEROS
              MOVE "COND PGTO INVALIDA" TO W-OBS
              GO TO VARRE-REJ.
           PERFORM REAJUSTE THRU REAJUSTE-FIM
           PERFORM CARGA-ITENS THRU CARGA-ITENS-FIM
           IF W-QTDITENS = ZEROS OR W-TOTVEN = ZEROS
              MOVE "CONTRATO SEM ITENS" TO W-OBS
              GO TO VARRE-REJ.
           PERFORM GRAVA-VENDA THRU GRAVA-VENDA-FIM
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
              MOVE "ERRO GRAVACAO VENDA" TO W-OBS
              GO TO VARRE-REJ.
           PERFORM GRAVA-NF THRU GRAVA-NF-FIM
           PERFORM GERA-REC-COND THRU GERA-REC-COND-FIM
           MOVE CTNUM TO CFNUM
           MOVE W-COMPET TO CFCOMPET
           MOVE NUMVENDA TO CFNUMVEN
           MOVE NFSNUM TO CFNFNUM
           MOVE W-HOJE TO CFDATA
           MOVE W-TOTVEN TO CFVALOR
           WRITE REGCONTFAT
           ADD 1 TO W-QTDFAT
           ADD W-TOTVEN TO W-VALFAT
           IF CLIBLOQ = "S" AND W-OBS = SPACES
              MOVE "CLIENTE BLOQUEADO" TO W-OBS.
           MOVE NUMVENDA TO DETVEN
           MOVE NFSNUM TO DETNF
           MOVE W-TOTVEN TO DETVAL
           MOVE W-OBS TO DETOBS
           WRITE REGREL FROM DET1
           GO TO VARRE-RD1.

       VARRE-REJ.
           ADD 1 TO W-QTDREJ
           MOVE W-OBS TO DETOBS
           WRITE REGREL FROM DET1
           GO TO VARRE-RD1.

       VARRE-FIM.
           WRITE REGREL FROM LINSEP
           MOVE W-QTDFAT TO TOTFAT
           MOVE W-QTDJAFAT TO TOTJAFAT
           MOVE W-QTDREJ TO TOTREJ
           WRITE REGREL FROM TOT1
           MOVE W-VALFAT TO TOTVAL
           MOVE W-QTDREAJ TO TOTREAJ
           WRITE REGREL FROM TOT2
           CLOSE RELFAT
      *    RESUMO VAI PARA O SPOOL CENTRAL (SCP067)
           MOVE "FATCONT" TO W-SPPROG
           MOVE "FATCONT.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (06, 01) "CONTRATOS LIDOS    : "
           DISPLAY (06, 22) W-QTDLIDO
           DISPLAY (07, 01) "FATURADOS          : "
           DISPLAY (07, 22) W-QTDFAT
           DISPLAY (08, 01) "JA FATURADOS NO MES: "
           DISPLAY (08, 22) W-QTDJAFAT
           DISPLAY (09, 01) "RECUSADOS          : "
           DISPLAY (09, 22) W-QTDREJ
           DISPLAY (10, 01) "REAJUSTADOS        : "
           DISPLAY (10, 22) W-QTDREAJ
           MOVE ZEROS TO RETURN-CODE
           MOVE "*** FIM DE PROCESSAMENTO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.

      *
      ****************************************
      * REAJUSTE ANUAL NO MES DE ANIVERSARIO *
      * DO CONTRATO, UMA VEZ POR ANO         *
      ****************************************
      *
       REAJUSTE.
           IF CTINDICE = SPACES OR W-TEMPAR NOT = "S"
              GO TO REAJUSTE-FIM.
           MOVE CTDATAINI TO W-DTINI
           IF MES-INI NOT = MES-HOJE OR ANO-INI NOT < ANO-HOJE
              GO TO REAJUSTE-FIM.
           IF CTULTREAJ NOT < W-COMPET
              GO TO REAJUSTE-FIM.
           MOVE CTINDICE TO PARCODIGO
           READ CADPARAM
           IF ST-PAR NOT = "00"
              MOVE "INDICE NAO CADASTR." TO W-OBS
              GO TO REAJUSTE-FIM.
           MOVE PARVALOR TO W-PERCREAJ
           MOVE CTNUM TO CCINUM
           MOVE ZEROS TO CCILIN
           START CADCONTITEM KEY IS NOT LESS CCICHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO REAJUSTE-GRAVA.
       REAJUSTE-RD.
           READ CADCONTITEM NEXT
           IF ST-ERRO2 NOT = "00" OR CCINUM NOT = CTNUM
              GO TO REAJUSTE-GRAVA.
           COMPUTE CCIPRECO ROUNDED =
              CCIPRECO * (100 + W-PERCREAJ) / 100
           REWRITE REGCONTITEM
           GO TO REAJUSTE-RD.
       REAJUSTE-GRAVA.
           MOVE W-COMPET TO CTULTREAJ
           REWRITE REGCONTRATO
           ADD 1 TO W-QTDREAJ
           MOVE "REAJUSTADO" TO W-OBS.
       REAJUSTE-FIM.
           EXIT.

      *
      *    ITENS DO CONTRATO E VALOR DO MES
      *
       CARGA-ITENS.
           MOVE ZEROS TO W-QTDITENS W-TOTVEN
           MOVE CTNUM TO CCINUM
           MOVE ZEROS TO CCILIN
           START CADCONTITEM KEY IS NOT LESS CCICHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO CARGA-ITENS-FIM.
       CARGA-ITENS-RD.
           READ CADCONTITEM NEXT
           IF ST-ERRO2 NOT = "00" OR CCINUM NOT = CTNUM
              GO TO CARGA-ITENS-FIM.
           IF W-QTDITENS = 99
              GO TO CARGA-ITENS-FIM.
           ADD 1 TO W-QTDITENS
           MOVE CCICODPRO TO TI-CODPRO(W-QTDITENS)
           MOVE CCIQTD TO TI-QTD(W-QTDITENS)
           MOVE CCIPRECO TO TI-PRECO(W-QTDITENS)
           COMPUTE TI-VALOR(W-QTDITENS) ROUNDED = CCIQTD * CCIPRECO
           ADD TI-VALOR(W-QTDITENS) TO W-TOTVEN
           GO TO CARGA-ITENS-RD.
       CARGA-ITENS-FIM.
           EXIT.

      *
      *    PROXIMOS NUMEROS DE VENDA E DE NOTA (MAIOR + 1)
      *
       PROXIMO-NUM.
           MOVE 1 TO W-PROXVEN W-PROXNF
           MOVE ZEROS TO NUMVENDA
           START CADVENDA KEY IS NOT LESS NUMVENDA
           IF ST-ERRO4 NOT = "00"
              GO TO PROXIMO-NUM-NF.
       PROXIMO-NUM-VEN.
           READ CADVENDA NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO PROXIMO-NUM-NF.
           COMPUTE W-PROXVEN = NUMVENDA + 1
           GO TO PROXIMO-NUM-VEN.
       PROXIMO-NUM-NF.
           MOVE ZEROS TO NFSNUM
           START CADNFSAIDA KEY IS NOT LESS NFSNUM
           IF ST-ERRO6 NOT = "00"
              GO TO PROXIMO-NUM-FIM.
       PROXIMO-NUM-NF1.
           READ CADNFSAIDA NEXT
           IF ST-ERRO6 NOT = "00"
              GO TO PROXIMO-NUM-FIM.
           COMPUTE W-PROXNF = NFSNUM + 1
           GO TO PROXIMO-NUM-NF1.
       PROXIMO-NUM-FIM.
           EXIT.

      *
      ****************************************
      * VENDA DO CONTRATO: JA NASCE EXPEDIDA *
      * (SERVICO/LOCACAO NAO MOVIMENTA O     *
      * ESTOQUE NEM PASSA PELO SCP048)       *
      ****************************************
      *
       GRAVA-VENDA.
           MOVE W-PROXVEN TO NUMVENDA
           ADD 1 TO W-PROXVEN
           MOVE CTCNPJ TO VCLICNPJ
           MOVE W-HOJE TO VDATA
           MOVE "E" TO VSTATUS
           MOVE W-TOTVEN TO VVALOR
           MOVE CTVENDEDOR TO VVENDEDOR
           MOVE CTCONDPG TO VCONDPG
           MOVE W-EMPATIVA TO VEMP
           WRITE REGVENDA
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
              GO TO GRAVA-VENDA-FIM.
           MOVE 1 TO I.
       GRAVA-VENDA-IT.
           IF I > W-QTDITENS
              GO TO GRAVA-VENDA-FIM.
           MOVE NUMVENDA TO VINUMVEN
           MOVE I TO VINUMLIN
           MOVE TI-CODPRO(I) TO VICODPRO
           MOVE TI-QTD(I) TO VIQTD
           MOVE TI-PRECO(I) TO VIPRECO
           MOVE TI-VALOR(I) TO VIVALOR
           MOVE ZEROS TO VIQTDDEV
           WRITE REGVENDITEM
           ADD 1 TO I
           GO TO GRAVA-VENDA-IT.
       GRAVA-VENDA-FIM.
           EXIT.

      *
      ****************************************
      * NOTA DE SAIDA DA VENDA DO CONTRATO   *
      ****************************************
      *
       GRAVA-NF.
           MOVE W-PROXNF TO NFSNUM
           ADD 1 TO W-PROXNF
           MOVE NUMVENDA TO NFSNUMVEN
           MOVE CTCNPJ TO NFSCNPJ
           MOVE W-HOJE TO NFSDATA
           MOVE "E" TO NFSSTATUS
           MOVE W-TOTVEN TO NFSVALOR
           MOVE W-EMPATIVA TO NFSEMP
           MOVE ZEROS TO NFSCANDATA
           WRITE REGNFSAIDA
           IF ST-ERRO6 NOT = "00" AND ST-ERRO6 NOT = "02"
              MOVE "NOTA NAO GRAVADA" TO W-OBS
              MOVE ZEROS TO NFSNUM
              GO TO GRAVA-NF-FIM.
      *    NF-E PENDENTE DE ENVIO (NFEEXP)
           MOVE NFSNUM TO NFENUM
           MOVE NFSNUMVEN TO NFENUMVEN
           MOVE "P" TO NFESIT
           MOVE SPACES TO NFECHAVE NFEPROT NFEMOTIVO NFEPROTCAN
           MOVE SPACES TO NFEJUST
           MOVE ZEROS TO NFEDATAENV NFEDATARET NFECSTAT
           MOVE "N" TO NFEIMPR
           WRITE REGNFE
           IF ST-NFE = "22"
              REWRITE REGNFE.
           MOVE 1 TO I.
       GRAVA-NF-IT.
           IF I > W-QTDITENS
              GO TO GRAVA-NF-FIM.
           MOVE NFSNUM TO NFINUM
           MOVE I TO NFILIN
           MOVE TI-CODPRO(I) TO NFICODPRO
           MOVE TI-QTD(I) TO NFIQTD
           MOVE TI-PRECO(I) TO NFIPRECO
           MOVE TI-VALOR(I) TO NFIVALOR
           MOVE CTCFOP TO NFICFOP
           MOVE TI-VALOR(I) TO NFIBASE
           MOVE CTALIQICMS TO NFIALIQICMS
           COMPUTE NFIVALICMS ROUNDED =
              NFIBASE * CTALIQICMS / 100
           MOVE CTALIQIPI TO NFIALIQIPI
           COMPUTE NFIVALIPI ROUNDED =
              NFIBASE * CTALIQIPI / 100
           WRITE REGNFSITEM
           ADD 1 TO I
           GO TO GRAVA-NF-IT.
       GRAVA-NF-FIM.
           EXIT.

      *
      *****************************************************
      * PARCELAS PELA CONDICAO DE PAGAMENTO DO CONTRATO   *
      * VENCIMENTOS EM DIAS DA DATA DO FATURAMENTO, EM    *
      * DIA UTIL (MESMA REGRA DO SCP036)                  *
      *****************************************************
      *
       GERA-REC-COND.
           COMPUTE W-VALPARC ROUNDED = W-TOTVEN / CPGNPARC
           MOVE ZEROS TO W-SOMAPARC RECSEQ
           MOVE 1 TO W-P.
       GERA-REC-COND-1.
           IF W-P > CPGNPARC
              GO TO GERA-REC-COND-FIM.
           IF W-P = CPGNPARC
              COMPUTE RECVALOR = W-TOTVEN - W-SOMAPARC
           ELSE
              MOVE W-VALPARC TO RECVALOR
              ADD W-VALPARC TO W-SOMAPARC.
           MOVE W-HOJE TO W-CANDT
           MOVE ZEROS TO W-DCONT.
       GERA-REC-COND-2.
           IF W-DCONT < CPGDIA(W-P)
              PERFORM SOMA-UM-DIA THRU SOMA-UM-DIA-FIM
              ADD 1 TO W-DCONT
              GO TO GERA-REC-COND-2.
           CALL "DIAUTIL" USING W-CANDT W-EHUTIL W-PROXUTIL
           MOVE W-PROXUTIL TO RECVENCTO
           MOVE NUMVENDA TO RECNUMVEN.
       GERA-REC-COND-3.
           ADD 1 TO RECSEQ
           IF RECSEQ > 99
              GO TO GERA-REC-COND-FIM.
           MOVE CTCNPJ TO RECCNPJ
           MOVE ZEROS TO RECRECEB RECJUROS RECNIVCOB RECDTCOB
           MOVE W-EMPATIVA TO RECEMP
           MOVE "A" TO RECSTATUS
           WRITE REGRECEBER
           IF ST-REC = "22"
              GO TO GERA-REC-COND-3.
           ADD 1 TO W-P
           GO TO GERA-REC-COND-1.
       GERA-REC-COND-FIM.
           EXIT.
      *
      ****************************************************
      * SOMA UM DIA DE CALENDARIO A DATA CANDIDATA       *
      ****************************************************
      *
       SOMA-UM-DIA.
           PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
           IF DIA-CT < W-ULTDIAT
              ADD 1 TO DIA-CT
              GO TO SOMA-UM-DIA-FIM.
           MOVE 1 TO DIA-CT
           IF MES-CT < 12
              ADD 1 TO MES-CT
           ELSE
              MOVE 1 TO MES-CT
              ADD 1 TO ANO-CT.
       SOMA-UM-DIA-FIM.
           EXIT.

       ULTIMO-DIA.
           IF MES-CT = 1 OR MES-CT = 3 OR MES-CT = 5 OR MES-CT = 7
              OR MES-CT = 8 OR MES-CT = 10 OR MES-CT = 12
              MOVE 31 TO W-ULTDIAT
              GO TO ULTIMO-DIA-FIM.
           IF MES-CT NOT = 2
              MOVE 30 TO W-ULTDIAT
              GO TO ULTIMO-DIA-FIM.
           MOVE 28 TO W-ULTDIAT
           DIVIDE ANO-CT BY 4 GIVING W-QUOCT REMAINDER W-R4T
           DIVIDE ANO-CT BY 100 GIVING W-QUOCT REMAINDER W-R100T
           DIVIDE ANO-CT BY 400 GIVING W-QUOCT REMAINDER W-R400T
           IF W-R4T = ZEROS
              IF W-R100T NOT = ZEROS OR W-R400T = ZEROS
                 MOVE 29 TO W-ULTDIAT.
       ULTIMO-DIA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADCONTCLI CADCONTITEM CADCONTFAT CADVENDA
                 CADVENDITEM CADNFSAIDA CADNFSITEM CADRECEBER
                 CADCONDPG CADCLI CADNFE.
           IF W-TEMPAR = "S"
              CLOSE CADPARAM.
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
