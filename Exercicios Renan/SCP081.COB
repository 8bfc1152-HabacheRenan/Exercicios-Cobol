       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCP081.
      ************************
      * PROGRAMA PARA CONTRATOS DE FATURAMENTO MENSAL (LOCACAO  *
      * DE EQUIPAMENTOS E PLANOS DE MANUTENCAO)                 *
      * CONTRATO COM CLIENTE, DIA DE FATURAMENTO, CONDICAO DE   *
      * PAGAMENTO (SCP049), VIGENCIA, CFOP E ALIQUOTAS DA NOTA  *
      * E INDICE DE REAJUSTE ANUAL (CODIGO NO CADPARAM, SCP021) *
      * ITENS NO CADCONTITEM; O VALOR MENSAL E A SOMA DOS ITENS *
      * O FATURAMENTO E FEITO PELO FATCONT (CADEIA NOTURNA)     *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CADCLI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CLICNPJ
                       ALTERNATE RECORD KEY IS
                       CLINOME WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO4.
      *
           SELECT CADPRO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       FILE STATUS IS ST-ERRO5
                       ALTERNATE RECORD KEY IS DESC
                                   WITH DUPLICATES
                       ALTERNATE RECORD KEY IS BARRAS
                                   WITH DUPLICATES.
      *
           SELECT CADCONDPG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CPGCODIGO
                       FILE STATUS IS ST-CPG.
      *
           SELECT CADFOLHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS FCODIGO
                       ALTERNATE RECORD KEY IS
                       FNOME WITH DUPLICATES
                       ALTERNATE RECORD KEY IS FCPF
                       FILE STATUS  IS ST-FOL.
      *
           SELECT CADCFOP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CFOPCOD
                       FILE STATUS IS ST-CFO.
      *
           SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-PAR.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADCONDPG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONDPG.DAT".
       01 REGCONDPG.
           03 CPGCODIGO         PIC 9(03).
           03 CPGDESC           PIC X(20).
           03 CPGNPARC          PIC 9(02).
           03 CPGTABDIAS.
               05 CPGDIA        OCCURS 6 TIMES PIC 9(03).

       FD CADFOLHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFOLHA.DAT".
       01 REGFOLHA.
           03 FCODIGO       PIC 9(06).
           03 FNOME         PIC X(30).
           03 FTIPOSALARIO  PIC X(01).
           03 FSALARIOBASE  PIC 9(06)V99.
           03 FNUMFILHOS    PIC 9(02).
           03 FDEPARTAMENTO PIC 9(02).
           03 FFUNC         PIC X(01).
           03 FBRUTO        PIC 9(09)V99.
           03 FDEPTXT       PIC X(10).
           03 FTXTFUNC      PIC X(25).
           03 FINSS         PIC 9(06)V99.
           03 FIMPOSTO      PIC 9(06)V99.
           03 FSALFAMI      PIC 9(06)V99.
           03 FSALIQ        PIC 9(06)V99.
           03 FDATANASC     PIC 9(08).
           03 FSTATUSFUNC   PIC X(01).
           03 FDATABAIXA    PIC 9(08).
           03 FCPF          PIC 9(11).
           03 FDATAADMISSAO PIC 9(08).
           03 FBANCO        PIC 9(03).
           03 FAGENCIA      PIC 9(05).
           03 FCONTA        PIC 9(10).
           03 FENDCEP       PIC 9(09).
           03 FENDNUM       PIC 9(05).
           03 FENDCOMPL     PIC X(12).
           03 FFONEDDD      PIC 9(02).
           03 FFONETEL      PIC 9(09).
           03 FCONTEMERG    PIC X(30).

       FD CADCFOP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCFOP.DAT".
       01 REGCFOP.
           03 CFOPCOD           PIC 9(04).
           03 CFOPDESC          PIC X(30).
           03 CFOPTIPO          PIC X(01).
           03 CFOPPISCOF        PIC X(01).

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
       01 LIMPA                PIC X(79) VALUE SPACES.
       01 ST-ERRO              PIC X(02) VALUE "00".
       01 ST-ERRO2             PIC X(02) VALUE "00".
       01 ST-ERRO3             PIC X(02) VALUE "00".
       01 ST-ERRO4             PIC X(02) VALUE "00".
       01 ST-ERRO5             PIC X(02) VALUE "00".
       01 ST-CPG               PIC X(02) VALUE "00".
       01 ST-FOL               PIC X(02) VALUE "00".
       01 ST-CFO               PIC X(02) VALUE "00".
       01 ST-PAR               PIC X(02) VALUE "00".
       01 W-TEMPAR             PIC X(01) VALUE "N".
       01 W-TEMREG             PIC X(01) VALUE "N".
       01 W-NUMCT              PIC 9(06) VALUE ZEROS.
       01 W-TOTCT              PIC 9(11)V99 VALUE ZEROS.
       01 W-DATA               PIC 9(08) VALUE ZEROS.
       01 W-DATA-G REDEFINES W-DATA.
           03 ANO-DT           PIC 9(04).
           03 MES-DT           PIC 9(02).
           03 DIA-DT           PIC 9(02).
       01 LIN                  PIC 9(03) VALUE ZEROS.
       01 CONLIN               PIC 9(03) VALUE 001.
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 DETCCI.
           03 DETCCILIN PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCCIPRO PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCCIDES PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCCIQTD PIC ZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCCIPRE PIC ZZZZZZZZ9,99 VALUE ZEROS.

       01 DETCF.
           03 FILLER    PIC X(11) VALUE "FATURADO - ".
           03 DETCFCOMP PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE "  VENDA ".
           03 DETCFVEN  PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(07) VALUE "  NOTA ".
           03 DETCFNF   PIC 9(09) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETCFVAL  PIC ZZZZZZZZZZ9,99 VALUE ZEROS.

       01 DETTOTCT.
           03 FILLER    PIC X(16) VALUE "VALOR MENSAL:   ".
           03 DETCTVAL  PIC ZZZZZZZZZZ9,99 VALUE ZEROS.

       SCREEN SECTION.
       01  TELACONT.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "********* CONTRATOS DE FATURAMENTO MENSAL".
           05  LINE 01  COLUMN 42
               VALUE  " ****************".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

       PROCEDURE DIVISION.
       R00.
           OPEN I-O CADCONTCLI.
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONTCLI
                 CLOSE CADCONTCLI
                 MOVE "*** ARQUIVO CADCONTCLI FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R00
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONTCLI" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R01.
           OPEN I-O CADCONTITEM
           IF ST-ERRO2 = "30"
              OPEN OUTPUT CADCONTITEM
              CLOSE CADCONTITEM
              OPEN I-O CADCONTITEM.

       R02.
           OPEN I-O CADCONTFAT
           IF ST-ERRO3 = "30"
              OPEN OUTPUT CADCONTFAT
              CLOSE CADCONTFAT
              OPEN I-O CADCONTFAT.

       RA0.
           OPEN INPUT CADCLI.
           IF ST-ERRO4 NOT = "00"
              MOVE "SEM CLIENTES - USE O SCP035" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       RB0.
           OPEN INPUT CADPRO.
           IF ST-ERRO5 NOT = "00"
              MOVE "SEM PRODUTOS - USE O SCP003" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       RC0.
           OPEN INPUT CADCONDPG
           IF ST-CPG = "30"
              OPEN OUTPUT CADCONDPG
              CLOSE CADCONDPG
              OPEN INPUT CADCONDPG.
           OPEN INPUT CADFOLHA.
           IF ST-FOL NOT = "00"
              MOVE "SEM FUNCIONARIOS - USE O SCP001" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADCFOP
           IF ST-CFO = "30"
              OPEN OUTPUT CADCFOP
              CLOSE CADCFOP
              OPEN INPUT CADCFOP.
           MOVE "N" TO W-TEMPAR
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              MOVE "S" TO W-TEMPAR.

       MENU-CONT.
           DISPLAY TELACONT
           DISPLAY (04, 01) "1 - CONTRATO (CLIENTE, VIGENCIA, REAJUSTE)"
           DISPLAY (05, 01) "2 - ITENS DO CONTRATO"
           DISPLAY (06, 01) "3 - CONSULTAR CONTRATO E FATURAMENTOS"
           DISPLAY (07, 01) "0 - SAIR"
           DISPLAY (09, 01) "OPCAO: ".
           ACCEPT  (09, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO CT-INI.
           IF W-OPCAO = "2"
              GO TO CCI-INI.
           IF W-OPCAO = "3"
              GO TO CONS-INI.
           GO TO MENU-CONT.

      *
      ****************************************
      * CABECALHO DO CONTRATO                *
      ****************************************
      *
       CT-INI.
           DISPLAY TELACONT
           MOVE ZEROS TO CTNUM
           DISPLAY (03, 01) "CONTRATO (0=VOLTAR): ".
           ACCEPT  (03, 22) CTNUM.
           IF CTNUM = ZEROS
              GO TO MENU-CONT.
           MOVE "N" TO W-TEMREG
           READ CADCONTCLI
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMREG
              MOVE "*** CONTRATO JA CADASTRADO - EDITANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE ZEROS TO CTCNPJ CTVALOR CTDIAFAT CTCONDPG
              MOVE ZEROS TO CTVENDEDOR CTDATAINI CTDATAFIM
              MOVE ZEROS TO CTULTREAJ CTCFOP CTALIQICMS CTALIQIPI
              MOVE SPACES TO CTDESC CTINDICE
              MOVE "A" TO CTSTATUS.

       CT-R1.
           DISPLAY (04, 01) "CLIENTE (CNPJ): ".
           ACCEPT  (04, 17) CTCNPJ WITH UPDATE.
           MOVE CTCNPJ TO CLICNPJ
           READ CADCLI
           IF ST-ERRO4 NOT = "00"
              MOVE "* CLIENTE NAO EXISTE, USE O SCP035 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CT-R1.
           IF STATUSCLI NOT = "A"
              MOVE "*** CLIENTE INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CT-R1.
           DISPLAY (04, 33) CLINOME.

       CT-R2.
           DISPLAY (05, 01) "OBJETO: ".
           ACCEPT  (05, 09) CTDESC WITH UPDATE.
           IF CTDESC = SPACES
              MOVE "*** OBJETO DO CONTRATO OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CT-R2.

       CT-R3.
           DISPLAY (06, 01) "VENDEDOR: ".
           ACCEPT  (06, 11) CTVENDEDOR WITH UPDATE.
           MOVE CTVENDEDOR TO FCODIGO
           READ CADFOLHA
           IF ST-FOL NOT = "00"
              MOVE "* VENDEDOR NAO EXISTE, USE O SCP001 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CT-R3.
           DISPLAY (06, 20) FNOME.

       CT-R4.
           DISPLAY (07, 01) "DIA DO FATURAMENTO (1 A 28): ".
           ACCEPT  (07, 30) CTDIAFAT WITH UPDATE.
           IF CTDIAFAT < 1 OR CTDIAFAT > 28
              MOVE "*** DIA DE FATURAMENTO DE 1 A 28 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CT-R4.

       CT-R5.
           DISPLAY (08, 01) "COND PGTO: ".
           ACCEPT  (08, 12) CTCONDPG WITH UPDATE.
           MOVE CTCONDPG TO CPGCODIGO
           READ CADCONDPG
           IF ST-CPG NOT = "00"
              MOVE "* CONDICAO NAO EXISTE, USE O SCP049 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CT-R5.
           IF CPGNPARC = ZEROS
              MOVE "*** CONDICAO SEM PARCELAS - AJUSTE NO SCP049 ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CT-R5.
           DISPLAY (08, 20) CPGDESC.

       CT-R6.
           DISPLAY (09, 01) "INICIO DA VIGENCIA (AAAAMMDD): ".
           ACCEPT  (09, 32) CTDATAINI WITH UPDATE.
           MOVE CTDATAINI TO W-DATA
           IF MES-DT < 01 OR MES-DT > 12 OR DIA-DT < 01
              OR DIA-DT > 31 OR ANO-DT < 1900
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CT-R6.

       CT-R7.
           DISPLAY (10, 01) "FIM DA VIGENCIA (0=INDETERMINADO): ".
           ACCEPT  (10, 36) CTDATAFIM WITH UPDATE.
           IF CTDATAFIM NOT = ZEROS AND CTDATAFIM < CTDATAINI
              MOVE "*** FIM ANTERIOR AO INICIO DA VIGENCIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CT-R7.

      *    O PERCENTUAL DO INDICE E LANCADO NO CADPARAM (SCP021)
       CT-R8.
           DISPLAY (11, 01) "INDICE DE REAJUSTE (BRANCO=SEM): ".
           ACCEPT  (11, 34) CTINDICE WITH UPDATE.
           IF CTINDICE = SPACES
              GO TO CT-R9.
           IF W-TEMPAR NOT = "S"
              MOVE "* INDICE NAO CADASTRADO, USE O SCP021 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CT-R8.
           MOVE CTINDICE TO PARCODIGO
           READ CADPARAM
           IF ST-PAR NOT = "00"
              MOVE "* INDICE NAO CADASTRADO, USE O SCP021 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CT-R8.
           DISPLAY (11, 44) PARDESC.

       CT-R9.
           DISPLAY (12, 01) "CFOP DA NOTA: ".
           ACCEPT  (12, 15) CTCFOP WITH UPDATE.
           MOVE CTCFOP TO CFOPCOD
           READ CADCFOP
           IF ST-CFO NOT = "00"
              MOVE "* CFOP NAO EXISTE, USE O SCP052 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CT-R9.
           IF CFOPTIPO NOT = "S"
              MOVE "*** CFOP NAO E DE SAIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CT-R9.
           DISPLAY (12, 21) CFOPDESC
           DISPLAY (13, 01) "ALIQ ICMS (%): ".
           ACCEPT  (13, 16) CTALIQICMS WITH UPDATE
           DISPLAY (13, 25) "ALIQ IPI (%): ".
           ACCEPT  (13, 39) CTALIQIPI WITH UPDATE.

       CT-R10.
           DISPLAY (14, 01) "SITUACAO (A=ATIVO S=SUSP E=ENCERRADO): ".
           ACCEPT  (14, 41) CTSTATUS WITH UPDATE.
           IF CTSTATUS NOT = "A" AND CTSTATUS NOT = "S"
              AND CTSTATUS NOT = "E"
              MOVE "*** SITUACAO: A, S OU E ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CT-R10.

       CT-WR1.
           IF W-TEMREG = "S"
              REWRITE REGCONTRATO
           ELSE
              WRITE REGCONTRATO.
           IF ST-ERRO = "00" OR "02"
              MOVE "*** CONTRATO GRAVADO - LANCE OS ITENS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CT-INI.
           MOVE "ERRO NA GRAVACAO DO CONTRATO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      ****************************************
      * ITENS DO CONTRATO                    *
      * QUANTIDADE ZERO EXCLUI O ITEM; O     *
      * VALOR MENSAL E RECALCULADO NA SAIDA  *
      ****************************************
      *
       CCI-INI.
           DISPLAY TELACONT
           MOVE ZEROS TO W-NUMCT
           DISPLAY (03, 01) "CONTRATO (0=VOLTAR): ".
           ACCEPT  (03, 22) W-NUMCT.
           IF W-NUMCT = ZEROS
              GO TO MENU-CONT.
           MOVE W-NUMCT TO CTNUM
           READ CADCONTCLI
           IF ST-ERRO NOT = "00"
              MOVE "*** CONTRATO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CCI-INI.
           DISPLAY (03, 30) CTDESC
           PERFORM CCI-LISTA THRU CCI-LISTA-FIM.

       CCI-R1.
           DISPLAY (18, 01) LIMPA
           DISPLAY (19, 01) LIMPA
           DISPLAY (20, 01) LIMPA
           MOVE W-NUMCT TO CCINUM
           MOVE ZEROS TO CCILIN
           DISPLAY (18, 01) "LINHA (0=FIM): ".
           ACCEPT  (18, 16) CCILIN.
           IF CCILIN = ZEROS
              GO TO CCI-TOTAL.
           MOVE "N" TO W-TEMREG
           READ CADCONTITEM
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMREG
           ELSE
              MOVE ZEROS TO CCICODPRO CCIQTD CCIPRECO.

       CCI-R2.
           DISPLAY (18, 20) "PRODUTO: ".
           ACCEPT  (18, 29) CCICODPRO WITH UPDATE.
           MOVE CCICODPRO TO CODIGO
           READ CADPRO
           IF ST-ERRO5 NOT = "00"
              MOVE "* PRODUTO NAO EXISTE, USE O SCP003 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CCI-R2.
           DISPLAY (18, 37) DESC
           DISPLAY (19, 01) "QTD (0=EXCLUIR): ".
           ACCEPT  (19, 18) CCIQTD WITH UPDATE.
           IF CCIQTD = ZEROS
              GO TO CCI-DL1.
           IF CCIPRECO = ZEROS
              MOVE PRECO TO CCIPRECO.

       CCI-R3.
           DISPLAY (20, 01) "PRECO MENSAL UNITARIO: ".
           ACCEPT  (20, 24) CCIPRECO WITH UPDATE.
           IF CCIPRECO = ZEROS
              MOVE "*** PRECO NAO PODE SER ZERO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CCI-R3.
           IF W-TEMREG = "S"
              REWRITE REGCONTITEM
           ELSE
              WRITE REGCONTITEM.
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ITEM DO CONTRATO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM CCI-LISTA THRU CCI-LISTA-FIM
           GO TO CCI-R1.

       CCI-DL1.
           IF W-TEMREG NOT = "S"
              GO TO CCI-R1.
           DELETE CADCONTITEM RECORD
           MOVE "*** ITEM EXCLUIDO DO CONTRATO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM CCI-LISTA THRU CCI-LISTA-FIM
           GO TO CCI-R1.

      *    GRAVA O NOVO VALOR MENSAL NO CONTRATO
       CCI-TOTAL.
           MOVE W-NUMCT TO CTNUM
           READ CADCONTCLI
           IF ST-ERRO NOT = "00"
              GO TO CCI-INI.
           MOVE W-TOTCT TO CTVALOR
           REWRITE REGCONTRATO
           MOVE "*** VALOR MENSAL DO CONTRATO ATUALIZADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CCI-INI.

      *
      *    ITENS DO CONTRATO (LINHAS 05 A 16) E TOTAL
      *
       CCI-LISTA.
           MOVE 05 TO CONLIN.
       CCI-LISTA-LP.
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) LIMPA
           ADD 1 TO CONLIN
           IF CONLIN < 18
              GO TO CCI-LISTA-LP.
           MOVE ZEROS TO W-TOTCT
           MOVE 04 TO CONLIN
           MOVE W-NUMCT TO CCINUM
           MOVE ZEROS TO CCILIN
           START CADCONTITEM KEY IS NOT LESS CCICHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO CCI-LISTA-TOT.
       CCI-LISTA-RD.
           READ CADCONTITEM NEXT
           IF ST-ERRO2 NOT = "00" OR CCINUM NOT = W-NUMCT
              GO TO CCI-LISTA-TOT.
           COMPUTE W-TOTCT = W-TOTCT + (CCIQTD * CCIPRECO)
           ADD 1 TO CONLIN
           IF CONLIN > 16
              GO TO CCI-LISTA-RD.
           MOVE CCILIN TO DETCCILIN
           MOVE CCICODPRO TO DETCCIPRO CODIGO
           READ CADPRO
           IF ST-ERRO5 = "00"
              MOVE DESC TO DETCCIDES
           ELSE
              MOVE SPACES TO DETCCIDES.
           MOVE CCIQTD TO DETCCIQTD
           MOVE CCIPRECO TO DETCCIPRE
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DETCCI
           GO TO CCI-LISTA-RD.
       CCI-LISTA-TOT.
           MOVE W-TOTCT TO DETCTVAL
           DISPLAY (17, 01) DETTOTCT.
       CCI-LISTA-FIM.
           EXIT.

      *
      ****************************************
      * CONSULTA DO CONTRATO, ITENS E        *
      * COMPETENCIAS JA FATURADAS            *
      ****************************************
      *
       CONS-INI.
           DISPLAY TELACONT
           MOVE ZEROS TO W-NUMCT
           DISPLAY (03, 01) "CONTRATO (0=VOLTAR): ".
           ACCEPT  (03, 22) W-NUMCT.
           IF W-NUMCT = ZEROS
              GO TO MENU-CONT.
           MOVE W-NUMCT TO CTNUM
           READ CADCONTCLI
           IF ST-ERRO NOT = "00"
              MOVE "*** CONTRATO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONS-INI.
           DISPLAY (03, 30) CTDESC
           PERFORM CCI-LISTA THRU CCI-LISTA-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VER OS FATURAMENTOS..."
           ACCEPT  (22, 41) W-OPCAO
           DISPLAY TELACONT
           DISPLAY (03, 01) "CONTRATO: "
           DISPLAY (03, 11) W-NUMCT
           DISPLAY (03, 20) "VIGENCIA: "
           DISPLAY (03, 30) CTDATAINI
           DISPLAY (03, 39) "A"
           DISPLAY (03, 41) CTDATAFIM
           DISPLAY (03, 51) "SITUACAO: "
           DISPLAY (03, 61) CTSTATUS
           DISPLAY (04, 01) "ULTIMO REAJUSTE: "
           DISPLAY (04, 18) CTULTREAJ
           MOVE 04 TO CONLIN
           MOVE W-NUMCT TO CFNUM
           MOVE ZEROS TO CFCOMPET
           START CADCONTFAT KEY IS NOT LESS CFCHAVE
           IF ST-ERRO3 NOT = "00"
              GO TO CONS-FIM.

       CONS-RD1.
           READ CADCONTFAT NEXT
           IF ST-ERRO3 NOT = "00" OR CFNUM NOT = W-NUMCT
              GO TO CONS-FIM.
           MOVE CFCOMPET TO DETCFCOMP
           MOVE CFNUMVEN TO DETCFVEN
           MOVE CFNFNUM TO DETCFNF
           MOVE CFVALOR TO DETCFVAL
           ADD 1 TO CONLIN
           IF CONLIN > 20
              DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
              ACCEPT (22, 31) W-OPCAO
              DISPLAY TELACONT
              MOVE 04 TO CONLIN.
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DETCF
           GO TO CONS-RD1.

       CONS-FIM.
           MOVE "*** FIM DA CONSULTA DO CONTRATO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CONS-INI.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCONTCLI
           CLOSE CADCONTITEM
           CLOSE CADCONTFAT
           CLOSE CADCLI
           CLOSE CADPRO
           CLOSE CADCONDPG
           CLOSE CADFOLHA
           CLOSE CADCFOP.
           IF W-TEMPAR = "S"
              CLOSE CADPARAM.
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
