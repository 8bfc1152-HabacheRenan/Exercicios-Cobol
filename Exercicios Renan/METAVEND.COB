       IDENTIFICATION DIVISION.
       PROGRAM-ID. METAVEND.
      *******************************
      * ATINGIMENTO DAS METAS MENSAIS DE VENDAS POR VENDEDOR      *
      * (CADMETA, SCP044 OPCAO 3). VENDA LIQUIDA = VENDAS         *
      * CONFIRMADAS (CADVENDA F/E) MENOS AS DEVOLUCOES DO SCP045  *
      * (CADDEVVEN) NA DATA DA DEVOLUCAO, PELO VENDEDOR DA VENDA  *
      * ORIGINAL. META POR TIPO DE PRODUTO USA OS ITENS DA VENDA. *
      * MOSTRA O MES ATE A DATA, A PROJECAO PARA O FIM DO MES     *
      * PELOS DIAS UTEIS QUE FALTAM (DIAUTIL) E O ACUMULADO DO    *
      * ANO. O IMPRESSO VAI PARA O SPOOL (METAVEND.TXT)           *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADMETA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS METCHAVE
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADVENDA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMVENDA
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADVENDITEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS VICHAVE
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT CADPRO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       FILE STATUS IS ST-ERRO4
                       ALTERNATE RECORD KEY IS DESC
                                   WITH DUPLICATES
                       ALTERNATE RECORD KEY IS BARRAS
                                   WITH DUPLICATES.
      *
       SELECT CADFOLHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS FCODIGO
                       ALTERNATE RECORD KEY IS
                       FNOME WITH DUPLICATES
                       ALTERNATE RECORD KEY IS FCPF
                       FILE STATUS  IS ST-ERRO5.
      *
       SELECT CADDEVVEN ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-ERRO6.
      *
       SELECT RELMETA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADMETA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMETA.DAT".
       01 REGMETA.
           03 METCHAVE.
               05 METVEND       PIC 9(06).
               05 METCOMPET     PIC 9(06).
               05 METTIPO       PIC 9(01).
           03 METVALOR          PIC 9(11)V99.
           03 METPERC           PIC 9(03)V99.
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
      *
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
      *
       FD CADDEVVEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDEVVEN.TXT".
       01 REGDEVVEN.
           03 DVV-NUMVEN        PIC 9(06).
           03 DVV-CNPJ          PIC 9(14).
           03 DVV-CODPRO        PIC 9(06).
           03 DVV-QTD           PIC 9(06).
           03 DVV-VALOR         PIC 9(11)V99.
           03 DVV-CREDITO       PIC 9(11)V99.
           03 DVV-MOTIVO        PIC X(20).
           03 DVV-DATA          PIC 9(08).
      *
       FD RELMETA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "METAVEND.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-ERRO5       PIC X(02) VALUE "00".
       01 ST-ERRO6       PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPHOJE     PIC 9(06) VALUE ZEROS.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-G REDEFINES W-COMPET.
           03 ANO-COMP   PIC 9(04).
           03 MES-COMP   PIC 9(02).
       01 W-FILTRO       PIC 9(06) VALUE ZEROS.
       01 W-DTCORTE      PIC 9(08) VALUE ZEROS.
       01 W-DTCORTE-G REDEFINES W-DTCORTE.
           03 ANO-CORTE  PIC 9(04).
           03 MES-CORTE  PIC 9(02).
           03 DIA-CORTE  PIC 9(02).
       01 W-DATA         PIC 9(08) VALUE ZEROS.
       01 W-DATA-G REDEFINES W-DATA.
           03 ANO-DT     PIC 9(04).
           03 MES-DT     PIC 9(02).
           03 DIA-DT     PIC 9(02).
       01 W-EHUTIL       PIC X(01) VALUE SPACES.
       01 W-PROXUTIL     PIC 9(08) VALUE ZEROS.
       01 W-ULTDIA       PIC 9(02) VALUE ZEROS.
       01 W-DUDEC        PIC 9(02) VALUE ZEROS.
       01 W-DUREST       PIC 9(02) VALUE ZEROS.
       01 W-QUOC         PIC 9(06) VALUE ZEROS.
       01 W-RESTO4       PIC 9(04) VALUE ZEROS.
       01 W-RESTO100     PIC 9(04) VALUE ZEROS.
       01 W-RESTO400     PIC 9(04) VALUE ZEROS.
       01 W-VEND         PIC 9(06) VALUE ZEROS.
       01 W-TIPO         PIC 9(01) VALUE ZEROS.
       01 W-MES          PIC 9(02) VALUE ZEROS.
       01 W-VALOR        PIC 9(13)V99 VALUE ZEROS.
       01 W-REALMES      PIC S9(11)V99 VALUE ZEROS.
       01 W-REALANO      PIC S9(11)V99 VALUE ZEROS.
       01 W-PROJ         PIC S9(11)V99 VALUE ZEROS.
       01 W-NUMER        PIC S9(11)V99 VALUE ZEROS.
       01 W-METAANO      PIC 9(13)V99 VALUE ZEROS.
       01 W-PERC         PIC S9(05)V9 VALUE ZEROS.
       01 W-QTDMETA      PIC 9(03) VALUE ZEROS.
       01 W-QTDATING     PIC 9(03) VALUE ZEROS.
       01 W-QTDPROJ      PIC 9(03) VALUE ZEROS.
       01 I              PIC 9(03) VALUE ZEROS.
       01 K              PIC 9(03) VALUE ZEROS.
       01 M              PIC 9(02) VALUE ZEROS.
       01 W-TOTMETA      PIC 9(03) VALUE ZEROS.
       01 W-TOTACU       PIC 9(03) VALUE ZEROS.
      *
      *    METAS DA COMPETENCIA
       01 TAB-META.
           03 TM-ITEM OCCURS 200 TIMES.
               05 TM-VEND     PIC 9(06).
               05 TM-TIPO     PIC 9(01).
               05 TM-VALOR    PIC 9(11)V99.
      *
      *    VENDAS E DEVOLUCOES DO ANO POR VENDEDOR/TIPO E MES
      *    (TIPO 0 = TOTAL DA VENDA)
       01 TAB-ACU.
           03 TA-ITEM OCCURS 300 TIMES.
               05 TA-VEND     PIC 9(06).
               05 TA-TIPO     PIC 9(01).
               05 TA-MESES.
                   07 TA-VENDA  PIC 9(11)V99 OCCURS 12 TIMES.
                   07 TA-DEVOL  PIC 9(11)V99 OCCURS 12 TIMES.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 FILLER    PIC X(40) VALUE
              "ATINGIMENTO DE METAS DE VENDAS          ".
           03 FILLER    PIC X(09) VALUE "EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.

       01 CAB2.
           03 FILLER    PIC X(13) VALUE "COMPETENCIA: ".
           03 CABCOMP   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(16) VALUE "  VENDAS ATE:   ".
           03 CABCORTE  PIC 9(08) VALUE ZEROS.

       01 CAB3.
           03 FILLER    PIC X(18) VALUE "DIAS UTEIS - MES: ".
           03 CABDUMES  PIC Z9 VALUE ZEROS.
           03 FILLER    PIC X(15) VALUE "  DECORRIDOS: ".
           03 CABDUDEC  PIC Z9 VALUE ZEROS.
           03 FILLER    PIC X(14) VALUE "  RESTANTES: ".
           03 CABDUREST PIC Z9 VALUE ZEROS.

       01 DETM1.
           03 FILLER    PIC X(09) VALUE "VENDEDOR ".
           03 DETVEND   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETNOME   PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(07) VALUE " TIPO: ".
           03 DETTIPO   PIC X(05) VALUE SPACES.

       01 DETM2.
           03 FILLER    PIC X(10) VALUE "  MES META".
           03 DETMMETA  PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(06) VALUE " REAL ".
           03 DETMREAL  PIC -ZZZZZZZ9,99 VALUE ZEROS.
           03 DETMPERC  PIC -ZZZ9,9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "%".
           03 FILLER    PIC X(06) VALUE " PROJ ".
           03 DETMPROJ  PIC -ZZZZZZZ9,99 VALUE ZEROS.
           03 DETMPPER  PIC -ZZZ9,9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "%".

       01 DETM3.
           03 FILLER    PIC X(10) VALUE "  ANO META".
           03 DETAMETA  PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(06) VALUE " REAL ".
           03 DETAREAL  PIC -ZZZZZZZ9,99 VALUE ZEROS.
           03 DETAPERC  PIC -ZZZ9,9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "%".

       01 TOT1.
           03 FILLER    PIC X(07) VALUE "METAS: ".
           03 TOTMETA   PIC ZZ9 VALUE ZEROS.
           03 FILLER    PIC X(21) VALUE "  ATINGIDAS NO MES: ".
           03 TOTATING  PIC ZZ9 VALUE ZEROS.
           03 FILLER    PIC X(21) VALUE "  ATINGIDAS NA PROJ: ".
           03 TOTPROJ   PIC ZZ9 VALUE ZEROS.

       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".

       SCREEN SECTION.

       01  TELAMETA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   ATINGIMEN".
           05  LINE 02  COLUMN 42
               VALUE  "TO DE METAS DE VENDAS  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN INPUT CADMETA
           IF ST-ERRO NOT = "00"
              MOVE "SEM METAS - USE O SCP044 OPCAO 3" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADVENDA
           IF ST-ERRO2 NOT = "00"
              MOVE "SEM VENDAS - USE O SCP036" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADMETA
              GO TO ROT-FIM2.
           OPEN INPUT CADVENDITEM
           OPEN INPUT CADPRO
           OPEN INPUT CADFOLHA
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DIVIDE W-HOJE BY 100 GIVING W-COMPHOJE.

       INC-001.
           DISPLAY TELAMETA
           MOVE W-COMPHOJE TO W-COMPET
           DISPLAY (04, 01) "COMPETENCIA (AAAAMM  0=SAIR): ".
           ACCEPT  (04, 31) W-COMPET WITH UPDATE.
           IF W-COMPET = ZEROS
              GO TO ROT-FIM.
           IF MES-COMP < 01 OR MES-COMP > 12 OR ANO-COMP < 1900
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-COMPET > W-COMPHOJE
              MOVE "*** COMPETENCIA AINDA NAO INICIADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
       INC-002.
           MOVE ZEROS TO W-FILTRO
           DISPLAY (05, 01) "VENDEDOR (0=TODOS): ".
           ACCEPT  (05, 21) W-FILTRO.
      *    MES CORRENTE: VENDAS ATE HOJE; MES FECHADO: ATE O DIA 31
           IF W-COMPET = W-COMPHOJE
              MOVE W-HOJE TO W-DTCORTE
           ELSE
              MOVE ANO-COMP TO ANO-CORTE
              MOVE MES-COMP TO MES-CORTE
              MOVE 31 TO DIA-CORTE.
           PERFORM CONTA-UTIL THRU CONTA-UTIL-FIM
           PERFORM CARGA-META THRU CARGA-META-FIM
           IF W-TOTMETA = ZEROS
              MOVE "*** NENHUMA META NA COMPETENCIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           DISPLAY (07, 01) "APURANDO VENDAS DO ANO..."
           MOVE ZEROS TO W-TOTACU
           PERFORM VARRE-VEN THRU VARRE-VEN-FIM
           PERFORM VARRE-DEV THRU VARRE-DEV-FIM
           PERFORM LISTA THRU LISTA-FIM
      *    O IMPRESSO VAI PARA O SPOOL CENTRAL (SCP067)
           MOVE "METAVEND" TO W-SPPROG
           MOVE "METAVEND.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           DISPLAY (09, 01) "METAS DA COMPETENCIA: "
           DISPLAY (09, 23) W-QTDMETA
           DISPLAY (10, 01) "ATINGIDAS NO MES    : "
           DISPLAY (10, 23) W-QTDATING
           DISPLAY (11, 01) "ATINGIDAS NA PROJ.  : "
           DISPLAY (11, 23) W-QTDPROJ
           MOVE "*** RELATORIO GERADO E ENVIADO AO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.

      *
      ****************************************
      * DIAS UTEIS DO MES DA COMPETENCIA:    *
      * DECORRIDOS ATE A DATA DE CORTE E     *
      * RESTANTES ATE O FIM DO MES           *
      ****************************************
      *
       CONTA-UTIL.
           MOVE ZEROS TO W-DUDEC W-DUREST
           MOVE ANO-COMP TO ANO-DT
           MOVE MES-COMP TO MES-DT
           PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
           IF DIA-CORTE > W-ULTDIA
              MOVE W-ULTDIA TO DIA-CORTE.
           MOVE 01 TO DIA-DT.
       CONTA-UTIL-DIA.
           IF DIA-DT > W-ULTDIA
              GO TO CONTA-UTIL-FIM.
           CALL "DIAUTIL" USING W-DATA W-EHUTIL W-PROXUTIL
           IF W-EHUTIL = "S"
              IF DIA-DT > DIA-CORTE
                 ADD 1 TO W-DUREST
              ELSE
                 ADD 1 TO W-DUDEC.
           ADD 1 TO DIA-DT
           GO TO CONTA-UTIL-DIA.
       CONTA-UTIL-FIM.
           EXIT.

       ULTIMO-DIA.
           IF MES-DT = 1 OR MES-DT = 3 OR MES-DT = 5 OR MES-DT = 7
              OR MES-DT = 8 OR MES-DT = 10 OR MES-DT = 12
              MOVE 31 TO W-ULTDIA
              GO TO ULTIMO-DIA-FIM.
           IF MES-DT NOT = 2
              MOVE 30 TO W-ULTDIA
              GO TO ULTIMO-DIA-FIM.
           MOVE 28 TO W-ULTDIA
           DIVIDE ANO-DT BY 4 GIVING W-QUOC REMAINDER W-RESTO4
           DIVIDE ANO-DT BY 100 GIVING W-QUOC REMAINDER W-RESTO100
           DIVIDE ANO-DT BY 400 GIVING W-QUOC REMAINDER W-RESTO400
           IF W-RESTO4 = ZEROS
              IF W-RESTO100 NOT = ZEROS OR W-RESTO400 = ZEROS
                 MOVE 29 TO W-ULTDIA.
       ULTIMO-DIA-FIM.
           EXIT.

      *
      ****************************************
      * METAS DA COMPETENCIA (E DO VENDEDOR) *
      ****************************************
      *
       CARGA-META.
           MOVE ZEROS TO W-TOTMETA
           MOVE W-FILTRO TO METVEND
           MOVE ZEROS TO METCOMPET METTIPO
           START CADMETA KEY IS NOT LESS METCHAVE
           IF ST-ERRO NOT = "00"
              GO TO CARGA-META-FIM.
       CARGA-META-RD.
           READ CADMETA NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARGA-META-FIM.
           IF W-FILTRO NOT = ZEROS AND METVEND NOT = W-FILTRO
              GO TO CARGA-META-FIM.
           IF METCOMPET NOT = W-COMPET
              GO TO CARGA-META-RD.
           IF W-TOTMETA < 200
              ADD 1 TO W-TOTMETA
              MOVE METVEND TO TM-VEND(W-TOTMETA)
              MOVE METTIPO TO TM-TIPO(W-TOTMETA)
              MOVE METVALOR TO TM-VALOR(W-TOTMETA).
           GO TO CARGA-META-RD.
       CARGA-META-FIM.
           EXIT.

      *
      ****************************************
      * VENDAS CONFIRMADAS DO ANO ATE O CORTE*
      * TOTAL DA VENDA NO TIPO 0 E OS ITENS  *
      * NO TIPO DO PRODUTO                   *
      ****************************************
      *
       VARRE-VEN.
           MOVE ZEROS TO NUMVENDA
           START CADVENDA KEY IS NOT LESS NUMVENDA
           IF ST-ERRO2 NOT = "00"
              GO TO VARRE-VEN-FIM.
       VARRE-VEN-RD.
           READ CADVENDA NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO VARRE-VEN-FIM.
           IF VSTATUS NOT = "F" AND VSTATUS NOT = "E"
              GO TO VARRE-VEN-RD.
           IF VVENDEDOR = ZEROS
              GO TO VARRE-VEN-RD.
           IF W-FILTRO NOT = ZEROS AND VVENDEDOR NOT = W-FILTRO
              GO TO VARRE-VEN-RD.
           MOVE VDATA TO W-DATA
           IF ANO-DT NOT = ANO-COMP OR VDATA > W-DTCORTE
              GO TO VARRE-VEN-RD.
           MOVE MES-DT TO W-MES
           MOVE VVENDEDOR TO W-VEND
           MOVE ZEROS TO W-TIPO
           PERFORM ACHA-ACU THRU ACHA-ACU-FIM
           IF I NOT = ZEROS
              ADD VVALOR TO TA-VENDA(I, W-MES).
           MOVE NUMVENDA TO VINUMVEN
           MOVE ZEROS TO VINUMLIN
           START CADVENDITEM KEY IS NOT LESS VICHAVE
           IF ST-ERRO3 NOT = "00"
              GO TO VARRE-VEN-RD.
       VARRE-VEN-IT.
           READ CADVENDITEM NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO VARRE-VEN-RD.
           IF VINUMVEN NOT = NUMVENDA
              GO TO VARRE-VEN-RD.
           MOVE VICODPRO TO CODIGO
           READ CADPRO
           IF ST-ERRO4 NOT = "00" OR TIPOPRODUTO = ZEROS
              GO TO VARRE-VEN-IT.
           MOVE TIPOPRODUTO TO W-TIPO
           PERFORM ACHA-ACU THRU ACHA-ACU-FIM
           IF I NOT = ZEROS
              ADD VIVALOR TO TA-VENDA(I, W-MES).
           GO TO VARRE-VEN-IT.
       VARRE-VEN-FIM.
           EXIT.

      *
      ****************************************
      * DEVOLUCOES DO ANO ATE O CORTE, NO MES*
      * DA DEVOLUCAO E PELO VENDEDOR DA VENDA*
      ****************************************
      *
       VARRE-DEV.
           OPEN INPUT CADDEVVEN
           IF ST-ERRO6 NOT = "00"
              GO TO VARRE-DEV-FIM.
       VARRE-DEV-RD.
           READ CADDEVVEN
           IF ST-ERRO6 NOT = "00"
              CLOSE CADDEVVEN
              GO TO VARRE-DEV-FIM.
           MOVE DVV-DATA TO W-DATA
           IF ANO-DT NOT = ANO-COMP OR DVV-DATA > W-DTCORTE
              GO TO VARRE-DEV-RD.
           MOVE DVV-NUMVEN TO NUMVENDA
           READ CADVENDA
           IF ST-ERRO2 NOT = "00" OR VVENDEDOR = ZEROS
              GO TO VARRE-DEV-RD.
           IF W-FILTRO NOT = ZEROS AND VVENDEDOR NOT = W-FILTRO
              GO TO VARRE-DEV-RD.
           MOVE MES-DT TO W-MES
           MOVE VVENDEDOR TO W-VEND
           MOVE ZEROS TO W-TIPO
           PERFORM ACHA-ACU THRU ACHA-ACU-FIM
           IF I NOT = ZEROS
              ADD DVV-VALOR TO TA-DEVOL(I, W-MES).
           MOVE DVV-CODPRO TO CODIGO
           READ CADPRO
           IF ST-ERRO4 NOT = "00" OR TIPOPRODUTO = ZEROS
              GO TO VARRE-DEV-RD.
           MOVE TIPOPRODUTO TO W-TIPO
           PERFORM ACHA-ACU THRU ACHA-ACU-FIM
           IF I NOT = ZEROS
              ADD DVV-VALOR TO TA-DEVOL(I, W-MES).
           GO TO VARRE-DEV-RD.
       VARRE-DEV-FIM.
           EXIT.

      *
      *    POSICAO DE W-VEND/W-TIPO NA TABELA (INCLUI SE NAO HOUVER)
      *    I = ZERO QUANDO A TABELA ESTA CHEIA
      *
       ACHA-ACU.
           MOVE 1 TO I.
       ACHA-ACU-PROC.
           IF I > W-TOTACU
              IF W-TOTACU < 300
                 ADD 1 TO W-TOTACU
                 MOVE W-TOTACU TO I
                 MOVE W-VEND TO TA-VEND(I)
                 MOVE W-TIPO TO TA-TIPO(I)
                 MOVE ZEROS TO TA-MESES(I)
                 GO TO ACHA-ACU-FIM
              ELSE
                 MOVE ZEROS TO I
                 GO TO ACHA-ACU-FIM.
           IF TA-VEND(I) = W-VEND AND TA-TIPO(I) = W-TIPO
              GO TO ACHA-ACU-FIM.
           ADD 1 TO I
           GO TO ACHA-ACU-PROC.
       ACHA-ACU-FIM.
           EXIT.

      *
      ****************************************
      * LISTAGEM DAS METAS DA COMPETENCIA    *
      ****************************************
      *
       LISTA.
           MOVE ZEROS TO W-QTDMETA W-QTDATING W-QTDPROJ
           OPEN OUTPUT RELMETA
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           MOVE W-COMPET TO CABCOMP
           MOVE W-DTCORTE TO CABCORTE
           WRITE REGREL FROM CAB2
           COMPUTE CABDUMES = W-DUDEC + W-DUREST
           MOVE W-DUDEC TO CABDUDEC
           MOVE W-DUREST TO CABDUREST
           WRITE REGREL FROM CAB3
           WRITE REGREL FROM LINSEP
           MOVE 1 TO K.
       LISTA-PROC.
           IF K > W-TOTMETA
              GO TO LISTA-TOT.
           MOVE TM-VEND(K) TO W-VEND FCODIGO DETVEND
           MOVE TM-TIPO(K) TO W-TIPO
           READ CADFOLHA
           IF ST-ERRO5 = "00"
              MOVE FNOME TO DETNOME
           ELSE
              MOVE SPACES TO DETNOME.
           IF W-TIPO = ZEROS
              MOVE "GERAL" TO DETTIPO
           ELSE
              MOVE SPACES TO DETTIPO
              MOVE W-TIPO TO DETTIPO.
           WRITE REGREL FROM DETM1
           PERFORM PROC-ACU THRU PROC-ACU-FIM
           PERFORM APURA THRU APURA-FIM
      *    MES ATE A DATA E PROJECAO PELOS DIAS UTEIS QUE FALTAM
           MOVE TM-VALOR(K) TO DETMMETA
           MOVE W-REALMES TO DETMREAL
           MOVE W-REALMES TO W-NUMER
           MOVE TM-VALOR(K) TO W-VALOR
           PERFORM CALC-PERC THRU CALC-PERC-FIM
           MOVE W-PERC TO DETMPERC
           MOVE W-REALMES TO W-PROJ
           IF W-DUDEC > ZEROS AND W-DUREST > ZEROS
              COMPUTE W-PROJ ROUNDED =
                 W-REALMES + (W-REALMES * W-DUREST / W-DUDEC).
           MOVE W-PROJ TO DETMPROJ W-NUMER
           PERFORM CALC-PERC THRU CALC-PERC-FIM
           MOVE W-PERC TO DETMPPER
           WRITE REGREL FROM DETM2
           ADD 1 TO W-QTDMETA
           IF W-REALMES NOT < TM-VALOR(K)
              ADD 1 TO W-QTDATING.
           IF W-PROJ NOT < TM-VALOR(K)
              ADD 1 TO W-QTDPROJ.
      *    ACUMULADO DO ANO ATE A COMPETENCIA
           PERFORM META-ANO THRU META-ANO-FIM
           PERFORM APURA-ANO THRU APURA-ANO-FIM
           MOVE W-METAANO TO DETAMETA
           MOVE W-REALANO TO DETAREAL
           MOVE W-REALANO TO W-NUMER
           MOVE W-METAANO TO W-VALOR
           PERFORM CALC-PERC THRU CALC-PERC-FIM
           MOVE W-PERC TO DETAPERC
           WRITE REGREL FROM DETM3
           ADD 1 TO K
           GO TO LISTA-PROC.
       LISTA-TOT.
           WRITE REGREL FROM LINSEP
           MOVE W-QTDMETA TO TOTMETA
           MOVE W-QTDATING TO TOTATING
           MOVE W-QTDPROJ TO TOTPROJ
           WRITE REGREL FROM TOT1
           CLOSE RELMETA.
       LISTA-FIM.
           EXIT.

      *
      *    POSICAO DE W-VEND/W-TIPO NA TABELA (I = ZERO SE NAO HOUVER
      *    VENDA NEM DEVOLUCAO)
      *
       PROC-ACU.
           MOVE 1 TO I.
       PROC-ACU-LOOP.
           IF I > W-TOTACU
              MOVE ZEROS TO I
              GO TO PROC-ACU-FIM.
           IF TA-VEND(I) = W-VEND AND TA-TIPO(I) = W-TIPO
              GO TO PROC-ACU-FIM.
           ADD 1 TO I
           GO TO PROC-ACU-LOOP.
       PROC-ACU-FIM.
           EXIT.

      *
      *    VENDA LIQUIDA DO MES DA COMPETENCIA
      *
       APURA.
           MOVE ZEROS TO W-REALMES
           IF I = ZEROS
              GO TO APURA-FIM.
           COMPUTE W-REALMES =
              TA-VENDA(I, MES-COMP) - TA-DEVOL(I, MES-COMP).
       APURA-FIM.
           EXIT.

      *
      *    VENDA LIQUIDA DE JANEIRO ATE O MES DA COMPETENCIA
      *
       APURA-ANO.
           MOVE ZEROS TO W-REALANO
           IF I = ZEROS
              GO TO APURA-ANO-FIM.
           MOVE 1 TO M.
       APURA-ANO-MES.
           IF M > MES-COMP
              GO TO APURA-ANO-FIM.
           COMPUTE W-REALANO =
              W-REALANO + TA-VENDA(I, M) - TA-DEVOL(I, M)
           ADD 1 TO M
           GO TO APURA-ANO-MES.
       APURA-ANO-FIM.
           EXIT.

      *
      *    SOMA DAS METAS DO VENDEDOR/TIPO DE JANEIRO ATE A COMPETENCIA
      *
       META-ANO.
           MOVE ZEROS TO W-METAANO
           MOVE 1 TO M.
       META-ANO-MES.
           IF M > MES-COMP
              GO TO META-ANO-FIM.
           MOVE W-VEND TO METVEND
           COMPUTE METCOMPET = (ANO-COMP * 100) + M
           MOVE W-TIPO TO METTIPO
           READ CADMETA
           IF ST-ERRO = "00"
              ADD METVALOR TO W-METAANO.
           ADD 1 TO M
           GO TO META-ANO-MES.
       META-ANO-FIM.
           EXIT.

      *
      *    PERCENTUAL DE W-NUMER SOBRE W-VALOR
      *
       CALC-PERC.
           MOVE ZEROS TO W-PERC
           IF W-VALOR > ZEROS
              COMPUTE W-PERC ROUNDED = W-NUMER * 100 / W-VALOR.
       CALC-PERC-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADMETA CADVENDA CADVENDITEM CADPRO CADFOLHA.
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
