      * PROGRAMA PARA EXPEDICAO DE VENDAS: ROMANEIO DE SEPARACAO *
      * POR DEPOSITO E CONFIRMACAO DE EMBARQUE COM TRANSPORTADORA *
      * O ESTOQUE SO E BAIXADO NA CONFIRMACAO DO EMBARQUE         *
      * VENDA COM PENDENCIA DE ESTOQUE (CADPENDVEN) AGUARDA        *
      * O CUSTO DE CADA LINHA NO EMBARQUE (MEDIO E FIFO) FICA NO   *
      * CADCUSTVEN PARA A ANALISE DE MARGEM (MARGVEN)              *
      * VENDA A EMPRESA DO GRUPO GERA A ENTRADA ESPELHO NA          *
      * COMPRADORA (ROTINA INTERESP; PENDENTES NO INTERCO)         *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RESCODPRO
                       FILE STATUS IS ST-RES.
      *
           SELECT CADPENDVEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PDCHAVE
                       ALTERNATE RECORD KEY IS PDCODPRO
                                   WITH DUPLICATES
                       FILE STATUS IS ST-PND.
      *
           SELECT CADCAMADA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CAMCHAVE
                       FILE STATUS IS ST-CAM.
      *
           SELECT CADCUSTVEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CVCHAVE
                       FILE STATUS IS ST-CVN.
      *
           SELECT CADCLI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CLICNPJ
                       ALTERNATE RECORD KEY IS
                       CLINOME WITH DUPLICATES
                       FILE STATUS  IS ST-CLI.
      *
           SELECT CADEND ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CEP
                       ALTERNATE RECORD KEY IS
                       CIDADE WITH DUPLICATES
                       FILE STATUS IS ST-END.
      *
           SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-PAR.
      *
           SELECT ROMIMP ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       FD CADSALDO
           LABEL RECORD IS STANDARD
               05 SALCODPRO     PIC 9(06).
               05 SALDEPOS      PIC 9(02).
           03 SALQTD            PIC 9(06).
           03 SALQTDCON         PIC 9(06).

       FD CADDEPOS
           LABEL RECORD IS STANDARD
           03 MTIPO             PIC X(01).
           03 MQTD              PIC 9(06).
           03 MOTIVO            PIC X(20).
           03 MPROPR            PIC X(01).

       FD CADTRANSP
           LABEL RECORD IS STANDARD
           03 RESCODPRO         PIC 9(06).
           03 RESQTD            PIC 9(08).

       FD CADPENDVEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPENDVEN.DAT".
       01 REGPENDVEN.
           03 PDCHAVE.
               05 PDNUMVEN      PIC 9(06).
               05 PDNUMLIN      PIC 9(02).
           03 PDCODPRO          PIC 9(06).
           03 PDCNPJ            PIC 9(14).
           03 PDDATA            PIC 9(08).
           03 PDQTDORIG         PIC 9(06).
           03 PDQTDPEND         PIC 9(06).
           03 PDSTATUS          PIC X(01).
           03 PDDATALOC         PIC 9(08).

       FD CADCAMADA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCAMADA.DAT".
           03 CAMCUSTO          PIC 9(09)V99.
           03 CAMDATA           PIC 9(08).

       FD CADCUSTVEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCUSTVEN.DAT".
       01 REGCUSTVEN.
           03 CVCHAVE.
               05 CVNUMVEN      PIC 9(06).
               05 CVNUMLIN      PIC 9(02).
           03 CVCODPRO          PIC 9(06).
           03 CVQTD             PIC 9(06).
           03 CVCUSTMED         PIC 9(09)V99.
           03 CVCUSTFIFO        PIC 9(11)V99.
           03 CVDATA            PIC 9(08).

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

       FD CADEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEND.DAT".
       01 REGEND.
           03 CEP            PIC 9(09).
           03 LOGRADOURO     PIC X(35).
           03 BAIRRO         PIC X(20).
           03 CIDADE         PIC X(20).
           03 UF             PIC X(02).
           03 UFTXT          PIC X(20).
           03 STATUSEND      PIC X(01).
           03 FILLER         PIC X(16).

       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.

       FD ROMIMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ROMANEIO.TXT".
       01 ST-EXP               PIC X(02) VALUE "00".
       01 ST-XLO               PIC X(02) VALUE "00".
       01 ST-RES               PIC X(02) VALUE "00".
       01 ST-PND               PIC X(02) VALUE "00".
       01 W-TEMPEND            PIC X(01) VALUE "N".
       01 ST-CAM               PIC X(02) VALUE "00".
       01 W-DATAFEC            PIC 9(08) VALUE ZEROS.
       01 W-FECHADO            PIC X(01) VALUE "N".
       01 W-FALTACAM           PIC 9(06) VALUE ZEROS.
       01 W-TIRACAM            PIC 9(06) VALUE ZEROS.
       01 W-CUSTFIFO           PIC 9(11)V99 VALUE ZEROS.
       01 ST-CVN               PIC X(02) VALUE "00".
       01 W-RESQTD             PIC 9(08) VALUE ZEROS.
       01 W-DISPON             PIC S9(08) VALUE ZEROS.
       01 ST-IMP               PIC X(02) VALUE "00".
       01 ST-CLI               PIC X(02) VALUE "00".
       01 ST-END               PIC X(02) VALUE "00".
       01 ST-PAR               PIC X(02) VALUE "00".
      *
      *    COTACAO DE FRETE (TABELAS DO SCP047, ROTINA FRETECOT)
      *
       01 W-CUBAGEM            PIC 9(05) VALUE 300.
       01 W-PESOREAL           PIC 9(07)V999 VALUE ZEROS.
       01 W-VOLTOT             PIC 9(05)V9(04) VALUE ZEROS.
       01 W-PESOCUB            PIC 9(07)V999 VALUE ZEROS.
       01 W-PESOTAX            PIC 9(07)V999 VALUE ZEROS.
       01 W-CEPDEST            PIC 9(09) VALUE ZEROS.
       01 W-UFDEST             PIC X(02) VALUE SPACES.
       01 W-FRTCOT             PIC 9(09)V99 VALUE ZEROS.
       01 W-FRTRET             PIC X(02) VALUE SPACES.
       01 W-MELCNPJ            PIC 9(14) VALUE ZEROS.
       01 W-MELFRT             PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDCOT             PIC 9(03) VALUE ZEROS.
       01 W-LINCOT             PIC 9(02) VALUE ZEROS.
       01 W-COTADO             PIC X(01) VALUE "N".
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
       77 W-OPCAO              PIC X(01) VALUE SPACES.
       01 ST-ERRO2             PIC X(02) VALUE "00".
       01 ST-ERRO3             PIC X(02) VALUE "00".
       01 W-VENDAEXP           PIC 9(06) VALUE ZEROS.
       01 W-INTRET             PIC X(02) VALUE SPACES.
       01 W-DEPMOV             PIC 9(02) VALUE 01.
       01 W-TRACNPJ            PIC 9(14) VALUE ZEROS.
       01 W-FRETE              PIC 9(09)V99 VALUE ZEROS.
       01 W-PRVVAL             PIC 9(08) VALUE ZEROS.
       01 W-PRVLOT             PIC X(10) VALUE SPACES.
       01 W-PRVQTD             PIC 9(06) VALUE ZEROS.
       01 W-CODLIS             PIC 9(06) VALUE ZEROS.
       01 W-SERIE              PIC X(20) VALUE SPACES.
       01 W-SEROPER            PIC X(01) VALUE SPACES.
       01 W-SERDEPD            PIC 9(02) VALUE ZEROS.
       01 W-SERDOC             PIC 9(09) VALUE ZEROS.
       01 W-SERRET             PIC X(02) VALUE SPACES.
       01 W-NSER               PIC 9(06) VALUE ZEROS.
       01 LIMPA                PIC X(55) VALUE SPACES.
      *
      *    SEPARACAO POR ENDERECO (ORDEM DE CAMINHADA)
      *
       01 TAB-SEP.
           03 TS-ITEM OCCURS 200 TIMES.
               05 TS-CHAVE.
                   07 TS-ORDEM     PIC 9(07).
                   07 TS-ENDER     PIC 9(07).
                   07 TS-LIN       PIC 9(02).
               05 TS-CODPRO        PIC 9(06).
               05 TS-LOTE          PIC X(10).
               05 TS-VALID         PIC 9(08).
               05 TS-QTD           PIC 9(06).
       01 W-TSAUX              PIC X(46) VALUE SPACES.
       01 W-QTDSEP             PIC 9(03) VALUE ZEROS.
       01 W-IS                 PIC 9(03) VALUE ZEROS.
       01 W-JS                 PIC 9(03) VALUE ZEROS.
       01 W-TROCOU             PIC X(01) VALUE "N".
       01 W-SEPCHEIA           PIC X(01) VALUE "N".
       01 W-FALTAEND           PIC 9(06) VALUE ZEROS.
       01 W-JAALOC             PIC 9(06) VALUE ZEROS.
       01 W-VALCAND            PIC 9(08) VALUE ZEROS.
       01 W-ACHOUEND           PIC X(01) VALUE "N".
       01 W-MELLOTE            PIC X(10) VALUE SPACES.
       01 W-MELEND             PIC 9(07) VALUE ZEROS.
       01 W-MELORD             PIC 9(07) VALUE ZEROS.
       01 W-MELVAL             PIC 9(08) VALUE ZEROS.
       01 W-MELDISP            PIC 9(06) VALUE ZEROS.
       01 W-ENDOPER            PIC X(01) VALUE SPACES.
       01 W-ENDLOTE            PIC X(10) VALUE SPACES.
       01 W-ENDLOC             PIC 9(07) VALUE ZEROS.
       01 W-ENDQTD             PIC 9(06) VALUE ZEROS.
       01 W-ENDORD             PIC 9(07) VALUE ZEROS.
       01 W-ENDRET             PIC X(02) VALUE SPACES.
       01 W-ENDPARTES.
           03 W-EPRUA          PIC 9(02).
           03 W-EPPRAT         PIC 9(03).
           03 W-EPNIV          PIC 9(02).
       01 W-ENDNUM REDEFINES W-ENDPARTES PIC 9(07).
       01 W-QTDMOV             PIC 9(08) VALUE ZEROS.
       01 W-QTDCSG             PIC 9(08) VALUE ZEROS.
       01 W-PRPANT             PIC 9(08) VALUE ZEROS.
       01 W-CSGOPER            PIC X(01) VALUE SPACES.
       01 W-CSGCNPJ            PIC 9(14) VALUE ZEROS.
       01 W-CSGPRECO           PIC 9(09)V99 VALUE ZEROS.
       01 W-CSGSALDO           PIC 9(08) VALUE ZEROS.
       01 W-CSGRET             PIC X(02) VALUE SPACES.
       01 W-MOTIVOEXP.
           03 FILLER           PIC X(14) VALUE "EXPED VENDA   ".
           03 MOT-NUMVEN       PIC 9(06).
           03 FILLER    PIC X(07) VALUE " VENC: ".
           03 IMPLOTVAL PIC 9(08) VALUE ZEROS.

       01 IMP-CAB2.
           03 FILLER    PIC X(21) VALUE "ENDERECO  LOTE       ".
           03 FILLER    PIC X(20) VALUE "LN CODIGO DESCRICAO ".
           03 FILLER    PIC X(22) VALUE "                   SEP".

       01 IMP-ITEM.
           03 IMPIEND.
               05 IMPIRUA   PIC 9(02) VALUE ZEROS.
               05 FILLER    PIC X(01) VALUE "-".
               05 IMPIPRAT  PIC 9(03) VALUE ZEROS.
               05 FILLER    PIC X(01) VALUE "-".
               05 IMPINIV   PIC 9(02) VALUE ZEROS.
           03 IMPISEM REDEFINES IMPIEND PIC X(09).
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPILOTE  PIC X(10) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPILIN   PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPICOD   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPIDESC  PIC X(25) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 IMPIQTD   PIC ZZZZZ9.

       01 IMP-CHEIA.
           03 FILLER    PIC X(40) VALUE
              "*** ROMANEIO EXCEDEU 200 SEPARACOES ***".

       SCREEN SECTION.
       01  TELAEXP.
              OPEN OUTPUT CADRESERVA
              CLOSE CADRESERVA
              OPEN I-O CADRESERVA.
           OPEN INPUT CADPENDVEN.

       RG3.
           OPEN I-O CADCAMADA
              OPEN OUTPUT CADCAMADA
              CLOSE CADCAMADA
              OPEN I-O CADCAMADA.
           OPEN I-O CADCUSTVEN
           IF ST-CVN = "30"
              OPEN OUTPUT CADCUSTVEN
              CLOSE CADCUSTVEN
              OPEN I-O CADCUSTVEN.

       RH0.
           OPEN EXTEND ROMIMP
           IF ST-IMP NOT = "00"
              OPEN OUTPUT ROMIMP.

      *    DESTINO DA COTACAO DE FRETE E FATOR DE CUBAGEM (KG/M3)
       RI0.
           OPEN INPUT CADCLI
           OPEN INPUT CADEND
           OPEN INPUT CADPARAM.
           IF ST-PAR = "00"
              MOVE "FRTCUBAG" TO PARCODIGO
              READ CADPARAM
              IF ST-PAR = "00" AND PARVALOR > ZEROS
                 MOVE PARVALOR TO W-CUBAGEM.
           CLOSE CADPARAM.

       MENU-EXP.
           DISPLAY TELAEXP
           DISPLAY (04, 01) "1 - ROMANEIO DE SEPARACAO DE UMA VENDA"
              MOVE "*** VENDA NAO AGUARDA EXPEDICAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROM-INI.
           PERFORM VER-PEND THRU VER-PEND-FIM
           IF W-TEMPEND = "S"
              MOVE "* VENDA COM PENDENCIA - AGUARDA ESTOQUE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROM-INI.

       ROM-DEP.
           MOVE 01 TO W-DEPMOV
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROM-DEP.

      *    UMA LINHA POR ENDERECO/LOTE NA ORDEM DE CAMINHADA;
      *    O QUE NAO ESTA ENDERECADO VAI NO FIM COM OS LOTES FEFO
       ROM-IMPRIME.
           MOVE W-VENDAEXP TO IMPVENDA
           MOVE W-DEPMOV TO IMPDEPOS
           WRITE REGIMP FROM IMP-TRACO
           WRITE REGIMP FROM IMP-CAB1
           WRITE REGIMP FROM IMP-TRACO
           WRITE REGIMP FROM IMP-CAB2
           PERFORM MONTA-SEP THRU MONTA-SEP-FIM
           PERFORM ORDENA-SEP THRU ORDENA-SEP-FIM
           MOVE ZEROS TO W-IS.
       ROM-RD1.
           ADD 1 TO W-IS
           IF W-IS > W-QTDSEP
              GO TO ROM-FIM.
           IF TS-ENDER(W-IS) = ZEROS
              MOVE "SEM END. " TO IMPISEM
           ELSE
              MOVE TS-ENDER(W-IS) TO W-ENDNUM
              MOVE W-EPRUA TO IMPIRUA
              MOVE W-EPPRAT TO IMPIPRAT
              MOVE W-EPNIV TO IMPINIV.
           MOVE TS-LOTE(W-IS) TO IMPILOTE
           MOVE TS-LIN(W-IS) TO IMPILIN
           MOVE TS-CODPRO(W-IS) TO IMPICOD CODIGO
           READ CADPRO
           IF ST-ERRO3 = "00"
              MOVE DESC TO IMPIDESC
           ELSE
              MOVE SPACES TO IMPIDESC.
           MOVE TS-QTD(W-IS) TO IMPIQTD
           WRITE REGIMP FROM IMP-ITEM
           IF TS-ENDER(W-IS) = ZEROS
              MOVE TS-CODPRO(W-IS) TO W-CODLIS
              MOVE TS-QTD(W-IS) TO W-RESTPREV
              PERFORM LISTA-LOTES THRU LISTA-LOTES-FIM.
           GO TO ROM-RD1.
       ROM-FIM.
           IF W-SEPCHEIA = "S"
              WRITE REGIMP FROM IMP-CHEIA.
           WRITE REGIMP FROM IMP-TRACO
           MOVE "*** ROMANEIO GRAVADO EM ROMANEIO.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "*** VENDA NAO AGUARDA EXPEDICAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMB-INI.
           PERFORM VER-PEND THRU VER-PEND-FIM
           IF W-TEMPEND = "S"
              MOVE "* VENDA COM PENDENCIA - AGUARDA ESTOQUE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMB-INI.

       EMB-DEP.
           MOVE 01 TO W-DEPMOV
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMB-DEP.

      *    PESO TAXADO: O MAIOR ENTRE O PESO REAL E O CUBADO
       EMB-PESO.
           MOVE ZEROS TO W-PESOREAL W-VOLTOT W-FRETE
           MOVE W-VENDAEXP TO VINUMVEN
           MOVE ZEROS TO VINUMLIN
           START CADVENDITEM KEY IS NOT LESS VICHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO EMB-DEST.
       EMB-PESO-RD.
           READ CADVENDITEM NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO EMB-DEST.
           IF VINUMVEN NOT = W-VENDAEXP
              GO TO EMB-DEST.
           MOVE VICODPRO TO CODIGO
           READ CADPRO
           IF ST-ERRO3 NOT = "00"
              GO TO EMB-PESO-RD.
           COMPUTE W-PESOREAL = W-PESOREAL + (VIQTD * PESOBRUTO)
           COMPUTE W-VOLTOT = W-VOLTOT + (VIQTD * VOLUME)
           GO TO EMB-PESO-RD.
       EMB-DEST.
           COMPUTE W-PESOCUB = W-VOLTOT * W-CUBAGEM
           MOVE W-PESOREAL TO W-PESOTAX
           IF W-PESOCUB > W-PESOTAX
              MOVE W-PESOCUB TO W-PESOTAX.
           MOVE ZEROS TO W-CEPDEST
           MOVE SPACES TO W-UFDEST
           MOVE VCLICNPJ TO CLICNPJ
           READ CADCLI
           IF ST-CLI = "00"
              MOVE CLICEP TO W-CEPDEST CEP
              READ CADEND
              IF ST-END = "00"
                 MOVE UF TO W-UFDEST.
           DISPLAY (12, 01) "PESO KG:"
           DISPLAY (12, 10) W-PESOREAL
           DISPLAY (12, 22) "CUBADO:"
           DISPLAY (12, 30) W-PESOCUB
           DISPLAY (12, 42) "DESTINO:"
           DISPLAY (12, 51) W-UFDEST
           DISPLAY (12, 54) W-CEPDEST.

      *    COTA TODAS AS TRANSPORTADORAS ATIVAS E SUGERE A MAIS BARATA
       EMB-COTA.
           MOVE ZEROS TO W-MELCNPJ W-MELFRT W-QTDCOT
           MOVE 13 TO W-LINCOT
           IF W-UFDEST = SPACES
              DISPLAY (13, 01) "* CLIENTE SEM CEP/UF - FRETE MANUAL *"
              GO TO EMB-TRA.
           DISPLAY (13, 01) "COTACAO  CNPJ           TRANSPORTADORA"
           DISPLAY (13, 56) "FRETE"
           MOVE ZEROS TO TRACNPJ
           START CADTRANSP KEY IS NOT LESS TRACNPJ
           IF ST-TRA NOT = "00"
              GO TO EMB-COTA-FIM.
       EMB-COTA-RD.
           READ CADTRANSP NEXT
           IF ST-TRA NOT = "00"
              GO TO EMB-COTA-FIM.
           IF TRASTATUS NOT = "A"
              GO TO EMB-COTA-RD.
           CALL "FRETECOT" USING TRACNPJ W-CEPDEST W-UFDEST W-PESOTAX
                                 VVALOR W-FRTCOT W-FRTRET
           IF W-FRTRET NOT = "00"
              GO TO EMB-COTA-RD.
           ADD 1 TO W-QTDCOT
           IF W-MELCNPJ = ZEROS OR W-FRTCOT < W-MELFRT
              MOVE TRACNPJ TO W-MELCNPJ
              MOVE W-FRTCOT TO W-MELFRT.
           IF W-LINCOT NOT < 19
              GO TO EMB-COTA-RD.
           ADD 1 TO W-LINCOT
           DISPLAY (W-LINCOT, 10) TRACNPJ
           DISPLAY (W-LINCOT, 25) TRANOME
           DISPLAY (W-LINCOT, 56) W-FRTCOT
           GO TO EMB-COTA-RD.
       EMB-COTA-FIM.
           IF W-QTDCOT = ZEROS
              DISPLAY (14, 01) "* SEM TABELA PARA O DESTINO *"
              GO TO EMB-TRA.
           MOVE W-MELCNPJ TO W-TRACNPJ
           DISPLAY (20, 42) "SUGERIDA: MENOR FRETE".

       EMB-TRA.
           DISPLAY (20, 01) "CNPJ DA TRANSPORTADORA: ".
           ACCEPT  (20, 25) W-TRACNPJ WITH UPDATE.
           MOVE W-TRACNPJ TO TRACNPJ
           READ CADTRANSP
           IF ST-TRA NOT = "00"
              MOVE "*** TRANSPORTADORA INATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMB-TRA.
           DISPLAY (20, 42) LIMPA
           DISPLAY (20, 42) TRANOME.

      *    O FRETE GRAVADO E O COTADO PELA TABELA DA ESCOLHIDA;
      *    SO SE DIGITA QUANDO A TRANSPORTADORA NAO TEM TABELA
       EMB-FRETE.
           MOVE "N" TO W-COTADO
           MOVE ZEROS TO W-FRETE
           IF W-UFDEST = SPACES
              GO TO EMB-FRETE-DIG.
           CALL "FRETECOT" USING TRACNPJ W-CEPDEST W-UFDEST W-PESOTAX
                                 VVALOR W-FRTCOT W-FRTRET
           IF W-FRTRET NOT = "00"
              GO TO EMB-FRETE-DIG.
           MOVE "S" TO W-COTADO
           MOVE W-FRTCOT TO W-FRETE
           DISPLAY (21, 01) "FRETE COTADO: "
           DISPLAY (21, 17) W-FRETE
           GO TO EMB-OPC.
       EMB-FRETE-DIG.
           DISPLAY (21, 01) "VALOR DO FRETE: ".
           ACCEPT  (21, 17) W-FRETE.

       EMB-OPC.
           MOVE "S" TO W-OPCAO
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-EXP.
      *    MESMA SEPARACAO DO ROMANEIO, ANTES DE MEXER NOS SALDOS
           PERFORM MONTA-SEP THRU MONTA-SEP-FIM
           MOVE W-VENDAEXP TO VINUMVEN
           MOVE ZEROS TO VINUMLIN
           START CADVENDITEM KEY IS NOT LESS VICHAVE
           READ CADPRO
           IF ST-ERRO3 NOT = "00"
              GO TO EMB-BAIXA-RD.
           IF SERIALIZADO = "S"
              MOVE ZEROS TO W-NSER
              PERFORM LE-SERIES THRU LE-SERIES-FIM.
           MOVE VIQTD TO W-QTDMOV
           PERFORM PARTE-CONSIG THRU PARTE-CONSIG-FIM
           IF VIQTD > QUANTIDADE
              MOVE ZEROS TO QUANTIDADE
           ELSE
           MOVE W-VENDAEXP TO MOT-NUMVEN
           MOVE W-MOTIVOEXP TO MOTIVO
           ACCEPT MDATA FROM DATE YYYYMMDD
           PERFORM GRAVA-MOVPROP THRU GRAVA-MOVPROP-FIM
           MOVE VICODPRO TO SALCODPRO
           MOVE W-DEPMOV TO SALDEPOS
           MOVE VIQTD TO W-QTDSAL
           PERFORM BAIXA-SALDO THRU BAIXA-SALDO-FIM
           PERFORM BAIXA-RESERVA THRU BAIXA-RESERVA-FIM
           PERFORM CONSOME-CAMADA THRU CONSOME-CAMADA-FIM
           PERFORM GRAVA-CUSTVEN THRU GRAVA-CUSTVEN-FIM
           MOVE VIQTD TO W-FALTALOTE
           PERFORM CONSOME-FEFO THRU CONSOME-FEFO-FIM
           IF W-FALTALOTE > ZEROS AND W-TEMLOTE = "S"
           GO TO EMB-BAIXA-RD.

       EMB-GRAVA.
           PERFORM BAIXA-ENDER THRU BAIXA-ENDER-FIM
           MOVE W-VENDAEXP TO EXPNUMVEN
           ACCEPT EXPDATA FROM DATE YYYYMMDD
           MOVE W-DEPMOV TO EXPDEPOS
              REWRITE REGEXPED.
           MOVE "E" TO VSTATUS
           REWRITE REGVENDA
      *    CLIENTE DO GRUPO: ENTRADA ESPELHO NA EMPRESA COMPRADORA
           CALL "INTERESP" USING W-VENDAEXP W-INTRET
           IF W-INTRET = "00"
              MOVE "* ENTRADA ESPELHO GERADA NA EMPRESA DO GRUPO *"
                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-INTRET = "SN"
              MOVE "* GRUPO: SEM NOTA EMITIDA - ESPELHO NO INTERCO *"
                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-INTRET NOT = "00" AND W-INTRET NOT = "SN"
                                  AND W-INTRET NOT = "NI"
              MOVE "* ESPELHO DO GRUPO PENDENTE - VEJA O INTERCO *"
                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "*** EMBARQUE CONFIRMADO E ESTOQUE BAIXADO ***"
                                          TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-EXP.

      *
      *****************************************************
      * SERIES QUE SAEM NA VENDA: UMA POR UNIDADE, DO     *
      * DEPOSITO DE SAIDA (FICAM AMARRADAS AO CLIENTE)    *
      *****************************************************
      *
       LE-SERIES.
           IF W-NSER NOT < VIQTD
              DISPLAY (15, 01) LIMPA
              GO TO LE-SERIES-FIM.
           DISPLAY (15, 01) "SERIE DO PRODUTO "
           DISPLAY (15, 18) CODIGO
           DISPLAY (15, 25) ": "
           DISPLAY (15, 48) W-NSER
           MOVE SPACES TO W-SERIE
           ACCEPT  (15, 27) W-SERIE.
           IF W-SERIE = SPACES
              MOVE "*** NUMERO DE SERIE OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-SERIES.
           MOVE "S" TO W-SEROPER
           MOVE ZEROS TO W-SERDEPD
           MOVE W-VENDAEXP TO W-SERDOC
           CALL "SERIEBX" USING W-SEROPER CODIGO W-SERIE W-DEPMOV
                                W-SERDEPD W-SERDOC VCLICNPJ W-SERRET
           IF W-SERRET = "NC"
              MOVE "*** SERIE NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-SERIES.
           IF W-SERRET = "NE"
              MOVE "* SERIE NAO ESTA NO DEPOSITO DE SAIDA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-SERIES.
           ADD 1 TO W-NSER
           GO TO LE-SERIES.
       LE-SERIES-FIM.
           EXIT.

      *
      *****************************************************
      * CONSOME AS CAMADAS DE CUSTO FIFO DA EXPEDICAO     *
      *
       CONSOME-CAMADA.
           MOVE VIQTD TO W-FALTACAM
           MOVE ZEROS TO W-CUSTFIFO
           MOVE VICODPRO TO CAMCODPRO
           MOVE ZEROS TO CAMSEQ
           START CADCAMADA KEY IS NOT LESS CAMCHAVE
              MOVE CAMQTDREST TO W-TIRACAM.
           SUBTRACT W-TIRACAM FROM CAMQTDREST
           SUBTRACT W-TIRACAM FROM W-FALTACAM
           COMPUTE W-CUSTFIFO = W-CUSTFIFO + (W-TIRACAM * CAMCUSTO)
           REWRITE REGCAMADA
           GO TO CONSOME-CAMADA-RD.
       CONSOME-CAMADA-FIM.
           EXIT.

      *
      *****************************************************
      * CUSTO DA LINHA NO EMBARQUE: MEDIO UNITARIO E O    *
      * TOTAL DAS CAMADAS FIFO (O QUE FALTOU DE CAMADA    *
      * ENTRA PELO CUSTO MEDIO)                           *
      *****************************************************
      *
       GRAVA-CUSTVEN.
           IF W-FALTACAM > ZEROS
              COMPUTE W-CUSTFIFO = W-CUSTFIFO +
                 (W-FALTACAM * CUSTOMEDIO).
           MOVE VINUMVEN TO CVNUMVEN
           MOVE VINUMLIN TO CVNUMLIN
           MOVE VICODPRO TO CVCODPRO
           MOVE VIQTD TO CVQTD
           MOVE CUSTOMEDIO TO CVCUSTMED
           MOVE W-CUSTFIFO TO CVCUSTFIFO
           ACCEPT CVDATA FROM DATE YYYYMMDD
           WRITE REGCUSTVEN
           IF ST-CVN = "22"
              REWRITE REGCUSTVEN.
       GRAVA-CUSTVEN-FIM.
           EXIT.
      *
      *****************************************************
      * LIBERA A RESERVA DA QUANTIDADE EXPEDIDA           *
              MOVE ZEROS TO SALQTD
           ELSE
              SUBTRACT W-QTDSAL FROM SALQTD.
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
      *****************************************************
      * PARTE CONSIGNADA DA SAIDA: O PROPRIO DO DEPOSITO  *
      * SAI PRIMEIRO; O QUE PASSAR DELE E DO FORNECEDOR E *
      * VIRA COMPRA (PEDIDO, TITULO E CAMADA DE CUSTO)    *
      *****************************************************
      *
       PARTE-CONSIG.
           MOVE ZEROS TO W-QTDCSG
           MOVE VICODPRO TO SALCODPRO
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
      *    A CAMADA NOVA TEM DE EXISTIR ANTES DO CONSUMO FIFO
           CLOSE CADCAMADA
           MOVE "B" TO W-CSGOPER
           MOVE ZEROS TO W-CSGCNPJ
           MOVE W-VENDAEXP TO MOT-NUMVEN
           CALL "CONSIGBX" USING W-CSGOPER VICODPRO W-CSGCNPJ
                                 W-QTDCSG W-CSGPRECO W-MOTIVOEXP
                                 W-CSGSALDO W-CSGRET
           OPEN I-O CADCAMADA
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
      *    CONSOME OS LOTES DO PRODUTO DO MAIS ANTIGO VENCIMENTO
      *
       LISTA-LOTES.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-ULTVAL
           MOVE SPACES TO W-ULTLOT.
       LISTA-LOTES-1.
              GO TO LISTA-LOTES-FIM.
           MOVE ZEROS TO W-PRVVAL W-PRVQTD
           MOVE SPACES TO W-PRVLOT
           MOVE W-CODLIS TO LOTCODPRO
           MOVE SPACES TO LOTNUM
           START CADLOTE KEY IS NOT LESS LOTCHAVE
           IF ST-LOT NOT = "00"
           READ CADLOTE NEXT
           IF ST-LOT NOT = "00"
              GO TO LISTA-LOTES-ESC.
           IF LOTCODPRO NOT = W-CODLIS
              GO TO LISTA-LOTES-ESC.
           IF LOTQTD = ZEROS
              GO TO LISTA-LOTES-RD.
       LISTA-LOTES-FIM.
           EXIT.

      *
      *****************************************************
      * MONTA A SEPARACAO DA VENDA POR ENDERECO/LOTE      *
      * CADA ITEM SAI DO LOTE QUE VENCE PRIMEIRO E, NO    *
      * MESMO VENCIMENTO, DO ENDERECO MAIS CEDO NA ROTA;  *
      * LOTE VENCIDO NAO SAI. O QUE FALTAR FICA SEM END.  *
      *****************************************************
      *
       MONTA-SEP.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-QTDSEP
           MOVE "N" TO W-SEPCHEIA
           MOVE W-VENDAEXP TO VINUMVEN
           MOVE ZEROS TO VINUMLIN
           START CADVENDITEM KEY IS NOT LESS VICHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO MONTA-SEP-FIM.
       MONTA-SEP-RD.
           READ CADVENDITEM NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO MONTA-SEP-FIM.
           IF VINUMVEN NOT = W-VENDAEXP
              GO TO MONTA-SEP-FIM.
           MOVE VIQTD TO W-FALTAEND
           PERFORM ALOCA-ITEM THRU ALOCA-ITEM-FIM
           GO TO MONTA-SEP-RD.
       MONTA-SEP-FIM.
           EXIT.

       ALOCA-ITEM.
           IF W-FALTAEND = ZEROS
              GO TO ALOCA-ITEM-FIM.
           MOVE "N" TO W-ACHOUEND
           MOVE SPACES TO W-ENDLOTE
           MOVE ZEROS TO W-ENDLOC.
       ALOCA-ITEM-RD.
           MOVE "P" TO W-ENDOPER
           CALL "ENDSALDO" USING W-ENDOPER VICODPRO W-DEPMOV
                                 W-ENDLOTE W-ENDLOC W-ENDQTD
                                 W-ENDORD W-ENDRET
           IF W-ENDRET NOT = "00"
              GO TO ALOCA-ITEM-ESC.
           MOVE 99999999 TO W-VALCAND
           IF W-ENDLOTE NOT = SPACES
              MOVE VICODPRO TO LOTCODPRO
              MOVE W-ENDLOTE TO LOTNUM
              READ CADLOTE
              IF ST-LOT = "00" AND LOTVALIDADE > ZEROS
                 MOVE LOTVALIDADE TO W-VALCAND.
           IF W-VALCAND < W-HOJE
              GO TO ALOCA-ITEM-RD.
           PERFORM SOMA-ALOC THRU SOMA-ALOC-FIM
           IF W-ENDQTD NOT > W-JAALOC
              GO TO ALOCA-ITEM-RD.
           IF W-ACHOUEND = "S"
              IF W-VALCAND > W-MELVAL
                 GO TO ALOCA-ITEM-RD
              ELSE
                 IF W-VALCAND = W-MELVAL AND W-ENDORD NOT < W-MELORD
                    GO TO ALOCA-ITEM-RD.
           MOVE "S" TO W-ACHOUEND
           MOVE W-ENDLOTE TO W-MELLOTE
           MOVE W-ENDLOC TO W-MELEND
           MOVE W-ENDORD TO W-MELORD
           MOVE W-VALCAND TO W-MELVAL
           COMPUTE W-MELDISP = W-ENDQTD - W-JAALOC
           GO TO ALOCA-ITEM-RD.
       ALOCA-ITEM-ESC.
           IF W-QTDSEP NOT < 200
              MOVE "S" TO W-SEPCHEIA
              GO TO ALOCA-ITEM-FIM.
           ADD 1 TO W-QTDSEP
           MOVE VINUMLIN TO TS-LIN(W-QTDSEP)
           MOVE VICODPRO TO TS-CODPRO(W-QTDSEP)
           IF W-ACHOUEND = "N"
              MOVE 9999999 TO TS-ORDEM(W-QTDSEP)
              MOVE ZEROS TO TS-ENDER(W-QTDSEP) TS-VALID(W-QTDSEP)
              MOVE SPACES TO TS-LOTE(W-QTDSEP)
              MOVE W-FALTAEND TO TS-QTD(W-QTDSEP)
              MOVE ZEROS TO W-FALTAEND
              GO TO ALOCA-ITEM-FIM.
           MOVE W-MELORD TO TS-ORDEM(W-QTDSEP)
           MOVE W-MELEND TO TS-ENDER(W-QTDSEP)
           MOVE W-MELLOTE TO TS-LOTE(W-QTDSEP)
           MOVE W-MELVAL TO TS-VALID(W-QTDSEP)
           IF W-MELDISP < W-FALTAEND
              MOVE W-MELDISP TO TS-QTD(W-QTDSEP)
              SUBTRACT W-MELDISP FROM W-FALTAEND
           ELSE
              MOVE W-FALTAEND TO TS-QTD(W-QTDSEP)
              MOVE ZEROS TO W-FALTAEND.
           GO TO ALOCA-ITEM.
       ALOCA-ITEM-FIM.
           EXIT.

      *    QUANTO DESTE PRODUTO/LOTE/ENDERECO JA FOI SEPARADO
       SOMA-ALOC.
           MOVE ZEROS TO W-JAALOC W-JS.
       SOMA-ALOC-1.
           ADD 1 TO W-JS
           IF W-JS > W-QTDSEP
              GO TO SOMA-ALOC-FIM.
           IF TS-CODPRO(W-JS) = VICODPRO
              AND TS-LOTE(W-JS) = W-ENDLOTE
              AND TS-ENDER(W-JS) = W-ENDLOC
              ADD TS-QTD(W-JS) TO W-JAALOC.
           GO TO SOMA-ALOC-1.
       SOMA-ALOC-FIM.
           EXIT.

      *    ORDENA PELA ORDEM DE CAMINHADA / ENDERECO / LINHA
       ORDENA-SEP.
           MOVE "S" TO W-TROCOU.
       ORDENA-SEP-1.
           IF W-TROCOU = "N"
              GO TO ORDENA-SEP-FIM.
           MOVE "N" TO W-TROCOU
           MOVE 1 TO W-IS.
       ORDENA-SEP-2.
           IF W-IS NOT < W-QTDSEP
              GO TO ORDENA-SEP-1.
           COMPUTE W-JS = W-IS + 1
           IF TS-CHAVE(W-IS) > TS-CHAVE(W-JS)
              MOVE TS-ITEM(W-IS) TO W-TSAUX
              MOVE TS-ITEM(W-JS) TO TS-ITEM(W-IS)
              MOVE W-TSAUX TO TS-ITEM(W-JS)
              MOVE "S" TO W-TROCOU.
           ADD 1 TO W-IS
           GO TO ORDENA-SEP-2.
       ORDENA-SEP-FIM.
           EXIT.

      *    A VENDA SO SAI QUANDO TODAS AS PENDENCIAS FORAM ATENDIDAS
       VER-PEND.
           MOVE "N" TO W-TEMPEND
           MOVE NUMVENDA TO PDNUMVEN
           MOVE ZEROS TO PDNUMLIN
           START CADPENDVEN KEY IS NOT LESS PDCHAVE
           IF ST-PND NOT = "00"
              GO TO VER-PEND-FIM.
       VER-PEND-1.
           READ CADPENDVEN NEXT
           IF ST-PND NOT = "00"
              GO TO VER-PEND-FIM.
           IF PDNUMVEN NOT = NUMVENDA
              GO TO VER-PEND-FIM.
           IF PDSTATUS = "P"
              MOVE "S" TO W-TEMPEND
              GO TO VER-PEND-FIM.
           GO TO VER-PEND-1.
       VER-PEND-FIM.
           EXIT.

      *    BAIXA O SALDO DOS ENDERECOS SEPARADOS
       BAIXA-ENDER.
           MOVE ZEROS TO W-IS.
       BAIXA-ENDER-1.
           ADD 1 TO W-IS
           IF W-IS > W-QTDSEP
              GO TO BAIXA-ENDER-FIM.
           IF TS-ENDER(W-IS) = ZEROS
              GO TO BAIXA-ENDER-1.
           MOVE "S" TO W-ENDOPER
           CALL "ENDSALDO" USING W-ENDOPER TS-CODPRO(W-IS) W-DEPMOV
                                 TS-LOTE(W-IS) TS-ENDER(W-IS)
                                 TS-QTD(W-IS) W-ENDORD W-ENDRET
           GO TO BAIXA-ENDER-1.
       BAIXA-ENDER-FIM.
           EXIT.

      *
      *****************************************************
      * GRAVA MOVIMENTO NO RAZAO INDEXADO (PROX. SEQ.)    *
           CLOSE CADEXPED
           CLOSE CADEXPLOTE
           CLOSE CADRESERVA
           CLOSE CADPENDVEN
           CLOSE CADCAMADA
           CLOSE CADCUSTVEN
           CLOSE ROMIMP
           CLOSE CADCLI
           CLOSE CADEND
      *    O IMPRESSO VAI PARA O SPOOL CENTRAL (SCP067)
           MOVE "SCP048" TO W-SPPROG
           MOVE "ROMANEIO.TXT" TO W-SPARQ
