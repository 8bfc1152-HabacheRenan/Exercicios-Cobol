                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS VICHAVE
                       FILE STATUS IS ST-N12.
      *
       SELECT CADPONTO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS APONCHAVE
                       FILE STATUS IS ST-A13.
      *
       SELECT NOVPONTO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PONCHAVE
                       FILE STATUS IS ST-N13.
      *
       SELECT CADFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ACODFUNC
                       FILE STATUS IS ST-A14.
      *
       SELECT NOVFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CODFUNC
                       FILE STATUS IS ST-N14.
      *
       SELECT CADADMIS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS AADMCODIGO
                       FILE STATUS IS ST-A15.
      *
       SELECT NOVADMIS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ADMCODIGO
                       FILE STATUS IS ST-N15.
      *
       SELECT PONTOV2 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS BPONCHAVE
                       FILE STATUS IS ST-A16.
      *
       SELECT CADLANC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ALANCHAVE
                       FILE STATUS IS ST-A17.
      *
       SELECT NOVLANC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS LANCHAVE
                       FILE STATUS IS ST-N17.
      *
       SELECT CADPROFOR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ANUMPROFOR
                       FILE STATUS IS ST-A18
                       ALTERNATE RECORD KEY IS APFCODIGO
                                   WITH DUPLICATES.
      *
       SELECT NOVPROFOR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMPROFOR
                       FILE STATUS IS ST-N18
                       ALTERNATE RECORD KEY IS PFCODIGO
                                   WITH DUPLICATES.
      *
       SELECT CADINSP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS AINSPCHAVE
                       FILE STATUS IS ST-A19.
      *
       SELECT NOVINSP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS INSPCHAVE
                       FILE STATUS IS ST-N19.
      *
       SELECT CADSALDO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ASALCHAVE
                       FILE STATUS IS ST-A20.
      *
       SELECT NOVSALDO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SALCHAVE
                       FILE STATUS IS ST-N20.
      *
       SELECT CADMOVEST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS AMOVCHAVE
                       FILE STATUS IS ST-A21.
      *
       SELECT NOVMOVEST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS MOVCHAVE
                       FILE STATUS IS ST-N21.
      *
       SELECT INSPV2 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS BINSPCHAVE
                       FILE STATUS IS ST-A22.
      *
       SELECT PROV2 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS BCODIGO
                       ALTERNATE RECORD KEY IS BDESC
                                   WITH DUPLICATES
                       ALTERNATE RECORD KEY IS BBARRAS
                                   WITH DUPLICATES
                       FILE STATUS IS ST-A23.
      *
       SELECT PEDV2 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS BNUMPEDIDO
                       FILE STATUS IS ST-A24.
      *
       SELECT PAGV2 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS BTITCHAVE
                       FILE STATUS IS ST-A25.
      *
       SELECT PROV3 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CCODIGO
                       ALTERNATE RECORD KEY IS CDESC
                                   WITH DUPLICATES
                       ALTERNATE RECORD KEY IS CBARRAS
                                   WITH DUPLICATES
                       FILE STATUS IS ST-A26.
      *
       SELECT CADRECEBER ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ARECCHAVE
                       FILE STATUS IS ST-A27.
      *
       SELECT NOVRECEBER ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RECCHAVE
                       FILE STATUS IS ST-N27.
      *
       SELECT CLIV2 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS DCLICNPJ
                       ALTERNATE RECORD KEY IS
                       DCLINOME WITH DUPLICATES
                       FILE STATUS IS ST-A28.
      *
       SELECT PERFV2 ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS BPERFCODIGO
                       FILE STATUS IS ST-A29.
      *
       SELECT CADPLANO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ACTACODIGO
                       FILE STATUS IS ST-A30.
      *
       SELECT NOVPLANO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CTACODIGO
                       FILE STATUS IS ST-N30.
       DATA DIVISION.
       FILE SECTION.
      *
       01 REGPERFIL.
           03 PERFCODIGO         PIC 9(02).
           03 PERFDESC           PIC X(20).
           03 PERFOPC            PIC X(299).
      *
       FD CADPRO
           LABEL RECORD IS STANDARD
           03 UNIDCOMPRA         PIC X(02).
           03 CLASSEABC          PIC X(01).
           03 BARRAS             PIC 9(13).
           03 SERIALIZADO        PIC X(01).
           03 PESOBRUTO          PIC 9(05)V999.
           03 VOLUME             PIC 9(03)V9(04).
      *
       FD CADCLI
           LABEL RECORD IS STANDARD
           03 CLILIMITE          PIC 9(09)V99.
           03 CLIBLOQ            PIC X(01).
           03 CLIGRUPO           PIC 9(02).
           03 CLIPRIOR           PIC 9(01).
      *
       FD CADPAGAR
           LABEL RECORD IS STANDARD
           03 TITSTATUS          PIC X(01).
           03 TITJUROS           PIC 9(09)V99.
           03 TITEMP             PIC 9(02).
           03 TITMOEDA           PIC X(03).
           03 TITVALME           PIC 9(11)V99.
           03 TITPAGOME          PIC 9(11)V99.
           03 TITTAXA            PIC 9(05)V9(06).
      *
       FD CADFPMES
           LABEL RECORD IS STANDARD
           03 PCCUSTO            PIC 9(03).
           03 PCONTRATO          PIC X(01).
           03 PEMP               PIC 9(02).
           03 PMOEDA             PIC X(03).
           03 PTAXA              PIC 9(05)V9(06).
      *
       FD CADPEDITEM
           LABEL RECORD IS STANDARD
           03 VIPRECO            PIC 9(09)V99.
           03 VIVALOR            PIC 9(11)V99.
           03 VIQTDDEV           PIC 9(06).
      *
       FD CADPONTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPONTO.DAT".
       01 AREGPONTO.
           03 APONCHAVE.
               05 APONCOMPET       PIC 9(06).
               05 APONCODIGO       PIC 9(06).
           03 AHORASNORM         PIC 9(03).
           03 AHORASEX50         PIC 9(03).
           03 AHORASEX100        PIC 9(03).
           03 ADIASFALTA         PIC 9(02).

       FD NOVPONTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPONTO.NOV".
       01 REGPONTO.
           03 PONCHAVE.
               05 PONCOMPET        PIC 9(06).
               05 PONCODIGO        PIC 9(06).
           03 HORASNORM          PIC 9(03).
           03 HORASEX50          PIC 9(03).
           03 HORASEX100         PIC 9(03).
           03 DIASFALTA          PIC 9(02).
           03 HORASNOT           PIC 9(03).
           03 HORASDEB           PIC 9(03).
      *
       FD CADFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 AREGFUNC.
           03 ACODFUNC          PIC X(01).
           03 ADESCFUNC         PIC X(25).

       FD NOVFUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFUNC.NOV".
       01 REGFUNC.
           03 CODFUNC           PIC X(01).
           03 DESCFUNC          PIC X(25).
           03 FUNCADIC          PIC X(01).
           03 FUNCGRAU          PIC 9(02).
      *
       FD CADADMIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADADMIS.DAT".
       01 AREGADMIS.
           03 AADMCODIGO        PIC 9(06).
           03 ADOCSOK           PIC X(01).
           03 AEXAMEOK          PIC X(01).
           03 ACONTRATOOK       PIC X(01).
           03 APROVA45          PIC 9(08).
           03 APROVA90          PIC 9(08).

       FD NOVADMIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADADMIS.NOV".
       01 REGADMIS.
           03 ADMCODIGO         PIC 9(06).
           03 DOCSOK            PIC X(01).
           03 EXAMEOK           PIC X(01).
           03 CONTRATOOK        PIC X(01).
           03 PROVA45           PIC 9(08).
           03 PROVA90           PIC 9(08).
           03 ADMTIPOCONT       PIC X(01).
      *
       FD PONTOV2
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPONTO.DAT".
       01 BREGPONTO.
           03 BPONCHAVE.
               05 BPONCOMPET       PIC 9(06).
               05 BPONCODIGO       PIC 9(06).
           03 BHORASNORM         PIC 9(03).
           03 BHORASEX50         PIC 9(03).
           03 BHORASEX100        PIC 9(03).
           03 BDIASFALTA         PIC 9(02).
           03 BHORASNOT          PIC 9(03).
      *
       FD CADLANC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADLANC.DAT".
       01 AREGLANC.
           03 ALANCHAVE.
               05 ALANCOMPET    PIC 9(06).
               05 ALANSEQ       PIC 9(04).
           03 ALANDEB           PIC 9(06).
           03 ALANCRE           PIC 9(06).
           03 ALANHIST          PIC X(30).
           03 ALANVALOR         PIC 9(13)V99.

       FD NOVLANC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADLANC.NOV".
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
       FD CADPROFOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPROFOR.DAT".
       01 AREGPROFOR.
           03 ANUMPROFOR        PIC 9(06).
           03 APFCODIGO         PIC 9(06).
           03 APFCNPJ           PIC 9(14).
           03 APFPRECO          PIC 9(09)V99.

       FD NOVPROFOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPROFOR.NOV".
       01 REGPROFOR.
           03 NUMPROFOR         PIC 9(06).
           03 PFCODIGO          PIC 9(06).
           03 PFCNPJ            PIC 9(14).
           03 PFPRECO           PIC 9(09)V99.
           03 PFCODFOR          PIC X(15).
           03 PFVIGEN           PIC 9(08).

       FD CADINSP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADINSP.DAT".
       01 AREGINSP.
           03 AINSPCHAVE.
               05 AINSNUMPED    PIC 9(06).
               05 AINSNUMLIN    PIC 9(02).
           03 AINSCODPRO        PIC 9(06).
           03 AINSQTD           PIC 9(08).
           03 AINSDEP           PIC 9(02).
           03 AINSSTATUS        PIC X(01).
           03 AINSDATA          PIC 9(08).

       FD NOVINSP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADINSP.NOV".
       01 REGINSP.
           03 INSPCHAVE.
               05 INSNUMPED     PIC 9(06).
               05 INSNUMLIN     PIC 9(02).
           03 INSCODPRO         PIC 9(06).
           03 INSQTD            PIC 9(08).
           03 INSDEP            PIC 9(02).
           03 INSSTATUS         PIC X(01).
           03 INSDATA           PIC 9(08).
           03 INSLOTE           PIC X(10).
           03 INSPROPR          PIC X(01).

       FD CADSALDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSALDO.DAT".
       01 AREGSALDO.
           03 ASALCHAVE.
               05 ASALCODPRO    PIC 9(06).
               05 ASALDEPOS     PIC 9(02).
           03 ASALQTD           PIC 9(06).

       FD NOVSALDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSALDO.NOV".
       01 REGSALDO.
           03 SALCHAVE.
               05 SALCODPRO     PIC 9(06).
               05 SALDEPOS      PIC 9(02).
           03 SALQTD            PIC 9(06).
           03 SALQTDCON         PIC 9(06).

       FD CADMOVEST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMOVEST.DAT".
       01 AREGMOVEST.
           03 AMOVCHAVE.
               05 AMCODIGO      PIC 9(06).
               05 AMDATA        PIC 9(08).
               05 AMSEQ         PIC 9(03).
           03 AMTIPO            PIC X(01).
           03 AMQTD             PIC 9(06).
           03 AMOTIVO           PIC X(20).

       FD NOVMOVEST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMOVEST.NOV".
       01 REGMOVEST.
           03 MOVCHAVE.
               05 MCODIGO       PIC 9(06).
               05 MDATA         PIC 9(08).
               05 MSEQ          PIC 9(03).
           03 MTIPO             PIC X(01).
           03 MQTD              PIC 9(06).
           03 MOTIVO            PIC X(20).
           03 MPROPR            PIC X(01).

       FD INSPV2
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADINSP.DAT".
       01 BREGINSP.
           03 BINSPCHAVE.
               05 BINSNUMPED    PIC 9(06).
               05 BINSNUMLIN    PIC 9(02).
           03 BINSCODPRO        PIC 9(06).
           03 BINSQTD           PIC 9(08).
           03 BINSDEP           PIC 9(02).
           03 BINSSTATUS        PIC X(01).
           03 BINSDATA          PIC 9(08).
           03 BINSLOTE          PIC X(10).

       FD PROV2
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPRO.DAT".
       01 BREGPRO.
           03 BCODIGO            PIC 9(06).
           03 BDESC              PIC X(30).
           03 BUNIDADE           PIC X(02).
           03 BUNIDADETXT        PIC X(15).
           03 BTIPOPRODUTO       PIC 9(01).
           03 BTIPOTXT           PIC X(15).
           03 BFCNPJ             PIC 9(14).
           03 BQUANTIDADE        PIC 9(06).
           03 BESTMINIMO         PIC 9(06).
           03 BPRECO             PIC 9(09)V99.
           03 BDATAULTALT3       PIC 9(08).
           03 BCUSTOMEDIO        PIC 9(09)V99.
           03 BUNIDCOMPRA        PIC X(02).
           03 BCLASSEABC         PIC X(01).
           03 BBARRAS            PIC 9(13).

       FD PEDV2
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPEDIDO.DAT".
       01 BREGPEDIDO.
           03 BNUMPEDIDO         PIC 9(06).
           03 BPCNPJ             PIC 9(14).
           03 BSTATUSPEDIDO      PIC X(01).
           03 BDATAPEDIDO        PIC 9(08).
           03 BDATARECEB         PIC 9(08).
           03 BVALORPEDIDO       PIC 9(11)V99.
           03 BAPROVSTATUS       PIC X(01).
           03 BAPROVCOD          PIC 9(06).
           03 BAPROVDATA         PIC 9(08).
           03 BDATAPROMET        PIC 9(08).
           03 BPCONDPG           PIC 9(03).
           03 BPCCUSTO           PIC 9(03).
           03 BPCONTRATO         PIC X(01).
           03 BPEMP              PIC 9(02).

       FD PAGV2
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPAGAR.DAT".
       01 BREGPAGAR.
           03 BTITCHAVE.
               05 BTITNUMPED       PIC 9(06).
               05 BTITSEQ          PIC 9(02).
           03 BTITCNPJ           PIC 9(14).
           03 BTITVALOR          PIC 9(11)V99.
           03 BTITVENCTO         PIC 9(08).
           03 BTITPAGO           PIC 9(11)V99.
           03 BTITSTATUS         PIC X(01).
           03 BTITJUROS          PIC 9(09)V99.
           03 BTITEMP            PIC 9(02).

       FD PROV3
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPRO.DAT".
       01 CREGPRO.
           03 CCODIGO            PIC 9(06).
           03 CDESC              PIC X(30).
           03 CUNIDADE           PIC X(02).
           03 CUNIDADETXT        PIC X(15).
           03 CTIPOPRODUTO       PIC 9(01).
           03 CTIPOTXT           PIC X(15).
           03 CFCNPJ             PIC 9(14).
           03 CQUANTIDADE        PIC 9(06).
           03 CESTMINIMO         PIC 9(06).
           03 CPRECO             PIC 9(09)V99.
           03 CDATAULTALT3       PIC 9(08).
           03 CCUSTOMEDIO        PIC 9(09)V99.
           03 CUNIDCOMPRA        PIC X(02).
           03 CCLASSEABC         PIC X(01).
           03 CBARRAS            PIC 9(13).
           03 CSERIALIZADO       PIC X(01).

       FD CADRECEBER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRECEBER.DAT".
       01 AREGRECEBER.
           03 ARECCHAVE.
               05 ARECNUMVEN       PIC 9(06).
               05 ARECSEQ          PIC 9(02).
           03 ARECCNPJ           PIC 9(14).
           03 ARECVALOR          PIC 9(11)V99.
           03 ARECVENCTO         PIC 9(08).
           03 ARECRECEB          PIC 9(11)V99.
           03 ARECSTATUS         PIC X(01).
           03 ARECJUROS          PIC 9(09)V99.
           03 ARECEMP            PIC 9(02).

       FD NOVRECEBER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRECEBER.NOV".
       01 REGRECEBER.
           03 RECCHAVE.
               05 RECNUMVEN        PIC 9(06).
               05 RECSEQ           PIC 9(02).
           03 RECCNPJ            PIC 9(14).
           03 RECVALOR           PIC 9(11)V99.
           03 RECVENCTO          PIC 9(08).
           03 RECRECEB           PIC 9(11)V99.
           03 RECSTATUS          PIC X(01).
           03 RECJUROS           PIC 9(09)V99.
           03 RECEMP             PIC 9(02).
           03 RECNIVCOB          PIC 9(01).
           03 RECDTCOB           PIC 9(08).
      *
       FD CLIV2
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01 DREGCLI.
           03 DCLICNPJ           PIC 9(14).
           03 DCLINOME           PIC X(30).
           03 DCLIFANTASIA       PIC X(12).
           03 DCLICEP            PIC 9(09).
           03 DCLINUMERO         PIC 9(05).
           03 DCLICOMPL          PIC X(12).
           03 DCLIDDD            PIC 9(02).
           03 DCLITEL            PIC 9(09).
           03 DCLIEMAIL          PIC X(35).
           03 DSTATUSCLI         PIC X(01).
           03 DCLIDATABAIXA      PIC 9(08).
           03 DCLIDATAULT        PIC 9(08).
           03 DCLILIMITE         PIC 9(09)V99.
           03 DCLIBLOQ           PIC X(01).
           03 DCLIGRUPO          PIC 9(02).
      *
       FD PERFV2
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPERFIL.DAT".
       01 BREGPERFIL.
           03 BPERFCODIGO        PIC 9(02).
           03 BPERFDESC          PIC X(20).
           03 BPERFOPC           PIC X(199).
      *
       FD CADPLANO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPLANO.DAT".
       01 AREGPLANO.
           03 ACTACODIGO         PIC 9(06).
           03 ACTADESC           PIC X(30).
           03 ACTATIPO           PIC X(01).
      *
       FD NOVPLANO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPLANO.NOV".
       01 REGPLANO.
           03 CTACODIGO          PIC 9(06).
           03 CTADESC            PIC X(30).
           03 CTATIPO            PIC X(01).
           03 CTALINHA           PIC X(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-N11         PIC X(02) VALUE "00".
       01 ST-A12         PIC X(02) VALUE "00".
       01 ST-N12         PIC X(02) VALUE "00".
       01 ST-A13         PIC X(02) VALUE "00".
       01 ST-N13         PIC X(02) VALUE "00".
       01 ST-A14         PIC X(02) VALUE "00".
       01 ST-N14         PIC X(02) VALUE "00".
       01 ST-A15         PIC X(02) VALUE "00".
       01 ST-N15         PIC X(02) VALUE "00".
       01 ST-A16         PIC X(02) VALUE "00".
       01 ST-A17         PIC X(02) VALUE "00".
       01 ST-N17         PIC X(02) VALUE "00".
       01 ST-A18         PIC X(02) VALUE "00".
       01 ST-N18         PIC X(02) VALUE "00".
       01 ST-A19         PIC X(02) VALUE "00".
       01 ST-N19         PIC X(02) VALUE "00".
       01 ST-A20         PIC X(02) VALUE "00".
       01 ST-N20         PIC X(02) VALUE "00".
       01 ST-A21         PIC X(02) VALUE "00".
       01 ST-N21         PIC X(02) VALUE "00".
       01 ST-A22         PIC X(02) VALUE "00".
       01 ST-A23         PIC X(02) VALUE "00".
       01 ST-A24         PIC X(02) VALUE "00".
       01 ST-A25         PIC X(02) VALUE "00".
       01 ST-A26         PIC X(02) VALUE "00".
       01 ST-A27         PIC X(02) VALUE "00".
       01 ST-N27         PIC X(02) VALUE "00".
       01 ST-A28         PIC X(02) VALUE "00".
       01 ST-A29         PIC X(02) VALUE "00".
       01 ST-A30         PIC X(02) VALUE "00".
       01 ST-N30         PIC X(02) VALUE "00".

       SCREEN SECTION.

           DISPLAY (07, 30) "10 - CADNOTAITEM"
           DISPLAY (08, 30) "11 - CADVENDA"
           DISPLAY (09, 30) "12 - CADVENDITEM"
           DISPLAY (04, 55) "13 - CADPONTO"
           DISPLAY (05, 55) "14 - CADFUNC"
           DISPLAY (06, 55) "15 - CADADMIS"
           DISPLAY (07, 55) "16 - CADPONTO (COM NOT.)"
           DISPLAY (08, 55) "17 - CADLANC"
           DISPLAY (09, 55) "18 - CADPROFOR"
           DISPLAY (10, 55) "19 - CADINSP"
           DISPLAY (11, 55) "20 - CADSALDO"
           DISPLAY (12, 55) "21 - CADMOVEST"
           DISPLAY (13, 55) "22 - CADINSP (PROPR.)"
           DISPLAY (14, 55) "23 - CADPRO (N. SERIE)"
           DISPLAY (15, 55) "24 - CADPEDIDO (MOEDA)"
           DISPLAY (16, 55) "25 - CADPAGAR (MOEDA)"
           DISPLAY (17, 55) "26 - CADPRO (PESO/VOL.)"
           DISPLAY (18, 55) "27 - CADRECEBER (COBRANCA)"
           DISPLAY (19, 55) "28 - CADCLI (PRIORIDADE)"
           DISPLAY (20, 55) "29 - CADPERFIL (299 OPC.)"
           DISPLAY (21, 55) "30 - CADPLANO (LINHA DRE)"
           DISPLAY (11, 01) " 0 - SAIR"
           DISPLAY (13, 01) "CONVERTER QUAL ARQUIVO: ".
           ACCEPT  (13, 25) W-OPCAO.
              GO TO C11-INI.
           IF W-OPCAO = "12" OR W-OPCAO = "12"
              GO TO C12-INI.
           IF W-OPCAO = "13" OR W-OPCAO = "13"
              GO TO C13-INI.
           IF W-OPCAO = "14" OR W-OPCAO = "14"
              GO TO C14-INI.
           IF W-OPCAO = "15" OR W-OPCAO = "15"
              GO TO C15-INI.
           IF W-OPCAO = "16" OR W-OPCAO = "16"
              GO TO C16-INI.
           IF W-OPCAO = "17" OR W-OPCAO = "17"
              GO TO C17-INI.
           IF W-OPCAO = "18" OR W-OPCAO = "18"
              GO TO C18-INI.
           IF W-OPCAO = "19" OR W-OPCAO = "19"
              GO TO C19-INI.
           IF W-OPCAO = "20" OR W-OPCAO = "20"
              GO TO C20-INI.
           IF W-OPCAO = "21" OR W-OPCAO = "21"
              GO TO C21-INI.
           IF W-OPCAO = "22" OR W-OPCAO = "22"
              GO TO C22-INI.
           IF W-OPCAO = "23" OR W-OPCAO = "23"
              GO TO C23-INI.
           IF W-OPCAO = "24" OR W-OPCAO = "24"
              GO TO C24-INI.
           IF W-OPCAO = "25" OR W-OPCAO = "25"
              GO TO C25-INI.
           IF W-OPCAO = "26" OR W-OPCAO = "26"
              GO TO C26-INI.
           IF W-OPCAO = "27" OR W-OPCAO = "27"
              GO TO C27-INI.
           IF W-OPCAO = "28" OR W-OPCAO = "28"
              GO TO C28-INI.
           IF W-OPCAO = "29" OR W-OPCAO = "29"
              GO TO C29-INI.
           IF W-OPCAO = "30" OR W-OPCAO = "30"
              GO TO C30-INI.
           GO TO MENU-CNV.

      *
           MOVE AUNIDCOMPRA TO UNIDCOMPRA
           MOVE ACLASSEABC TO CLASSEABC
           MOVE ZEROS TO BARRAS
           MOVE "N" TO SERIALIZADO
           MOVE ZEROS TO PESOBRUTO VOLUME
           WRITE REGPRO
           IF ST-N03 = "00" OR ST-N03 = "02"
              ADD 1 TO W-TOTGRAV.
           MOVE ZEROS TO CLILIMITE
           MOVE "N" TO CLIBLOQ
           MOVE ZEROS TO CLIGRUPO
           MOVE 5 TO CLIPRIOR
           WRITE REGCLI
           IF ST-N04 = "00" OR ST-N04 = "02"
              ADD 1 TO W-TOTGRAV.
           MOVE ATITSTATUS TO TITSTATUS
           MOVE ZEROS TO TITJUROS
           MOVE 01 TO TITEMP
           MOVE SPACES TO TITMOEDA
           MOVE ZEROS TO TITVALME TITPAGOME TITTAXA
           WRITE REGPAGAR
           IF ST-N05 = "00" OR ST-N05 = "02"
              ADD 1 TO W-TOTGRAV.
           MOVE ZEROS TO PCCUSTO
           MOVE "N" TO PCONTRATO
           MOVE 01 TO PEMP
           MOVE SPACES TO PMOEDA
           MOVE ZEROS TO PTAXA
           WRITE REGPEDIDO
           IF ST-N07 = "00" OR ST-N07 = "02"
              ADD 1 TO W-TOTGRAV.
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CNV.
      *
      *    CADPONTO.DAT -> CADPONTO.NOV
      *
       C13-INI.
           OPEN INPUT CADPONTO
           IF ST-A13 NOT = "00"
              MOVE "ARQUIVO CADPONTO.DAT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CNV.
           OPEN OUTPUT NOVPONTO
           IF ST-N13 NOT = "00"
              MOVE "ERRO NA CRIACAO DO CADPONTO.NOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPONTO
              GO TO MENU-CNV.
           MOVE ZEROS TO W-TOTLIDO W-TOTGRAV.
       C13-RD1.
           READ CADPONTO NEXT
           IF ST-A13 NOT = "00"
              GO TO C13-FIM.
           ADD 1 TO W-TOTLIDO
           MOVE APONCHAVE TO PONCHAVE
           MOVE AHORASNORM TO HORASNORM
           MOVE AHORASEX50 TO HORASEX50
           MOVE AHORASEX100 TO HORASEX100
           MOVE ADIASFALTA TO DIASFALTA
           MOVE ZEROS TO HORASNOT
           MOVE ZEROS TO HORASDEB
           WRITE REGPONTO
           IF ST-N13 = "00" OR ST-N13 = "02"
              ADD 1 TO W-TOTGRAV.
           GO TO C13-RD1.
       C13-FIM.
           CLOSE CADPONTO
           CLOSE NOVPONTO
           DISPLAY (15, 01) "REGISTROS LIDOS   : "
           DISPLAY (15, 21) W-TOTLIDO
           DISPLAY (16, 01) "REGISTROS GRAVADOS: "
           DISPLAY (16, 21) W-TOTGRAV
           DISPLAY (18, 01) "RENOMEIE CADPONTO.NOV"
           DISPLAY (19, 01) "PARA CADPONTO.DAT"
           MOVE "*** CONVERSAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CNV.
      *
      *    CADFUNC.DAT -> CADFUNC.NOV
      *
       C14-INI.
           OPEN INPUT CADFUNC
           IF ST-A14 NOT = "00"
              MOVE "ARQUIVO CADFUNC.DAT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CNV.
           OPEN OUTPUT NOVFUNC
           IF ST-N14 NOT = "00"
              MOVE "ERRO NA CRIACAO DO CADFUNC.NOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC
              GO TO MENU-CNV.
           MOVE ZEROS TO W-TOTLIDO W-TOTGRAV.
       C14-RD1.
           READ CADFUNC NEXT
           IF ST-A14 NOT = "00"
              GO TO C14-FIM.
           ADD 1 TO W-TOTLIDO
           MOVE ACODFUNC TO CODFUNC
           MOVE ADESCFUNC TO DESCFUNC
           MOVE "N" TO FUNCADIC
           MOVE ZEROS TO FUNCGRAU
           WRITE REGFUNC
           IF ST-N14 = "00" OR ST-N14 = "02"
              ADD 1 TO W-TOTGRAV.
           GO TO C14-RD1.
       C14-FIM.
           CLOSE CADFUNC
           CLOSE NOVFUNC
           DISPLAY (15, 01) "REGISTROS LIDOS   : "
           DISPLAY (15, 21) W-TOTLIDO
           DISPLAY (16, 01) "REGISTROS GRAVADOS: "
           DISPLAY (16, 21) W-TOTGRAV
           DISPLAY (18, 01) "RENOMEIE CADFUNC.NOV"
           DISPLAY (19, 01) "PARA CADFUNC.DAT"
           MOVE "*** CONVERSAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CNV.
      *
      *    CADADMIS.DAT -> CADADMIS.NOV
      *
       C15-INI.
           OPEN INPUT CADADMIS
           IF ST-A15 NOT = "00"
              MOVE "ARQUIVO CADADMIS.DAT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CNV.
           OPEN OUTPUT NOVADMIS
           IF ST-N15 NOT = "00"
              MOVE "ERRO NA CRIACAO DO CADADMIS.NOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADADMIS
              GO TO MENU-CNV.
           MOVE ZEROS TO W-TOTLIDO W-TOTGRAV.
       C15-RD1.
           READ CADADMIS NEXT
           IF ST-A15 NOT = "00"
              GO TO C15-FIM.
           ADD 1 TO W-TOTLIDO
           MOVE AADMCODIGO TO ADMCODIGO
           MOVE ADOCSOK TO DOCSOK
           MOVE AEXAMEOK TO EXAMEOK
           MOVE ACONTRATOOK TO CONTRATOOK
           MOVE APROVA45 TO PROVA45
           MOVE APROVA90 TO PROVA90
           MOVE "I" TO ADMTIPOCONT
           WRITE REGADMIS
           IF ST-N15 = "00" OR ST-N15 = "02"
              ADD 1 TO W-TOTGRAV.
           GO TO C15-RD1.
       C15-FIM.
           CLOSE CADADMIS
           CLOSE NOVADMIS
           DISPLAY (15, 01) "REGISTROS LIDOS   : "
           DISPLAY (15, 21) W-TOTLIDO
           DISPLAY (16, 01) "REGISTROS GRAVADOS: "
           DISPLAY (16, 21) W-TOTGRAV
           DISPLAY (18, 01) "RENOMEIE CADADMIS.NOV"
           DISPLAY (19, 01) "PARA CADADMIS.DAT"
           MOVE "*** CONVERSAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CNV.
      *
      *    CADPONTO.DAT (JA COM HORASNOT) -> CADPONTO.NOV
      *
       C16-INI.
           OPEN INPUT PONTOV2
           IF ST-A16 NOT = "00"
              MOVE "ARQUIVO CADPONTO.DAT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CNV.
           OPEN OUTPUT NOVPONTO
           IF ST-N13 NOT = "00"
              MOVE "ERRO NA CRIACAO DO CADPONTO.NOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PONTOV2
              GO TO MENU-CNV.
           MOVE ZEROS TO W-TOTLIDO W-TOTGRAV.
       C16-RD1.
           READ PONTOV2 NEXT
           IF ST-A16 NOT = "00"
              GO TO C16-FIM.
           ADD 1 TO W-TOTLIDO
           MOVE BPONCHAVE TO PONCHAVE
           MOVE BHORASNORM TO HORASNORM
           MOVE BHORASEX50 TO HORASEX50
           MOVE BHORASEX100 TO HORASEX100
           MOVE BDIASFALTA TO DIASFALTA
           MOVE BHORASNOT TO HORASNOT
           MOVE ZEROS TO HORASDEB
           WRITE REGPONTO
           IF ST-N13 = "00" OR ST-N13 = "02"
              ADD 1 TO W-TOTGRAV.
           GO TO C16-RD1.
       C16-FIM.
           CLOSE PONTOV2
           CLOSE NOVPONTO
           DISPLAY (15, 01) "REGISTROS LIDOS   : "
           DISPLAY (15, 21) W-TOTLIDO
           DISPLAY (16, 01) "REGISTROS GRAVADOS: "
           DISPLAY (16, 21) W-TOTGRAV
           DISPLAY (18, 01) "RENOMEIE CADPONTO.NOV"
           DISPLAY (19, 01) "PARA CADPONTO.DAT"
           MOVE "*** CONVERSAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CNV.
      *
      *    CADLANC.DAT -> CADLANC.NOV
      *
       C17-INI.
           OPEN INPUT CADLANC
           IF ST-A17 NOT = "00"
              MOVE "ARQUIVO CADLANC.DAT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CNV.
           OPEN OUTPUT NOVLANC
           IF ST-N17 NOT = "00"
              MOVE "ERRO NA CRIACAO DO CADLANC.NOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADLANC
              GO TO MENU-CNV.
           MOVE ZEROS TO W-TOTLIDO W-TOTGRAV.
       C17-RD1.
           READ CADLANC NEXT
           IF ST-A17 NOT = "00"
              GO TO C17-FIM.
           ADD 1 TO W-TOTLIDO
           MOVE ALANCHAVE TO LANCHAVE
           MOVE ALANDEB TO LANDEB
           MOVE ALANCRE TO LANCRE
           MOVE ALANHIST TO LANHIST
           MOVE ALANVALOR TO LANVALOR
           MOVE ZEROS TO LANCC
           WRITE REGLANC
           IF ST-N17 = "00" OR ST-N17 = "02"
              ADD 1 TO W-TOTGRAV.
           GO TO C17-RD1.
       C17-FIM.
           CLOSE CADLANC
           CLOSE NOVLANC
           DISPLAY (15, 01) "REGISTROS LIDOS   : "
           DISPLAY (15, 21) W-TOTLIDO
           DISPLAY (16, 01) "REGISTROS GRAVADOS: "
           DISPLAY (16, 21) W-TOTGRAV
           DISPLAY (18, 01) "RENOMEIE CADLANC.NOV"
           DISPLAY (19, 01) "PARA CADLANC.DAT"
           MOVE "*** CONVERSAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CNV.
      *
      *    CADPROFOR.DAT -> CADPROFOR.NOV
      *
       C18-INI.
           OPEN INPUT CADPROFOR
           IF ST-A18 NOT = "00"
              MOVE "ARQUIVO CADPROFOR.DAT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CNV.
           OPEN OUTPUT NOVPROFOR
           IF ST-N18 NOT = "00"
              MOVE "ERRO NA CRIACAO DO CADPROFOR.NOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPROFOR
              GO TO MENU-CNV.
           MOVE ZEROS TO W-TOTLIDO W-TOTGRAV.
       C18-RD1.
           READ CADPROFOR NEXT
           IF ST-A18 NOT = "00"
              GO TO C18-FIM.
           ADD 1 TO W-TOTLIDO
           MOVE ANUMPROFOR TO NUMPROFOR
           MOVE APFCODIGO TO PFCODIGO
           MOVE APFCNPJ TO PFCNPJ
           MOVE APFPRECO TO PFPRECO
           MOVE SPACES TO PFCODFOR
           MOVE ZEROS TO PFVIGEN
           WRITE REGPROFOR
           IF ST-N18 = "00" OR ST-N18 = "02"
              ADD 1 TO W-TOTGRAV.
           GO TO C18-RD1.
       C18-FIM.
           CLOSE CADPROFOR
           CLOSE NOVPROFOR
           DISPLAY (15, 01) "REGISTROS LIDOS   : "
           DISPLAY (15, 21) W-TOTLIDO
           DISPLAY (16, 01) "REGISTROS GRAVADOS: "
           DISPLAY (16, 21) W-TOTGRAV
           DISPLAY (18, 01) "RENOMEIE CADPROFOR.NOV"
           DISPLAY (19, 01) "PARA CADPROFOR.DAT"
           MOVE "*** CONVERSAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CNV.
      *
      *    CADINSP.DAT -> CADINSP.NOV
      *
       C19-INI.
           OPEN INPUT CADINSP
           IF ST-A19 NOT = "00"
              MOVE "ARQUIVO CADINSP.DAT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CNV.
           OPEN OUTPUT NOVINSP
           IF ST-N19 NOT = "00"
              MOVE "ERRO NA CRIACAO DO CADINSP.NOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADINSP
              GO TO MENU-CNV.
           MOVE ZEROS TO W-TOTLIDO W-TOTGRAV.
       C19-RD1.
           READ CADINSP NEXT
           IF ST-A19 NOT = "00"
              GO TO C19-FIM.
           ADD 1 TO W-TOTLIDO
           MOVE AINSNUMPED TO INSNUMPED
           MOVE AINSNUMLIN TO INSNUMLIN
           MOVE AINSCODPRO TO INSCODPRO
           MOVE AINSQTD TO INSQTD
           MOVE AINSDEP TO INSDEP
           MOVE AINSSTATUS TO INSSTATUS
           MOVE AINSDATA TO INSDATA
           MOVE SPACES TO INSLOTE
           MOVE SPACE TO INSPROPR
           WRITE REGINSP
           IF ST-N19 = "00" OR ST-N19 = "02"
              ADD 1 TO W-TOTGRAV.
           GO TO C19-RD1.
       C19-FIM.
           CLOSE CADINSP
           CLOSE NOVINSP
           DISPLAY (15, 01) "REGISTROS LIDOS   : "
           DISPLAY (15, 21) W-TOTLIDO
           DISPLAY (16, 01) "REGISTROS GRAVADOS: "
           DISPLAY (16, 21) W-TOTGRAV
           DISPLAY (18, 01) "RENOMEIE CADINSP.NOV"
           DISPLAY (19, 01) "PARA CADINSP.DAT"
           MOVE "*** CONVERSAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CNV.
      *
      *    CADSALDO.DAT -> CADSALDO.NOV
      *
       C20-INI.
           OPEN INPUT CADSALDO
           IF ST-A20 NOT = "00"
              MOVE "ARQUIVO CADSALDO.DAT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CNV.
           OPEN OUTPUT NOVSALDO
           IF ST-N20 NOT = "00"
              MOVE "ERRO NA CRIACAO DO CADSALDO.NOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADSALDO
              GO TO MENU-CNV.
           MOVE ZEROS TO W-TOTLIDO W-TOTGRAV.
       C20-RD1.
           READ CADSALDO NEXT
           IF ST-A20 NOT = "00"
              GO TO C20-FIM.
           ADD 1 TO W-TOTLIDO
           MOVE ASALCODPRO TO SALCODPRO
           MOVE ASALDEPOS TO SALDEPOS
           MOVE ASALQTD TO SALQTD
           MOVE ZEROS TO SALQTDCON
           WRITE REGSALDO
           IF ST-N20 = "00" OR ST-N20 = "02"
              ADD 1 TO W-TOTGRAV.
           GO TO C20-RD1.
       C20-FIM.
           CLOSE CADSALDO
           CLOSE NOVSALDO
           DISPLAY (15, 01) "REGISTROS LIDOS   : "
           DISPLAY (15, 21) W-TOTLIDO
           DISPLAY (16, 01) "REGISTROS GRAVADOS: "
           DISPLAY (16, 21) W-TOTGRAV
           DISPLAY (18, 01) "RENOMEIE CADSALDO.NOV"
           DISPLAY (19, 01) "PARA CADSALDO.DAT"
           MOVE "*** CONVERSAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CNV.
      *
      *    CADMOVEST.DAT -> CADMOVEST.NOV
      *
       C21-INI.
           OPEN INPUT CADMOVEST
           IF ST-A21 NOT = "00"
              MOVE "ARQUIVO CADMOVEST.DAT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CNV.
           OPEN OUTPUT NOVMOVEST
           IF ST-N21 NOT = "00"
              MOVE "ERRO NA CRIACAO DO CADMOVEST.NOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADMOVEST
              GO TO MENU-CNV.
           MOVE ZEROS TO W-TOTLIDO W-TOTGRAV.
       C21-RD1.
           READ CADMOVEST NEXT
           IF ST-A21 NOT = "00"
              GO TO C21-FIM.
           ADD 1 TO W-TOTLIDO
           MOVE AMCODIGO TO MCODIGO
           MOVE AMDATA TO MDATA
           MOVE AMSEQ TO MSEQ
           MOVE AMTIPO TO MTIPO
           MOVE AMQTD TO MQTD
           MOVE AMOTIVO TO MOTIVO
           MOVE SPACE TO MPROPR
           WRITE REGMOVEST
           IF ST-N21 = "00" OR ST-N21 = "02"
              ADD 1 TO W-TOTGRAV.
           GO TO C21-RD1.
       C21-FIM.
           CLOSE CADMOVEST
           CLOSE NOVMOVEST
           DISPLAY (15, 01) "REGISTROS LIDOS   : "
           DISPLAY (15, 21) W-TOTLIDO
           DISPLAY (16, 01) "REGISTROS GRAVADOS: "
           DISPLAY (16, 21) W-TOTGRAV
           DISPLAY (18, 01) "RENOMEIE CADMOVEST.NOV"
           DISPLAY (19, 01) "PARA CADMOVEST.DAT"
           MOVE "*** CONVERSAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CNV.
      *
      *    CADINSP.DAT (JA COM LOTE) -> CADINSP.NOV
      *
       C22-INI.
           OPEN INPUT INSPV2
           IF ST-A22 NOT = "00"
              MOVE "ARQUIVO CADINSP.DAT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CNV.
           OPEN OUTPUT NOVINSP
           IF ST-N19 NOT = "00"
              MOVE "ERRO NA CRIACAO DO CADINSP.NOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE INSPV2
              GO TO MENU-CNV.
           MOVE ZEROS TO W-TOTLIDO W-TOTGRAV.
       C22-RD1.
           READ INSPV2 NEXT
           IF ST-A22 NOT = "00"
              GO TO C22-FIM.
           ADD 1 TO W-TOTLIDO
           MOVE BINSNUMPED TO INSNUMPED
           MOVE BINSNUMLIN TO INSNUMLIN
           MOVE BINSCODPRO TO INSCODPRO
           MOVE BINSQTD TO INSQTD
           MOVE BINSDEP TO INSDEP
           MOVE BINSSTATUS TO INSSTATUS
           MOVE BINSDATA TO INSDATA
           MOVE BINSLOTE TO INSLOTE
           MOVE SPACE TO INSPROPR
           WRITE REGINSP
           IF ST-N19 = "00" OR ST-N19 = "02"
              ADD 1 TO W-TOTGRAV.
           GO TO C22-RD1.
       C22-FIM.
           CLOSE INSPV2
           CLOSE NOVINSP
           DISPLAY (15, 01) "REGISTROS LIDOS   : "
           DISPLAY (15, 21) W-TOTLIDO
           DISPLAY (16, 01) "REGISTROS GRAVADOS: "
           DISPLAY (16, 21) W-TOTGRAV
           DISPLAY (18, 01) "RENOMEIE CADINSP.NOV"
           DISPLAY (19, 01) "PARA CADINSP.DAT"
           MOVE "*** CONVERSAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CNV.

      *
      *    CADPRO.DAT (COM BARRAS) -> CADPRO.NOV (COM N. DE SERIE)
      *
       C23-INI.
           OPEN INPUT PROV2
           IF ST-A23 NOT = "00"
              MOVE "ARQUIVO CADPRO.DAT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CNV.
           OPEN OUTPUT NOVPRO
           IF ST-N03 NOT = "00"
              MOVE "ERRO NA CRIACAO DO CADPRO.NOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PROV2
              GO TO MENU-CNV.
           MOVE ZEROS TO W-TOTLIDO W-TOTGRAV.
       C23-RD1.
           READ PROV2 NEXT
           IF ST-A23 NOT = "00"
              GO TO C23-FIM.
           ADD 1 TO W-TOTLIDO
           MOVE BCODIGO TO CODIGO
           MOVE BDESC TO DESC
           MOVE BUNIDADE TO UNIDADE
           MOVE BUNIDADETXT TO UNIDADETXT
           MOVE BTIPOPRODUTO TO TIPOPRODUTO
           MOVE BTIPOTXT TO TIPOTXT
           MOVE BFCNPJ TO FCNPJ
           MOVE BQUANTIDADE TO QUANTIDADE
           MOVE BESTMINIMO TO ESTMINIMO
           MOVE BPRECO TO PRECO
           MOVE BDATAULTALT3 TO DATAULTALT3
           MOVE BCUSTOMEDIO TO CUSTOMEDIO
           MOVE BUNIDCOMPRA TO UNIDCOMPRA
           MOVE BCLASSEABC TO CLASSEABC
           MOVE BBARRAS TO BARRAS
           MOVE "N" TO SERIALIZADO
           MOVE ZEROS TO PESOBRUTO VOLUME
           WRITE REGPRO
           IF ST-N03 = "00" OR ST-N03 = "02"
              ADD 1 TO W-TOTGRAV.
           GO TO C23-RD1.
       C23-FIM.
           CLOSE PROV2
           CLOSE NOVPRO
           DISPLAY (15, 01) "REGISTROS LIDOS   : "
           DISPLAY (15, 21) W-TOTLIDO
           DISPLAY (16, 01) "REGISTROS GRAVADOS: "
           DISPLAY (16, 21) W-TOTGRAV
           DISPLAY (18, 01) "RENOMEIE CADPRO.NOV"
           DISPLAY (19, 01) "PARA CADPRO.DAT"
           MOVE "*** CONVERSAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CNV.
      *
      *    CADPEDIDO.DAT (COM EMPRESA) -> CADPEDIDO.NOV (COM MOEDA)
      *
       C24-INI.
           OPEN INPUT PEDV2
           IF ST-A24 NOT = "00"
              MOVE "ARQUIVO CADPEDIDO.DAT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CNV.
           OPEN OUTPUT NOVPEDIDO
           IF ST-N07 NOT = "00"
              MOVE "ERRO NA CRIACAO DO CADPEDIDO.NOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PEDV2
              GO TO MENU-CNV.
           MOVE ZEROS TO W-TOTLIDO W-TOTGRAV.
       C24-RD1.
           READ PEDV2 NEXT
           IF ST-A24 NOT = "00"
              GO TO C24-FIM.
           ADD 1 TO W-TOTLIDO
           MOVE BNUMPEDIDO TO NUMPEDIDO
           MOVE BPCNPJ TO PCNPJ
           MOVE BSTATUSPEDIDO TO STATUSPEDIDO
           MOVE BDATAPEDIDO TO DATAPEDIDO
           MOVE BDATARECEB TO DATARECEB
           MOVE BVALORPEDIDO TO VALORPEDIDO
           MOVE BAPROVSTATUS TO APROVSTATUS
           MOVE BAPROVCOD TO APROVCOD
           MOVE BAPROVDATA TO APROVDATA
           MOVE BDATAPROMET TO DATAPROMET
           MOVE BPCONDPG TO PCONDPG
           MOVE BPCCUSTO TO PCCUSTO
           MOVE BPCONTRATO TO PCONTRATO
           MOVE BPEMP TO PEMP
           MOVE SPACES TO PMOEDA
           MOVE ZEROS TO PTAXA
           WRITE REGPEDIDO
           IF ST-N07 = "00" OR ST-N07 = "02"
              ADD 1 TO W-TOTGRAV.
           GO TO C24-RD1.
       C24-FIM.
           CLOSE PEDV2
           CLOSE NOVPEDIDO
           DISPLAY (15, 01) "REGISTROS LIDOS   : "
           DISPLAY (15, 21) W-TOTLIDO
           DISPLAY (16, 01) "REGISTROS GRAVADOS: "
           DISPLAY (16, 21) W-TOTGRAV
           DISPLAY (18, 01) "RENOMEIE CADPEDIDO.NOV"
           DISPLAY (19, 01) "PARA CADPEDIDO.DAT"
           MOVE "*** CONVERSAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CNV.

      *
      *    CADPAGAR.DAT (COM EMPRESA) -> CADPAGAR.NOV (COM MOEDA)
      *
       C25-INI.
           OPEN INPUT PAGV2
           IF ST-A25 NOT = "00"
              MOVE "ARQUIVO CADPAGAR.DAT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CNV.
           OPEN OUTPUT NOVPAGAR
           IF ST-N05 NOT = "00"
              MOVE "ERRO NA CRIACAO DO CADPAGAR.NOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PAGV2
              GO TO MENU-CNV.
           MOVE ZEROS TO W-TOTLIDO W-TOTGRAV.
       C25-RD1.
           READ PAGV2 NEXT
           IF ST-A25 NOT = "00"
              GO TO C25-FIM.
           ADD 1 TO W-TOTLIDO
           MOVE BTITNUMPED TO TITNUMPED
           MOVE BTITSEQ TO TITSEQ
           MOVE BTITCNPJ TO TITCNPJ
           MOVE BTITVALOR TO TITVALOR
           MOVE BTITVENCTO TO TITVENCTO
           MOVE BTITPAGO TO TITPAGO
           MOVE BTITSTATUS TO TITSTATUS
           MOVE BTITJUROS TO TITJUROS
           MOVE BTITEMP TO TITEMP
           MOVE SPACES TO TITMOEDA
           MOVE ZEROS TO TITVALME TITPAGOME TITTAXA
           WRITE REGPAGAR
           IF ST-N05 = "00" OR ST-N05 = "02"
              ADD 1 TO W-TOTGRAV.
           GO TO C25-RD1.
       C25-FIM.
           CLOSE PAGV2
           CLOSE NOVPAGAR
           DISPLAY (15, 01) "REGISTROS LIDOS   : "
           DISPLAY (15, 21) W-TOTLIDO
           DISPLAY (16, 01) "REGISTROS GRAVADOS: "
           DISPLAY (16, 21) W-TOTGRAV
           DISPLAY (18, 01) "RENOMEIE CADPAGAR.NOV"
           DISPLAY (19, 01) "PARA CADPAGAR.DAT"
           MOVE "*** CONVERSAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CNV.
      *
      *    CADPRO.DAT (COM N. DE SERIE) -> CADPRO.NOV (COM PESO/VOLUME)
      *
       C26-INI.
           OPEN INPUT PROV3
           IF ST-A26 NOT = "00"
              MOVE "ARQUIVO CADPRO.DAT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CNV.
           OPEN OUTPUT NOVPRO
           IF ST-N03 NOT = "00"
              MOVE "ERRO NA CRIACAO DO CADPRO.NOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PROV3
              GO TO MENU-CNV.
           MOVE ZEROS TO W-TOTLIDO W-TOTGRAV.
       C26-RD1.
           READ PROV3 NEXT
           IF ST-A26 NOT = "00"
              GO TO C26-FIM.
           ADD 1 TO W-TOTLIDO
           MOVE CCODIGO TO CODIGO
           MOVE CDESC TO DESC
           MOVE CUNIDADE TO UNIDADE
           MOVE CUNIDADETXT TO UNIDADETXT
           MOVE CTIPOPRODUTO TO TIPOPRODUTO
           MOVE CTIPOTXT TO TIPOTXT
           MOVE CFCNPJ TO FCNPJ
           MOVE CQUANTIDADE TO QUANTIDADE
           MOVE CESTMINIMO TO ESTMINIMO
           MOVE CPRECO TO PRECO
           MOVE CDATAULTALT3 TO DATAULTALT3
           MOVE CCUSTOMEDIO TO CUSTOMEDIO
           MOVE CUNIDCOMPRA TO UNIDCOMPRA
           MOVE CCLASSEABC TO CLASSEABC
           MOVE CBARRAS TO BARRAS
           MOVE CSERIALIZADO TO SERIALIZADO
           MOVE ZEROS TO PESOBRUTO VOLUME
           WRITE REGPRO
           IF ST-N03 = "00" OR ST-N03 = "02"
              ADD 1 TO W-TOTGRAV.
           GO TO C26-RD1.
       C26-FIM.
           CLOSE PROV3
           CLOSE NOVPRO
           DISPLAY (15, 01) "REGISTROS LIDOS   : "
           DISPLAY (15, 21) W-TOTLIDO
           DISPLAY (16, 01) "REGISTROS GRAVADOS: "
           DISPLAY (16, 21) W-TOTGRAV
           DISPLAY (18, 01) "RENOMEIE CADPRO.NOV"
           DISPLAY (19, 01) "PARA CADPRO.DAT"
           MOVE "*** CONVERSAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CNV.
      *
      *    CADRECEBER.DAT -> CADRECEBER.NOV (COM NIVEL DE COBRANCA)
      *
       C27-INI.
           OPEN INPUT CADRECEBER
           IF ST-A27 NOT = "00"
              MOVE "ARQUIVO CADRECEBER.DAT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CNV.
           OPEN OUTPUT NOVRECEBER
           IF ST-N27 NOT = "00"
              MOVE "ERRO NA CRIACAO DO CADRECEBER.NOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRECEBER
              GO TO MENU-CNV.
           MOVE ZEROS TO W-TOTLIDO W-TOTGRAV.
       C27-RD1.
           READ CADRECEBER NEXT
           IF ST-A27 NOT = "00"
              GO TO C27-FIM.
           ADD 1 TO W-TOTLIDO
           MOVE ARECNUMVEN TO RECNUMVEN
           MOVE ARECSEQ TO RECSEQ
           MOVE ARECCNPJ TO RECCNPJ
           MOVE ARECVALOR TO RECVALOR
           MOVE ARECVENCTO TO RECVENCTO
           MOVE ARECRECEB TO RECRECEB
           MOVE ARECSTATUS TO RECSTATUS
           MOVE ARECJUROS TO RECJUROS
           MOVE ARECEMP TO RECEMP
           MOVE ZEROS TO RECNIVCOB RECDTCOB
           WRITE REGRECEBER
           IF ST-N27 = "00" OR ST-N27 = "02"
              ADD 1 TO W-TOTGRAV.
           GO TO C27-RD1.
       C27-FIM.
           CLOSE CADRECEBER
           CLOSE NOVRECEBER
           DISPLAY (15, 01) "REGISTROS LIDOS   : "
           DISPLAY (15, 21) W-TOTLIDO
           DISPLAY (16, 01) "REGISTROS GRAVADOS: "
           DISPLAY (16, 21) W-TOTGRAV
           DISPLAY (18, 01) "RENOMEIE CADRECEBER.NOV"
           DISPLAY (19, 01) "PARA CADRECEBER.DAT"
           MOVE "*** CONVERSAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CNV.
      *
      *    CADCLI.DAT -> CADCLI.NOV (COM PRIORIDADE DE ATENDIMENTO)
      *
       C28-INI.
           OPEN INPUT CLIV2
           IF ST-A28 NOT = "00"
              MOVE "ARQUIVO CADCLI.DAT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CNV.
           OPEN OUTPUT NOVCLI
           IF ST-N04 NOT = "00"
              MOVE "ERRO NA CRIACAO DO CADCLI.NOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CLIV2
              GO TO MENU-CNV.
           MOVE ZEROS TO W-TOTLIDO W-TOTGRAV.
       C28-RD1.
           READ CLIV2 NEXT
           IF ST-A28 NOT = "00"
              GO TO C28-FIM.
           ADD 1 TO W-TOTLIDO
           MOVE DCLICNPJ TO CLICNPJ
           MOVE DCLINOME TO CLINOME
           MOVE DCLIFANTASIA TO CLIFANTASIA
           MOVE DCLICEP TO CLICEP
           MOVE DCLINUMERO TO CLINUMERO
           MOVE DCLICOMPL TO CLICOMPL
           MOVE DCLIDDD TO CLIDDD
           MOVE DCLITEL TO CLITEL
           MOVE DCLIEMAIL TO CLIEMAIL
           MOVE DSTATUSCLI TO STATUSCLI
           MOVE DCLIDATABAIXA TO CLIDATABAIXA
           MOVE DCLIDATAULT TO CLIDATAULT
           MOVE DCLILIMITE TO CLILIMITE
           MOVE DCLIBLOQ TO CLIBLOQ
           MOVE DCLIGRUPO TO CLIGRUPO
           MOVE 5 TO CLIPRIOR
           WRITE REGCLI
           IF ST-N04 = "00" OR ST-N04 = "02"
              ADD 1 TO W-TOTGRAV.
           GO TO C28-RD1.
       C28-FIM.
           CLOSE CLIV2
           CLOSE NOVCLI
           DISPLAY (15, 01) "REGISTROS LIDOS   : "
           DISPLAY (15, 21) W-TOTLIDO
           DISPLAY (16, 01) "REGISTROS GRAVADOS: "
           DISPLAY (16, 21) W-TOTGRAV
           DISPLAY (18, 01) "RENOMEIE CADCLI.NOV"
           DISPLAY (19, 01) "PARA CADCLI.DAT"
           MOVE "*** CONVERSAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CNV.

      *
      *    CADPERFIL.DAT (199 OPCOES) -> CADPERFIL.NOV (299 OPCOES)
      *    AS OPCOES NOVAS ENTRAM BLOQUEADAS ("N")
      *
       C29-INI.
           OPEN INPUT PERFV2
           IF ST-A29 NOT = "00"
              MOVE "ARQUIVO CADPERFIL.DAT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CNV.
           OPEN OUTPUT NOVPERFIL
           IF ST-N02 NOT = "00"
              MOVE "ERRO NA CRIACAO DO CADPERFIL.NOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PERFV2
              GO TO MENU-CNV.
           MOVE ZEROS TO W-TOTLIDO W-TOTGRAV.
       C29-RD1.
           READ PERFV2 NEXT
           IF ST-A29 NOT = "00"
              GO TO C29-FIM.
           ADD 1 TO W-TOTLIDO
           MOVE BPERFCODIGO TO PERFCODIGO
           MOVE BPERFDESC TO PERFDESC
           MOVE ALL "N" TO PERFOPC
           MOVE BPERFOPC TO PERFOPC(1:199)
           WRITE REGPERFIL
           IF ST-N02 = "00" OR ST-N02 = "02"
              ADD 1 TO W-TOTGRAV.
           GO TO C29-RD1.
       C29-FIM.
           CLOSE PERFV2
           CLOSE NOVPERFIL
           DISPLAY (15, 01) "REGISTROS LIDOS   : "
           DISPLAY (15, 21) W-TOTLIDO
           DISPLAY (16, 01) "REGISTROS GRAVADOS: "
           DISPLAY (16, 21) W-TOTGRAV
           DISPLAY (18, 01) "RENOMEIE CADPERFIL.NOV"
           DISPLAY (19, 01) "PARA CADPERFIL.DAT"
           MOVE "*** CONVERSAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CNV.

      *
      *    CADPLANO.DAT -> CADPLANO.NOV (LINHA DA DRE/BALANCO EM
      *    BRANCO = CLASSIFICA PELO TIPO DA CONTA)
      *
       C30-INI.
           OPEN INPUT CADPLANO
           IF ST-A30 NOT = "00"
              MOVE "ARQUIVO CADPLANO.DAT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CNV.
           OPEN OUTPUT NOVPLANO
           IF ST-N30 NOT = "00"
              MOVE "ERRO NA CRIACAO DO CADPLANO.NOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPLANO
              GO TO MENU-CNV.
           MOVE ZEROS TO W-TOTLIDO W-TOTGRAV.
       C30-RD1.
           READ CADPLANO NEXT
           IF ST-A30 NOT = "00"
              GO TO C30-FIM.
           ADD 1 TO W-TOTLIDO
           MOVE ACTACODIGO TO CTACODIGO
           MOVE ACTADESC TO CTADESC
           MOVE ACTATIPO TO CTATIPO
           MOVE SPACES TO CTALINHA
           WRITE REGPLANO
           IF ST-N30 = "00" OR ST-N30 = "02"
              ADD 1 TO W-TOTGRAV.
           GO TO C30-RD1.
       C30-FIM.
           CLOSE CADPLANO
           CLOSE NOVPLANO
           DISPLAY (15, 01) "REGISTROS LIDOS   : "
           DISPLAY (15, 21) W-TOTLIDO
           DISPLAY (16, 01) "REGISTROS GRAVADOS: "
           DISPLAY (16, 21) W-TOTGRAV
           DISPLAY (18, 01) "RENOMEIE CADPLANO.NOV"
           DISPLAY (19, 01) "PARA CADPLANO.DAT"
           MOVE "*** CONVERSAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-CNV.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
