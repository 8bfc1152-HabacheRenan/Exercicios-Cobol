       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISCOF.
      *******************************
      * APURACAO MENSAL DE PIS E COFINS NAO CUMULATIVOS          *
      * SITUACAO TRIBUTARIA (CST) E ALIQUOTAS DO PRODUTO NO      *
      * CADPROPIS; PRODUTO SEM CADASTRO = CST 01 NA SAIDA, 50 NA *
      * ENTRADA, ALIQUOTAS PADRAO (PARAMETROS ALIQPIS/ALIQCOF,   *
      * SEM ELES 1,65 E 7,60)                                    *
      * CFOP COM APURA PIS/COFINS = N (SCP052) NAO ENTRA         *
      * DEBITOS: ITENS DAS NOTAS DE SAIDA EMITIDAS (CADNFSAIDA)  *
      *   COM CST 01/02, MENOS AS DEVOLUCOES DO SCP045           *
      * CREDITOS: ITENS DAS NOTAS DE ENTRADA (CADNOTA) COM CST   *
      *   50 A 56, FRETE DAS COMPRAS, FATURAS DE FRETE APROVADAS *
      *   (FRETEAUD) E DEPRECIACAO DO MES (CADDEPREC) DAS CLASSES*
      *   DO IMOBILIZADO MARCADAS NO CADCLIPIS                   *
      * SALDO CREDOR PASSA PARA O MES SEGUINTE. A APURACAO FICA  *
      * NO CADAPURPC (SAI TAMBEM NO FISCEXP, REGISTRO 60)        *
      * GUIAS (DARF 6912 E 5856): TITULOS NO CADPAGAR PARA O     *
      * ORGAO DO PIS/COFINS DO CADTRIBRET (NFSERV), DIA 25 DO    *
      * MES SEGUINTE, ANTECIPADO SE NAO FOR DIA UTIL; APURACAO   *
      * COM GUIA GERADA NAO E REFEITA                            *
      * RELATORIO NO SPOOL (PISCOF.TXT)                          *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADPROPIS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PSCODPRO
                       FILE STATUS IS ST-PS.
      *
       SELECT CADCLIPIS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CPCLASSE
                       FILE STATUS IS ST-CP.
      *
       SELECT CADAPURPC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS APCHAVE
                       FILE STATUS IS ST-AP.
      *
       SELECT CADPRO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       FILE STATUS IS ST-PRO
                       ALTERNATE RECORD KEY IS DESC
                                   WITH DUPLICATES
                       ALTERNATE RECORD KEY IS BARRAS
                                   WITH DUPLICATES.
      *
       SELECT CADCFOP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CFOPCOD
                       FILE STATUS IS ST-CFO.
      *
       SELECT CADNFSAIDA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NFSNUM
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT CADNFSITEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NFICHAVE
                       FILE STATUS IS ST-ERRO4.
      *
       SELECT CADDEVVEN ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-DEV.
      *
       SELECT CADVENDA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMVENDA
                       FILE STATUS IS ST-VEN.
      *
       SELECT CADNOTA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NOTCHAVE
                       FILE STATUS IS ST-ERRO.
      *
       SELECT CADNOTAITEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NICHAVE
                       FILE STATUS IS ST-ERRO2.
      *
       SELECT CADFATFRT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FFCHAVE
                       FILE STATUS IS ST-FRT.
      *
       SELECT CADDEPREC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS DPCHAVE
                       FILE STATUS IS ST-DEP.
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
       SELECT CADPEDIDO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS NUMPEDIDO
                       FILE STATUS IS ST-PED.
      *
       SELECT CADPAGAR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TITCHAVE
                       FILE STATUS IS ST-PAG.
      *
       SELECT CADTRIBRET ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TRCOD
                       FILE STATUS IS ST-TR.
      *
       SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-PAR.
      *
       SELECT CADSESSAO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-SES.
      *
       SELECT RELPC ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    SITUACAO DE PIS/COFINS DO PRODUTO
       FD CADPROPIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPROPIS.DAT".
       01 REGPROPIS.
           03 PSCODPRO          PIC 9(06).
           03 PSCSTSAI          PIC 9(02).
           03 PSCSTENT          PIC 9(02).
           03 PSALIQPIS         PIC 9(02)V99.
           03 PSALIQCOF         PIC 9(02)V99.
      *
      *    CLASSE DO IMOBILIZADO COM CREDITO SOBRE A DEPRECIACAO
       FD CADCLIPIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCLIPIS.DAT".
       01 REGCLIPIS.
           03 CPCLASSE          PIC 9(02).
           03 CPCRED            PIC X(01).
      *
       FD CADAPURPC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADAPURPC.DAT".
       01 REGAPURPC.
           03 APCHAVE.
               05 APCOMPET      PIC 9(06).
               05 APEMP         PIC 9(02).
           03 APBASEDEB         PIC 9(13)V99.
           03 APBASEDEV         PIC 9(13)V99.
           03 APBASECOMP        PIC 9(13)V99.
           03 APBASEFRT         PIC 9(13)V99.
           03 APBASEDEP         PIC 9(13)V99.
           03 APDEBPIS          PIC 9(11)V99.
           03 APDEBCOF          PIC 9(11)V99.
           03 APDEVPIS          PIC 9(11)V99.
           03 APDEVCOF          PIC 9(11)V99.
           03 APCREPIS          PIC 9(11)V99.
           03 APCRECOF          PIC 9(11)V99.
           03 APSALANTPIS       PIC 9(11)V99.
           03 APSALANTCOF       PIC 9(11)V99.
           03 APRECPIS          PIC 9(11)V99.
           03 APRECCOF          PIC 9(11)V99.
           03 APSALPIS          PIC 9(11)V99.
           03 APSALCOF          PIC 9(11)V99.
           03 APDATA            PIC 9(08).
           03 APOPER            PIC 9(06).
           03 APNUMPED          PIC 9(06).
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
       FD CADCFOP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCFOP.DAT".
       01 REGCFOP.
           03 CFOPCOD           PIC 9(04).
           03 CFOPDESC          PIC X(30).
           03 CFOPTIPO          PIC X(01).
           03 CFOPPISCOF        PIC X(01).
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
       FD CADNOTAITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNOTAITEM.DAT".
       01 REGNOTAITEM.
           03 NICHAVE.
               05 NICNPJ        PIC 9(14).
               05 NINUM         PIC 9(09).
               05 NILIN         PIC 9(02).
           03 NICODPRO          PIC 9(06).
           03 NIQTD             PIC 9(06).
           03 NIPRECO           PIC 9(09)V99.
           03 NICFOP            PIC 9(04).
           03 NIBASE            PIC 9(11)V99.
           03 NIALIQICMS        PIC 9(02)V99.
           03 NIVALICMS         PIC 9(09)V99.
           03 NIALIQIPI         PIC 9(02)V99.
           03 NIVALIPI          PIC 9(09)V99.
      *
       FD CADFATFRT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFATFRT.DAT".
       01 REGFATFRT.
           03 FFCHAVE.
               05 FFCNPJ        PIC 9(14).
               05 FFNUM         PIC 9(09).
           03 FFDATA            PIC 9(08).
           03 FFVENCTO          PIC 9(08).
           03 FFDTINI           PIC 9(08).
           03 FFDTFIM           PIC 9(08).
           03 FFVALOR           PIC 9(11)V99.
           03 FFAPROV           PIC 9(11)V99.
           03 FFSTATUS          PIC X(01).
           03 FFNUMPED          PIC 9(06).
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
       FD CADPEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPEDIDO.DAT".
       01 REGPEDIDO.
           03 NUMPEDIDO         PIC 9(06).
           03 PCNPJ             PIC 9(14).
           03 STATUSPEDIDO      PIC X(01).
           03 DATAPEDIDO        PIC 9(08).
           03 DATARECEB         PIC 9(08).
           03 VALORPEDIDO       PIC 9(11)V99.
           03 APROVSTATUS       PIC X(01).
           03 APROVCOD          PIC 9(06).
           03 APROVDATA         PIC 9(08).
           03 DATAPROMET        PIC 9(08).
           03 PCONDPG           PIC 9(03).
           03 PCCUSTO           PIC 9(03).
           03 PCONTRATO         PIC X(01).
           03 PEMP              PIC 9(02).
           03 PMOEDA            PIC X(03).
           03 PTAXA             PIC 9(05)V9(06).
      *
       FD CADPAGAR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPAGAR.DAT".
       01 REGPAGAR.
           03 TITCHAVE.
               05 TITNUMPED     PIC 9(06).
               05 TITSEQ        PIC 9(02).
           03 TITCNPJ           PIC 9(14).
           03 TITVALOR          PIC 9(11)V99.
           03 TITVENCTO         PIC 9(08).
           03 TITPAGO           PIC 9(11)V99.
           03 TITSTATUS         PIC X(01).
           03 TITJUROS          PIC 9(09)V99.
           03 TITEMP            PIC 9(02).
           03 TITMOEDA          PIC X(03).
           03 TITVALME          PIC 9(11)V99.
           03 TITPAGOME         PIC 9(11)V99.
           03 TITTAXA           PIC 9(05)V9(06).
      *
       FD CADTRIBRET
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTRIBRET.DAT".
       01 REGTRIBRET.
           03 TRCOD             PIC 9(01).
           03 TRCNPJ            PIC 9(14).
           03 TRDIA             PIC 9(02).
           03 TRMINIMO          PIC 9(07)V99.
           03 TRANTEC           PIC X(01).
      *
       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.
      *
       FD CADSESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSESSAO.TXT".
       01 REGSESSAO.
           03 SES-OPERCOD    PIC 9(06).
           03 FILLER         PIC X(01).
           03 SES-OPERADOR   PIC X(30).
      *
       FD RELPC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PISCOF.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-PS          PIC X(02) VALUE "00".
       01 ST-CP          PIC X(02) VALUE "00".
       01 ST-AP          PIC X(02) VALUE "00".
       01 ST-PRO         PIC X(02) VALUE "00".
       01 ST-CFO         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-DEV         PIC X(02) VALUE "00".
       01 ST-VEN         PIC X(02) VALUE "00".
       01 ST-FRT         PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 ST-IMO         PIC X(02) VALUE "00".
       01 ST-CLA         PIC X(02) VALUE "00".
       01 ST-PED         PIC X(02) VALUE "00".
       01 ST-PAG         PIC X(02) VALUE "00".
       01 ST-TR          PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-SES         PIC X(02) VALUE "00".
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-TEMPRO       PIC X(01) VALUE "N".
       01 W-TEMCFO       PIC X(01) VALUE "N".
       01 W-TEMNFS       PIC X(01) VALUE "N".
       01 W-TEMVEN       PIC X(01) VALUE "N".
       01 W-TEMNOT       PIC X(01) VALUE "N".
       01 W-TEMFRT       PIC X(01) VALUE "N".
       01 W-TEMDEP       PIC X(01) VALUE "N".
       01 W-TEMIMO       PIC X(01) VALUE "N".
       01 W-TEMCLA       PIC X(01) VALUE "N".
       01 W-TEMTR        PIC X(01) VALUE "N".
       01 W-OPERCOD      PIC 9(06) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-FILEMP       PIC 9(02) VALUE 01.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-G REDEFINES W-COMPET.
           03 ANO-COMP   PIC 9(04).
           03 MES-COMP   PIC 9(02).
       01 W-COMPANT      PIC 9(06) VALUE ZEROS.
       01 W-COMPANT-G REDEFINES W-COMPANT.
           03 ANO-CANT   PIC 9(04).
           03 MES-CANT   PIC 9(02).
       01 W-COMPAUX      PIC 9(06) VALUE ZEROS.
       01 W-CODPRO       PIC 9(06) VALUE ZEROS.
       01 W-CLASSE       PIC 9(02) VALUE ZEROS.
       01 W-CFOP         PIC 9(04) VALUE ZEROS.
       01 W-APURA        PIC X(01) VALUE "S".
      *    ALIQUOTAS PADRAO DO REGIME NAO CUMULATIVO
       01 W-PADPIS       PIC 9(02)V99 VALUE 1,65.
       01 W-PADCOF       PIC 9(02)V99 VALUE 7,60.
       01 W-CSTSAI       PIC 9(02) VALUE ZEROS.
       01 W-CSTENT       PIC 9(02) VALUE ZEROS.
       01 W-APIS         PIC 9(02)V99 VALUE ZEROS.
       01 W-ACOF         PIC 9(02)V99 VALUE ZEROS.
       01 W-BASEIT       PIC 9(11)V99 VALUE ZEROS.
       01 W-DIF          PIC S9(13)V99 VALUE ZEROS.
       01 W-VALED        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-ALIQED       PIC Z9,99 VALUE ZEROS.
       01 W-EHUTIL       PIC X(01) VALUE SPACE.
       01 W-PROXUTIL     PIC 9(08) VALUE ZEROS.
       01 W-DTV          PIC 9(08) VALUE ZEROS.
       01 W-DTV-G REDEFINES W-DTV.
           03 ANO-V      PIC 9(04).
           03 MES-V      PIC 9(02).
           03 DIA-V      PIC 9(02).
       01 W-PROXPED      PIC 9(06) VALUE ZEROS.
       01 W-CNPJPIS      PIC 9(14) VALUE ZEROS.
       01 W-CNPJCOF      PIC 9(14) VALUE ZEROS.
      *    ACUMULADORES DA APURACAO EM CURSO
       01 W-APUR.
           03 W-BASEDEB      PIC 9(13)V99.
           03 W-BASEDEV      PIC 9(13)V99.
           03 W-BASECOMP     PIC 9(13)V99.
           03 W-BASEFRT      PIC 9(13)V99.
           03 W-BASEDEP      PIC 9(13)V99.
           03 W-DEBPIS       PIC 9(11)V99.
           03 W-DEBCOF       PIC 9(11)V99.
           03 W-DEVPIS       PIC 9(11)V99.
           03 W-DEVCOF       PIC 9(11)V99.
           03 W-CREPIS       PIC 9(11)V99.
           03 W-CRECOF       PIC 9(11)V99.
           03 W-SALANTPIS    PIC 9(11)V99.
           03 W-SALANTCOF    PIC 9(11)V99.
           03 W-RECPIS       PIC 9(11)V99.
           03 W-RECCOF       PIC 9(11)V99.
           03 W-SALPIS       PIC 9(11)V99.
           03 W-SALCOF       PIC 9(11)V99.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CAB1.
           03 FILLER    PIC X(32) VALUE
              "APURACAO DE PIS/COFINS NAO CUM. ".
           03 FILLER    PIC X(08) VALUE "COMPET: ".
           03 CABCOMP   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(06) VALUE " EMP: ".
           03 CABEMP    PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(11) VALUE "  EMISSAO: ".
           03 CABEMIS   PIC 9(08) VALUE ZEROS.
       01 CAB2.
           03 FILLER    PIC X(40) VALUE SPACES.
           03 FILLER    PIC X(39) VALUE
              "               PIS             COFINS".
       01 DETBAS.
           03 DBTXT     PIC X(40) VALUE SPACES.
           03 DBVAL     PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 DETAP.
           03 DATXT     PIC X(40) VALUE SPACES.
           03 DAPIS     PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DACOF     PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".

       SCREEN SECTION.
       01  TELAPC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   APURACAO ".
           05  LINE 02  COLUMN 42
               VALUE  "DE PIS/COFINS  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN I-O CADPROPIS
           IF ST-PS = "30"
              OPEN OUTPUT CADPROPIS
              CLOSE CADPROPIS
              OPEN I-O CADPROPIS.
           OPEN I-O CADCLIPIS
           IF ST-CP = "30"
              OPEN OUTPUT CADCLIPIS
              CLOSE CADCLIPIS
              OPEN I-O CADCLIPIS.
           OPEN I-O CADAPURPC
           IF ST-AP = "30"
              OPEN OUTPUT CADAPURPC
              CLOSE CADAPURPC
              OPEN I-O CADAPURPC.
           IF ST-PS NOT = "00" OR ST-CP NOT = "00"
                               OR ST-AP NOT = "00"
              MOVE "ERRO NA ABERTURA DOS ARQUIVOS DE PIS/COFINS"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O CADPEDIDO
           IF ST-PED = "30"
              OPEN OUTPUT CADPEDIDO
              CLOSE CADPEDIDO
              OPEN I-O CADPEDIDO.
           OPEN I-O CADPAGAR
           IF ST-PAG = "30"
              OPEN OUTPUT CADPAGAR
              CLOSE CADPAGAR
              OPEN I-O CADPAGAR.
           MOVE "N" TO W-TEMPRO W-TEMCFO W-TEMNFS W-TEMVEN W-TEMNOT
           MOVE "N" TO W-TEMFRT W-TEMDEP W-TEMIMO W-TEMCLA W-TEMTR
           OPEN INPUT CADPRO
           IF ST-PRO = "00"
              MOVE "S" TO W-TEMPRO.
           OPEN INPUT CADCFOP
           IF ST-CFO = "00"
              MOVE "S" TO W-TEMCFO.
           OPEN INPUT CADNFSAIDA
           OPEN INPUT CADNFSITEM
           IF ST-ERRO3 = "00" AND ST-ERRO4 = "00"
              MOVE "S" TO W-TEMNFS.
           OPEN INPUT CADVENDA
           IF ST-VEN = "00"
              MOVE "S" TO W-TEMVEN.
           OPEN INPUT CADNOTA
           OPEN INPUT CADNOTAITEM
           IF ST-ERRO = "00" AND ST-ERRO2 = "00"
              MOVE "S" TO W-TEMNOT.
           OPEN INPUT CADFATFRT
           IF ST-FRT = "00"
              MOVE "S" TO W-TEMFRT.
           OPEN INPUT CADDEPREC
           IF ST-DEP = "00"
              MOVE "S" TO W-TEMDEP.
           OPEN INPUT CADIMOB
           IF ST-IMO = "00"
              MOVE "S" TO W-TEMIMO.
           OPEN INPUT CADCLIMOB
           IF ST-CLA = "00"
              MOVE "S" TO W-TEMCLA.
           OPEN INPUT CADTRIBRET
           IF ST-TR = "00"
              MOVE "S" TO W-TEMTR.
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              PERFORM LE-PARAM THRU LE-PARAM-FIM
              CLOSE CADPARAM.
           OPEN INPUT CADSESSAO
           IF ST-SES = "00"
              READ CADSESSAO
              IF ST-SES = "00"
                 MOVE SES-OPERCOD TO W-OPERCOD.
           CLOSE CADSESSAO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       MENU-PC.
           DISPLAY TELAPC
           DISPLAY (04, 01) "1 - SITUACAO DE PIS/COFINS DO PRODUTO"
           DISPLAY (05, 01) "2 - CLASSES DO IMOBILIZADO COM CREDITO"
           DISPLAY (06, 01) "3 - APURACAO DO MES"
           DISPLAY (07, 01) "4 - GUIAS DE RECOLHIMENTO"
           DISPLAY (08, 01) "5 - RELATORIO DA APURACAO"
           DISPLAY (09, 01) "0 - SAIR"
           DISPLAY (11, 01) "OPCAO: ".
           ACCEPT  (11, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO PRO-INI.
           IF W-OPCAO = "2"
              GO TO CLA-INI.
           IF W-OPCAO = "3"
              GO TO APU-INI.
           IF W-OPCAO = "4"
              GO TO GUIA-INI.
           IF W-OPCAO = "5"
              GO TO REL-INI.
           GO TO MENU-PC.

      *
      ************************************************
      * SITUACAO DE PIS/COFINS DO PRODUTO            *
      * SAIDA: 01=TRIBUTADA 02=ALIQ. DIFERENCIADA    *
      *   04 A 09 = SEM DEBITO (MONOFASICA, ZERO,    *
      *   ISENTA, SEM INCIDENCIA, SUSPENSA)          *
      * ENTRADA: 50 A 56 = COM CREDITO, 70 A 75 E 98 *
      *   = SEM CREDITO                              *
      ************************************************
      *
       PRO-INI.
           DISPLAY TELAPC
           MOVE ZEROS TO W-CODPRO
           DISPLAY (04, 01) "PRODUTO (0=VOLTAR): ".
           ACCEPT  (04, 21) W-CODPRO.
           IF W-CODPRO = ZEROS
              GO TO MENU-PC.
           IF W-TEMPRO = "S"
              MOVE W-CODPRO TO CODIGO
              READ CADPRO
              IF ST-PRO NOT = "00"
                 MOVE "* PRODUTO NAO CADASTRADO, USE O SCP003 *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO PRO-INI
              ELSE
                 DISPLAY (04, 30) DESC.
           MOVE W-CODPRO TO PSCODPRO
           READ CADPROPIS
           IF ST-PS NOT = "00"
              MOVE 01 TO PSCSTSAI
              MOVE 50 TO PSCSTENT
              MOVE W-PADPIS TO PSALIQPIS
              MOVE W-PADCOF TO PSALIQCOF
              DISPLAY (05, 30) "(NOVO)".
       PRO-SAI.
           DISPLAY (06, 01) "CST NA SAIDA  : ".
           ACCEPT  (06, 17) PSCSTSAI WITH UPDATE.
           IF PSCSTSAI = ZEROS OR PSCSTSAI > 49
              MOVE "*** CST DE SAIDA: 01 A 49 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRO-SAI.
       PRO-ENT.
           DISPLAY (07, 01) "CST NA ENTRADA: ".
           ACCEPT  (07, 17) PSCSTENT WITH UPDATE.
           IF PSCSTENT < 50
              MOVE "*** CST DE ENTRADA: 50 A 99 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRO-ENT.
           DISPLAY (09, 01) "ALIQUOTA PIS %   : ".
           ACCEPT  (09, 20) PSALIQPIS WITH UPDATE.
           DISPLAY (10, 01) "ALIQUOTA COFINS %: ".
           ACCEPT  (10, 20) PSALIQCOF WITH UPDATE.
           MOVE "S" TO W-OPCAO
           DISPLAY (12, 01) "GRAVA (S/N): ".
           ACCEPT  (12, 14) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO PRO-INI.
           MOVE W-CODPRO TO PSCODPRO
           WRITE REGPROPIS
           IF ST-PS = "22"
              REWRITE REGPROPIS.
           MOVE "*** SITUACAO DO PRODUTO GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PRO-INI.

      *
      ************************************************
      * CLASSES DO IMOBILIZADO COM CREDITO           *
      * (BENS USADOS NA PRODUCAO OU NO SERVICO)      *
      ************************************************
      *
       CLA-INI.
           DISPLAY TELAPC
           MOVE ZEROS TO W-CLASSE
           DISPLAY (04, 01) "CLASSE DO IMOBILIZADO (0=VOLTAR): ".
           ACCEPT  (04, 35) W-CLASSE.
           IF W-CLASSE = ZEROS
              GO TO MENU-PC.
           IF W-TEMCLA = "S"
              MOVE W-CLASSE TO CIMCOD
              READ CADCLIMOB
              IF ST-CLA NOT = "00"
                 MOVE "* CLASSE NAO CADASTRADA (IMOBIL) *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO CLA-INI
              ELSE
                 DISPLAY (05, 01) CIMDESC.
           MOVE W-CLASSE TO CPCLASSE
           READ CADCLIPIS
           IF ST-CP NOT = "00"
              MOVE "N" TO CPCRED.
       CLA-CRED.
           DISPLAY (07, 01) "DEPRECIACAO DA CREDITO (S/N): ".
           ACCEPT  (07, 31) CPCRED WITH UPDATE.
           IF CPCRED = "s"
              MOVE "S" TO CPCRED.
           IF CPCRED = "n"
              MOVE "N" TO CPCRED.
           IF CPCRED NOT = "S" AND CPCRED NOT = "N"
              GO TO CLA-CRED.
           MOVE W-CLASSE TO CPCLASSE
           WRITE REGCLIPIS
           IF ST-CP = "22"
              REWRITE REGCLIPIS.
           MOVE "*** CLASSE GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CLA-INI.

      *
      ************************************************
      * APURACAO DO MES                              *
      ************************************************
      *
       APU-INI.
           DISPLAY TELAPC
           PERFORM PEDE-COMPET THRU PEDE-COMPET-FIM
           IF W-COMPET = ZEROS
              GO TO MENU-PC.
           MOVE W-COMPET TO APCOMPET
           MOVE W-FILEMP TO APEMP
           READ CADAPURPC
           IF ST-AP = "00" AND APNUMPED NOT = ZEROS
              MOVE "* GUIAS JA GERADAS - APURACAO NAO E REFEITA *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APU-INI.
           IF ST-AP = "00"
              MOVE "*** APURACAO JA FEITA - SERA REFEITA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           DISPLAY (06, 01) "APURANDO..."
           MOVE ZEROS TO W-APUR
      *    SALDO CREDOR DO MES ANTERIOR
           MOVE W-COMPET TO W-COMPANT
           IF MES-CANT = 01
              MOVE 12 TO MES-CANT
              SUBTRACT 1 FROM ANO-CANT
           ELSE
              SUBTRACT 1 FROM MES-CANT.
           MOVE W-COMPANT TO APCOMPET
           MOVE W-FILEMP TO APEMP
           READ CADAPURPC
           IF ST-AP = "00"
              MOVE APSALPIS TO W-SALANTPIS
              MOVE APSALCOF TO W-SALANTCOF.
           PERFORM APU-SAIDAS THRU APU-SAIDAS-FIM
           PERFORM APU-DEVOL THRU APU-DEVOL-FIM
           PERFORM APU-COMPRAS THRU APU-COMPRAS-FIM
           PERFORM APU-FRETES THRU APU-FRETES-FIM
           PERFORM APU-DEPREC THRU APU-DEPREC-FIM
      *    DEBITO LIQUIDO - CREDITOS - SALDO ANTERIOR
           COMPUTE W-DIF = W-DEBPIS - W-DEVPIS - W-CREPIS
                         - W-SALANTPIS
           IF W-DIF > ZEROS
              MOVE W-DIF TO W-RECPIS
           ELSE
              COMPUTE W-SALPIS = ZEROS - W-DIF.
           COMPUTE W-DIF = W-DEBCOF - W-DEVCOF - W-CRECOF
                         - W-SALANTCOF
           IF W-DIF > ZEROS
              MOVE W-DIF TO W-RECCOF
           ELSE
              COMPUTE W-SALCOF = ZEROS - W-DIF.
           PERFORM MOSTRA-APUR THRU MOSTRA-APUR-FIM
           MOVE "S" TO W-OPCAO
           DISPLAY (20, 01) "GRAVA A APURACAO (S/N): ".
           ACCEPT  (20, 25) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO APU-INI.
           MOVE W-COMPET TO APCOMPET
           MOVE W-FILEMP TO APEMP
           MOVE W-BASEDEB TO APBASEDEB
           MOVE W-BASEDEV TO APBASEDEV
           MOVE W-BASECOMP TO APBASECOMP
           MOVE W-BASEFRT TO APBASEFRT
           MOVE W-BASEDEP TO APBASEDEP
           MOVE W-DEBPIS TO APDEBPIS
           MOVE W-DEBCOF TO APDEBCOF
           MOVE W-DEVPIS TO APDEVPIS
           MOVE W-DEVCOF TO APDEVCOF
           MOVE W-CREPIS TO APCREPIS
           MOVE W-CRECOF TO APCRECOF
           MOVE W-SALANTPIS TO APSALANTPIS
           MOVE W-SALANTCOF TO APSALANTCOF
           MOVE W-RECPIS TO APRECPIS
           MOVE W-RECCOF TO APRECCOF
           MOVE W-SALPIS TO APSALPIS
           MOVE W-SALCOF TO APSALCOF
           MOVE W-HOJE TO APDATA
           MOVE W-OPERCOD TO APOPER
           MOVE ZEROS TO APNUMPED
           WRITE REGAPURPC
           IF ST-AP = "22"
              REWRITE REGAPURPC.
           MOVE "*** APURACAO GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO APU-INI.

      *
      *    ALIQUOTAS PADRAO PARAMETRIZADAS (ALIQPIS / ALIQCOF)
      *
       LE-PARAM.
           MOVE "ALIQPIS" TO PARCODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARVALOR > ZEROS
              MOVE PARVALOR TO W-PADPIS.
           MOVE "ALIQCOF" TO PARCODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARVALOR > ZEROS
              MOVE PARVALOR TO W-PADCOF.
       LE-PARAM-FIM.
           EXIT.

      *
      *    COMPETENCIA E EMPRESA (LIVRO FISCAL E POR CNPJ)
      *
       PEDE-COMPET.
           MOVE ZEROS TO W-COMPET
           DISPLAY (04, 01) "COMPETENCIA (AAAAMM  0=VOLTAR): ".
           ACCEPT  (04, 33) W-COMPET.
           IF W-COMPET = ZEROS
              GO TO PEDE-COMPET-FIM.
           IF MES-COMP = ZEROS OR MES-COMP > 12
              GO TO PEDE-COMPET.
       PEDE-EMP.
           DISPLAY (05, 01) "EMPRESA (1=PADRAO): ".
           ACCEPT  (05, 21) W-FILEMP WITH UPDATE.
           IF W-FILEMP = ZEROS
              GO TO PEDE-EMP.
       PEDE-COMPET-FIM.
           EXIT.

      *
      *    DEBITOS: ITENS DAS NOTAS DE SAIDA EMITIDAS NO MES
      *
       APU-SAIDAS.
           IF W-TEMNFS NOT = "S"
              GO TO APU-SAIDAS-FIM.
           MOVE ZEROS TO NFSNUM
           START CADNFSAIDA KEY IS NOT LESS NFSNUM
           IF ST-ERRO3 NOT = "00"
              GO TO APU-SAIDAS-FIM.
       APU-SAI-RD.
           READ CADNFSAIDA NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO APU-SAIDAS-FIM.
           IF NFSSTATUS NOT = "E"
              GO TO APU-SAI-RD.
           DIVIDE NFSDATA BY 100 GIVING W-COMPAUX
           IF W-COMPAUX NOT = W-COMPET OR NFSEMP NOT = W-FILEMP
              GO TO APU-SAI-RD.
           MOVE NFSNUM TO NFINUM
           MOVE ZEROS TO NFILIN
           START CADNFSITEM KEY IS NOT LESS NFICHAVE
           IF ST-ERRO4 NOT = "00"
              GO TO APU-SAI-RD.
       APU-SAI-IT.
           READ CADNFSITEM NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO APU-SAI-RD.
           IF NFINUM NOT = NFSNUM
              GO TO APU-SAI-RD.
           MOVE NFICFOP TO W-CFOP
           PERFORM VER-CFOP THRU VER-CFOP-FIM
           IF W-APURA = "N"
              GO TO APU-SAI-IT.
           MOVE NFICODPRO TO W-CODPRO
           PERFORM ACHA-PRO THRU ACHA-PRO-FIM
           IF W-CSTSAI NOT = 01 AND W-CSTSAI NOT = 02
              GO TO APU-SAI-IT.
           ADD NFIVALOR TO W-BASEDEB
           COMPUTE W-DEBPIS ROUNDED = W-DEBPIS
                                    + NFIVALOR * W-APIS / 100
           COMPUTE W-DEBCOF ROUNDED = W-DEBCOF
                                    + NFIVALOR * W-ACOF / 100
           GO TO APU-SAI-IT.
       APU-SAIDAS-FIM.
           EXIT.

      *
      *    DEVOLUCOES DE VENDA DO MES (SCP045) ABATEM O DEBITO
      *
       APU-DEVOL.
           OPEN INPUT CADDEVVEN
           IF ST-DEV NOT = "00"
              GO TO APU-DEVOL-FIM.
       APU-DEV-RD.
           READ CADDEVVEN
           IF ST-DEV NOT = "00"
              CLOSE CADDEVVEN
              GO TO APU-DEVOL-FIM.
           DIVIDE DVV-DATA BY 100 GIVING W-COMPAUX
           IF W-COMPAUX NOT = W-COMPET
              GO TO APU-DEV-RD.
           IF W-TEMVEN = "S"
              MOVE DVV-NUMVEN TO NUMVENDA
              READ CADVENDA
              IF ST-VEN = "00" AND VEMP NOT = W-FILEMP
                 GO TO APU-DEV-RD.
           MOVE DVV-CODPRO TO W-CODPRO
           PERFORM ACHA-PRO THRU ACHA-PRO-FIM
           IF W-CSTSAI NOT = 01 AND W-CSTSAI NOT = 02
              GO TO APU-DEV-RD.
           ADD DVV-VALOR TO W-BASEDEV
           COMPUTE W-DEVPIS ROUNDED = W-DEVPIS
                                    + DVV-VALOR * W-APIS / 100
           COMPUTE W-DEVCOF ROUNDED = W-DEVCOF
                                    + DVV-VALOR * W-ACOF / 100
           GO TO APU-DEV-RD.
       APU-DEVOL-FIM.
           EXIT.

      *
      *    CREDITOS: ITENS DAS NOTAS DE ENTRADA DO MES E O FRETE
      *    DA COMPRA (ALIQUOTA PADRAO)
      *
       APU-COMPRAS.
           IF W-TEMNOT NOT = "S"
              GO TO APU-COMPRAS-FIM.
           MOVE ZEROS TO NOTCNPJ NOTNUM
           START CADNOTA KEY IS NOT LESS NOTCHAVE
           IF ST-ERRO NOT = "00"
              GO TO APU-COMPRAS-FIM.
       APU-COM-RD.
           READ CADNOTA NEXT
           IF ST-ERRO NOT = "00"
              GO TO APU-COMPRAS-FIM.
           DIVIDE NOTDATA BY 100 GIVING W-COMPAUX
           IF W-COMPAUX NOT = W-COMPET OR NOTEMP NOT = W-FILEMP
              GO TO APU-COM-RD.
           IF NOTFRETE > ZEROS
              ADD NOTFRETE TO W-BASEFRT
              COMPUTE W-CREPIS ROUNDED = W-CREPIS
                                       + NOTFRETE * W-PADPIS / 100
              COMPUTE W-CRECOF ROUNDED = W-CRECOF
                                       + NOTFRETE * W-PADCOF / 100.
           MOVE NOTCNPJ TO NICNPJ
           MOVE NOTNUM TO NINUM
           MOVE ZEROS TO NILIN
           START CADNOTAITEM KEY IS NOT LESS NICHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO APU-COM-RD.
       APU-COM-IT.
           READ CADNOTAITEM NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO APU-COM-RD.
           IF NICNPJ NOT = NOTCNPJ OR NINUM NOT = NOTNUM
              GO TO APU-COM-RD.
           MOVE NICFOP TO W-CFOP
           PERFORM VER-CFOP THRU VER-CFOP-FIM
           IF W-APURA = "N"
              GO TO APU-COM-IT.
           MOVE NICODPRO TO W-CODPRO
           PERFORM ACHA-PRO THRU ACHA-PRO-FIM
           IF W-CSTENT < 50 OR W-CSTENT > 56
              GO TO APU-COM-IT.
           COMPUTE W-BASEIT = NIQTD * NIPRECO
           ADD W-BASEIT TO W-BASECOMP
           COMPUTE W-CREPIS ROUNDED = W-CREPIS
                                    + W-BASEIT * W-APIS / 100
           COMPUTE W-CRECOF ROUNDED = W-CRECOF
                                    + W-BASEIT * W-ACOF / 100
           GO TO APU-COM-IT.
       APU-COMPRAS-FIM.
           EXIT.

      *
      *    CREDITOS: FATURAS DE FRETE COM TITULO GERADO (FRETEAUD)
      *    NO MES; A EMPRESA E A DO PEDIDO DA FATURA
      *
       APU-FRETES.
           IF W-TEMFRT NOT = "S"
              GO TO APU-FRETES-FIM.
           MOVE ZEROS TO FFCNPJ FFNUM
           START CADFATFRT KEY IS NOT LESS FFCHAVE
           IF ST-FRT NOT = "00"
              GO TO APU-FRETES-FIM.
       APU-FRT-RD.
           READ CADFATFRT NEXT
           IF ST-FRT NOT = "00"
              GO TO APU-FRETES-FIM.
           IF FFSTATUS NOT = "P" OR FFAPROV = ZEROS
              GO TO APU-FRT-RD.
           DIVIDE FFDATA BY 100 GIVING W-COMPAUX
           IF W-COMPAUX NOT = W-COMPET
              GO TO APU-FRT-RD.
           MOVE FFNUMPED TO NUMPEDIDO
           READ CADPEDIDO
           IF ST-PED = "00" AND PEMP NOT = W-FILEMP
              GO TO APU-FRT-RD.
           ADD FFAPROV TO W-BASEFRT
           COMPUTE W-CREPIS ROUNDED = W-CREPIS
                                    + FFAPROV * W-PADPIS / 100
           COMPUTE W-CRECOF ROUNDED = W-CRECOF
                                    + FFAPROV * W-PADCOF / 100
           GO TO APU-FRT-RD.
       APU-FRETES-FIM.
           EXIT.

      *
      *    CREDITOS: DEPRECIACAO DO MES DAS CLASSES COM CREDITO
      *
       APU-DEPREC.
           IF W-TEMDEP NOT = "S"
              GO TO APU-DEPREC-FIM.
           MOVE W-COMPET TO DPCOMPET
           MOVE ZEROS TO DPPLAQ
           START CADDEPREC KEY IS NOT LESS DPCHAVE
           IF ST-DEP NOT = "00"
              GO TO APU-DEPREC-FIM.
       APU-DEP-RD.
           READ CADDEPREC NEXT
           IF ST-DEP NOT = "00"
              GO TO APU-DEPREC-FIM.
           IF DPCOMPET NOT = W-COMPET
              GO TO APU-DEPREC-FIM.
           MOVE DPCLASSE TO CPCLASSE
           READ CADCLIPIS
           IF ST-CP NOT = "00" OR CPCRED NOT = "S"
              GO TO APU-DEP-RD.
           IF W-TEMIMO = "S"
              MOVE DPPLAQ TO IMPLAQ
              READ CADIMOB
              IF ST-IMO = "00" AND IMEMP NOT = W-FILEMP
                 GO TO APU-DEP-RD.
           ADD DPVALOR TO W-BASEDEP
           COMPUTE W-CREPIS ROUNDED = W-CREPIS
                                    + DPVALOR * W-PADPIS / 100
           COMPUTE W-CRECOF ROUNDED = W-CRECOF
                                    + DPVALOR * W-PADCOF / 100
           GO TO APU-DEP-RD.
       APU-DEPREC-FIM.
           EXIT.

      *
      *    CFOP COM APURA PIS/COFINS = N FICA FORA (W-APURA = N)
      *
       VER-CFOP.
           MOVE "S" TO W-APURA
           IF W-TEMCFO NOT = "S"
              GO TO VER-CFOP-FIM.
           MOVE W-CFOP TO CFOPCOD
           READ CADCFOP
           IF ST-CFO = "00" AND CFOPPISCOF = "N"
              MOVE "N" TO W-APURA.
       VER-CFOP-FIM.
           EXIT.

      *
      *    CST E ALIQUOTAS DO PRODUTO W-CODPRO (PADRAO SE NAO HOUVER)
      *
       ACHA-PRO.
           MOVE W-CODPRO TO PSCODPRO
           READ CADPROPIS
           IF ST-PS = "00"
              MOVE PSCSTSAI TO W-CSTSAI
              MOVE PSCSTENT TO W-CSTENT
              MOVE PSALIQPIS TO W-APIS
              MOVE PSALIQCOF TO W-ACOF
           ELSE
              MOVE 01 TO W-CSTSAI
              MOVE 50 TO W-CSTENT
              MOVE W-PADPIS TO W-APIS
              MOVE W-PADCOF TO W-ACOF.
       ACHA-PRO-FIM.
           EXIT.

      *
      *    APURACAO NA TELA (ACUMULADORES W-APUR)
      *
       MOSTRA-APUR.
           DISPLAY TELAPC
           DISPLAY (03, 01) "COMPETENCIA: "
           DISPLAY (03, 14) W-COMPET
           DISPLAY (03, 22) "EMPRESA: "
           DISPLAY (03, 31) W-FILEMP
           DISPLAY (04, 01) "BASE VENDAS TRIBUTADAS  : "
           MOVE W-BASEDEB TO W-VALED
           DISPLAY (04, 27) W-VALED
           DISPLAY (05, 01) "BASE DEVOLUCOES         : "
           MOVE W-BASEDEV TO W-VALED
           DISPLAY (05, 27) W-VALED
           DISPLAY (06, 01) "BASE CREDITO COMPRAS    : "
           MOVE W-BASECOMP TO W-VALED
           DISPLAY (06, 27) W-VALED
           DISPLAY (07, 01) "BASE CREDITO FRETES     : "
           MOVE W-BASEFRT TO W-VALED
           DISPLAY (07, 27) W-VALED
           DISPLAY (08, 01) "BASE CREDITO DEPRECIACAO: "
           MOVE W-BASEDEP TO W-VALED
           DISPLAY (08, 27) W-VALED
           DISPLAY (10, 27) "               PIS            COFINS"
           DISPLAY (11, 01) "DEBITOS DAS VENDAS      : "
           MOVE W-DEBPIS TO W-VALED
           DISPLAY (11, 27) W-VALED
           MOVE W-DEBCOF TO W-VALED
           DISPLAY (11, 46) W-VALED
           DISPLAY (12, 01) "(-) DEVOLUCOES          : "
           MOVE W-DEVPIS TO W-VALED
           DISPLAY (12, 27) W-VALED
           MOVE W-DEVCOF TO W-VALED
           DISPLAY (12, 46) W-VALED
           DISPLAY (13, 01) "(-) CREDITOS DO MES     : "
           MOVE W-CREPIS TO W-VALED
           DISPLAY (13, 27) W-VALED
           MOVE W-CRECOF TO W-VALED
           DISPLAY (13, 46) W-VALED
           DISPLAY (14, 01) "(-) SALDO CREDOR ANTER. : "
           MOVE W-SALANTPIS TO W-VALED
           DISPLAY (14, 27) W-VALED
           MOVE W-SALANTCOF TO W-VALED
           DISPLAY (14, 46) W-VALED
           DISPLAY (16, 01) "A RECOLHER              : "
           MOVE W-RECPIS TO W-VALED
           DISPLAY (16, 27) W-VALED
           MOVE W-RECCOF TO W-VALED
           DISPLAY (16, 46) W-VALED
           DISPLAY (17, 01) "SALDO CREDOR A TRANSP.  : "
           MOVE W-SALPIS TO W-VALED
           DISPLAY (17, 27) W-VALED
           MOVE W-SALCOF TO W-VALED
           DISPLAY (17, 46) W-VALED.
       MOSTRA-APUR-FIM.
           EXIT.

      *
      ************************************************
      * GUIAS DE RECOLHIMENTO (DARF)                 *
      * PIS 6912 E COFINS 5856 NO CADPAGAR           *
      ************************************************
      *
       GUIA-INI.
           DISPLAY TELAPC
           PERFORM PEDE-COMPET THRU PEDE-COMPET-FIM
           IF W-COMPET = ZEROS
              GO TO MENU-PC.
           MOVE W-COMPET TO APCOMPET
           MOVE W-FILEMP TO APEMP
           READ CADAPURPC
           IF ST-AP NOT = "00"
              MOVE "*** COMPETENCIA NAO APURADA (OPCAO 3) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GUIA-INI.
           IF APNUMPED NOT = ZEROS
              MOVE "*** GUIAS JA GERADAS NO PEDIDO: " TO MENS
              MOVE APNUMPED TO MENS(33:6)
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GUIA-INI.
           IF APRECPIS = ZEROS AND APRECCOF = ZEROS
              MOVE "*** NADA A RECOLHER NA COMPETENCIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GUIA-INI.
      *    ORGAO DO PIS E DA COFINS: O MESMO DAS RETENCOES (NFSERV)
           MOVE ZEROS TO W-CNPJPIS W-CNPJCOF
           IF W-TEMTR = "S"
              MOVE 3 TO TRCOD
              READ CADTRIBRET
              IF ST-TR = "00"
                 MOVE TRCNPJ TO W-CNPJPIS.
           IF W-TEMTR = "S"
              MOVE 4 TO TRCOD
              READ CADTRIBRET
              IF ST-TR = "00"
                 MOVE TRCNPJ TO W-CNPJCOF.
           IF W-CNPJPIS = ZEROS OR W-CNPJCOF = ZEROS
              MOVE "* ORGAO DO PIS/COFINS SEM CADASTRO (NFSERV) *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GUIA-INI.
           PERFORM VENC-GUIA THRU VENC-GUIA-FIM
           DISPLAY (07, 01) "PIS    (DARF 6912): "
           MOVE APRECPIS TO W-VALED
           DISPLAY (07, 21) W-VALED
           DISPLAY (08, 01) "COFINS (DARF 5856): "
           MOVE APRECCOF TO W-VALED
           DISPLAY (08, 21) W-VALED
           DISPLAY (09, 01) "VENCIMENTO        : "
           DISPLAY (09, 21) W-DTV
           MOVE "S" TO W-OPCAO
           DISPLAY (11, 01) "GERA OS TITULOS (S/N): ".
           ACCEPT  (11, 24) W-OPCAO WITH UPDATE.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO GUIA-INI.
           PERFORM GERA-PEDIDO THRU GERA-PEDIDO-FIM
           IF ST-PED NOT = "00"
              MOVE "ERRO NA GRAVACAO DO PEDIDO DAS GUIAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GUIA-INI.
           MOVE NUMPEDIDO TO TITNUMPED
           MOVE ZEROS TO TITSEQ
           IF APRECPIS > ZEROS
              ADD 1 TO TITSEQ
              MOVE W-CNPJPIS TO TITCNPJ
              MOVE APRECPIS TO TITVALOR
              PERFORM GRAVA-TIT THRU GRAVA-TIT-FIM.
           IF APRECCOF > ZEROS
              ADD 1 TO TITSEQ
              MOVE W-CNPJCOF TO TITCNPJ
              MOVE APRECCOF TO TITVALOR
              PERFORM GRAVA-TIT THRU GRAVA-TIT-FIM.
           MOVE W-COMPET TO APCOMPET
           MOVE W-FILEMP TO APEMP
           READ CADAPURPC
           MOVE NUMPEDIDO TO APNUMPED
           REWRITE REGAPURPC
           DISPLAY (13, 01) "TITULOS GERADOS NO PEDIDO: "
           DISPLAY (13, 28) NUMPEDIDO
           MOVE "*** GUIAS GERADAS NO CONTAS A PAGAR ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO GUIA-INI.

      *
      *    DIA 25 DO MES SEGUINTE; SEM EXPEDIENTE, ANTECIPA
      *
       VENC-GUIA.
           MOVE W-COMPET TO W-DTV(1:6)
           ADD 1 TO MES-V
           IF MES-V > 12
              MOVE 1 TO MES-V
              ADD 1 TO ANO-V.
           MOVE 25 TO DIA-V.
       VENC-GUIA-1.
           CALL "DIAUTIL" USING W-DTV W-EHUTIL W-PROXUTIL
           IF W-EHUTIL NOT = "N" OR DIA-V = 1
              GO TO VENC-GUIA-FIM.
           SUBTRACT 1 FROM DIA-V
           GO TO VENC-GUIA-1.
       VENC-GUIA-FIM.
           EXIT.

      *
      *    PEDIDO DAS GUIAS (PROXIMO NUMERO LIVRE), JA RECEBIDO
      *
       GERA-PEDIDO.
           MOVE ZEROS TO W-PROXPED NUMPEDIDO
           START CADPEDIDO KEY IS NOT LESS NUMPEDIDO
           IF ST-PED NOT = "00"
              GO TO GERA-PEDIDO-WR.
       GERA-PEDIDO-RD.
           READ CADPEDIDO NEXT
           IF ST-PED NOT = "00"
              GO TO GERA-PEDIDO-WR.
           MOVE NUMPEDIDO TO W-PROXPED
           GO TO GERA-PEDIDO-RD.
       GERA-PEDIDO-WR.
           ADD 1 TO W-PROXPED
           MOVE W-PROXPED TO NUMPEDIDO
           MOVE W-CNPJPIS TO PCNPJ
           MOVE "R" TO STATUSPEDIDO
           MOVE W-HOJE TO DATAPEDIDO DATARECEB
           MOVE W-DTV TO DATAPROMET
           COMPUTE VALORPEDIDO = APRECPIS + APRECCOF
           MOVE SPACE TO APROVSTATUS
           MOVE ZEROS TO APROVCOD APROVDATA PCONDPG PCCUSTO
           MOVE "N" TO PCONTRATO
           MOVE W-FILEMP TO PEMP
           MOVE SPACES TO PMOEDA
           MOVE ZEROS TO PTAXA
           WRITE REGPEDIDO
           IF ST-PED = "22"
              GO TO GERA-PEDIDO-WR.
       GERA-PEDIDO-FIM.
           EXIT.

       GRAVA-TIT.
           MOVE W-DTV TO TITVENCTO
           MOVE ZEROS TO TITPAGO TITJUROS
           MOVE "A" TO TITSTATUS
           MOVE W-FILEMP TO TITEMP
           MOVE SPACES TO TITMOEDA
           MOVE ZEROS TO TITVALME TITPAGOME TITTAXA
           WRITE REGPAGAR
           IF ST-PAG NOT = "00"
              MOVE "ERRO NA GRAVACAO DO TITULO A PAGAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-TIT-FIM.
           EXIT.

      *
      ************************************************
      * RELATORIO DA APURACAO (SPOOL)                *
      ************************************************
      *
       REL-INI.
           DISPLAY TELAPC
           PERFORM PEDE-COMPET THRU PEDE-COMPET-FIM
           IF W-COMPET = ZEROS
              GO TO MENU-PC.
           MOVE W-COMPET TO APCOMPET
           MOVE W-FILEMP TO APEMP
           READ CADAPURPC
           IF ST-AP NOT = "00"
              MOVE "*** COMPETENCIA NAO APURADA (OPCAO 3) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REL-INI.
           OPEN OUTPUT RELPC
           MOVE W-COMPET TO CABCOMP
           MOVE W-FILEMP TO CABEMP
           MOVE W-HOJE TO CABEMIS
           WRITE REGREL FROM CAB1
           WRITE REGREL FROM LINSEP
           MOVE "BASE DAS VENDAS TRIBUTADAS" TO DBTXT
           MOVE APBASEDEB TO DBVAL
           WRITE REGREL FROM DETBAS
           MOVE "BASE DAS DEVOLUCOES DE VENDA" TO DBTXT
           MOVE APBASEDEV TO DBVAL
           WRITE REGREL FROM DETBAS
           MOVE "BASE DE CREDITO - COMPRAS" TO DBTXT
           MOVE APBASECOMP TO DBVAL
           WRITE REGREL FROM DETBAS
           MOVE "BASE DE CREDITO - FRETES" TO DBTXT
           MOVE APBASEFRT TO DBVAL
           WRITE REGREL FROM DETBAS
           MOVE "BASE DE CREDITO - DEPRECIACAO" TO DBTXT
           MOVE APBASEDEP TO DBVAL
           WRITE REGREL FROM DETBAS
           WRITE REGREL FROM LINSEP
           WRITE REGREL FROM CAB2
           MOVE "DEBITOS DAS VENDAS" TO DATXT
           MOVE APDEBPIS TO DAPIS
           MOVE APDEBCOF TO DACOF
           WRITE REGREL FROM DETAP
           MOVE "(-) DEVOLUCOES DE VENDA" TO DATXT
           MOVE APDEVPIS TO DAPIS
           MOVE APDEVCOF TO DACOF
           WRITE REGREL FROM DETAP
           MOVE "(-) CREDITOS DO MES" TO DATXT
           MOVE APCREPIS TO DAPIS
           MOVE APCRECOF TO DACOF
           WRITE REGREL FROM DETAP
           MOVE "(-) SALDO CREDOR DO MES ANTERIOR" TO DATXT
           MOVE APSALANTPIS TO DAPIS
           MOVE APSALANTCOF TO DACOF
           WRITE REGREL FROM DETAP
           WRITE REGREL FROM LINSEP
           MOVE "VALOR A RECOLHER" TO DATXT
           MOVE APRECPIS TO DAPIS
           MOVE APRECCOF TO DACOF
           WRITE REGREL FROM DETAP
           MOVE "SALDO CREDOR A TRANSPORTAR" TO DATXT
           MOVE APSALPIS TO DAPIS
           MOVE APSALCOF TO DACOF
           WRITE REGREL FROM DETAP
           WRITE REGREL FROM LINSEP
           MOVE SPACES TO REGREL
           IF APNUMPED NOT = ZEROS
              STRING "GUIAS NO CONTAS A PAGAR, PEDIDO " DELIMITED SIZE
                     APNUMPED DELIMITED SIZE
                     INTO REGREL
           ELSE
              MOVE "GUIAS AINDA NAO GERADAS" TO REGREL.
           WRITE REGREL
           CLOSE RELPC
           PERFORM SPOOL THRU SPOOL-FIM
           MOVE "*** RELATORIO GRAVADO EM PISCOF.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-PC.

      *    O RELATORIO VAI PARA O SPOOL CENTRAL (SCP067)
       SPOOL.
           MOVE "PISCOF" TO W-SPPROG
           MOVE "PISCOF.TXT" TO W-SPARQ
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
           CLOSE CADPROPIS CADCLIPIS CADAPURPC CADPEDIDO CADPAGAR
           IF W-TEMPRO = "S"
              CLOSE CADPRO.
           IF W-TEMCFO = "S"
              CLOSE CADCFOP.
           CLOSE CADNFSAIDA CADNFSITEM CADNOTA CADNOTAITEM
           IF W-TEMVEN = "S"
              CLOSE CADVENDA.
           IF W-TEMFRT = "S"
              CLOSE CADFATFRT.
           IF W-TEMDEP = "S"
              CLOSE CADDEPREC.
           IF W-TEMIMO = "S"
              CLOSE CADIMOB.
           IF W-TEMCLA = "S"
              CLOSE CADCLIMOB.
           IF W-TEMTR = "S"
              CLOSE CADTRIBRET.
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
