       PROGRAM-ID. CONTABIL.
      *******************************
      * PROGRAMA PARA GERAR OS LANCAMENTOS CONTABEIS DO MES     *
      * FONTES: FOLHA FECHADA (CADFPMES), LIVRO CAIXA (BAIXAS), *
      * VARIACAO CAMBIAL DAS BAIXAS EM MOEDA (CADVARCAMB)       *
      * E AJUSTES DE INVENTARIO DO RAZAO DE ESTOQUE             *
      * A FOLHA BRUTA, O INSS PATRONAL, O FGTS E AS PROVISOES   *
      * DE 13O E FERIAS SAEM POR CENTRO DE CUSTO, CONFORME O    *
      * RATEIO DO DEPARTAMENTO CADASTRADO NO SCP051             *
      * INCLUI O BALANCETE POR CONTA DA COMPETENCIA             *
      * OS LANCAMENTOS DO IMOBILIZADO (SEQUENCIA 9000 EM DIANTE)*
      * SAO GRAVADOS PELO IMOBIL; OS MANUAIS (8000 A 8899) PELO *
      * LANCMAN E OS DE ENCERRAMENTO (8900 A 8999) PELO FECHACTB*
      * OS REEMBOLSOS DE DESPESA (7000 A 7999) PELO REEMBDES;   *
      * AS RETENCOES DAS NOTAS DE SERVICO (5000 A 5499) PELO    *
      * NFSERV; OS JUROS DE EMPRESTIMOS (5500 A 5999) PELO      *
      * EMPREST; A FAIXA 6000 A 6999 FICA RESERVADA A OUTRAS    *
      * ROTINAS                                                 *
      * TRANSFERENCIAS ENTRE CONTAS DO CAIXA (CXDOC "T") NAO    *
      * ENTRAM NOS TOTAIS DO LIVRO CAIXA; O SALDO LIQUIDO DE    *
      * CADA CONTA PASSA PELA CONTA TRANSITO (MAPA CXA/TRANSF)  *
      * RENDIMENTOS DE APLICACAO (CXDOC "I") VAO EM CXA/RENDIM  *
      * CONTA CADASTRADA NO CTABCO COM CONTA CONTABIL LANCA NELA*
      * EM LUGAR DA CONTA DO MAPA, UM LANCAMENTO POR CONTA      *
      * ESTORNO DE CHEQUE CANCELADO (CXDOC "K") ABATE A SAIDA   *
      * DO MES, SOMADO A PARTE E DESCONTADO NO FIM DA LEITURA   *
      * COMPETENCIA FECHADA NO FECHACTB NAO E MAIS GERADA       *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       SELECT CADPRO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO OF REGPRO
                       FILE STATUS IS ST-ERRO7
                       ALTERNATE RECORD KEY IS DESC
                                   WITH DUPLICATES
                       ALTERNATE RECORD KEY IS BARRAS
                                   WITH DUPLICATES.
      *
       SELECT CADFOLHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO OF REGFOLHA
                       FILE STATUS  IS ST-ERRO10.
      *
       SELECT CADDEPCC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS DCCHAVE
                       FILE STATUS IS ST-ERRO11.
      *
       SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-ERRO12.
      *
       SELECT CADVARCAMB ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS VCCHAVE
                       FILE STATUS IS ST-ERRO13.
      *
       SELECT CADCTABCO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CBCONTA
                       FILE STATUS IS ST-ERRO14.
       DATA DIVISION.
       FILE SECTION.
      *
           03 LANCRE            PIC 9(06).
           03 LANHIST           PIC X(30).
           03 LANVALOR          PIC 9(13)V99.
           03 LANCC             PIC 9(03).

       FD CADCTBMAP
           LABEL RECORD IS STANDARD
           03 CTACODIGO         PIC 9(06).
           03 CTADESC           PIC X(30).
           03 CTATIPO           PIC X(01).
           03 CTALINHA          PIC X(02).

       FD CADFPMES
           LABEL RECORD IS STANDARD
           03 MTIPO             PIC X(01).
           03 MQTD              PIC 9(06).
           03 MOTIVO            PIC X(20).
           03 MPROPR            PIC X(01).

       FD CADEVEN
           LABEL RECORD IS STANDARD
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       FD CADFOLHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFOLHA.DAT".
       01 REGFOLHA.
           03 CODIGO        PIC 9(06).
           03 NOME          PIC X(30).
           03 TIPOSALARIO   PIC X(01).
           03 SALARIOBASE   PIC 9(06)V99.
           03 NUMFILHOS     PIC 9(02).
           03 DEPARTAMENTO  PIC 9(02).
           03 FUNC          PIC X(01).
           03 BRUTO         PIC 9(09)V99.
           03 DEPTXT        PIC X(10).
           03 TXTFUNC       PIC X(25).
           03 INSS          PIC 9(06)V99.
           03 IMPOSTO       PIC 9(06)V99.
           03 SALFAMI       PIC 9(06)V99.
           03 SALIQ         PIC 9(06)V99.
           03 DATANASC      PIC 9(08).
           03 STATUSFUNC    PIC X(01).
           03 DATABAIXA     PIC 9(08).
           03 CPF           PIC 9(11).
           03 DATAADMISSAO  PIC 9(08).
           03 BANCO         PIC 9(03).
           03 AGENCIA       PIC 9(05).
           03 CONTA         PIC 9(10).
           03 ENDCEP        PIC 9(09).
           03 ENDNUM        PIC 9(05).
           03 ENDCOMPL      PIC X(12).
           03 FONEDDD       PIC 9(02).
           03 FONETEL       PIC 9(09).
           03 CONTEMERG     PIC X(30).

       FD CADDEPCC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADDEPCC.DAT".
       01 REGDEPCC.
           03 DCCHAVE.
               05 DCDEPTO       PIC 9(02).
               05 DCCC          PIC 9(03).
           03 DCPCT             PIC 9(03)V99.

       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.
      *
       FD CADVARCAMB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADVARCAMB.DAT".
       01 REGVARCAMB.
           03 VCCHAVE.
               05 VCDATA        PIC 9(08).
               05 VCSEQ         PIC 9(04).
           03 VCNUMPED          PIC 9(06).
           03 VCSEQTIT          PIC 9(02).
           03 VCCNPJ            PIC 9(14).
           03 VCMOEDA           PIC X(03).
           03 VCVALME           PIC 9(11)V99.
           03 VCTAXAORIG        PIC 9(05)V9(06).
           03 VCTAXAPAG         PIC 9(05)V9(06).
           03 VCVALOR           PIC 9(11)V99.
           03 VCTIPO            PIC X(01).
      *
       FD CADCTABCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCTABCO.DAT".
       01 REGCTABCO.
           03 CBCONTA           PIC 9(02).
           03 CBDESC            PIC X(20).
           03 CBBANCO           PIC 9(03).
           03 CBAGENCIA         PIC 9(05).
           03 CBNUMCTA          PIC 9(10).
           03 CBDIGITO          PIC X(01).
           03 CBTIPO            PIC X(01).
           03 CBCTB             PIC 9(06).
           03 CBSALINI          PIC 9(11)V99.
           03 CBDATAINI         PIC 9(08).
           03 CBSIT             PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO7       PIC X(02) VALUE "00".
       01 ST-ERRO8       PIC X(02) VALUE "00".
       01 ST-ERRO9       PIC X(02) VALUE "00".
       01 ST-ERRO10      PIC X(02) VALUE "00".
       01 ST-ERRO11      PIC X(02) VALUE "00".
       01 ST-ERRO12      PIC X(02) VALUE "00".
       01 ST-ERRO13      PIC X(02) VALUE "00".
       01 ST-ERRO14      PIC X(02) VALUE "00".
       01 W-TEMCTA       PIC X(01) VALUE "N".
       01 W-TEMRUBR      PIC X(01) VALUE "N".
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPAUX      PIC 9(06) VALUE ZEROS.
       01 W-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-FECH         PIC X(01) VALUE "N".
       01 W-QTDGER       PIC 9(04) VALUE ZEROS.
       01 W-TOTBRUTO     PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTINSS      PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTLIQ       PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTENT       PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTSAI       PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTCAN       PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTREN       PIC 9(13)V99 VALUE ZEROS.
       01 W-TRENT        PIC 9(13)V99 VALUE ZEROS.
       01 W-TRSAI        PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTCXC       PIC 9(03) VALUE ZEROS.
       01 W-LCTA         PIC 9(06) VALUE ZEROS.
       01 W-LDEB         PIC 9(06) VALUE ZEROS.
       01 W-LCRE         PIC 9(06) VALUE ZEROS.
       01 W-AJUENT       PIC 9(13)V99 VALUE ZEROS.
       01 W-AJUSAI       PIC 9(13)V99 VALUE ZEROS.
       01 W-CAMGAN       PIC 9(13)V99 VALUE ZEROS.
       01 W-CAMPER       PIC 9(13)V99 VALUE ZEROS.
       01 W-VALMOV       PIC 9(13)V99 VALUE ZEROS.
       01 W-TOTCTA       PIC 9(03) VALUE ZEROS.
       01 I              PIC 9(03) VALUE ZEROS.
       01 W-TOTRUB       PIC 9(03) VALUE ZEROS.
       01 W-TOTMOT       PIC 9(03) VALUE ZEROS.
       01 J              PIC 9(03) VALUE ZEROS.
       01 K              PIC 9(01) VALUE ZEROS.
       01 W-CCLAN        PIC 9(03) VALUE ZEROS.
       01 W-CCREF        PIC 9(03) VALUE ZEROS.
       01 W-PCTREF       PIC 9(03)V99 VALUE ZEROS.
       01 W-ULTRAT       PIC 9(03) VALUE ZEROS.
       01 W-TOTRAT       PIC 9(03) VALUE ZEROS.
       01 W-TOTCCF       PIC 9(03) VALUE ZEROS.
       01 W-PCTPATRON    PIC 9(09)V99 VALUE 20,00.
       01 W-REMUN        PIC 9(09)V99 VALUE ZEROS.
       01 W-TIPOADIC     PIC X(01) VALUE SPACES.
       01 W-VALADIC      PIC 9(06)V99 VALUE ZEROS.
       01 W-BRUTOFOL     PIC 9(13)V99 VALUE ZEROS.
       01 W-PARTE        PIC 9(13)V99 VALUE ZEROS.
       01 W-ALOCADO      PIC 9(13)V99 VALUE ZEROS.
       01 W-RUBREF.
           03 FILLER     PIC X(03) VALUE "RUB".
           03 W-RUBNUM   PIC 9(03).
               05 TMO-REF     PIC X(08).
               05 TMO-ENT     PIC 9(13)V99.
               05 TMO-SAI     PIC 9(13)V99.
       01 HISCC.
           03 HISCCTXT   PIC X(23).
           03 FILLER     PIC X(04) VALUE "CC  ".
           03 HISCCNUM   PIC 9(03).
      *    RATEIO DOS DEPARTAMENTOS (CADDEPCC)
       01 TAB-RAT.
           03 TRT-ITEM OCCURS 300 TIMES.
               05 TRT-DEPTO   PIC 9(02).
               05 TRT-CC      PIC 9(03).
               05 TRT-PCT     PIC 9(03)V99.
      *    VALORES DO FUNCIONARIO: 1 BRUTO  2 INSS PATRONAL
      *    3 FGTS  4 PROVISAO 13O  5 PROVISAO FERIAS
       01 TAB-VFUNC.
           03 TVF-ITEM OCCURS 5 TIMES.
               05 TVF-VALOR   PIC 9(13)V99.
               05 TVF-ALOC    PIC 9(13)V99.
      *    TOTAIS DA FOLHA POR CENTRO DE CUSTO
       01 TAB-CCF.
           03 TCF-ITEM OCCURS 100 TIMES.
               05 TCF-CC      PIC 9(03).
               05 TCF-VALOR   PIC 9(13)V99 OCCURS 5 TIMES.
       01 HISCXC.
           03 HISCXCTXT  PIC X(21).
           03 FILLER     PIC X(07) VALUE " CONTA ".
           03 HISCXCNUM  PIC 9(02).
      *    LIVRO CAIXA POR CONTA CADASTRADA NO CTABCO
       01 TAB-CXC.
           03 TCX-ITEM OCCURS 20 TIMES.
               05 TCX-CONTA   PIC 9(02).
               05 TCX-CTB     PIC 9(06).
               05 TCX-ENT     PIC 9(13)V99.
               05 TCX-SAI     PIC 9(13)V99.
               05 TCX-CAN     PIC 9(13)V99.
               05 TCX-REN     PIC 9(13)V99.
               05 TCX-TRE     PIC 9(13)V99.
               05 TCX-TRS     PIC 9(13)V99.
       01 TAB-BAL.
           03 TB-ITEM OCCURS 100 TIMES.
               05 TB-CONTA    PIC 9(06).
           OPEN INPUT CADRUBR
           IF ST-ERRO9 = "00"
              MOVE "S" TO W-TEMRUBR.
           OPEN INPUT CADFOLHA.
           OPEN INPUT CADVARCAMB.
           OPEN INPUT CADCTABCO
           IF ST-ERRO14 = "00"
              MOVE "S" TO W-TEMCTA.
           OPEN INPUT CADPARAM
           IF ST-ERRO12 = "00"
              MOVE "PCTPATRO" TO PARCODIGO
              READ CADPARAM
              IF ST-ERRO12 = "00" AND PARVALOR > ZEROS
                 MOVE PARVALOR TO W-PCTPATRON.
           CLOSE CADPARAM.
      *    RATEIO DOS DEPARTAMENTOS EM MEMORIA
           MOVE ZEROS TO W-TOTRAT
           OPEN INPUT CADDEPCC
           IF ST-ERRO11 NOT = "00"
              GO TO MENU-CTB.
       INC-RAT.
           READ CADDEPCC NEXT
           IF ST-ERRO11 NOT = "00" OR W-TOTRAT NOT < 300
              CLOSE CADDEPCC
              GO TO MENU-CTB.
           ADD 1 TO W-TOTRAT
           MOVE DCDEPTO TO TRT-DEPTO(W-TOTRAT)
           MOVE DCCC TO TRT-CC(W-TOTRAT)
           MOVE DCPCT TO TRT-PCT(W-TOTRAT)
           GO TO INC-RAT.

       MENU-CTB.
           DISPLAY TELACTB
           ACCEPT  (10, 33) W-COMPET.
           IF W-COMPET = ZEROS
              GO TO MENU-CTB.
           CALL "CTBVER" USING W-COMPET W-FECH
           IF W-FECH = "S"
              MOVE "*** COMPETENCIA FECHADA NA CONTABILIDADE ***"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-CTB.
      *    NAO GERA DUAS VEZES A MESMA COMPETENCIA
      *    (SEQUENCIA 5000 EM DIANTE: OUTRAS ROTINAS DE LANCAMENTO)
           MOVE W-COMPET TO LANCOMPET
           MOVE ZEROS TO LANSEQ
           START CADLANC KEY IS NOT LESS LANCHAVE
           IF ST-ERRO = "00"
              READ CADLANC NEXT
              IF ST-ERRO = "00" AND LANCOMPET = W-COMPET
                 AND LANSEQ < 5000
                 MOVE "* COMPETENCIA JA CONTABILIZADA *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO MENU-CTB.
           MOVE ZEROS TO W-SEQ W-QTDGER W-CCLAN.

      *
      *    FOLHA FECHADA: TOTAIS DA COMPETENCIA
           IF ST-ERRO4 NOT = "00"
              GO TO GERA-CAIXA.
           MOVE ZEROS TO W-TOTBRUTO W-TOTINSS W-TOTIRPF W-TOTLIQ
           MOVE ZEROS TO W-TOTCCF
           MOVE W-COMPET TO FPCOMPET
           MOVE ZEROS TO FPCODIGO
           START CADFPMES KEY IS NOT LESS FPCHAVE
           ADD FPINSS TO W-TOTINSS
           ADD FPIMPOSTO TO W-TOTIRPF
           ADD FPSALIQ TO W-TOTLIQ
           PERFORM RAT-FUNC THRU RAT-FUNC-FIM
           GO TO GERA-FOLHA-RD.
       GERA-FOLHA-LAN.
      *    RUBRICAS COM MAPA PROPRIO (FOL/RUBNNN) SAEM EM
      *    LANCAMENTO SEPARADO; PROVENTOS MAPEADOS SAEM DO
      *    TOTAL BRUTO PARA NAO CONTAR DUAS VEZES
           MOVE W-TOTBRUTO TO W-BRUTOFOL
           PERFORM GERA-RUBR THRU GERA-RUBR-FIM
           MOVE ZEROS TO W-ALOCADO
           MOVE 1 TO J
           PERFORM GERA-CC THRU GERA-CC-FIM
           MOVE ZEROS TO W-CCLAN
           MOVE "FOL" TO MAPORIGEM
           MOVE "INSS" TO MAPREF
           MOVE W-TOTINSS TO W-VALMOV
           MOVE "LIQUIDO A PAGAR DO MES" TO LANHIST
           PERFORM LANCA THRU LANCA-FIM.

      *
      *    LANCAMENTOS DA FOLHA POR CENTRO DE CUSTO. O BRUTO DO
      *    CENTRO ACOMPANHA O TOTAL BRUTO QUE SOBROU APOS AS
      *    RUBRICAS MAPEADAS; O ULTIMO CENTRO FICA COM A SOBRA
      *
       GERA-CC.
           IF J > W-TOTCCF
              GO TO GERA-CC-FIM.
           MOVE TCF-CC(J) TO W-CCLAN HISCCNUM
           IF J = W-TOTCCF
              COMPUTE W-PARTE = W-TOTBRUTO - W-ALOCADO
           ELSE
              IF W-BRUTOFOL = ZEROS
                 MOVE ZEROS TO W-PARTE
              ELSE
                 COMPUTE W-PARTE ROUNDED =
                    TCF-VALOR(J, 1) * W-TOTBRUTO / W-BRUTOFOL.
           IF W-PARTE > W-TOTBRUTO - W-ALOCADO
              COMPUTE W-PARTE = W-TOTBRUTO - W-ALOCADO.
           ADD W-PARTE TO W-ALOCADO
           MOVE "FOL" TO MAPORIGEM
           MOVE "BRUTO" TO MAPREF
           MOVE W-PARTE TO W-VALMOV
           MOVE "FOLHA BRUTA" TO HISCCTXT
           MOVE HISCC TO LANHIST
           PERFORM LANCA THRU LANCA-FIM
           MOVE "FOL" TO MAPORIGEM
           MOVE "INSSPAT" TO MAPREF
           MOVE TCF-VALOR(J, 2) TO W-VALMOV
           MOVE "INSS PATRONAL" TO HISCCTXT
           MOVE HISCC TO LANHIST
           PERFORM LANCA THRU LANCA-FIM
           MOVE "FOL" TO MAPORIGEM
           MOVE "FGTS" TO MAPREF
           MOVE TCF-VALOR(J, 3) TO W-VALMOV
           MOVE "FGTS DO MES" TO HISCCTXT
           MOVE HISCC TO LANHIST
           PERFORM LANCA THRU LANCA-FIM
           MOVE "FOL" TO MAPORIGEM
           MOVE "PROV13" TO MAPREF
           MOVE TCF-VALOR(J, 4) TO W-VALMOV
           MOVE "PROVISAO 13O SALARIO" TO HISCCTXT
           MOVE HISCC TO LANHIST
           PERFORM LANCA THRU LANCA-FIM
           MOVE "FOL" TO MAPORIGEM
           MOVE "PROVFER" TO MAPREF
           MOVE TCF-VALOR(J, 5) TO W-VALMOV
           MOVE "PROVISAO FERIAS" TO HISCCTXT
           MOVE HISCC TO LANHIST
           PERFORM LANCA THRU LANCA-FIM
           ADD 1 TO J
           GO TO GERA-CC.
       GERA-CC-FIM.
           EXIT.

      *
      *    VALORES DO FUNCIONARIO (ENCARGOS COMO NO ENCARGOS E
      *    PROVISOES COMO NO PROVISAO) REPARTIDOS PELOS CENTROS
      *    DO DEPARTAMENTO; SEM RATEIO VAO PARA O CENTRO 000
      *
       RAT-FUNC.
           MOVE FPBRUTO TO TVF-VALOR(1)
           COMPUTE TVF-VALOR(2) ROUNDED = FPBRUTO * W-PCTPATRON / 100
           COMPUTE TVF-VALOR(3) ROUNDED = FPBRUTO * 0,08
           MOVE FPSALARIOBASE TO W-REMUN
           IF ST-ERRO10 = "00" OR ST-ERRO10 = "23"
              MOVE FPCODIGO TO CODIGO OF REGFOLHA
              READ CADFOLHA
              IF ST-ERRO10 = "00"
                 CALL "ADICFUNC" USING FUNC W-REMUN W-TIPOADIC
                                       W-VALADIC
                 ADD W-VALADIC TO W-REMUN.
           COMPUTE TVF-VALOR(4) ROUNDED = W-REMUN / 12
           COMPUTE TVF-VALOR(5) ROUNDED =
              (W-REMUN / 12) + ((W-REMUN / 12) / 3)
           MOVE ZEROS TO TVF-ALOC(1) TVF-ALOC(2) TVF-ALOC(3)
                         TVF-ALOC(4) TVF-ALOC(5)
           MOVE ZEROS TO W-ULTRAT
           MOVE 1 TO I.
       RAT-FUNC-1.
           IF I > W-TOTRAT
              GO TO RAT-FUNC-2.
           IF TRT-DEPTO(I) = FPDEPARTAMENTO
              MOVE I TO W-ULTRAT.
           ADD 1 TO I
           GO TO RAT-FUNC-1.
       RAT-FUNC-2.
           IF W-ULTRAT = ZEROS
              MOVE ZEROS TO W-CCREF
              MOVE 100 TO W-PCTREF
              MOVE 1 TO W-ULTRAT I
              PERFORM SOMA-CCF THRU SOMA-CCF-FIM
              GO TO RAT-FUNC-FIM.
           MOVE 1 TO I.
       RAT-FUNC-3.
           IF I > W-ULTRAT
              GO TO RAT-FUNC-FIM.
           IF TRT-DEPTO(I) = FPDEPARTAMENTO
              MOVE TRT-CC(I) TO W-CCREF
              MOVE TRT-PCT(I) TO W-PCTREF
              PERFORM SOMA-CCF THRU SOMA-CCF-FIM.
           ADD 1 TO I
           GO TO RAT-FUNC-3.
       RAT-FUNC-FIM.
           EXIT.

      *    PARTE DO CENTRO W-CCREF (W-PCTREF); NA ULTIMA LINHA DO
      *    RATEIO (I = W-ULTRAT) O CENTRO FICA COM O QUE SOBROU
       SOMA-CCF.
           MOVE 1 TO J.
       SOMA-CCF-1.
           IF J > W-TOTCCF
              IF W-TOTCCF < 100
                 ADD 1 TO W-TOTCCF
                 MOVE W-CCREF TO TCF-CC(W-TOTCCF)
                 MOVE ZEROS TO TCF-VALOR(W-TOTCCF, 1)
                               TCF-VALOR(W-TOTCCF, 2)
                               TCF-VALOR(W-TOTCCF, 3)
                               TCF-VALOR(W-TOTCCF, 4)
                               TCF-VALOR(W-TOTCCF, 5)
                 MOVE W-TOTCCF TO J
              ELSE
                 MOVE W-TOTCCF TO J
                 MOVE TCF-CC(J) TO W-CCREF.
           IF TCF-CC(J) NOT = W-CCREF
              ADD 1 TO J
              GO TO SOMA-CCF-1.
           MOVE 1 TO K.
       SOMA-CCF-2.
           IF K > 5
              GO TO SOMA-CCF-FIM.
           IF I = W-ULTRAT
              COMPUTE W-PARTE = TVF-VALOR(K) - TVF-ALOC(K)
           ELSE
              COMPUTE W-PARTE ROUNDED =
                 TVF-VALOR(K) * W-PCTREF / 100.
           IF W-PARTE > TVF-VALOR(K) - TVF-ALOC(K)
              COMPUTE W-PARTE = TVF-VALOR(K) - TVF-ALOC(K).
           ADD W-PARTE TO TVF-ALOC(K) TCF-VALOR(J, K)
           ADD 1 TO K
           GO TO SOMA-CCF-2.
       SOMA-CCF-FIM.
           EXIT.

      *
      *    TOTAIS POR RUBRICA DA COMPETENCIA (CADEVEN)
      *

      *
      *    LIVRO CAIXA: ENTRADAS E SAIDAS DO MES
      *    CONTAS SEM CADASTRO (OU SEM CONTA CONTABIL) NO CTABCO
      *    SOMAM NOS TOTAIS GERAIS, LANCADOS PELO MAPA; AS DEMAIS
      *    SOMAM NA TABELA E LANCAM NA PROPRIA CONTA CONTABIL
      *
       GERA-CAIXA.
           IF ST-ERRO5 NOT = "00"
              GO TO GERA-CAMBIO.
           MOVE ZEROS TO W-TOTENT W-TOTSAI W-TOTREN W-TRENT W-TRSAI
           MOVE ZEROS TO W-TOTCXC W-TOTCAN
           MOVE ZEROS TO CXDATA CXSEQ
           START CADCAIXA KEY IS NOT LESS CXCHAVE
           IF ST-ERRO5 NOT = "00"
              GO TO GERA-CAMBIO.
       GERA-CAIXA-RD.
           READ CADCAIXA NEXT
           IF ST-ERRO5 NOT = "00"
           DIVIDE CXDATA BY 100 GIVING W-COMPAUX
           IF W-COMPAUX NOT = W-COMPET
              GO TO GERA-CAIXA-RD.
           PERFORM ACHA-CXC THRU ACHA-CXC-FIM
           IF I = ZEROS
              GO TO GERA-CAIXA-GER.
           IF CXDOC(1:1) = "T" AND CXTIPO = "E"
              ADD CXVALOR TO TCX-TRE(I)
              GO TO GERA-CAIXA-RD.
           IF CXDOC(1:1) = "T"
              ADD CXVALOR TO TCX-TRS(I)
              GO TO GERA-CAIXA-RD.
           IF CXDOC(1:1) = "K"
              ADD CXVALOR TO TCX-CAN(I)
              GO TO GERA-CAIXA-RD.
           IF CXDOC(1:1) = "I" AND CXTIPO = "E"
              ADD CXVALOR TO TCX-REN(I)
              GO TO GERA-CAIXA-RD.
           IF CXTIPO = "E"
              ADD CXVALOR TO TCX-ENT(I)
           ELSE
              ADD CXVALOR TO TCX-SAI(I).
           GO TO GERA-CAIXA-RD.
       GERA-CAIXA-GER.
           IF CXDOC(1:1) = "T" AND CXTIPO = "E"
              ADD CXVALOR TO W-TRENT
              GO TO GERA-CAIXA-RD.
           IF CXDOC(1:1) = "T"
              ADD CXVALOR TO W-TRSAI
              GO TO GERA-CAIXA-RD.
           IF CXDOC(1:1) = "K"
              ADD CXVALOR TO W-TOTCAN
              GO TO GERA-CAIXA-RD.
           IF CXDOC(1:1) = "I" AND CXTIPO = "E"
              ADD CXVALOR TO W-TOTREN
              GO TO GERA-CAIXA-RD.
           IF CXTIPO = "E"
              ADD CXVALOR TO W-TOTENT
           ELSE
              ADD CXVALOR TO W-TOTSAI.
           GO TO GERA-CAIXA-RD.
       GERA-CAIXA-LAN.
      *    CHEQUES CANCELADOS SAEM DOS PAGAMENTOS DO MES INTEIRO
           IF W-TOTCAN > W-TOTSAI
              MOVE ZEROS TO W-TOTSAI
           ELSE
              SUBTRACT W-TOTCAN FROM W-TOTSAI.
           MOVE ZEROS TO W-CCLAN
           MOVE "CXA" TO MAPORIGEM
           MOVE "ENTRADA" TO MAPREF
           MOVE W-TOTENT TO W-VALMOV
           MOVE "SAIDA" TO MAPREF
           MOVE W-TOTSAI TO W-VALMOV
           MOVE "PAGAMENTOS DO MES" TO LANHIST
           PERFORM LANCA THRU LANCA-FIM
           MOVE "CXA" TO MAPORIGEM
           MOVE "RENDIM" TO MAPREF
           MOVE W-TOTREN TO W-VALMOV
           MOVE "RENDIMENTOS DO MES" TO LANHIST
           PERFORM LANCA THRU LANCA-FIM
      *    A CONTA DAS CONTAS SEM CADASTRO E O DEBITO DE CXA/ENTRADA
           MOVE ZEROS TO W-LCTA
           MOVE "CXA" TO MAPORIGEM
           MOVE "ENTRADA" TO MAPREF
           READ CADCTBMAP
           IF ST-ERRO2 = "00"
              MOVE MAPDEB TO W-LCTA.
           MOVE "TRANSFERENCIAS DO MES" TO LANHIST
           PERFORM LANCA-TRF THRU LANCA-TRF-FIM
           MOVE 1 TO I.
       GERA-CXC-L1.
           IF I > W-TOTCXC
              GO TO GERA-CAMBIO.
           MOVE TCX-CONTA(I) TO HISCXCNUM
           MOVE TCX-CTB(I) TO W-LCTA
           IF TCX-CAN(I) > TCX-SAI(I)
              MOVE ZEROS TO TCX-SAI(I)
           ELSE
              SUBTRACT TCX-CAN(I) FROM TCX-SAI(I).
           MOVE "CXA" TO MAPORIGEM
           MOVE "ENTRADA" TO MAPREF
           READ CADCTBMAP
           IF ST-ERRO2 = "00"
              MOVE TCX-ENT(I) TO W-VALMOV
              MOVE W-LCTA TO W-LDEB
              MOVE MAPCRE TO W-LCRE
              MOVE "RECEBIMENTOS DO MES" TO HISCXCTXT
              MOVE HISCXC TO LANHIST
              PERFORM GRAVA-LAN THRU GRAVA-LAN-FIM.
           MOVE "CXA" TO MAPORIGEM
           MOVE "SAIDA" TO MAPREF
           READ CADCTBMAP
           IF ST-ERRO2 = "00"
              MOVE TCX-SAI(I) TO W-VALMOV
              MOVE MAPDEB TO W-LDEB
              MOVE W-LCTA TO W-LCRE
              MOVE "PAGAMENTOS DO MES" TO HISCXCTXT
              MOVE HISCXC TO LANHIST
              PERFORM GRAVA-LAN THRU GRAVA-LAN-FIM.
           MOVE "CXA" TO MAPORIGEM
           MOVE "RENDIM" TO MAPREF
           READ CADCTBMAP
           IF ST-ERRO2 = "00"
              MOVE TCX-REN(I) TO W-VALMOV
              MOVE W-LCTA TO W-LDEB
              MOVE MAPCRE TO W-LCRE
              MOVE "RENDIMENTOS DO MES" TO HISCXCTXT
              MOVE HISCXC TO LANHIST
              PERFORM GRAVA-LAN THRU GRAVA-LAN-FIM.
           MOVE TCX-TRE(I) TO W-TRENT
           MOVE TCX-TRS(I) TO W-TRSAI
           MOVE "TRANSFERENCIAS DO MES" TO HISCXCTXT
           MOVE HISCXC TO LANHIST
           PERFORM LANCA-TRF THRU LANCA-TRF-FIM
           ADD 1 TO I
           GO TO GERA-CXC-L1.

      *
      *    LOCALIZA (OU INCLUI) A CONTA DO MOVIMENTO NA TABELA
      *    I = ZEROS QUANDO A CONTA NAO TEM CADASTRO NO CTABCO
      *
       ACHA-CXC.
           MOVE ZEROS TO I
           IF W-TEMCTA NOT = "S"
              GO TO ACHA-CXC-FIM.
           MOVE 1 TO J.
       ACHA-CXC-1.
           IF J > W-TOTCXC
              GO TO ACHA-CXC-2.
           IF TCX-CONTA(J) = CXCONTA
              MOVE J TO I
              GO TO ACHA-CXC-FIM.
           ADD 1 TO J
           GO TO ACHA-CXC-1.
       ACHA-CXC-2.
           MOVE CXCONTA TO CBCONTA
           READ CADCTABCO
           IF ST-ERRO14 NOT = "00" OR CBCTB = ZEROS
              GO TO ACHA-CXC-FIM.
           IF W-TOTCXC NOT < 20
              GO TO ACHA-CXC-FIM.
           ADD 1 TO W-TOTCXC
           MOVE W-TOTCXC TO I
           MOVE CXCONTA TO TCX-CONTA(I)
           MOVE CBCTB TO TCX-CTB(I)
           MOVE ZEROS TO TCX-ENT(I) TCX-SAI(I) TCX-REN(I)
           MOVE ZEROS TO TCX-CAN(I) TCX-TRE(I) TCX-TRS(I).
       ACHA-CXC-FIM.
           EXIT.

      *
      *    VARIACAO CAMBIAL REALIZADA NAS BAIXAS EM MOEDA (SCP029)
      *    O PAGAMENTO EM REAIS JA SAIU INTEIRO EM CXA/SAIDA: A
      *    PERDA DEBITA A DESPESA E CREDITA FORNECEDORES, O GANHO
      *    DEBITA FORNECEDORES E CREDITA A RECEITA (MAPA CAM)
      *
       GERA-CAMBIO.
           IF ST-ERRO13 NOT = "00"
              GO TO GERA-AJUSTE.
           MOVE ZEROS TO W-CAMGAN W-CAMPER
           MOVE ZEROS TO VCDATA VCSEQ
           START CADVARCAMB KEY IS NOT LESS VCCHAVE
           IF ST-ERRO13 NOT = "00"
              GO TO GERA-AJUSTE.
       GERA-CAMBIO-RD.
           READ CADVARCAMB NEXT
           IF ST-ERRO13 NOT = "00"
              GO TO GERA-CAMBIO-LAN.
           DIVIDE VCDATA BY 100 GIVING W-COMPAUX
           IF W-COMPAUX NOT = W-COMPET
              GO TO GERA-CAMBIO-RD.
           IF VCTIPO = "G"
              ADD VCVALOR TO W-CAMGAN
           ELSE
              ADD VCVALOR TO W-CAMPER.
           GO TO GERA-CAMBIO-RD.
       GERA-CAMBIO-LAN.
           MOVE "CAM" TO MAPORIGEM
           MOVE "GANHO" TO MAPREF
           MOVE W-CAMGAN TO W-VALMOV
           MOVE "VARIACAO CAMBIAL ATIVA" TO LANHIST
           PERFORM LANCA THRU LANCA-FIM
           MOVE "CAM" TO MAPORIGEM
           MOVE "PERDA" TO MAPREF
           MOVE W-CAMPER TO W-VALMOV
           MOVE "VARIACAO CAMBIAL PASSIVA" TO LANHIST
           PERFORM LANCA THRU LANCA-FIM.

      *
           MOVE MOTIVO(1:8) TO MAPREF
           READ CADCTBMAP
           IF ST-ERRO2 = "00"
              MOVE MCODIGO TO CODIGO OF REGPRO
              READ CADPRO
              IF ST-ERRO7 = "00"
                 COMPUTE W-VALMOV ROUNDED = MQTD * CUSTOMEDIO
                 GO TO GERA-AJUSTE-RD.
           IF MOTIVO NOT = "AJUSTE INVENTARIO"
              GO TO GERA-AJUSTE-RD.
           MOVE MCODIGO TO CODIGO OF REGPRO
           READ CADPRO
           IF ST-ERRO7 NOT = "00"
              GO TO GERA-AJUSTE-RD.
           MOVE MAPDEB TO LANDEB
           MOVE MAPCRE TO LANCRE
           MOVE W-VALMOV TO LANVALOR
           MOVE W-CCLAN TO LANCC
           WRITE REGLANC
           IF ST-ERRO = "00" OR ST-ERRO = "02"
              ADD 1 TO W-QTDGER.
           MOVE MAPCRE TO LANDEB
           MOVE MAPDEB TO LANCRE
           MOVE W-VALMOV TO LANVALOR
           MOVE W-CCLAN TO LANCC
           WRITE REGLANC
           IF ST-ERRO = "00" OR ST-ERRO = "02"
              ADD 1 TO W-QTDGER.
       LANCA-SAI-FIM.
           EXIT.

      *
      *    SALDO LIQUIDO DAS TRANSFERENCIAS DA CONTA W-LCTA CONTRA
      *    A CONTA TRANSITO (DEBITO DO MAPA CXA/TRANSF)
      *
       LANCA-TRF.
           IF W-LCTA = ZEROS OR W-TRENT = W-TRSAI
              GO TO LANCA-TRF-FIM.
           MOVE "CXA" TO MAPORIGEM
           MOVE "TRANSF" TO MAPREF
           READ CADCTBMAP
           IF ST-ERRO2 NOT = "00"
              GO TO LANCA-TRF-FIM.
           IF W-TRENT > W-TRSAI
              SUBTRACT W-TRSAI FROM W-TRENT GIVING W-VALMOV
              MOVE W-LCTA TO W-LDEB
              MOVE MAPDEB TO W-LCRE
           ELSE
              SUBTRACT W-TRENT FROM W-TRSAI GIVING W-VALMOV
              MOVE MAPDEB TO W-LDEB
              MOVE W-LCTA TO W-LCRE.
           PERFORM GRAVA-LAN THRU GRAVA-LAN-FIM.
       LANCA-TRF-FIM.
           EXIT.

      *
      *    GRAVA UM LANCAMENTO COM DEBITO E CREDITO INFORMADOS
      *
       GRAVA-LAN.
           IF W-VALMOV = ZEROS OR W-LDEB = ZEROS OR W-LCRE = ZEROS
              GO TO GRAVA-LAN-FIM.
           ADD 1 TO W-SEQ
           MOVE W-COMPET TO LANCOMPET
           MOVE W-SEQ TO LANSEQ
           MOVE W-LDEB TO LANDEB
           MOVE W-LCRE TO LANCRE
           MOVE W-VALMOV TO LANVALOR
           MOVE W-CCLAN TO LANCC
           WRITE REGLANC
           IF ST-ERRO = "00" OR ST-ERRO = "02"
              ADD 1 TO W-QTDGER.
       GRAVA-LAN-FIM.
           EXIT.

      *
      ****************************************
      * BALANCETE POR CONTA DA COMPETENCIA   *
           CLOSE CADMOVEST
           CLOSE CADPRO
           CLOSE CADEVEN
           CLOSE CADRUBR
           CLOSE CADVARCAMB
           CLOSE CADFOLHA.
           IF W-TEMCTA = "S"
              CLOSE CADCTABCO.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
