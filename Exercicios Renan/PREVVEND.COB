       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVVEND.
      *******************************
      * PROGRAMA DE PREVISAO DE VENDAS POR PRODUTO E MES         *
      * A PREVISAO E A MEDIA MOVEL DAS VENDAS EXPEDIDAS (RAZAO   *
      * CADMOVEST, LIQUIDAS DAS DEVOLUCOES) DOS ULTIMOS MESES    *
      * FECHADOS (CADPARAM PRVMEDIA, PADRAO 3), PARA OS PROXIMOS *
      * MESES (PRVHORIZ, PADRAO 3), COM FATOR SAZONAL OPCIONAL   *
      * = VENDA DO MESMO MES NO ANO PASSADO / MEDIA DO ANO.      *
      * O PLANEJADOR PODE AJUSTAR O NUMERO (AJUSTE MANUAL FICA   *
      * MESMO NO RECALCULO). O MRPCALC USA A PREVISAO COMO       *
      * DEMANDA INDEPENDENTE. A ACURACIDADE DO MES (PREVISTO X   *
      * VENDIDO) SAI NO PREVACU.TXT                              *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADPRO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CODIGO
                       FILE STATUS IS ST-ERRO
                       ALTERNATE RECORD KEY IS DESC
                                   WITH DUPLICATES
                       ALTERNATE RECORD KEY IS BARRAS
                                   WITH DUPLICATES.
      *
       SELECT CADMOVEST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS MOVCHAVE
                       FILE STATUS IS ST-MOV.
      *
       SELECT CADPREVISAO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PRVCHAVE
                       FILE STATUS IS ST-PRV.
      *
       SELECT CADPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-PAR.
      *
       SELECT RELACU ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD CADMOVEST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMOVEST.DAT".
       01 REGMOVEST.
           03 MOVCHAVE.
               05 MCODIGO       PIC 9(06).
               05 MDATA         PIC 9(08).
               05 MSEQ          PIC 9(03).
           03 MTIPO             PIC X(01).
           03 MQTD              PIC 9(06).
           03 MOTIVO            PIC X(20).
           03 MPROPR            PIC X(01).

      *    PREVISAO DE VENDA DO PRODUTO NO MES
      *    PRVAJUSTE: S=QUANTIDADE AJUSTADA PELO PLANEJADOR
      *    PRVMETODO: M=MEDIA MOVEL  S=MEDIA COM FATOR SAZONAL
       FD CADPREVISAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPREVISAO.DAT".
       01 REGPREVISAO.
           03 PRVCHAVE.
               05 PRVCODPRO     PIC 9(06).
               05 PRVANOMES     PIC 9(06).
           03 PRVQTDCALC        PIC 9(08).
           03 PRVQTD            PIC 9(08).
           03 PRVAJUSTE         PIC X(01).
           03 PRVMETODO         PIC X(01).
           03 PRVDATA           PIC 9(08).

       FD CADPARAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARCODIGO         PIC X(08).
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.

       FD RELACU
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PREVACU.TXT".
       01 REGACU             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 W-SEL          PIC 9(01) VALUE ZEROS.
       01 W-CONT         PIC 9(04) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-MOV         PIC X(02) VALUE "00".
       01 ST-PRV         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 CONLIN         PIC 9(03) VALUE 001.
       01 LIN            PIC 9(03) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-HOJE-G REDEFINES W-HOJE.
           03 ANO-HOJE   PIC 9(04).
           03 MES-HOJE   PIC 9(02).
           03 DIA-HOJE   PIC 9(02).
       01 W-DTMOV        PIC 9(08) VALUE ZEROS.
       01 W-DTMOV-G REDEFINES W-DTMOV.
           03 ANO-MOV    PIC 9(04).
           03 MES-MOV    PIC 9(02).
           03 DIA-MOV    PIC 9(02).
       01 W-ANOMES       PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-G REDEFINES W-ANOMES.
           03 ANO-AM     PIC 9(04).
           03 MES-AM     PIC 9(02).
       01 W-ABSHOJE      PIC 9(06) VALUE ZEROS.
       01 W-ABSMES       PIC 9(06) VALUE ZEROS.
       01 W-RESTO        PIC 9(02) VALUE ZEROS.
       01 W-K            PIC S9(05) VALUE ZEROS.
       01 W-SINAL        PIC X(01) VALUE SPACES.
       01 W-MESESMED     PIC 9(02) VALUE 3.
       01 W-HORIZ        PIC 9(02) VALUE 3.
       01 W-SAZONAL      PIC X(01) VALUE "N".
       01 W-METODO       PIC X(01) VALUE SPACES.
       01 W-AMMOV        PIC 9(06) VALUE ZEROS.
       01 W-SOMA         PIC S9(09) VALUE ZEROS.
       01 W-SOMAANO      PIC S9(09) VALUE ZEROS.
       01 W-MEDIA        PIC 9(08)V99 VALUE ZEROS.
       01 W-MEDANO       PIC 9(08)V99 VALUE ZEROS.
       01 W-FATOR        PIC 9(03)V9999 VALUE ZEROS.
       01 W-PREV         PIC 9(08) VALUE ZEROS.
       01 W-QTDAJU       PIC 9(08) VALUE ZEROS.
       01 W-NOVO         PIC X(01) VALUE SPACES.
       01 W-GRAVADOS     PIC 9(05) VALUE ZEROS.
       01 W-TOTPRO       PIC 9(03) VALUE ZEROS.
       01 I              PIC 9(03) VALUE ZEROS.
       01 J              PIC 9(03) VALUE ZEROS.
       01 H              PIC 9(03) VALUE ZEROS.
       01 TAB-VEND.
           03 TV-ITEM OCCURS 500 TIMES.
               05 TV-CODPRO   PIC 9(06).
               05 TV-PREV     PIC 9(08).
               05 TV-MESES.
                   07 TV-MES  PIC S9(08) OCCURS 12 TIMES.
       01 W-DESVIO       PIC S9(09) VALUE ZEROS.
       01 W-ABSDESV      PIC 9(09) VALUE ZEROS.
       01 W-TOTPREV      PIC 9(10) VALUE ZEROS.
       01 W-TOTREAL      PIC 9(10) VALUE ZEROS.
       01 W-TOTDESV      PIC 9(10) VALUE ZEROS.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 ACU1.
           03 FILLER    PIC X(38) VALUE
              "ACURACIDADE DA PREVISAO DE VENDAS - ".
           03 ACUMES    PIC 9(06) VALUE ZEROS.

       01 ACU2.
           03 FILLER    PIC X(36) VALUE
              "CODIGO DESCRICAO            PREVISTO".
           03 FILLER    PIC X(28) VALUE
              "   VENDIDO    DESVIO    ERRO".

       01 ACUDET.
           03 ACDCOD    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 ACDDESC   PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 ACDPREV   PIC ZZZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 ACDREAL   PIC -ZZZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 ACDDESV   PIC -ZZZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 ACDERRO   PIC ZZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE " %".

       01 ACUTOT.
           03 FILLER    PIC X(28) VALUE
              "TOTAL                       ".
           03 ACTPREV   PIC ZZZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 ACTREAL   PIC ZZZZZZZZ9 VALUE ZEROS.
           03 FILLER    PIC X(15) VALUE "   ACURACIDADE:".
           03 ACTPCT    PIC ZZ9,99 VALUE ZEROS.
           03 FILLER    PIC X(02) VALUE " %".

       SCREEN SECTION.

       01  TELAPRV.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " FATEC ZONA LESTE         ***   PREVISAO D".
           05  LINE 02  COLUMN 43
               VALUE  "E VENDAS  ***".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP1.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
              MOVE "SEM PRODUTOS - USE O SCP003" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADMOVEST
           IF ST-MOV = "30"
              OPEN OUTPUT CADMOVEST
              CLOSE CADMOVEST
              OPEN INPUT CADMOVEST.
           OPEN I-O CADPREVISAO
           IF ST-PRV = "30"
              OPEN OUTPUT CADPREVISAO
              CLOSE CADPREVISAO
              OPEN I-O CADPREVISAO.
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
              MOVE "PRVMEDIA" TO PARCODIGO
              READ CADPARAM
              IF ST-PAR = "00" AND PARVALOR > ZEROS
                 AND PARVALOR < 13
                 MOVE PARVALOR TO W-MESESMED.
           IF ST-PAR NOT = "30"
              MOVE "PRVHORIZ" TO PARCODIGO
              READ CADPARAM
              IF ST-PAR = "00" AND PARVALOR > ZEROS
                 AND PARVALOR < 13
                 MOVE PARVALOR TO W-HORIZ.
           CLOSE CADPARAM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-ABSHOJE = (ANO-HOJE * 12) + MES-HOJE - 1.

       MENU-PRV.
           DISPLAY TELAPRV
           DISPLAY (04, 01) "1 - CALCULAR A PREVISAO PELO HISTORICO"
           DISPLAY (05, 01) "2 - AJUSTE MANUAL DA PREVISAO"
           DISPLAY (06, 01) "3 - ACURACIDADE DO MES (PREVACU.TXT)"
           DISPLAY (07, 01) "0 - SAIR"
           DISPLAY (09, 01) "OPCAO: ".
           ACCEPT  (09, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO CAL-INI.
           IF W-OPCAO = "2"
              GO TO AJU-INI.
           IF W-OPCAO = "3"
              GO TO ACU-INI.
           GO TO MENU-PRV.

      *
      ****************************************
      * CALCULO DA PREVISAO                  *
      * MES CORRENTE + PROXIMOS, A PARTIR    *
      * DOS 12 ULTIMOS MESES FECHADOS        *
      ****************************************
      *
       CAL-INI.
           DISPLAY TELAPRV
           DISPLAY (04, 01) "MESES DA MEDIA MOVEL (1-12)...: ".
           ACCEPT  (04, 33) W-MESESMED WITH UPDATE.
           IF W-MESESMED = ZEROS OR W-MESESMED > 12
              MOVE "*** MESES DA MEDIA DE 1 A 12 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAL-INI.
       CAL-HOR.
           DISPLAY (05, 01) "MESES A PREVER (1-12).........: ".
           ACCEPT  (05, 33) W-HORIZ WITH UPDATE.
           IF W-HORIZ = ZEROS OR W-HORIZ > 12
              MOVE "*** MESES A PREVER DE 1 A 12 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAL-HOR.
       CAL-SAZ.
           DISPLAY (06, 01) "APLICAR FATOR SAZONAL (S/N)...: ".
           ACCEPT  (06, 33) W-SAZONAL WITH UPDATE.
           IF W-SAZONAL = "s"
              MOVE "S" TO W-SAZONAL.
           IF W-SAZONAL = "n"
              MOVE "N" TO W-SAZONAL.
           IF W-SAZONAL NOT = "S" AND W-SAZONAL NOT = "N"
              GO TO CAL-SAZ.
           DISPLAY (08, 01) "LENDO O HISTORICO DE VENDAS..."
           PERFORM CARGA-VENDAS THRU CARGA-VENDAS-FIM
           IF W-TOTPRO = ZEROS
              MOVE "*** SEM VENDAS NOS ULTIMOS 12 MESES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-PRV.
           MOVE ZEROS TO W-GRAVADOS
           MOVE 1 TO I.
       CAL-PRO.
           IF I > W-TOTPRO
              GO TO CAL-FIM.
           MOVE ZEROS TO W-SOMA W-SOMAANO
           MOVE 1 TO J.
       CAL-SOMA.
           IF J NOT > W-MESESMED
              ADD TV-MES(I, J) TO W-SOMA.
           ADD TV-MES(I, J) TO W-SOMAANO
           IF J < 12
              ADD 1 TO J
              GO TO CAL-SOMA.
           IF W-SOMA > ZEROS
              COMPUTE W-MEDIA ROUNDED = W-SOMA / W-MESESMED
           ELSE
              MOVE ZEROS TO W-MEDIA.
           IF W-SOMAANO > ZEROS
              COMPUTE W-MEDANO ROUNDED = W-SOMAANO / 12
           ELSE
              MOVE ZEROS TO W-MEDANO.
           MOVE ZEROS TO H.
       CAL-MES.
           IF H NOT < W-HORIZ
              ADD 1 TO I
              GO TO CAL-PRO.
      *    O MESMO MES DO ANO PASSADO ESTA 12-H MESES ATRAS
           COMPUTE W-K = 12 - H
           MOVE "M" TO W-METODO
           IF W-SAZONAL = "S" AND W-MEDANO > ZEROS
              MOVE "S" TO W-METODO
              IF TV-MES(I, W-K) > ZEROS
                 COMPUTE W-FATOR ROUNDED = TV-MES(I, W-K) / W-MEDANO
              ELSE
                 MOVE ZEROS TO W-FATOR.
           IF W-METODO = "S"
              COMPUTE W-PREV ROUNDED = W-MEDIA * W-FATOR
           ELSE
              COMPUTE W-PREV ROUNDED = W-MEDIA.
           COMPUTE W-ABSMES = W-ABSHOJE + H
           PERFORM ABS-ANOMES THRU ABS-ANOMES-FIM
           MOVE TV-CODPRO(I) TO PRVCODPRO
           MOVE W-ANOMES TO PRVANOMES
           READ CADPREVISAO
           IF ST-PRV = "00"
              GO TO CAL-REGRAVA.
           MOVE W-PREV TO PRVQTDCALC PRVQTD
           MOVE SPACE TO PRVAJUSTE
           MOVE W-HOJE TO PRVDATA
           MOVE W-METODO TO PRVMETODO
           WRITE REGPREVISAO
           ADD 1 TO W-GRAVADOS
           ADD 1 TO H
           GO TO CAL-MES.
      *    O AJUSTE DO PLANEJADOR PREVALECE SOBRE O RECALCULO
       CAL-REGRAVA.
           MOVE W-PREV TO PRVQTDCALC
           IF PRVAJUSTE NOT = "S"
              MOVE W-PREV TO PRVQTD.
           MOVE W-HOJE TO PRVDATA
           MOVE W-METODO TO PRVMETODO
           REWRITE REGPREVISAO
           ADD 1 TO W-GRAVADOS
           ADD 1 TO H
           GO TO CAL-MES.
       CAL-FIM.
           DISPLAY (10, 01) "PRODUTOS COM VENDA: "
           DISPLAY (10, 21) W-TOTPRO
           DISPLAY (11, 01) "PREVISOES GRAVADAS: "
           DISPLAY (11, 21) W-GRAVADOS
           MOVE "*** PREVISAO CALCULADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-PRV.

      *
      *****************************************************
      * VENDAS DOS 12 ULTIMOS MESES FECHADOS POR PRODUTO  *
      * TV-MES(I, K) = VENDA DE K MESES ATRAS (1 A 12)    *
      * VENDA = SAIDA "EXPED VENDA" MENOS "DEVOL VENDA"   *
      *****************************************************
      *
       CARGA-VENDAS.
           MOVE ZEROS TO W-TOTPRO
           MOVE ZEROS TO MCODIGO MDATA MSEQ
           START CADMOVEST KEY IS NOT LESS MOVCHAVE
           IF ST-MOV NOT = "00"
              GO TO CARGA-VENDAS-FIM.
       CARGA-VENDAS-RD.
           READ CADMOVEST NEXT
           IF ST-MOV NOT = "00"
              GO TO CARGA-VENDAS-FIM.
           PERFORM TIPO-VENDA THRU TIPO-VENDA-FIM
           IF W-SINAL = SPACE
              GO TO CARGA-VENDAS-RD.
           MOVE MDATA TO W-DTMOV
           COMPUTE W-K = W-ABSHOJE - ((ANO-MOV * 12) + MES-MOV - 1)
           IF W-K < 1 OR W-K > 12
              GO TO CARGA-VENDAS-RD.
           PERFORM ACHA-PRO THRU ACHA-PRO-FIM
           IF I = ZEROS
              GO TO CARGA-VENDAS-RD.
           IF W-SINAL = "+"
              ADD MQTD TO TV-MES(I, W-K)
           ELSE
              SUBTRACT MQTD FROM TV-MES(I, W-K).
           GO TO CARGA-VENDAS-RD.
       CARGA-VENDAS-FIM.
           EXIT.

      *
      *    MOVIMENTO DO RAZAO E VENDA (+), DEVOLUCAO (-) OU NADA
      *
       TIPO-VENDA.
           MOVE SPACE TO W-SINAL
           IF MTIPO = "S" AND MOTIVO(1:11) = "EXPED VENDA"
              MOVE "+" TO W-SINAL.
           IF MTIPO = "E" AND MOTIVO(1:11) = "DEVOL VENDA"
              MOVE "-" TO W-SINAL.
       TIPO-VENDA-FIM.
           EXIT.

      *
      *    PROCURA (OU INCLUI) MCODIGO NA TABELA - I=0 SE CHEIA
      *
       ACHA-PRO.
           MOVE 1 TO I.
       ACHA-PRO-1.
           IF I > W-TOTPRO
              IF W-TOTPRO < 500
                 ADD 1 TO W-TOTPRO
                 MOVE MCODIGO TO TV-CODPRO(W-TOTPRO)
                 MOVE ZEROS TO TV-PREV(W-TOTPRO)
                 MOVE ZEROS TO TV-MESES(W-TOTPRO)
                 MOVE W-TOTPRO TO I
                 GO TO ACHA-PRO-FIM
              ELSE
                 MOVE ZEROS TO I
                 GO TO ACHA-PRO-FIM.
           IF TV-CODPRO(I) = MCODIGO
              GO TO ACHA-PRO-FIM.
           ADD 1 TO I
           GO TO ACHA-PRO-1.
       ACHA-PRO-FIM.
           EXIT.

      *
      *    MES ABSOLUTO (ANO * 12 + MES - 1) PARA AAAAMM
      *
       ABS-ANOMES.
           DIVIDE W-ABSMES BY 12 GIVING ANO-AM REMAINDER W-RESTO
           COMPUTE MES-AM = W-RESTO + 1.
       ABS-ANOMES-FIM.
           EXIT.

      *
      ****************************************
      * AJUSTE MANUAL PELO PLANEJADOR        *
      * QUANTIDADE DIFERENTE DA CALCULADA    *
      * FICA MARCADA E NAO E RECALCULADA     *
      ****************************************
      *
       AJU-INI.
           DISPLAY TELAPRV
           MOVE ZEROS TO CODIGO
           DISPLAY (04, 01) "PRODUTO (0=FIM): ".
           ACCEPT  (04, 18) CODIGO.
           IF CODIGO = ZEROS
              GO TO MENU-PRV.
           READ CADPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AJU-INI.
           DISPLAY (04, 26) DESC.

       AJU-MES.
           MOVE ZEROS TO W-ANOMES
           DISPLAY (06, 01) "MES (AAAAMM, 0=OUTRO PRODUTO): ".
           ACCEPT  (06, 32) W-ANOMES.
           IF W-ANOMES = ZEROS
              GO TO AJU-INI.
           IF MES-AM = ZEROS OR MES-AM > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AJU-MES.
           MOVE CODIGO TO PRVCODPRO
           MOVE W-ANOMES TO PRVANOMES
           READ CADPREVISAO
           IF ST-PRV = "00"
              MOVE "N" TO W-NOVO
           ELSE
              MOVE "S" TO W-NOVO
              MOVE ZEROS TO PRVQTDCALC PRVQTD
              MOVE SPACE TO PRVAJUSTE
              MOVE "M" TO PRVMETODO
              MOVE W-HOJE TO PRVDATA.
           DISPLAY (08, 01) "CALCULADA........: "
           DISPLAY (08, 20) PRVQTDCALC
           DISPLAY (09, 01) "VIGENTE..........: "
           DISPLAY (09, 20) PRVQTD
           IF PRVAJUSTE = "S"
              DISPLAY (09, 30) "(AJUSTADA)"
           ELSE
              DISPLAY (09, 30) "          ".

       AJU-QTD.
           MOVE PRVQTD TO W-QTDAJU
           DISPLAY (11, 01) "NOVA QUANTIDADE..: ".
           ACCEPT  (11, 20) W-QTDAJU WITH UPDATE.

       AJU-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (21, 40) "CONFIRMA (S/N) : ".
           ACCEPT  (21, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** AJUSTE NAO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AJU-MES.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AJU-OPC.
           MOVE W-QTDAJU TO PRVQTD
           IF PRVQTD = PRVQTDCALC
              MOVE SPACE TO PRVAJUSTE
           ELSE
              MOVE "S" TO PRVAJUSTE.
           IF W-NOVO = "S"
              WRITE REGPREVISAO
           ELSE
              REWRITE REGPREVISAO.
           IF ST-PRV NOT = "00"
              MOVE "ERRO NA GRAVACAO DA PREVISAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** PREVISAO AJUSTADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (08, 01) LIMPA
           DISPLAY (09, 01) LIMPA
           DISPLAY (11, 01) LIMPA
           GO TO AJU-MES.

      *
      ****************************************
      * ACURACIDADE: PREVISTO X VENDIDO NO   *
      * MES, POR PRODUTO. ERRO = |DESVIO| /  *
      * VENDIDO; ACURACIDADE GERAL = 100 -   *
      * SOMA DOS |DESVIOS| / TOTAL VENDIDO   *
      ****************************************
      *
       ACU-INI.
           DISPLAY TELAPRV
           COMPUTE W-ABSMES = W-ABSHOJE - 1
           PERFORM ABS-ANOMES THRU ABS-ANOMES-FIM
           DISPLAY (04, 01) "MES (AAAAMM): ".
           ACCEPT  (04, 15) W-ANOMES WITH UPDATE.
           IF W-ANOMES = ZEROS
              GO TO MENU-PRV.
           IF MES-AM = ZEROS OR MES-AM > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACU-INI.
           MOVE ZEROS TO W-TOTPRO.
      *    PREVISTO DO MES
           MOVE ZEROS TO PRVCODPRO PRVANOMES
           START CADPREVISAO KEY IS NOT LESS PRVCHAVE
           IF ST-PRV NOT = "00"
              GO TO ACU-VENDAS.
       ACU-PRV-RD.
           READ CADPREVISAO NEXT
           IF ST-PRV NOT = "00"
              GO TO ACU-VENDAS.
           IF PRVANOMES NOT = W-ANOMES
              GO TO ACU-PRV-RD.
           MOVE PRVCODPRO TO MCODIGO
           PERFORM ACHA-PRO THRU ACHA-PRO-FIM
           IF I > ZEROS
              ADD PRVQTD TO TV-PREV(I).
           GO TO ACU-PRV-RD.
      *    VENDIDO NO MES (FICA EM TV-MES(I, 1))
       ACU-VENDAS.
           MOVE ZEROS TO MCODIGO MDATA MSEQ
           START CADMOVEST KEY IS NOT LESS MOVCHAVE
           IF ST-MOV NOT = "00"
              GO TO ACU-LISTA.
       ACU-VENDAS-RD.
           READ CADMOVEST NEXT
           IF ST-MOV NOT = "00"
              GO TO ACU-LISTA.
           DIVIDE MDATA BY 100 GIVING W-AMMOV
           IF W-AMMOV NOT = W-ANOMES
              GO TO ACU-VENDAS-RD.
           PERFORM TIPO-VENDA THRU TIPO-VENDA-FIM
           IF W-SINAL = SPACE
              GO TO ACU-VENDAS-RD.
           PERFORM ACHA-PRO THRU ACHA-PRO-FIM
           IF I = ZEROS
              GO TO ACU-VENDAS-RD.
           IF W-SINAL = "+"
              ADD MQTD TO TV-MES(I, 1)
           ELSE
              SUBTRACT MQTD FROM TV-MES(I, 1).
           GO TO ACU-VENDAS-RD.

       ACU-LISTA.
           IF W-TOTPRO = ZEROS
              MOVE "*** SEM PREVISAO NEM VENDA NO MES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-PRV.
           MOVE ZEROS TO W-TOTPREV W-TOTREAL W-TOTDESV
           OPEN OUTPUT RELACU
           MOVE W-ANOMES TO ACUMES
           WRITE REGACU FROM ACU1
           MOVE SPACES TO REGACU
           WRITE REGACU
           WRITE REGACU FROM ACU2
           DISPLAY TELAPRV
           DISPLAY (04, 01) ACU2
           MOVE 05 TO CONLIN
           MOVE 1 TO I.
       ACU-LISTA-1.
           IF I > W-TOTPRO
              GO TO ACU-TOTAL.
           MOVE TV-CODPRO(I) TO ACDCOD CODIGO
           READ CADPRO
           IF ST-ERRO = "00"
              MOVE DESC TO ACDDESC
           ELSE
              MOVE SPACES TO ACDDESC.
           MOVE TV-PREV(I) TO ACDPREV
           MOVE TV-MES(I, 1) TO ACDREAL
           COMPUTE W-DESVIO = TV-MES(I, 1) - TV-PREV(I)
           MOVE W-DESVIO TO ACDDESV
           IF W-DESVIO < ZEROS
              COMPUTE W-ABSDESV = ZEROS - W-DESVIO
           ELSE
              MOVE W-DESVIO TO W-ABSDESV.
           IF TV-MES(I, 1) > ZEROS
              COMPUTE ACDERRO ROUNDED = W-ABSDESV * 100 / TV-MES(I, 1)
              ADD TV-MES(I, 1) TO W-TOTREAL
           ELSE
              IF W-ABSDESV > ZEROS
                 MOVE 100 TO ACDERRO
              ELSE
                 MOVE ZEROS TO ACDERRO.
           ADD TV-PREV(I) TO W-TOTPREV
           ADD W-ABSDESV TO W-TOTDESV
           WRITE REGACU FROM ACUDET
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) ACUDET
           ADD 1 TO CONLIN
           IF CONLIN > 19
              DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
              ACCEPT (22, 31) W-OPCAO
              DISPLAY TELAPRV
              DISPLAY (04, 01) ACU2
              MOVE 05 TO CONLIN.
           ADD 1 TO I
           GO TO ACU-LISTA-1.
       ACU-TOTAL.
           MOVE W-TOTPREV TO ACTPREV
           MOVE W-TOTREAL TO ACTREAL
           IF W-TOTREAL = ZEROS OR W-TOTDESV NOT < W-TOTREAL
              MOVE ZEROS TO ACTPCT
           ELSE
              COMPUTE ACTPCT ROUNDED =
                 100 - (W-TOTDESV * 100 / W-TOTREAL).
           MOVE SPACES TO REGACU
           WRITE REGACU
           WRITE REGACU FROM ACUTOT
           CLOSE RELACU
           DISPLAY (20, 01) ACUTOT
      *    O IMPRESSO VAI PARA O SPOOL CENTRAL (SCP067)
           MOVE "PREVVEND" TO W-SPPROG
           MOVE "PREVACU.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ
           MOVE "*** ACURACIDADE GRAVADA EM PREVACU.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 01) "TECLE ENTER PARA VOLTAR AO MENU..."
           ACCEPT  (22, 36) W-OPCAO
           GO TO MENU-PRV.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADPRO
           CLOSE CADMOVEST
           CLOSE CADPREVISAO.
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
