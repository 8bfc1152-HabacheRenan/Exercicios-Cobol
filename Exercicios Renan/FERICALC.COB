                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS AFCHAVE
                       FILE STATUS IS ST-AFA.
      *
       SELECT CADFERCOL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS COLCHAVE
                       FILE STATUS IS ST-COL.
      *
       SELECT CADFXINSS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
           03 AFPREVRET         PIC 9(08).
           03 AFRETORNO         PIC 9(08).
           03 AFDIASEMP         PIC 9(02).
      *
       FD CADFERCOL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFERCOL.DAT".
       01 REGFERCOL.
           03 COLCHAVE.
               05 COLLOTE       PIC 9(04).
               05 COLNUMFER     PIC 9(06).
           03 COLCODIGO         PIC 9(06).
           03 COLDEPTO          PIC 9(02).
           03 COLINICIO         PIC 9(08).
           03 COLDIAS           PIC 9(02).
           03 COLTIPO           PIC X(01).
           03 COLPAGO           PIC X(01).

       WORKING-STORAGE SECTION.
       01 ST-COL         PIC X(02) VALUE "00".
       01 W-LOTE         PIC 9(04) VALUE ZEROS.
       01 W-QTDLOTE      PIC 9(04) VALUE ZEROS.
       01 W-QTDPAGO      PIC 9(04) VALUE ZEROS.
       01 W-QTDSUSP      PIC 9(04) VALUE ZEROS.
       01 W-TOTLIQ       PIC 9(09)V99 VALUE ZEROS.
       01 ST-AFA         PIC X(02) VALUE "00".
       01 W-SUSPENSO     PIC X(01) VALUE "N".
       01 W-SERAFI       PIC 9(08) VALUE ZEROS.
       01 W-DIASPAGAR    PIC 9(02) VALUE ZEROS.
       01 W-BASEFER      PIC 9(09)V99 VALUE ZEROS.
       01 W-BASEIR       PIC 9(09)V99 VALUE ZEROS.
       01 W-REMUN        PIC 9(09)V99 VALUE ZEROS.
       01 W-TIPOADIC     PIC X(01) VALUE SPACES.
       01 W-VALADIC      PIC 9(06)V99 VALUE ZEROS.
       01 Y              PIC 9(02) VALUE ZEROS.
       01 Z              PIC 9(02) VALUE ZEROS.
       01 TAB-FXINSS.
              OPEN OUTPUT CADAFAST
              CLOSE CADAFAST
              OPEN INPUT CADAFAST.
           OPEN I-O CADFERCOL
           IF ST-COL = "30"
              OPEN OUTPUT CADFERCOL
              CLOSE CADFERCOL
              OPEN I-O CADFERCOL.

       INICIALIZAR-FAIXAS.
           MOVE 2500,00 TO FXI-ATE(1)
           DISPLAY (04, 01) "NUMERO DO REGISTRO DE FERIAS: ".
           ACCEPT  (04, 31) NUMFERIAS.
           IF NUMFERIAS = ZEROS
              GO TO R0-LOTE.
           READ CADFERIAS
           IF ST-ERRO NOT = "00"
              MOVE "*** REGISTRO DE FERIAS NAO CADASTRADO ***" TO MENS
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           PERFORM CALC-FERIAS THRU CALC-FERIAS-FIM.

       ROT-MONTAR.
           MOVE CODIGO       TO DETCODIGO
                  GO TO ROT-SOL.
           GO TO ROT-FIM.
      *
      ************************************************
      * CALCULO DO PAGAMENTO DO REGISTRO DE FERIAS   *
      ************************************************
      *
       CALC-FERIAS.
           IF DIASGOZADOS > ZEROS
              MOVE DIASGOZADOS TO W-DIASPAGAR
           ELSE
              MOVE DIASDIREITO TO W-DIASPAGAR.
      *    REMUNERACAO = SALARIO + ADICIONAL DA FUNCAO
           MOVE SALARIOBASE TO W-REMUN
           CALL "ADICFUNC" USING FUNC W-REMUN W-TIPOADIC W-VALADIC
           ADD W-VALADIC TO W-REMUN
           COMPUTE VALORFERIAS ROUNDED =
              (W-REMUN / 30) * W-DIASPAGAR
           COMPUTE VALORTERCO ROUNDED = VALORFERIAS / 3
           COMPUTE W-BASEFER ROUNDED = VALORFERIAS + VALORTERCO

           IF W-BASEFER NOT > FXI-ATE(1)
               MOVE FXI-ALIQ(1) TO Y
           ELSE
               IF W-BASEFER NOT > FXI-ATE(2)
                   MOVE FXI-ALIQ(2) TO Y
               ELSE
                   MOVE FXI-ALIQ(3) TO Y.
           COMPUTE VALORINSSFER ROUNDED = W-BASEFER / 100 * Y

           COMPUTE W-BASEIR ROUNDED = W-BASEFER - VALORINSSFER
           IF W-BASEIR NOT > FXR-ATE(1)
               MOVE FXR-ALIQ(1) TO Z
           ELSE
               IF W-BASEIR NOT > FXR-ATE(2)
                   MOVE FXR-ALIQ(2) TO Z
               ELSE
                   MOVE FXR-ALIQ(3) TO Z.
           COMPUTE VALORIRPFFER ROUNDED = W-BASEIR / 100 * Z

           COMPUTE VALORLIQFER ROUNDED =
              W-BASEFER - VALORINSSFER - VALORIRPFFER.
       CALC-FERIAS-FIM.
           EXIT.
      *
      ************************************************
      * PAGAMENTO DO LOTE DE FERIAS COLETIVAS        *
      * GERADO PELO FERCOLET, SEM CONFIRMACAO POR    *
      * REGISTRO                                     *
      ************************************************
      *
       R0-LOTE.
           DISPLAY (05, 01) "LOTE DE FERIAS COLETIVAS (0=SAIR): ".
           ACCEPT  (05, 36) W-LOTE.
           IF W-LOTE = ZEROS
              GO TO ROT-FIM.
           MOVE ZEROS TO W-QTDLOTE W-QTDPAGO W-QTDSUSP W-TOTLIQ
           MOVE W-LOTE TO COLLOTE
           MOVE ZEROS TO COLNUMFER
           START CADFERCOL KEY IS NOT LESS COLCHAVE
           IF ST-COL NOT = "00"
              GO TO LOTE-FIM.
       LOTE-RD.
           READ CADFERCOL NEXT
           IF ST-COL NOT = "00" OR COLLOTE NOT = W-LOTE
              GO TO LOTE-FIM.
           ADD 1 TO W-QTDLOTE
           IF COLPAGO = "S"
              ADD 1 TO W-QTDPAGO
              GO TO LOTE-RD.
           MOVE COLNUMFER TO NUMFERIAS
           READ CADFERIAS
           IF ST-ERRO NOT = "00"
              GO TO LOTE-RD.
           MOVE FCODIGO TO CODIGO
           READ CADFOLHA
           IF ST-ERRO NOT = "00"
              GO TO LOTE-RD.
           DISPLAY (07, 01) "CALCULANDO: "
           DISPLAY (07, 13) NUMFERIAS
           PERFORM VER-AFAST THRU VER-AFAST-FIM
           IF W-SUSPENSO = "S"
              ADD 1 TO W-QTDSUSP
              GO TO LOTE-RD.
           PERFORM CALC-FERIAS THRU CALC-FERIAS-FIM.
       LOTE-GRV.
           REWRITE REGFERIAS
           IF ST-ERRO = "51" OR "61"
              GO TO LOTE-GRV.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO REGISTRO DE FERIAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD VALORLIQFER TO W-TOTLIQ
           ADD 1 TO W-QTDPAGO
           MOVE "S" TO COLPAGO
           REWRITE REGFERCOL
           GO TO LOTE-RD.
       LOTE-FIM.
           IF W-QTDLOTE = ZEROS
              MOVE "*** LOTE DE FERIAS COLETIVAS NAO EXISTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0-LOTE.
           DISPLAY (07, 01) LIMPA
           DISPLAY (08, 01) "FERIAS NO LOTE: "
           DISPLAY (08, 17) W-QTDLOTE
           DISPLAY (09, 01) "PAGAS: "
           DISPLAY (09, 08) W-QTDPAGO
           DISPLAY (10, 01) "SUSPENSAS POR AFASTAMENTO: "
           DISPLAY (10, 28) W-QTDSUSP
           DISPLAY (12, 01) "LIQUIDO TOTAL DO LOTE: "
           DISPLAY (12, 24) W-TOTLIQ
           MOVE "*** LOTE DE FERIAS COLETIVAS CALCULADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-SOL.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
           DISPLAY (01, 01) ERASE.
           CLOSE CADFERIAS
           CLOSE CADFOLHA
           CLOSE CADAFAST
           CLOSE CADFERCOL.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
