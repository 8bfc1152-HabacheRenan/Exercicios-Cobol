       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRETECOT.
      *******************************
      * ROTINA COMUM DE COTACAO DE FRETE POR TRANSPORTADORA      *
      * TABELA CADASTRADA NO SCP047 (CADFRETE)                   *
      * PARMCNPJ : TRANSPORTADORA                                *
      * PARMCEP  : CEP DE DESTINO   PARMUF: UF DE DESTINO        *
      * PARMPESO : PESO TAXADO EM KG (MAIOR ENTRE REAL E CUBADO) *
      * PARMVALOR: VALOR DA MERCADORIA (BASE DO AD VALOREM)      *
      * PARMFRETE: FRETE COTADO                                  *
      * PARMRET  : 00=OK  ST=SEM TABELA PARA O DESTINO           *
      * A FAIXA DE CEP TEM PRIORIDADE SOBRE A LINHA DA UF TODA.  *
      * USA A MENOR FAIXA DE PESO QUE COBRE O PESO; ACIMA DA     *
      * MAIOR FAIXA COBRA O EXCEDENTE POR KG. SOMA O AD VALOREM  *
      * E APLICA O FRETE MINIMO.                                 *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADFRETE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FRTCHAVE
                       FILE STATUS IS ST-ERRO.
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADFRETE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFRETE.DAT".
       01 REGFRETE.
           03 FRTCHAVE.
               05 FRTCNPJ       PIC 9(14).
               05 FRTUF         PIC X(02).
               05 FRTCEPINI     PIC 9(09).
               05 FRTPESOATE    PIC 9(06).
           03 FRTCEPFIM         PIC 9(09).
           03 FRTVALOR          PIC 9(07)V99.
           03 FRTEXCKG          PIC 9(03)V99.
           03 FRTMINIMO         PIC 9(07)V99.
           03 FRTADVAL          PIC 9(02)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 W-TEMARQ       PIC X(01) VALUE SPACES.
       01 W-MODO         PIC X(01) VALUE SPACES.
       01 W-CEPSEL       PIC 9(09) VALUE ZEROS.
       01 W-ACHOU        PIC X(01) VALUE SPACES.
       01 W-FAIXA        PIC X(01) VALUE SPACES.
       01 W-VALOR        PIC 9(07)V99 VALUE ZEROS.
       01 W-MINIMO       PIC 9(07)V99 VALUE ZEROS.
       01 W-ADVAL        PIC 9(02)V99 VALUE ZEROS.
       01 W-TOPPESO      PIC 9(06) VALUE ZEROS.
       01 W-TOPVAL       PIC 9(07)V99 VALUE ZEROS.
       01 W-TOPEXC       PIC 9(03)V99 VALUE ZEROS.
       01 W-TOPMIN       PIC 9(07)V99 VALUE ZEROS.
       01 W-TOPADV       PIC 9(02)V99 VALUE ZEROS.
       01 W-FRETE        PIC 9(09)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01 PARMCNPJ        PIC 9(14).
       01 PARMCEP         PIC 9(09).
       01 PARMUF          PIC X(02).
       01 PARMPESO        PIC 9(07)V999.
       01 PARMVALOR       PIC 9(11)V99.
       01 PARMFRETE       PIC 9(09)V99.
       01 PARMRET         PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARMCNPJ PARMCEP PARMUF PARMPESO
                                PARMVALOR PARMFRETE PARMRET.
       INICIO.
           MOVE "00" TO PARMRET
           MOVE ZEROS TO PARMFRETE
           IF W-TEMARQ = "S"
              GO TO BUSCA.
           OPEN INPUT CADFRETE
           IF ST-ERRO NOT = "00"
              MOVE "ST" TO PARMRET
              GO TO ROT-FIM.
           MOVE "S" TO W-TEMARQ.

      *
      *    1A PASSADA: FAIXA DE CEP QUE CONTEM O DESTINO
      *    2A PASSADA: LINHAS DA UF TODA (CEP INICIAL ZERO)
      *
       BUSCA.
           MOVE "C" TO W-MODO
           MOVE ZEROS TO W-CEPSEL
           PERFORM VARRE THRU VARRE-FIM
           IF W-ACHOU = "S"
              GO TO CALCULA.
           MOVE "U" TO W-MODO
           PERFORM VARRE THRU VARRE-FIM
           IF W-ACHOU NOT = "S"
              MOVE "ST" TO PARMRET
              GO TO ROT-FIM.

       CALCULA.
           IF W-FAIXA = "S"
              MOVE W-VALOR TO W-FRETE
           ELSE
              COMPUTE W-FRETE ROUNDED = W-TOPVAL +
                 (PARMPESO - W-TOPPESO) * W-TOPEXC
              MOVE W-TOPMIN TO W-MINIMO
              MOVE W-TOPADV TO W-ADVAL.
           COMPUTE W-FRETE ROUNDED = W-FRETE +
              (PARMVALOR * W-ADVAL / 100)
           IF W-FRETE < W-MINIMO
              MOVE W-MINIMO TO W-FRETE.
           MOVE W-FRETE TO PARMFRETE
           GO TO ROT-FIM.
      *
      *    PERCORRE AS LINHAS DA TRANSPORTADORA PARA A UF
      *
       VARRE.
           MOVE "N" TO W-ACHOU W-FAIXA
           MOVE ZEROS TO W-TOPPESO W-TOPVAL W-TOPEXC W-TOPMIN W-TOPADV
           MOVE ZEROS TO W-VALOR W-MINIMO W-ADVAL
           MOVE PARMCNPJ TO FRTCNPJ
           MOVE PARMUF TO FRTUF
           MOVE ZEROS TO FRTCEPINI FRTPESOATE
           IF W-MODO = "C"
              MOVE 1 TO FRTCEPINI.
           START CADFRETE KEY IS NOT LESS FRTCHAVE
           IF ST-ERRO NOT = "00"
              GO TO VARRE-FIM.
       VARRE-RD.
           READ CADFRETE NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRE-FIM.
           IF FRTCNPJ NOT = PARMCNPJ OR FRTUF NOT = PARMUF
              GO TO VARRE-FIM.
           IF W-MODO = "U" AND FRTCEPINI NOT = ZEROS
              GO TO VARRE-FIM.
           IF W-MODO = "U"
              GO TO VARRE-PROC.
           IF W-CEPSEL NOT = ZEROS
              IF FRTCEPINI NOT = W-CEPSEL
                 GO TO VARRE-FIM
              ELSE
                 GO TO VARRE-PROC.
           IF PARMCEP < FRTCEPINI OR PARMCEP > FRTCEPFIM
              GO TO VARRE-RD.
           MOVE FRTCEPINI TO W-CEPSEL.
       VARRE-PROC.
           MOVE "S" TO W-ACHOU
           IF FRTPESOATE > W-TOPPESO
              MOVE FRTPESOATE TO W-TOPPESO
              MOVE FRTVALOR TO W-TOPVAL
              MOVE FRTEXCKG TO W-TOPEXC
              MOVE FRTMINIMO TO W-TOPMIN
              MOVE FRTADVAL TO W-TOPADV.
           IF W-FAIXA = "S"
              GO TO VARRE-RD.
           IF PARMPESO NOT > FRTPESOATE
              MOVE "S" TO W-FAIXA
              MOVE FRTVALOR TO W-VALOR
              MOVE FRTMINIMO TO W-MINIMO
              MOVE FRTADVAL TO W-ADVAL.
           GO TO VARRE-RD.
       VARRE-FIM.
           EXIT.
      *
       ROT-FIM.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
