      * PROGRAMA PARA ORCADO X REALIZADO POR CENTRO DE CUSTO    *
      * COMPROMETIDO = PEDIDOS ABERTOS, REALIZADO = RECEBIDOS   *
      * NA COMPETENCIA, CONTRA A VERBA DO CADVERBA              *
      * PESSOAL = LANCAMENTOS DA FOLHA RATEADOS AO CENTRO NA    *
      * CONTABILIDADE DA COMPETENCIA (CADLANC)                  *
      * DESPESAS = REEMBOLSOS APROVADOS NO REEMBDES (SEQUENCIA  *
      * 7000 A 7999 DO CADLANC), FORA DO CUSTO DE PESSOAL       *
      * AS DEMAIS FAIXAS RESERVADAS DO CADLANC (5000 EM DIANTE: *
      * RETENCOES, JUROS, MANUAIS, ENCERRAMENTO, IMOBILIZADO)   *
      * NAO ENTRAM NO REALIZADO                                 *
      * MANUTENCAO = PECAS EMITIDAS E HORAS DAS ORDENS DE       *
      * SERVICO DOS EQUIPAMENTOS DO CENTRO (SCP079)             *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CCCODIGO
                       FILE STATUS IS ST-ERRO3.
      *
       SELECT CADLANC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS LANCHAVE
                       FILE STATUS IS ST-ERRO4.
      *
       SELECT CADOSMAN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS OSNUM
                       FILE STATUS IS ST-ERRO5
                       ALTERNATE RECORD KEY IS OSEQUIP
                                   WITH DUPLICATES.
      *
       SELECT CADOSPECA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS OPCHAVE
                       FILE STATUS IS ST-ERRO6.
       DATA DIVISION.
       FILE SECTION.
      *
           03 PCCUSTO           PIC 9(03).
           03 PCONTRATO         PIC X(01).
           03 PEMP              PIC 9(02).
           03 PMOEDA            PIC X(03).
           03 PTAXA             PIC 9(05)V9(06).

       FD CADVERBA
           LABEL RECORD IS STANDARD
       01 REGCCUSTO.
           03 CCCODIGO          PIC 9(03).
           03 CCDESC            PIC X(20).

       FD CADLANC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADLANC.DAT".
       01 REGLANC.
           03 LANCHAVE.
               05 LANCOMPET     PIC 9(06).
               05 LANSEQ        PIC 9(04).
           03 LANDEB            PIC 9(06).
           03 LANCRE            PIC 9(06).
           03 LANHIST           PIC X(30).
           03 LANVALOR          PIC 9(13)V99.
           03 LANCC             PIC 9(03).

       FD CADOSMAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADOSMAN.DAT".
       01 REGOSMAN.
           03 OSNUM             PIC 9(06).
           03 OSEQUIP           PIC 9(06).
           03 OSCC              PIC 9(03).
           03 OSTIPO            PIC X(01).
           03 OSPLANO           PIC 9(02).
           03 OSDESC            PIC X(40).
           03 OSDATA            PIC 9(08).
           03 OSSTATUS          PIC X(01).
           03 OSDATAFEC         PIC 9(08).
           03 OSMEDIDOR         PIC 9(08).
           03 OSHORAS           PIC 9(04)V99.
           03 OSVLHORA          PIC 9(06)V99.
           03 OSCUSTOPEC        PIC 9(11)V99.
           03 OSCUSTOMO         PIC 9(11)V99.

       FD CADOSPECA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADOSPECA.DAT".
       01 REGOSPECA.
           03 OPCHAVE.
               05 OPNUMOS       PIC 9(06).
               05 OPCODPRO      PIC 9(06).
           03 OPQTDSOL          PIC 9(06).
           03 OPQTDEMI          PIC 9(06).
           03 OPCUSTO           PIC 9(11)V99.
           03 OPDTEMI           PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 W-TEMLANC      PIC X(01) VALUE "N".
       01 ST-ERRO5       PIC X(02) VALUE "00".
       01 ST-ERRO6       PIC X(02) VALUE "00".
       01 W-TEMOS        PIC X(01) VALUE "N".
       01 W-CCREF        PIC 9(03) VALUE ZEROS.
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
               05 TC-CC       PIC 9(03).
               05 TC-COMPROM  PIC 9(13)V99.
               05 TC-REALIZ   PIC 9(13)V99.
               05 TC-PESSOAL  PIC 9(13)V99.
               05 TC-MANUT    PIC 9(13)V99.
               05 TC-DESP     PIC 9(13)V99.
      *-----------------------------------------------------------------
      *
      ******************
           03 DETCOMP   PIC 9(11)V99 VALUE ZEROS.
           03 FILLER    PIC X(10) VALUE " RECEBIDO:".
           03 DETREAL   PIC 9(11)V99 VALUE ZEROS.
           03 FILLER    PIC X(07) VALUE " DESP.:".
           03 DETDESP   PIC 9(11)V99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETFLAG   PIC X(09) VALUE SPACES.

       01 DET4.
           03 FILLER    PIC X(13) VALUE "PESSOAL:     ".
           03 DETPES    PIC 9(11)V99 VALUE ZEROS.
           03 FILLER    PIC X(08) VALUE " MANUT.:".
           03 DETMAN    PIC 9(11)V99 VALUE ZEROS.
           03 FILLER    PIC X(10) VALUE "    TOTAL:".
           03 DETTOT    PIC 9(11)V99 VALUE ZEROS.

       SCREEN SECTION.

       01  TELAVERB.
              CLOSE CADPEDIDO
              CLOSE CADVERBA
              GO TO ROT-FIM2.
           OPEN INPUT CADLANC
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-TEMLANC.
           OPEN INPUT CADOSMAN
           IF ST-ERRO5 = "00"
              OPEN INPUT CADOSPECA
              IF ST-ERRO6 = "00"
                 MOVE "S" TO W-TEMOS.

       INC-001.
           DISPLAY TELAVERB
           MOVE ZEROS TO NUMPEDIDO
           START CADPEDIDO KEY IS NOT LESS NUMPEDIDO
           IF ST-ERRO NOT = "00"
              GO TO VARRE-LANC.

      *
      *    VARRE OS PEDIDOS DO MES POR CENTRO DE CUSTO
       VARRE-RD1.
           READ CADPEDIDO NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRE-LANC.
           IF PCCUSTO = ZEROS
              GO TO VARRE-RD1.
           MOVE PCCUSTO TO W-CCREF
      *    ABERTO CONTA PELO MES DO PEDIDO, RECEBIDO PELO DO RECEB.
           IF STATUSPEDIDO = "P"
              DIVIDE DATAPEDIDO BY 100 GIVING W-COMPAUX
                 PERFORM SOMA-CC THRU SOMA-CC-FIM.
           GO TO VARRE-RD1.

      *
      *    CUSTO DE PESSOAL: LANCAMENTOS DA COMPETENCIA COM CENTRO
      *
       VARRE-LANC.
           IF W-TEMLANC NOT = "S"
              GO TO VARRE-MAN.
           MOVE W-COMPET TO LANCOMPET
           MOVE ZEROS TO LANSEQ
           START CADLANC KEY IS NOT LESS LANCHAVE
           IF ST-ERRO4 NOT = "00"
              GO TO VARRE-MAN.
       VARRE-LANC-RD.
           READ CADLANC NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO VARRE-MAN.
           IF LANCOMPET NOT = W-COMPET
              GO TO VARRE-MAN.
           IF LANCC = ZEROS
              GO TO VARRE-LANC-RD.
           MOVE LANCC TO W-CCREF
           MOVE LANVALOR TO W-GASTO
           MOVE "P" TO W-OPCAO
           IF LANSEQ NOT < 7000 AND LANSEQ NOT > 7999
              MOVE "D" TO W-OPCAO
           ELSE
              IF LANSEQ NOT < 5000
                 GO TO VARRE-LANC-RD.
           PERFORM SOMA-CC THRU SOMA-CC-FIM
           GO TO VARRE-LANC-RD.

      *
      *    MANUTENCAO: PECAS EMITIDAS E HORAS DAS ORDENS FECHADAS
      *    NA COMPETENCIA, NO CENTRO DE CUSTO DO EQUIPAMENTO
      *
       VARRE-MAN.
           IF W-TEMOS NOT = "S"
              GO TO LISTA-INI.
           MOVE ZEROS TO OSNUM
           START CADOSMAN KEY IS NOT LESS OSNUM
           IF ST-ERRO5 NOT = "00"
              GO TO LISTA-INI.
       VARRE-MAN-RD.
           READ CADOSMAN NEXT
           IF ST-ERRO5 NOT = "00"
              GO TO LISTA-INI.
           IF OSSTATUS = "C" OR OSCC = ZEROS
              GO TO VARRE-MAN-RD.
           MOVE OSCC TO W-CCREF
           MOVE "M" TO W-OPCAO
           IF OSSTATUS = "F"
              DIVIDE OSDATAFEC BY 100 GIVING W-COMPAUX
              IF W-COMPAUX = W-COMPET
                 MOVE OSCUSTOMO TO W-GASTO
                 PERFORM SOMA-CC THRU SOMA-CC-FIM.
           MOVE OSNUM TO OPNUMOS
           MOVE ZEROS TO OPCODPRO
           START CADOSPECA KEY IS NOT LESS OPCHAVE
           IF ST-ERRO6 NOT = "00"
              GO TO VARRE-MAN-RD.
       VARRE-MAN-PEC.
           READ CADOSPECA NEXT
           IF ST-ERRO6 NOT = "00"
              GO TO VARRE-MAN-RD.
           IF OPNUMOS NOT = OSNUM
              GO TO VARRE-MAN-RD.
           DIVIDE OPDTEMI BY 100 GIVING W-COMPAUX
           IF W-COMPAUX NOT = W-COMPET
              GO TO VARRE-MAN-PEC.
           MOVE OPCUSTO TO W-GASTO
           PERFORM SOMA-CC THRU SOMA-CC-FIM
           GO TO VARRE-MAN-PEC.

       SOMA-CC.
           MOVE 1 TO I.
       SOMA-CC-1.
           IF I > W-TOTCC
              IF W-TOTCC < 50
                 ADD 1 TO W-TOTCC
                 MOVE W-CCREF TO TC-CC(W-TOTCC)
                 MOVE ZEROS TO TC-COMPROM(W-TOTCC)
                 MOVE ZEROS TO TC-REALIZ(W-TOTCC)
                 MOVE ZEROS TO TC-PESSOAL(W-TOTCC)
                 MOVE ZEROS TO TC-MANUT(W-TOTCC)
                 MOVE ZEROS TO TC-DESP(W-TOTCC)
                 MOVE W-TOTCC TO I
              ELSE
                 GO TO SOMA-CC-FIM.
           IF TC-CC(I) NOT = W-CCREF
              ADD 1 TO I
              GO TO SOMA-CC-1.
           IF W-OPCAO = "C"
              ADD W-GASTO TO TC-COMPROM(I)
           ELSE
              IF W-OPCAO = "P"
                 ADD W-GASTO TO TC-PESSOAL(I)
              ELSE
                 IF W-OPCAO = "M"
                    ADD W-GASTO TO TC-MANUT(I)
                 ELSE
                    IF W-OPCAO = "D"
                       ADD W-GASTO TO TC-DESP(I)
                    ELSE
                       ADD W-GASTO TO TC-REALIZ(I).
       SOMA-CC-FIM.
           EXIT.

              MOVE ZEROS TO DETVERBA.
           MOVE TC-COMPROM(I) TO DETCOMP
           MOVE TC-REALIZ(I) TO DETREAL
           MOVE TC-PESSOAL(I) TO DETPES
           MOVE TC-MANUT(I) TO DETMAN
           MOVE TC-DESP(I) TO DETDESP
           COMPUTE W-GASTO = TC-COMPROM(I) + TC-REALIZ(I)
                           + TC-PESSOAL(I) + TC-MANUT(I)
                           + TC-DESP(I)
           MOVE W-GASTO TO DETTOT
           IF VERVALOR > ZEROS AND W-GASTO > VERVALOR
              MOVE "*ESTOURO*" TO DETFLAG
           ELSE
              MOVE SPACES TO DETFLAG.
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DET3
           ADD 1 TO CONLIN
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 01) DET4
           ADD 1 TO CONLIN
           IF CONLIN > 17
              DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
              ACCEPT (22, 31) W-OPCAO
              DISPLAY TELAVERB
           DISPLAY (01, 01) ERASE.
           CLOSE CADPEDIDO
           CLOSE CADVERBA
           CLOSE CADCCUSTO
           CLOSE CADLANC
           CLOSE CADOSMAN
           CLOSE CADOSPECA.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
