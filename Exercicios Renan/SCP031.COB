                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SALCHAVE
                       FILE STATUS IS ST-SAL.
      *
           SELECT CADCICLO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CICCODPRO
                       FILE STATUS IS ST-CIC.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       FD CADMOVEST
           LABEL RECORD IS STANDARD
           03 MTIPO             PIC X(01).
           03 MQTD              PIC 9(06).
           03 MOTIVO            PIC X(20).
           03 MPROPR            PIC X(01).

       FD CADSALDO
           LABEL RECORD IS STANDARD
               05 SALCODPRO     PIC 9(06).
               05 SALDEPOS      PIC 9(02).
           03 SALQTD            PIC 9(06).
           03 SALQTDCON         PIC 9(06).

       FD CADCICLO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCICLO.DAT".
       01 REGCICLO.
           03 CICCODPRO         PIC 9(06).
           03 CICCLASSE         PIC X(01).
           03 CICFREQ           PIC 9(02).
           03 CICPROX           PIC 9(08).
           03 CICULTCONT        PIC 9(08).
           03 CICULTLISTA       PIC 9(08).
           03 CICQTDCONT        PIC 9(05).
           03 CICQTDACER        PIC 9(05).

       WORKING-STORAGE SECTION.
       01 ST-ERRMV             PIC X(02) VALUE "00".
       01 ST-SAL               PIC X(02) VALUE "00".
       01 W-DEPMOV             PIC 9(02) VALUE 01.
       01 W-QTDSAL             PIC 9(08) VALUE ZEROS.
       01 ST-CIC               PIC X(02) VALUE "00".
       01 W-ACERTO             PIC X(01) VALUE "N".
       01 W-EHUTIL             PIC X(01) VALUE SPACES.
       01 W-PROXUTIL           PIC 9(08) VALUE ZEROS.
       01 W-CICDATA            PIC 9(08) VALUE ZEROS.
       01 W-CICDATA-G REDEFINES W-CICDATA.
           03 ANO-C            PIC 9(04).
           03 MES-C            PIC 9(02).
           03 DIA-C            PIC 9(02).
       01 W-MESTOT             PIC 9(04) VALUE ZEROS.
       01 W-ANOS               PIC 9(04) VALUE ZEROS.
       01 W-MESR               PIC 9(02) VALUE ZEROS.
       01 W-QTDMOV             PIC 9(08) VALUE ZEROS.
       01 W-QTDCSG             PIC 9(08) VALUE ZEROS.
       01 W-PRPANT             PIC 9(08) VALUE ZEROS.
       01 W-CSGOPER            PIC X(01) VALUE SPACES.
       01 W-CSGCNPJ            PIC 9(14) VALUE ZEROS.
       01 W-CSGPRECO           PIC 9(09)V99 VALUE ZEROS.
       01 W-CSGORIG            PIC X(20) VALUE SPACES.
       01 W-CSGSALDO           PIC 9(08) VALUE ZEROS.
       01 W-CSGRET             PIC X(02) VALUE SPACES.
       01 W-SERIE              PIC X(20) VALUE SPACES.
       01 W-SEROPER            PIC X(01) VALUE SPACES.
       01 W-DEPSER             PIC 9(02) VALUE 01.
       01 W-SERDEPD            PIC 9(02) VALUE ZEROS.
       01 W-SERDOC             PIC 9(09) VALUE ZEROS.
       01 W-SERCNPJ            PIC 9(14) VALUE ZEROS.
       01 W-SERRET             PIC X(02) VALUE SPACES.
       01 W-NFALTA             PIC 9(06) VALUE ZEROS.
      *
      ******************
      * REPORT SECTION *
              CLOSE CADSALDO
              OPEN I-O CADSALDO.

       RCIC0.
           OPEN I-O CADCICLO
           IF ST-CIC = "30"
              OPEN OUTPUT CADCICLO
              CLOSE CADCICLO
              OPEN I-O CADCICLO.

       MENU-INV.
           DISPLAY TELAINV
           DISPLAY (04, 01) "1 - FOLHA DE CONTAGEM"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DIGITA-R0.
           DISPLAY (04, 30) DESC.
           IF SERIALIZADO = "S"
              GO TO DIGITA-SER.

       DIGITA-R1.
           DISPLAY (06, 01) "QUANTIDADE CONTADA: ".
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO DIGITA-INI.

      *
      *    PRODUTO SERIALIZADO: A CONTAGEM E A LEITURA DAS SERIES
      *    DO DEPOSITO; NO FIM LISTA AS SERIES QUE NAO FORAM LIDAS
      *
       DIGITA-SER.
           MOVE 01 TO W-DEPSER
           DISPLAY (06, 01) "DEPOSITO DA CONTAGEM: ".
           ACCEPT  (06, 23) W-DEPSER WITH UPDATE.
           IF W-DEPSER = ZEROS
              MOVE 01 TO W-DEPSER.
           MOVE ZEROS TO INVQTDCONT.

       DIGITA-SER1.
           DISPLAY (07, 01) "SERIE (BRANCO=FIM): "
           DISPLAY (07, 45) "LIDAS: "
           DISPLAY (07, 52) INVQTDCONT
           MOVE SPACES TO W-SERIE
           ACCEPT  (07, 21) W-SERIE.
           IF W-SERIE = SPACES
              GO TO DIGITA-FALTA.
           MOVE "K" TO W-SEROPER
           MOVE ZEROS TO W-SERDEPD W-SERDOC W-SERCNPJ
           CALL "SERIEBX" USING W-SEROPER CODIGO W-SERIE W-DEPSER
                                W-SERDEPD W-SERDOC W-SERCNPJ W-SERRET
           IF W-SERRET = "OD"
              MOVE "* SERIE CONSTA EM OUTRO DEPOSITO - NAO CONTADA *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DIGITA-SER1.
           IF W-SERRET = "VD"
              MOVE "* SERIE CONSTA COMO VENDIDA - NAO CONTADA *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DIGITA-SER1.
           IF W-SERRET = "JC"
              MOVE "*** SERIE JA LIDA NESTA CONTAGEM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DIGITA-SER1.
           IF W-SERRET = "IN"
              MOVE "* SERIE SEM CADASTRO - INCLUIDA NO DEPOSITO *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           ADD 1 TO INVQTDCONT
           GO TO DIGITA-SER1.

       DIGITA-FALTA.
           DISPLAY TELAINV
           DISPLAY (02, 01) "*** SERIES EM ESTOQUE NAO LIDAS ***"
           DISPLAY (03, 01) "PRODUTO: "
           DISPLAY (03, 10) CODIGO
           DISPLAY (03, 18) DESC
           MOVE SPACES TO W-SERIE
           MOVE ZEROS TO W-NFALTA
           MOVE 04 TO CONLIN.
       DIGITA-FALTA-RD.
           MOVE "L" TO W-SEROPER
           CALL "SERIEBX" USING W-SEROPER CODIGO W-SERIE W-DEPSER
                                W-SERDEPD W-SERDOC W-SERCNPJ W-SERRET
           IF W-SERRET = "FM"
              GO TO DIGITA-FALTA-FIM.
           ADD 1 TO W-NFALTA
           ADD 1 TO CONLIN
           MOVE CONLIN TO LIN
           DISPLAY (LIN, 03) W-SERIE
           IF CONLIN < 20
              GO TO DIGITA-FALTA-RD.
           DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR...".
           ACCEPT  (22, 31) W-OPCAO
           DISPLAY TELAINV
           DISPLAY (02, 01) "*** SERIES EM ESTOQUE NAO LIDAS ***"
           MOVE 04 TO CONLIN
           GO TO DIGITA-FALTA-RD.
       DIGITA-FALTA-FIM.
           IF W-NFALTA = ZEROS
              DISPLAY (05, 03) "NENHUMA SERIE FALTANDO".
           DISPLAY (21, 01) "SERIES FALTANDO: "
           DISPLAY (21, 18) W-NFALTA
           DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR...".
           ACCEPT  (22, 31) W-OPCAO
           DISPLAY TELAINV
           DISPLAY (02, 01) "*** DIGITACAO DA CONTAGEM ***"
           DISPLAY (04, 01) "PRODUTO: "
           DISPLAY (04, 30) DESC
           DISPLAY (06, 01) "QUANTIDADE CONTADA: "
           DISPLAY (06, 21) INVQTDCONT
           GO TO DIGITA-R2.

      *
      ****************************************
      * VARIANCIA E EFETIVACAO DOS AJUSTES   *
           READ CADPRO
           IF ST-ERRO2 NOT = "00"
              GO TO EFETIVA-RD1.
           MOVE "N" TO W-ACERTO
           IF INVQTDCONT = QUANTIDADE
              MOVE "S" TO W-ACERTO
              GO TO EFETIVA-BAIXA.
      *    TIPO I = SOBRA DE INVENTARIO (ENTRA)
      *    TIPO F = FALTA DE INVENTARIO (SAI)
              COMPUTE MQTD = QUANTIDADE - INVQTDCONT.
           MOVE "AJUSTE INVENTARIO" TO MOTIVO
           ACCEPT MDATA FROM DATE YYYYMMDD
           MOVE MQTD TO W-QTDMOV
           MOVE ZEROS TO W-QTDCSG
      *    FALTA ALEM DO PROPRIO CONSOME O CONSIGNADO DO FORNECEDOR
           IF MTIPO = "F"
              PERFORM PARTE-CONSIG THRU PARTE-CONSIG-FIM.
           PERFORM GRAVA-MOVPROP THRU GRAVA-MOVPROP-FIM
           MOVE INVCODPRO TO SALCODPRO
           MOVE W-QTDMOV TO W-QTDSAL
           IF MTIPO = "I"
              PERFORM CREDITA-SALDO THRU CREDITA-SALDO-FIM
           ELSE
       EFETIVA-BAIXA.
           MOVE "E" TO INVSTATUS
           REWRITE REGINVENT
           PERFORM ATUALIZA-CICLO THRU ATUALIZA-CICLO-FIM
           GO TO EFETIVA-RD1.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADINVENT
           CLOSE CADPRO
           CLOSE CADMOVEST
           CLOSE CADSALDO
           CLOSE CADCICLO.
           STOP RUN.

      *
      *****************************************************
      * CONTAGEM CICLICA: REGISTRA A CONTAGEM (E O ACERTO)*
      * E REPROGRAMA O PRODUTO PARA O PROXIMO CICLO NO    *
      * PRIMEIRO DIA UTIL A PARTIR DE DATA + CICFREQ MESES*
      *****************************************************
      *
       ATUALIZA-CICLO.
           MOVE INVCODPRO TO CICCODPRO
           READ CADCICLO
           IF ST-CIC NOT = "00"
              GO TO ATUALIZA-CICLO-FIM.
           MOVE INVDATA TO CICULTCONT
           ADD 1 TO CICQTDCONT
           IF W-ACERTO = "S"
              ADD 1 TO CICQTDACER.
           MOVE INVDATA TO W-CICDATA
           IF CICFREQ = ZEROS
              MOVE 12 TO CICFREQ.
           COMPUTE W-MESTOT = MES-C + CICFREQ - 1
           DIVIDE W-MESTOT BY 12 GIVING W-ANOS REMAINDER W-MESR
           ADD W-ANOS TO ANO-C
           COMPUTE MES-C = W-MESR + 1
           IF DIA-C > 28
              MOVE 28 TO DIA-C.
           CALL "DIAUTIL" USING W-CICDATA W-EHUTIL W-PROXUTIL
           MOVE W-PROXUTIL TO CICPROX
           REWRITE REGCICLO.
       ATUALIZA-CICLO-FIM.
           EXIT.

      *
      *****************************************************
      * GRAVA MOVIMENTO NO RAZAO INDEXADO (PROX. SEQ.)    *
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
           ELSE
              MOVE W-DEPMOV TO SALDEPOS
              MOVE W-QTDSAL TO SALQTD
              MOVE ZEROS TO SALQTDCON
              WRITE REGSALDO.
       CREDITA-SALDO-FIM.
           EXIT.
      *
      *****************************************************
      * PARTE CONSIGNADA DA FALTA: O PROPRIO DO DEPOSITO  *
      * SAI PRIMEIRO; O QUE PASSAR DELE E DO FORNECEDOR E *
      * VIRA COMPRA (PEDIDO, TITULO E CAMADA DE CUSTO)    *
      *****************************************************
      *
       PARTE-CONSIG.
           MOVE ZEROS TO W-QTDCSG
           MOVE CODIGO TO SALCODPRO
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
           MOVE "B" TO W-CSGOPER
           MOVE ZEROS TO W-CSGCNPJ
           MOVE "AJUSTE INVENTARIO" TO W-CSGORIG
           CALL "CONSIGBX" USING W-CSGOPER CODIGO W-CSGCNPJ
                                 W-QTDCSG W-CSGPRECO W-CSGORIG
                                 W-CSGSALDO W-CSGRET
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
      *    GRAVA O MOVIMENTO SEPARANDO A PARTE PROPRIA DA CONSIGNADA
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
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
