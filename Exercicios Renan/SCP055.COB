           03 INSDEP            PIC 9(02).
           03 INSSTATUS         PIC X(01).
           03 INSDATA           PIC 9(08).
           03 INSLOTE           PIC X(10).
           03 INSPROPR          PIC X(01).

       FD CADPEDIDO
           LABEL RECORD IS STANDARD
           03 PCCUSTO           PIC 9(03).
           03 PCONTRATO         PIC X(01).
           03 PEMP              PIC 9(02).
           03 PMOEDA            PIC X(03).
           03 PTAXA             PIC 9(05)V9(06).

       FD CADPRO
           LABEL RECORD IS STANDARD
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

       FD CADMOVEST
           LABEL RECORD IS STANDARD
           03 MTIPO             PIC X(01).
           03 MQTD              PIC 9(06).
           03 MOTIVO            PIC X(20).
           03 MPROPR            PIC X(01).

       FD CADPARAM
           LABEL RECORD IS STANDARD
       01 W-QTDPEND            PIC 9(04) VALUE ZEROS.
       01 LIN                  PIC 9(03) VALUE ZEROS.
       01 CONLIN               PIC 9(03) VALUE 001.
       01 LIMPA                PIC X(79) VALUE SPACES.
       01 W-ENDOPER            PIC X(01) VALUE SPACES.
       01 W-ENDLOTE            PIC X(10) VALUE SPACES.
       01 W-ENDQTD             PIC 9(06) VALUE ZEROS.
       01 W-ENDORD             PIC 9(07) VALUE ZEROS.
       01 W-ENDRET             PIC X(02) VALUE SPACES.
       01 W-ENDPARTES.
           03 W-EPRUA          PIC 9(02).
           03 W-EPPRAT         PIC 9(03).
           03 W-EPNIV          PIC 9(02).
       01 W-ENDNUM REDEFINES W-ENDPARTES PIC 9(07).
       01 W-CSGOPER            PIC X(01) VALUE SPACES.
       01 W-CSGCNPJ            PIC 9(14) VALUE ZEROS.
       01 W-CSGPRECO           PIC 9(09)V99 VALUE ZEROS.
       01 W-CSGORIG            PIC X(20) VALUE SPACES.
       01 W-CSGSALDO           PIC 9(08) VALUE ZEROS.
       01 W-CSGRET             PIC X(02) VALUE SPACES.
       01 W-PDSALDO            PIC 9(06) VALUE ZEROS.
       01 W-PDQTD              PIC 9(08) VALUE ZEROS.
       01 W-PDRET              PIC X(02) VALUE SPACES.
      *
      ******************
      * REPORT SECTION *
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0.
           PERFORM BAIXA-QUAR THRU BAIXA-QUAR-FIM
           MOVE INSCODPRO TO SALCODPRO
           MOVE INSDEP TO SALDEPOS
           READ CADSALDO
           IF ST-SAL NOT = "00"
              MOVE INSCODPRO TO SALCODPRO
              MOVE INSDEP TO SALDEPOS
              MOVE ZEROS TO SALQTD SALQTDCON.
           ADD INSQTD TO SALQTD
      *    O CONSIGNADO CONTINUA DO FORNECEDOR NO DESTINO
           IF INSPROPR = "C"
              ADD INSQTD TO SALQTDCON.
           IF ST-SAL = "00"
              REWRITE REGSALDO
           ELSE
              WRITE REGSALDO.
      *    A ENTRADA NO DISPONIVEL E NO RAZAO FICA ADIADA DO
      *    RECEBIMENTO (SCP010) PARA A APROVACAO DA INSPECAO
           IF ST-ERRO3 = "00"
              ADD INSQTD TO QUANTIDADE
              ACCEPT DATAULTALT2 FROM DATE YYYYMMDD
              REWRITE REGPRO
              PERFORM ATENDE-PEND THRU ATENDE-PEND-FIM.
           MOVE INSCODPRO TO MCODIGO
           MOVE "E" TO MTIPO
           MOVE INSQTD TO MQTD
           MOVE "LIBERACAO INSPECAO" TO MOTIVO
           MOVE SPACE TO MPROPR
           IF INSPROPR = "C"
              MOVE "C" TO MPROPR.
           ACCEPT MDATA FROM DATE YYYYMMDD
           PERFORM GRAVA-MOVIDX THRU GRAVA-MOVIDX-FIM
           IF INSPROPR = "C"
              PERFORM ENTRA-CONSIG THRU ENTRA-CONSIG-FIM.
           PERFORM GUARDA THRU GUARDA-FIM
           MOVE "A" TO INSSTATUS
           REWRITE REGINSP
           MOVE "*** LINHA APROVADA E LIBERADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LISTA-INI.

      *
      *    O QUE ENTROU NO DISPONIVEL ATENDE PRIMEIRO AS VENDAS
      *    PENDENTES DO PRODUTO (VIRA RESERVA NO CADRESERVA)
      *
       ATENDE-PEND.
           MOVE QUANTIDADE TO W-PDSALDO
           CALL "ALOCPEND" USING INSCODPRO W-PDSALDO W-PDQTD W-PDRET
           IF W-PDQTD > ZEROS
              DISPLAY (21, 01) "RESERVADO P/ VENDAS PENDENTES: "
              DISPLAY (21, 32) W-PDQTD.
       ATENDE-PEND-FIM.
           EXIT.

      *
      *    GUARDA: SUGERE O ENDERECO NO DEPOSITO DE DESTINO
      *    (ONDE JA ESTA O LOTE/PRODUTO OU O PRIMEIRO VAZIO)
      *    E LANCA O SALDO DO ENDERECO QUE O OPERADOR CONFIRMAR
      *
       GUARDA.
           MOVE INSLOTE TO W-ENDLOTE
           MOVE "U" TO W-ENDOPER
           CALL "ENDSALDO" USING W-ENDOPER INSCODPRO INSDEP W-ENDLOTE
                                 W-ENDNUM W-ENDQTD W-ENDORD W-ENDRET.
       GUARDA-ACE.
           DISPLAY (22, 01) "LOTE:".
           ACCEPT  (22, 07) W-ENDLOTE WITH UPDATE.
           DISPLAY (22, 19) "GUARDAR EM RUA:".
           ACCEPT  (22, 35) W-EPRUA WITH UPDATE.
           DISPLAY (22, 38) "PRAT:".
           ACCEPT  (22, 44) W-EPPRAT WITH UPDATE.
           DISPLAY (22, 48) "NIV:".
           ACCEPT  (22, 53) W-EPNIV WITH UPDATE.
           DISPLAY (22, 56) "(ZEROS = SEM ENDERECO)".
           IF W-ENDNUM = ZEROS
              GO TO GUARDA-LIMPA.
           MOVE "V" TO W-ENDOPER
           CALL "ENDSALDO" USING W-ENDOPER INSCODPRO INSDEP W-ENDLOTE
                                 W-ENDNUM W-ENDQTD W-ENDORD W-ENDRET
           IF W-ENDRET NOT = "00"
              MOVE "*** ENDERECO INVALIDO/INATIVO NO DEPOSITO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GUARDA-ACE.
           MOVE INSQTD TO W-ENDQTD
           MOVE "E" TO W-ENDOPER
           CALL "ENDSALDO" USING W-ENDOPER INSCODPRO INSDEP W-ENDLOTE
                                 W-ENDNUM W-ENDQTD W-ENDORD W-ENDRET.
       GUARDA-LIMPA.
           DISPLAY (22, 01) LIMPA.
       GUARDA-FIM.
           EXIT.

      *
      *    REJEICAO: SAI DO ESTOQUE E VAI PARA A DEVOLUCAO
      *
              GO TO R0.
      *    O REJEITADO NUNCA ENTROU NO DISPONIVEL NEM NO RAZAO:
      *    BASTA BAIXAR O SALDO DO DEPOSITO DE QUARENTENA
           PERFORM BAIXA-QUAR THRU BAIXA-QUAR-FIM
           MOVE INSNUMPED TO NUMPEDIDO
           READ CADPEDIDO
           IF ST-ERRO2 = "00"
           GO TO LISTA-INI.

      *
      *    BAIXA O SALDO DO DEPOSITO DE QUARENTENA (E A PARTE
      *    CONSIGNADA DELE, QUANDO A LINHA E DO FORNECEDOR)
      *
       BAIXA-QUAR.
           MOVE INSCODPRO TO SALCODPRO
           MOVE W-DEPQUAR TO SALDEPOS
           READ CADSALDO
           IF ST-SAL NOT = "00"
              GO TO BAIXA-QUAR-FIM.
           IF INSQTD > SALQTD
              MOVE ZEROS TO SALQTD
           ELSE
              SUBTRACT INSQTD FROM SALQTD.
           IF INSPROPR = "C"
              IF INSQTD > SALQTDCON
                 MOVE ZEROS TO SALQTDCON
              ELSE
                 SUBTRACT INSQTD FROM SALQTDCON.
           IF SALQTDCON > SALQTD
              MOVE SALQTD TO SALQTDCON.
           REWRITE REGSALDO.
       BAIXA-QUAR-FIM.
           EXIT.
      *
      *    CONSIGNADO APROVADO ENTRA NA POSICAO DO FORNECEDOR
      *
       ENTRA-CONSIG.
           MOVE ZEROS TO W-CSGCNPJ
           MOVE INSNUMPED TO NUMPEDIDO
           READ CADPEDIDO
           IF ST-ERRO2 = "00"
              MOVE PCNPJ TO W-CSGCNPJ.
           MOVE "E" TO W-CSGOPER
           MOVE "LIBERACAO INSPECAO" TO W-CSGORIG
           CALL "CONSIGBX" USING W-CSGOPER INSCODPRO W-CSGCNPJ
                                 INSQTD W-CSGPRECO W-CSGORIG
                                 W-CSGSALDO W-CSGRET
           IF W-CSGRET NOT = "00"
              MOVE "* CONSIGNADO SEM ACORDO - VEJA O SCP010 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ENTRA-CONSIG-FIM.
           EXIT.
      *
      *****************************************************
      * GRAVA MOVIMENTO NO RAZAO INDEXADO (PROX. SEQ.)    *
      *****************************************************
