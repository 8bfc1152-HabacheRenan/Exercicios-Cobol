       PROGRAM-ID. SCP028.
      ************************
      * PROGRAMA PARA NOTA FISCAL DE ENTRADA COM CONFERENCIA TRIPLA *
      * A NOTA LANCADA VAI PARA A TRILHA DO CADAUDIT (AUDPED)        *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT CADNFDIV ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-ERRO5.
      *
           SELECT CADINSP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS INSPCHAVE
                       FILE STATUS IS ST-INS.
      *
           SELECT CADPAGAR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TITCHAVE
                       FILE STATUS IS ST-PAG.
      *
           SELECT CADADIANT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ADICHAVE
                       FILE STATUS IS ST-ADI.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 PCCUSTO           PIC 9(03).
           03 PCONTRATO         PIC X(01).
           03 PEMP              PIC 9(02).
           03 PMOEDA            PIC X(03).
           03 PTAXA             PIC 9(05)V9(06).

       FD CADPEDITEM
           LABEL RECORD IS STANDARD
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       FD CADHISPRECO
           LABEL RECORD IS STANDARD
           03 CFOPCOD           PIC 9(04).
           03 CFOPDESC          PIC X(30).
           03 CFOPTIPO          PIC X(01).
           03 CFOPPISCOF        PIC X(01).

       FD CADNFDIV
           LABEL RECORD IS STANDARD
           03 FILLER         PIC X(01).
           03 EAT-NOME       PIC X(30).

       FD CADINSP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADINSP.DAT".
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

       FD CADADIANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADADIANT.DAT".
       01 REGADIANT.
           03 ADICHAVE.
               05 ADINUMPED     PIC 9(06).
               05 ADISEQ        PIC 9(02).
           03 ADICNPJ           PIC 9(14).
           03 ADIDATA           PIC 9(08).
           03 ADIVALOR          PIC 9(11)V99.
           03 ADICOMP           PIC 9(11)V99.
           03 ADIDTCOMP         PIC 9(08).
           03 ADISTATUS         PIC X(01).
           03 ADIEMP            PIC 9(02).

       WORKING-STORAGE SECTION.
       01 ST-EAT         PIC X(02) VALUE "00".
       01 ST-INS         PIC X(02) VALUE "00".
       01 W-EMPATIVA     PIC 9(02) VALUE 01.
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
       01 W-DIFPRECO           PIC 9(09)V99 VALUE ZEROS.
       01 W-TOLVALOR           PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTNOTA            PIC 9(11)V99 VALUE ZEROS.
       01 W-LINGUA             PIC 9(02) VALUE ZEROS.
       01 W-ENDOPER            PIC X(01) VALUE SPACES.
       01 W-ENDQTD             PIC 9(06) VALUE ZEROS.
       01 W-ENDORD             PIC 9(07) VALUE ZEROS.
       01 W-ENDRET             PIC X(02) VALUE SPACES.
       01 W-ENDPARTES.
           03 W-EPRUA          PIC 9(02).
           03 W-EPPRAT         PIC 9(03).
           03 W-EPNIV          PIC 9(02).
       01 W-ENDNUM REDEFINES W-ENDPARTES PIC 9(07).
       01 W-SERIE              PIC X(20) VALUE SPACES.
       01 W-SEROPER            PIC X(01) VALUE SPACES.
       01 W-SERDEP             PIC 9(02) VALUE ZEROS.
       01 W-SERDEPD            PIC 9(02) VALUE ZEROS.
       01 W-SERRET             PIC X(02) VALUE SPACES.
       01 W-NSER               PIC 9(06) VALUE ZEROS.
       01 ST-PAG               PIC X(02) VALUE "00".
       01 W-TAXANF             PIC 9(05)V9(06) VALUE ZEROS.
       01 W-DTCOT              PIC 9(08) VALUE ZEROS.
       01 W-CAMRET             PIC X(02) VALUE SPACES.
       01 W-DIFCAMB            PIC S9(11)V99 VALUE ZEROS.
       01 W-NOVOCM             PIC S9(09)V99 VALUE ZEROS.
       01 ST-ADI               PIC X(02) VALUE "00".
       01 W-TEMADI             PIC X(01) VALUE SPACES.
       01 W-ADISALDO           PIC 9(11)V99 VALUE ZEROS.
       01 W-TITSALDO           PIC 9(11)V99 VALUE ZEROS.
       01 W-COMPENS            PIC 9(11)V99 VALUE ZEROS.
       01 W-COMPME             PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTCOMP            PIC 9(11)V99 VALUE ZEROS.
       01 W-AUDPROG            PIC X(08) VALUE "SCP028".
       01 W-AUDPED             PIC 9(06) VALUE ZEROS.
       01 W-AUDTXT             PIC X(30) VALUE SPACES.
       01 TAB-ITENS.
           03 TN-ITEM OCCURS 20 TIMES.
               05 TN-CODPRO    PIC 9(06).
           03 FILLER    PIC X(07) VALUE " TIPO: ".
           03 DETTIPO   PIC X(01) VALUE SPACE.

       01 DETGUA.
           03 FILLER    PIC X(09) VALUE "PRODUTO: ".
           03 DETGPRO   PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(06) VALUE " DEP: ".
           03 DETGDEP   PIC 9(02) VALUE ZEROS.
           03 FILLER    PIC X(07) VALUE " LOTE: ".
           03 DETGLOTE  PIC X(10) VALUE SPACES.
           03 FILLER    PIC X(11) VALUE " GUARDAR EM".
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETGEND.
               05 DETGRUA   PIC 9(02) VALUE ZEROS.
               05 FILLER    PIC X(01) VALUE "-".
               05 DETGPRAT  PIC 9(03) VALUE ZEROS.
               05 FILLER    PIC X(01) VALUE "-".
               05 DETGNIV   PIC 9(02) VALUE ZEROS.
           03 DETGSEM REDEFINES DETGEND PIC X(09).
           03 FILLER    PIC X(01) VALUE SPACE.
           03 DETGSIT   PIC X(12) VALUE SPACES.

       01 DET3.
           03 FILLER    PIC X(10) VALUE "QTD NOTA: ".
           03 DETQTDN   PIC 9(06) VALUE ZEROS.
           OPEN EXTEND CADNFDIV
           IF ST-ERRO5 NOT = "00"
              OPEN OUTPUT CADNFDIV.
           OPEN INPUT CADINSP.
           OPEN I-O CADPAGAR.
           OPEN I-O CADADIANT
           IF ST-ADI = "00"
              MOVE "S" TO W-TEMADI.

       MENU-NOTA.
           DISPLAY (01, 01) ERASE
              MOVE "*** PEDIDO NAO E DESTE FORNECEDOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *    COMPRA IMPORTADA: PRECOS DA NOTA NA MOEDA DO PEDIDO
           IF PMOEDA NOT = SPACES
              DISPLAY (09, 30) "PRECOS EM "
              DISPLAY (09, 40) PMOEDA.

       R4.
           MOVE ZEROS TO NOTFRETE NOTSEGURO NOTDESP
              GO TO MENU-NOTA.
           MOVE "O" TO NOTSTATUS
           PERFORM GRAVA-NOTA THRU GRAVA-NOTA-FIM
           PERFORM AJUSTA-CAMBIO THRU AJUSTA-CAMBIO-FIM
           PERFORM COMPENSA-ADIANT THRU COMPENSA-ADIANT-FIM
           PERFORM RATEIA-CUSTO THRU RATEIA-CUSTO-FIM
           PERFORM SUGERE-GUARDA THRU SUGERE-GUARDA-FIM
           PERFORM CAPTA-SERIE THRU CAPTA-SERIE-FIM
           MOVE "*** NOTA CONFERIDA E LANCADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-NOTA.

      *
      *****************************************************
      * COMPRA IMPORTADA: O RECEBIMENTO (SCP010) ENTROU   *
      * NO CUSTO PELA TAXA PTAXA DO PEDIDO; A NOTA FIXA A *
      * TAXA DA SUA DATA. A DIFERENCA VAI AO CUSTO MEDIO  *
      * E OS TITULOS AINDA NAO PAGOS PASSAM A ESSA TAXA   *
      *****************************************************
      *
       AJUSTA-CAMBIO.
           IF PMOEDA = SPACES OR PTAXA = ZEROS
              GO TO AJUSTA-CAMBIO-FIM.
           CALL "CAMBIOBX" USING PMOEDA NOTDATA W-TAXANF
                                 W-DTCOT W-CAMRET
           IF W-CAMRET NOT = "00"
              MOVE "* SEM COTACAO NA DATA DA NOTA (SCP078) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO AJUSTA-CAMBIO-FIM.
           IF W-TAXANF = PTAXA
              GO TO AJUSTA-CAMBIO-FIM.
           MOVE 1 TO I.
       AJUSTA-CAMBIO-1.
           IF I > W-QTDITENS
              GO TO AJUSTA-CAMBIO-TIT.
           PERFORM ACHA-ITEM THRU ACHA-ITEM-FIM
           IF W-ACHOU NOT = "S"
              ADD 1 TO I
              GO TO AJUSTA-CAMBIO-1.
           MOVE TN-CODPRO(I) TO CODIGO
           READ CADPRO
           IF ST-PRO NOT = "00" OR QUANTIDADE = ZEROS
              ADD 1 TO I
              GO TO AJUSTA-CAMBIO-1.
           COMPUTE W-DIFCAMB ROUNDED =
              ITEQTDREC * ITEPRECO * (W-TAXANF - PTAXA)
           MOVE CUSTOMEDIO TO W-CUSTOANT
           COMPUTE W-NOVOCM ROUNDED =
              CUSTOMEDIO + (W-DIFCAMB / QUANTIDADE)
           IF W-NOVOCM < ZEROS
              MOVE ZEROS TO W-NOVOCM.
           MOVE W-NOVOCM TO CUSTOMEDIO
           ACCEPT DATAULTALT2 FROM DATE YYYYMMDD
           REWRITE REGPRO
           MOVE CODIGO TO HCODIGO
           MOVE W-CUSTOANT TO HPRECOANT
           MOVE CUSTOMEDIO TO HPRECONOVO
           ACCEPT HDATA FROM DATE YYYYMMDD
           WRITE REGHISPRECO
           ADD 1 TO I
           GO TO AJUSTA-CAMBIO-1.
       AJUSTA-CAMBIO-TIT.
           IF ST-PAG NOT = "00"
              GO TO AJUSTA-CAMBIO-FIM.
           MOVE NOTNUMPED TO TITNUMPED
           MOVE ZEROS TO TITSEQ
           START CADPAGAR KEY IS NOT LESS TITCHAVE
           IF ST-PAG NOT = "00"
              GO TO AJUSTA-CAMBIO-FIM.
       AJUSTA-CAMBIO-RD.
           READ CADPAGAR NEXT
           IF ST-PAG NOT = "00"
              GO TO AJUSTA-CAMBIO-FIM.
           IF TITNUMPED NOT = NOTNUMPED
              GO TO AJUSTA-CAMBIO-FIM.
           IF TITMOEDA NOT = PMOEDA OR TITTAXA NOT = PTAXA
              OR TITPAGOME > ZEROS OR TITSTATUS = "Q"
              GO TO AJUSTA-CAMBIO-RD.
           MOVE W-TAXANF TO TITTAXA
           COMPUTE TITVALOR ROUNDED = TITVALME * W-TAXANF
           REWRITE REGPAGAR
           GO TO AJUSTA-CAMBIO-RD.
       AJUSTA-CAMBIO-FIM.
           EXIT.

      *
      *****************************************************
      * ADIANTAMENTOS EM ABERTO DO PEDIDO (SCP029) SAO    *
      * COMPENSADOS NOS TITULOS EM ABERTO DO PEDIDO, NA   *
      * ORDEM DA SEQUENCIA. O DINHEIRO JA SAIU DO CAIXA   *
      * NO ADIANTAMENTO: AQUI SO SE ABATE O SALDO         *
      *****************************************************
      *
       COMPENSA-ADIANT.
           MOVE ZEROS TO W-TOTCOMP
           IF W-TEMADI NOT = "S"
              GO TO COMPENSA-ADIANT-FIM.
           MOVE NOTNUMPED TO ADINUMPED
           MOVE ZEROS TO ADISEQ
           START CADADIANT KEY IS NOT LESS ADICHAVE
           IF ST-ADI NOT = "00"
              GO TO COMPENSA-ADIANT-FIM.
       COMPENSA-ADI-RD.
           READ CADADIANT NEXT
           IF ST-ADI NOT = "00"
              GO TO COMPENSA-ADIANT-MOS.
           IF ADINUMPED NOT = NOTNUMPED
              GO TO COMPENSA-ADIANT-MOS.
           IF ADISTATUS NOT = "A"
              GO TO COMPENSA-ADI-RD.
           COMPUTE W-ADISALDO = ADIVALOR - ADICOMP
           IF W-ADISALDO = ZEROS
              GO TO COMPENSA-ADI-RW.
           MOVE NOTNUMPED TO TITNUMPED
           MOVE ZEROS TO TITSEQ
           START CADPAGAR KEY IS NOT LESS TITCHAVE
           IF ST-PAG NOT = "00"
              GO TO COMPENSA-ADI-RW.
       COMPENSA-TIT-RD.
           READ CADPAGAR NEXT
           IF ST-PAG NOT = "00"
              GO TO COMPENSA-ADI-RW.
           IF TITNUMPED NOT = NOTNUMPED
              GO TO COMPENSA-ADI-RW.
           IF TITSTATUS = "Q"
              GO TO COMPENSA-TIT-RD.
           COMPUTE W-TITSALDO = TITVALOR - TITPAGO
           IF W-TITSALDO = ZEROS
              GO TO COMPENSA-TIT-RD.
           IF W-ADISALDO < W-TITSALDO
              MOVE W-ADISALDO TO W-COMPENS
           ELSE
              MOVE W-TITSALDO TO W-COMPENS.
           ADD W-COMPENS TO TITPAGO
      *    TITULO EM MOEDA: ABATE NA MOEDA PELA TAXA DO TITULO
           IF TITMOEDA NOT = SPACES AND TITTAXA > ZEROS
              COMPUTE W-COMPME ROUNDED = W-COMPENS / TITTAXA
              ADD W-COMPME TO TITPAGOME.
           IF TITMOEDA NOT = SPACES AND TITPAGO NOT < TITVALOR
              MOVE TITVALME TO TITPAGOME.
           IF TITPAGOME > TITVALME
              MOVE TITVALME TO TITPAGOME.
           IF TITPAGO NOT < TITVALOR
              MOVE "Q" TO TITSTATUS.
           REWRITE REGPAGAR
           ADD W-COMPENS TO ADICOMP W-TOTCOMP
           SUBTRACT W-COMPENS FROM W-ADISALDO
           IF W-ADISALDO > ZEROS
              GO TO COMPENSA-TIT-RD.
       COMPENSA-ADI-RW.
           IF ADICOMP NOT < ADIVALOR
              MOVE "C" TO ADISTATUS.
           ACCEPT ADIDTCOMP FROM DATE YYYYMMDD
           REWRITE REGADIANT
           GO TO COMPENSA-ADI-RD.
       COMPENSA-ADIANT-MOS.
           IF W-TOTCOMP = ZEROS
              GO TO COMPENSA-ADIANT-FIM.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 01) "*** ADIANTAMENTO COMPENSADO ***"
           DISPLAY (04, 01) "PEDIDO: "
           DISPLAY (04, 09) NOTNUMPED
           DISPLAY (05, 01) "VALOR COMPENSADO: "
           DISPLAY (05, 19) W-TOTCOMP
           DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
           ACCEPT (22, 31) W-OPCAO.
       COMPENSA-ADIANT-FIM.
           EXIT.

      *
      *****************************************************
      * RATEIA FRETE/SEGURO/DESPESAS NO CUSTO MEDIO       *
       RATEIA-CUSTO-FIM.
           EXIT.

      *
      *****************************************************
      * GUIA DE ARMAZENAGEM: ENDERECO SUGERIDO PARA CADA  *
      * ITEM DA NOTA NO DEPOSITO DE DESTINO DO RECEBIMENTO*
      * (A GUARDA E LANCADA NA LIBERACAO DA INSPECAO)     *
      *****************************************************
      *
       SUGERE-GUARDA.
           IF ST-INS NOT = "00"
              GO TO SUGERE-GUARDA-FIM.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 01) "*** SUGESTAO DE GUARDA (ENDERECOS) ***"
           MOVE 03 TO W-LINGUA
           MOVE 1 TO I.
       SUGERE-GUARDA-1.
           IF I > W-QTDITENS
              DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
              ACCEPT (22, 31) W-OPCAO
              GO TO SUGERE-GUARDA-FIM.
           PERFORM ACHA-ITEM THRU ACHA-ITEM-FIM
           IF W-ACHOU NOT = "S"
              ADD 1 TO I
              GO TO SUGERE-GUARDA-1.
           MOVE NOTNUMPED TO INSNUMPED
           MOVE ITENUMLIN TO INSNUMLIN
           READ CADINSP
           IF ST-INS NOT = "00"
              ADD 1 TO I
              GO TO SUGERE-GUARDA-1.
           MOVE INSCODPRO TO DETGPRO
           MOVE INSDEP TO DETGDEP
           MOVE INSLOTE TO DETGLOTE
           MOVE SPACES TO DETGSIT
           IF INSSTATUS = "A"
              MOVE "JA LIBERADO" TO DETGSIT.
           IF INSSTATUS = "R"
              MOVE "REJEITADO" TO DETGSIT.
           MOVE "U" TO W-ENDOPER
           CALL "ENDSALDO" USING W-ENDOPER INSCODPRO INSDEP INSLOTE
                                 W-ENDNUM W-ENDQTD W-ENDORD W-ENDRET
           IF W-ENDNUM = ZEROS
              MOVE "SEM VAGA " TO DETGSEM
           ELSE
              MOVE W-EPRUA TO DETGRUA
              MOVE W-EPPRAT TO DETGPRAT
              MOVE W-EPNIV TO DETGNIV.
           ADD 1 TO W-LINGUA
           IF W-LINGUA > 20
              MOVE 04 TO W-LINGUA.
           DISPLAY (W-LINGUA, 01) DETGUA
           ADD 1 TO I
           GO TO SUGERE-GUARDA-1.
       SUGERE-GUARDA-FIM.
           EXIT.

      *
      *****************************************************
      * NUMEROS DE SERIE DOS PRODUTOS SERIALIZADOS: UM    *
      * POR UNIDADE RECEBIDA, NO DEPOSITO DO RECEBIMENTO  *
      *****************************************************
      *
       CAPTA-SERIE.
           MOVE 1 TO I.
       CAPTA-SERIE-1.
           IF I > W-QTDITENS
              GO TO CAPTA-SERIE-FIM.
           MOVE TN-CODPRO(I) TO CODIGO
           READ CADPRO
           IF ST-PRO NOT = "00" OR SERIALIZADO NOT = "S"
              ADD 1 TO I
              GO TO CAPTA-SERIE-1.
           MOVE 01 TO W-SERDEP
           PERFORM ACHA-ITEM THRU ACHA-ITEM-FIM
           IF W-ACHOU = "S"
              MOVE NOTNUMPED TO INSNUMPED
              MOVE ITENUMLIN TO INSNUMLIN
              READ CADINSP
              IF ST-INS = "00"
                 MOVE INSDEP TO W-SERDEP.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 01) "*** NUMEROS DE SERIE DO RECEBIMENTO ***"
           DISPLAY (04, 01) "PRODUTO: "
           DISPLAY (04, 10) CODIGO
           DISPLAY (04, 18) DESC
           DISPLAY (05, 01) "DEPOSITO: "
           DISPLAY (05, 11) W-SERDEP
           MOVE ZEROS TO W-NSER.
       CAPTA-SERIE-2.
           IF W-NSER NOT < TN-QTD(I)
              ADD 1 TO I
              GO TO CAPTA-SERIE-1.
           DISPLAY (07, 01) "LIDAS..: "
           DISPLAY (07, 10) W-NSER
           DISPLAY (07, 17) " DE "
           DISPLAY (07, 21) TN-QTD(I)
           MOVE SPACES TO W-SERIE
           DISPLAY (09, 01) "NUMERO DE SERIE: ".
           ACCEPT  (09, 18) W-SERIE WITH UPDATE.
           IF W-SERIE = SPACES
              MOVE "*** NUMERO DE SERIE OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAPTA-SERIE-2.
           MOVE "R" TO W-SEROPER
           MOVE ZEROS TO W-SERDEPD
           CALL "SERIEBX" USING W-SEROPER CODIGO W-SERIE W-SERDEP
                                W-SERDEPD NOTNUM NOTCNPJ W-SERRET
           IF W-SERRET = "JE"
              MOVE "*** SERIE JA CONSTA EM ESTOQUE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAPTA-SERIE-2.
           ADD 1 TO W-NSER
           GO TO CAPTA-SERIE-2.
       CAPTA-SERIE-FIM.
           EXIT.

      *
      *    PROCURA O ITEM DO PEDIDO PELO PRODUTO DA NOTA
      *
              MOVE "ERRO NA GRAVACAO DA NOTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE NOTNUMPED TO W-AUDPED
           MOVE SPACES TO W-AUDTXT
           STRING "NOTA " NOTNUM " LANCADA" DELIMITED BY SIZE
              INTO W-AUDTXT
           CALL "AUDPED" USING W-AUDPROG W-AUDPED W-AUDTXT
           MOVE 1 TO I.
       GRAVA-NOTA-WR.
           IF I > W-QTDITENS
           CLOSE CADCFOP
           CLOSE CADPRO
           CLOSE CADHISPRECO
           CLOSE CADNFDIV
           CLOSE CADPAGAR
           CLOSE CADADIANT
           CLOSE CADINSP.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
