      ************************
      * PROGRAMA PARA TAXAS DE COMISSAO E CALCULO MENSAL        *
      * O VALOR APURADO VIRA EVENTO DA FOLHA (RUBRICA RUBCOMIS) *
      * METAS MENSAIS POR VENDEDOR (CADMETA): QUEM ATINGE A     *
      * META GERAL COM A VENDA LIQUIDA (MENOS AS DEVOLUCOES DO  *
      * SCP045) GANHA A TAXA DA META, SE FOR INFORMADA          *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PARCODIGO
                       FILE STATUS IS ST-ERRO5.
      *
           SELECT CADMETA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS METCHAVE
                       FILE STATUS IS ST-ERRO6.
      *
           SELECT CADDEVVEN ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-ERRO7.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 PARDESC           PIC X(30).
           03 PARVALOR          PIC 9(09)V99.

       FD CADMETA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMETA.DAT".
       01 REGMETA.
           03 METCHAVE.
               05 METVEND       PIC 9(06).
               05 METCOMPET     PIC 9(06).
               05 METTIPO       PIC 9(01).
           03 METVALOR          PIC 9(11)V99.
           03 METPERC           PIC 9(03)V99.

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

       WORKING-STORAGE SECTION.
       77 W-ACT                PIC 9(02) VALUE ZEROS.
       77 W-CONT               PIC 9(06) VALUE ZEROS.
       01 ST-ERRO3             PIC X(02) VALUE "00".
       01 ST-ERRO4             PIC X(02) VALUE "00".
       01 ST-ERRO5             PIC X(02) VALUE "00".
       01 ST-ERRO6             PIC X(02) VALUE "00".
       01 ST-ERRO7             PIC X(02) VALUE "00".
       01 W-RUBCOMIS           PIC 9(03) VALUE ZEROS.
       01 W-COMPET             PIC 9(06) VALUE ZEROS.
       01 W-COMPVEN            PIC 9(06) VALUE ZEROS.
       01 W-COMISSAO           PIC 9(09)V99 VALUE ZEROS.
       01 W-PERCUSO            PIC 9(03)V99 VALUE ZEROS.
       01 W-LIQUIDO            PIC S9(11)V99 VALUE ZEROS.
       01 W-TOTVEND            PIC 9(03) VALUE ZEROS.
       01 W-QTDGRAV            PIC 9(03) VALUE ZEROS.
       01 I                    PIC 9(03) VALUE ZEROS.
           03 TV-ITEM OCCURS 100 TIMES.
               05 TV-CODIGO   PIC 9(06).
               05 TV-TOTAL    PIC 9(11)V99.
               05 TV-DEVOL    PIC 9(11)V99.
      *
      ******************
      * REPORT SECTION *
           03 DETTOT    PIC 9(11)V99 VALUE ZEROS.
           03 FILLER    PIC X(11) VALUE " COMISSAO: ".
           03 DETCOM    PIC 9(09)V99 VALUE ZEROS.
           03 DETMETA   PIC X(07) VALUE SPACES.

       SCREEN SECTION.
       01  TELACOMIS.
                 MOVE PARVALOR TO W-RUBCOMIS.
           CLOSE CADPARAM.

       RE0.
           OPEN I-O CADMETA.
           IF ST-ERRO6 NOT = "00"
              IF ST-ERRO6 = "30"
                 OPEN OUTPUT CADMETA
                 CLOSE CADMETA
                 OPEN I-O CADMETA
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMETA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       MENU-COMIS.
           DISPLAY TELACOMIS
           DISPLAY (04, 01) "1 - TAXA DE COMISSAO DO VENDEDOR"
           DISPLAY (05, 01) "2 - CALCULAR COMISSAO DA COMPETENCIA"
           DISPLAY (06, 01) "3 - META MENSAL DO VENDEDOR"
           DISPLAY (07, 01) "0 - SAIR"
           DISPLAY (08, 01) "OPCAO: ".
           ACCEPT  (08, 08) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO TAXA-INI.
           IF W-OPCAO = "2"
              GO TO CALC-INI.
           IF W-OPCAO = "3"
              GO TO META-INI.
           GO TO MENU-COMIS.

      *
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      ****************************************
      * META MENSAL POR VENDEDOR             *
      * TIPO 0 = META GERAL; 1 A 9 = META DO *
      * TIPO DE PRODUTO (TIPOPRODUTO SCP003) *
      * VALOR ZERO EXCLUI A META             *
      ****************************************
      *
       META-INI.
           DISPLAY TELACOMIS
           MOVE ZEROS TO METVEND METCOMPET METTIPO METVALOR METPERC
           DISPLAY (04, 01) "*** META MENSAL DO VENDEDOR ***"
           DISPLAY (06, 01) "VENDEDOR (0=VOLTAR): ".
           ACCEPT  (06, 22) METVEND.
           IF METVEND = ZEROS
              GO TO MENU-COMIS.
           MOVE METVEND TO CODIGO
           READ CADFOLHA
           IF ST-ERRO4 NOT = "00"
              MOVE "* FUNCIONARIO NAO EXISTE, USE O SCP001 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO META-INI.
           DISPLAY (06, 30) NOME.
       META-COMP.
           DISPLAY (07, 01) "COMPETENCIA (AAAAMM): ".
           ACCEPT  (07, 23) METCOMPET.
           DIVIDE METCOMPET BY 100 GIVING W-COMPVEN REMAINDER I
           IF I < 1 OR I > 12 OR W-COMPVEN < 1900
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO META-COMP.
       META-TIPO.
           DISPLAY (08, 01) "TIPO DE PRODUTO (0=GERAL): ".
           ACCEPT  (08, 28) METTIPO.
           READ CADMETA
           IF ST-ERRO6 = "00"
              DISPLAY (10, 01) "META ATUAL: "
              DISPLAY (10, 13) METVALOR
              DISPLAY (10, 30) "TAXA NA META: "
              DISPLAY (10, 44) METPERC
           ELSE
              MOVE ZEROS TO METVALOR METPERC.

       META-VAL.
           DISPLAY (12, 01) "VALOR DA META (0=EXCLUIR): ".
           ACCEPT  (12, 28) METVALOR WITH UPDATE.
           IF METVALOR = ZEROS
              GO TO META-DEL.
           IF METTIPO NOT = ZEROS
              MOVE ZEROS TO METPERC
              GO TO META-WR1.
           DISPLAY (13, 01) "TAXA DE COMISSAO NA META (%  0=NORMAL): ".
           ACCEPT  (13, 42) METPERC WITH UPDATE.

       META-WR1.
           WRITE REGMETA
           IF ST-ERRO6 = "22"
              REWRITE REGMETA.
           IF ST-ERRO6 = "00" OR "02"
              MOVE "*** META GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO META-INI.
           MOVE "ERRO NA GRAVACAO DA META" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       META-DEL.
           DELETE CADMETA RECORD
           IF ST-ERRO6 = "00"
              MOVE "*** META EXCLUIDA ***" TO MENS
           ELSE
              MOVE "*** META NAO CADASTRADA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO META-INI.

      *
      ****************************************
      * CALCULO MENSAL DA COMISSAO           *
       CALC-RD1.
           READ CADVENDA NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CALC-DEV.
           IF VSTATUS NOT = "F" AND VSTATUS NOT = "E"
              GO TO CALC-RD1.
           IF VVENDEDOR = ZEROS
                 ADD 1 TO W-TOTVEND
                 MOVE VVENDEDOR TO TV-CODIGO(W-TOTVEND)
                 MOVE VVALOR TO TV-TOTAL(W-TOTVEND)
                 MOVE ZEROS TO TV-DEVOL(W-TOTVEND)
                 GO TO CALC-RD1
              ELSE
                 GO TO CALC-RD1.
           ADD 1 TO I
           GO TO CALC-ACH.

      *
      *    DEVOLUCOES DA COMPETENCIA (SCP045) POR VENDEDOR DA VENDA
      *    ORIGINAL - SO PARA A VENDA LIQUIDA DA META
      *
       CALC-DEV.
           OPEN INPUT CADDEVVEN
           IF ST-ERRO7 NOT = "00"
              GO TO CALC-GRAVA.
       CALC-DEV-RD.
           READ CADDEVVEN
           IF ST-ERRO7 NOT = "00"
              CLOSE CADDEVVEN
              GO TO CALC-GRAVA.
           DIVIDE DVV-DATA BY 100 GIVING W-COMPVEN
           IF W-COMPVEN NOT = W-COMPET
              GO TO CALC-DEV-RD.
           MOVE DVV-NUMVEN TO NUMVENDA
           READ CADVENDA
           IF ST-ERRO2 NOT = "00" OR VVENDEDOR = ZEROS
              GO TO CALC-DEV-RD.
           MOVE 1 TO I.
       CALC-DEV-ACH.
           IF I > W-TOTVEND
              GO TO CALC-DEV-RD.
           IF TV-CODIGO(I) = VVENDEDOR
              ADD DVV-VALOR TO TV-DEVOL(I)
              GO TO CALC-DEV-RD.
           ADD 1 TO I
           GO TO CALC-DEV-ACH.

       CALC-GRAVA.
           IF W-TOTVEND = ZEROS
              MOVE "*** NENHUMA VENDA NA COMPETENCIA ***" TO MENS
           IF ST-ERRO NOT = "00" OR COMPERC = ZEROS
              ADD 1 TO I
              GO TO CALC-GR1.
           MOVE COMPERC TO W-PERCUSO
           MOVE SPACES TO DETMETA
           PERFORM VER-META THRU VER-META-FIM
           COMPUTE W-COMISSAO ROUNDED =
              TV-TOTAL(I) * W-PERCUSO / 100
           MOVE W-COMPET TO EVECOMPET
           MOVE TV-CODIGO(I) TO EVECODIGO
           MOVE W-RUBCOMIS TO EVERUBR
           ADD 1 TO I
           GO TO CALC-GR1.

      *
      *    META GERAL ATINGIDA PELA VENDA LIQUIDA: VALE A TAXA DA
      *    META QUANDO FOR MAIOR QUE A TAXA NORMAL
      *
       VER-META.
           MOVE TV-CODIGO(I) TO METVEND
           MOVE W-COMPET TO METCOMPET
           MOVE ZEROS TO METTIPO
           READ CADMETA
           IF ST-ERRO6 NOT = "00"
              GO TO VER-META-FIM.
           COMPUTE W-LIQUIDO = TV-TOTAL(I) - TV-DEVOL(I)
           IF W-LIQUIDO < METVALOR
              GO TO VER-META-FIM.
           MOVE " *META*" TO DETMETA
           IF METPERC > W-PERCUSO
              MOVE METPERC TO W-PERCUSO.
       VER-META-FIM.
           EXIT.

       CALC-FIM.
           IF W-QTDGRAV = ZEROS
              MOVE "* NENHUM VENDEDOR COM TAXA - USE A OPCAO 1 *"
           CLOSE CADCOMIS
           CLOSE CADVENDA
           CLOSE CADEVEN
           CLOSE CADFOLHA
           CLOSE CADMETA.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
