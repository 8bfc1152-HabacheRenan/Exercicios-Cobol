       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQEMITE.
      *******************************
      * ROTINA COMUM DE EMISSAO DE CHEQUES                      *
      * FUNCAO V: DEVOLVE O PROXIMO NUMERO LIVRE DO TALAO ATIVO *
      *           DA CONTA (SEM CONSUMIR)                       *
      * FUNCAO E: EMITE O CHEQUE NO CADCHEQUE LIGADO AO         *
      *           MOVIMENTO DO CAIXA, AVANCA O TALAO E IMPRIME  *
      *           O CHEQUE E A COPIA (CHEQUE.TXT NO SPOOL)      *
      * FUNCAO R: REIMPRIME O CHEQUE PARMCONTA/PARMNUM          *
      * RETORNO: 00=OK 10=SEM TALAO ATIVO 20=ERRO NA GRAVACAO   *
      *          23=CHEQUE NAO ENCONTRADO                       *
      *******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       SELECT CADTALAO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TALCHAVE
                       FILE STATUS IS ST-TAL.
      *
       SELECT CADCHEQUE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CHQCHAVE
                       FILE STATUS IS ST-CHQ.
      *
       SELECT CADFOR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY IS CNPJ
                       FILE STATUS  IS ST-FOR.
      *
       SELECT CADEMPRESA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS ST-EMP.
      *
       SELECT RELCHQ ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    TALAO DE CHEQUES DA CONTA - FAIXA DE NUMEROS
      *    TALSIT: A=ATIVO  E=ESGOTADO
       FD CADTALAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADTALAO.DAT".
       01 REGTALAO.
           03 TALCHAVE.
               05 TALCONTA      PIC 9(02).
               05 TALINI        PIC 9(06).
           03 TALFIM            PIC 9(06).
           03 TALPROX           PIC 9(06).
           03 TALDATA           PIC 9(08).
           03 TALSIT            PIC X(01).
      *
      *    CHEQUE EMITIDO - CHQSTATUS: E=EMITIDO  C=COMPENSADO
      *    X=CANCELADO  I=INUTILIZADO (FOLHA EM BRANCO)
      *    CHQCXDATA/CHQCXSEQ = SAIDA DO CADCAIXA DO PAGAMENTO
       FD CADCHEQUE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCHEQUE.DAT".
       01 REGCHEQUE.
           03 CHQCHAVE.
               05 CHQCONTA      PIC 9(02).
               05 CHQNUM        PIC 9(06).
           03 CHQSTATUS         PIC X(01).
           03 CHQDATA           PIC 9(08).
           03 CHQVALOR          PIC 9(11)V99.
           03 CHQPRINC          PIC 9(11)V99.
           03 CHQCNPJ           PIC 9(14).
           03 CHQFAVOR          PIC X(35).
           03 CHQDOC            PIC X(10).
           03 CHQCXDATA         PIC 9(08).
           03 CHQCXSEQ          PIC 9(04).
           03 CHQDTCOMP         PIC 9(08).
           03 CHQDTCANC         PIC 9(08).
      *
       FD CADFOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFOR.DAT".
       01 REGFOR.
           03 CNPJ              PIC 9(14).
           03 RAZAOSOCIAL       PIC X(35).
           03 NOMEFANTASIA      PIC X(12).
           03 FCEP              PIC 9(09).
           03 NUMERO            PIC 9(05).
           03 COMPL             PIC X(12).
           03 DDD               PIC 9(02).
           03 TEL               PIC 9(09).
           03 EMAIL             PIC X(35).
           03 RAMO              PIC 9(01).
           03 RAMOTXT           PIC X(20).
           03 STATUSFOR         PIC X(01).
           03 DATABAIXA         PIC 9(08).
           03 DATAULTALT        PIC 9(08).
      *
       FD CADEMPRESA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEMPRESA.TXT".
       01 REGEMPRESA.
           03 NOMEEMPRESA       PIC X(16).
      *
       FD RELCHQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHEQUE.TXT".
       01 REGREL             PIC X(79).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPPROG       PIC X(08) VALUE SPACES.
       01 W-SPARQ        PIC X(13) VALUE SPACES.
       01 ST-TAL         PIC X(02) VALUE "00".
       01 ST-CHQ         PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 ST-EMP         PIC X(02) VALUE "00".
       01 W-NUM          PIC 9(06) VALUE ZEROS.
       01 W-EMPRESA      PIC X(16) VALUE SPACES.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-DATA         PIC 9(08) VALUE ZEROS.
       01 W-DATA-G REDEFINES W-DATA.
           03 ANO-DATA   PIC 9(04).
           03 MES-DATA   PIC 9(02).
           03 DIA-DATA   PIC 9(02).
      *
      *    VALOR POR EXTENSO
      *
       01 W-VALEXT       PIC 9(11)V99 VALUE ZEROS.
       01 W-VALEXT-G REDEFINES W-VALEXT.
           03 W-GBIL     PIC 9(02).
           03 W-GMIL2    PIC 9(03).
           03 W-GMIL     PIC 9(03).
           03 W-GUNI     PIC 9(03).
           03 W-GCENT    PIC 9(02).
       01 W-INTEIRO      PIC 9(11) VALUE ZEROS.
       01 W-EXT          PIC X(200) VALUE SPACES.
       01 W-PTR          PIC 9(03) VALUE ZEROS.
       01 W-GRUPO        PIC 9(03) VALUE ZEROS.
       01 W-CENTENA      PIC 9(01) VALUE ZEROS.
       01 W-RESTO        PIC 9(02) VALUE ZEROS.
       01 W-DEZENA       PIC 9(01) VALUE ZEROS.
       01 W-UNIDADE      PIC 9(01) VALUE ZEROS.
       01 W-PROXGRP      PIC 9(03) VALUE ZEROS.
       01 W-CORTE        PIC 9(03) VALUE ZEROS.
       01 W-TXTUNID.
           03 FILLER PIC X(09) VALUE "UM".
           03 FILLER PIC X(09) VALUE "DOIS".
           03 FILLER PIC X(09) VALUE "TRES".
           03 FILLER PIC X(09) VALUE "QUATRO".
           03 FILLER PIC X(09) VALUE "CINCO".
           03 FILLER PIC X(09) VALUE "SEIS".
           03 FILLER PIC X(09) VALUE "SETE".
           03 FILLER PIC X(09) VALUE "OITO".
           03 FILLER PIC X(09) VALUE "NOVE".
           03 FILLER PIC X(09) VALUE "DEZ".
           03 FILLER PIC X(09) VALUE "ONZE".
           03 FILLER PIC X(09) VALUE "DOZE".
           03 FILLER PIC X(09) VALUE "TREZE".
           03 FILLER PIC X(09) VALUE "QUATORZE".
           03 FILLER PIC X(09) VALUE "QUINZE".
           03 FILLER PIC X(09) VALUE "DEZESSEIS".
           03 FILLER PIC X(09) VALUE "DEZESSETE".
           03 FILLER PIC X(09) VALUE "DEZOITO".
           03 FILLER PIC X(09) VALUE "DEZENOVE".
       01 TAB-UNID REDEFINES W-TXTUNID.
           03 TU-TXT     PIC X(09) OCCURS 19 TIMES.
       01 W-TXTDEZ.
           03 FILLER PIC X(09) VALUE "DEZ".
           03 FILLER PIC X(09) VALUE "VINTE".
           03 FILLER PIC X(09) VALUE "TRINTA".
           03 FILLER PIC X(09) VALUE "QUARENTA".
           03 FILLER PIC X(09) VALUE "CINQUENTA".
           03 FILLER PIC X(09) VALUE "SESSENTA".
           03 FILLER PIC X(09) VALUE "SETENTA".
           03 FILLER PIC X(09) VALUE "OITENTA".
           03 FILLER PIC X(09) VALUE "NOVENTA".
       01 TAB-DEZ REDEFINES W-TXTDEZ.
           03 TD-TXT     PIC X(09) OCCURS 9 TIMES.
       01 W-TXTCEM.
           03 FILLER PIC X(12) VALUE "CENTO".
           03 FILLER PIC X(12) VALUE "DUZENTOS".
           03 FILLER PIC X(12) VALUE "TREZENTOS".
           03 FILLER PIC X(12) VALUE "QUATROCENTOS".
           03 FILLER PIC X(12) VALUE "QUINHENTOS".
           03 FILLER PIC X(12) VALUE "SEISCENTOS".
           03 FILLER PIC X(12) VALUE "SETECENTOS".
           03 FILLER PIC X(12) VALUE "OITOCENTOS".
           03 FILLER PIC X(12) VALUE "NOVECENTOS".
       01 TAB-CEM REDEFINES W-TXTCEM.
           03 TCM-TXT    PIC X(12) OCCURS 9 TIMES.
      *-----------------------------------------------------------------
      *
      ******************
      * REPORT SECTION *
      ******************
      *
       01 CHQ1.
           03 FILLER    PIC X(07) VALUE "CONTA: ".
           03 CH1CONTA  PIC 99 VALUE ZEROS.
           03 FILLER    PIC X(13) VALUE "   CHEQUE N. ".
           03 CH1NUM    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(25) VALUE SPACES.
           03 FILLER    PIC X(04) VALUE "R$ *".
           03 CH1VALOR  PIC **.***.***.**9,99 VALUE ZEROS.
       01 CHQ2.
           03 FILLER    PIC X(12) VALUE "PAGUE POR ES".
           03 FILLER    PIC X(12) VALUE "TE CHEQUE A ".
           03 FILLER    PIC X(11) VALUE "QUANTIA DE ".
       01 CHQEXT.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 CHEXT     PIC X(77) VALUE SPACES.
       01 CHQ3.
           03 FILLER    PIC X(02) VALUE "A ".
           03 CH3FAVOR  PIC X(35) VALUE SPACES.
           03 FILLER    PIC X(15) VALUE " OU A SUA ORDEM".
       01 CHQ4.
           03 FILLER    PIC X(40) VALUE SPACES.
           03 CH4DIA    PIC 99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "/".
           03 CH4MES    PIC 99 VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "/".
           03 CH4ANO    PIC 9(04) VALUE ZEROS.
       01 CHQ5.
           03 FILLER    PIC X(40) VALUE SPACES.
           03 CH5EMP    PIC X(16) VALUE SPACES.
       01 COP1.
           03 FILLER    PIC X(30) VALUE
              "*** COPIA DE CHEQUE ***       ".
           03 CO1EMP    PIC X(16) VALUE SPACES.
       01 COP2.
           03 FILLER    PIC X(07) VALUE "CONTA: ".
           03 CO2CONTA  PIC 99 VALUE ZEROS.
           03 FILLER    PIC X(11) VALUE "  CHEQUE: ".
           03 CO2NUM    PIC 9(06) VALUE ZEROS.
           03 FILLER    PIC X(11) VALUE "  EMISSAO: ".
           03 CO2DATA   PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(09) VALUE "  VALOR: ".
           03 CO2VALOR  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 COP3.
           03 FILLER    PIC X(13) VALUE "FAVORECIDO: ".
           03 CO3FAVOR  PIC X(35) VALUE SPACES.
           03 FILLER    PIC X(07) VALUE " CNPJ: ".
           03 CO3CNPJ   PIC 9(14) VALUE ZEROS.
       01 COP4.
           03 FILLER    PIC X(13) VALUE "REFERENTE A: ".
           03 CO4TIPO   PIC X(16) VALUE SPACES.
           03 CO4PED    PIC X(06) VALUE SPACES.
           03 FILLER    PIC X(01) VALUE "/".
           03 CO4SEQ    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(13) VALUE "  MOV.CAIXA: ".
           03 CO4CXDATA PIC 9(08) VALUE ZEROS.
           03 FILLER    PIC X(01) VALUE "-".
           03 CO4CXSEQ  PIC 9(04) VALUE ZEROS.
       01 COP5.
           03 FILLER    PIC X(40) VALUE
              "EMITIDO POR: ____________  VISTO: _____".
           03 FILLER    PIC X(39) VALUE
              "_______  RECEBIDO: __________________  ".
       01 LINSEP.
           03 FILLER    PIC X(40) VALUE ALL "-".
           03 FILLER    PIC X(39) VALUE ALL "-".

       LINKAGE SECTION.
       01 PARMFUNC       PIC X(01).
       01 PARMCONTA      PIC 9(02).
       01 PARMNUM        PIC 9(06).
       01 PARMVALOR      PIC 9(11)V99.
       01 PARMPRINC      PIC 9(11)V99.
       01 PARMCNPJ       PIC 9(14).
       01 PARMDOC        PIC X(10).
       01 PARMCXDATA     PIC 9(08).
       01 PARMCXSEQ      PIC 9(04).
       01 PARMRET        PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARMFUNC PARMCONTA PARMNUM PARMVALOR
                                PARMPRINC PARMCNPJ PARMDOC PARMCXDATA
                                PARMCXSEQ PARMRET.
       INICIO.
           MOVE "00" TO PARMRET
           OPEN I-O CADTALAO
           IF ST-TAL = "30"
              OPEN OUTPUT CADTALAO
              CLOSE CADTALAO
              OPEN I-O CADTALAO.
           OPEN I-O CADCHEQUE
           IF ST-CHQ = "30"
              OPEN OUTPUT CADCHEQUE
              CLOSE CADCHEQUE
              OPEN I-O CADCHEQUE.
           IF ST-TAL NOT = "00" OR ST-CHQ NOT = "00"
              MOVE "20" TO PARMRET
              GO TO ROT-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           IF PARMFUNC = "R"
              GO TO REIMPRIME.
           PERFORM ACHA-NUM THRU ACHA-NUM-FIM
           IF PARMRET NOT = "00"
              GO TO ROT-FIM.
           MOVE W-NUM TO PARMNUM
           IF PARMFUNC NOT = "E"
              GO TO ROT-FIM.

      *
      *    EMISSAO: GRAVA O CHEQUE E AVANCA O TALAO
      *
       EMITE.
           MOVE PARMCONTA TO CHQCONTA
           MOVE W-NUM TO CHQNUM
           MOVE "E" TO CHQSTATUS
           MOVE W-HOJE TO CHQDATA
           MOVE PARMVALOR TO CHQVALOR
           MOVE PARMPRINC TO CHQPRINC
           MOVE PARMCNPJ TO CHQCNPJ
           MOVE SPACES TO CHQFAVOR
           OPEN INPUT CADFOR
           IF ST-FOR = "00"
              MOVE PARMCNPJ TO CNPJ
              READ CADFOR
              IF ST-FOR = "00"
                 MOVE RAZAOSOCIAL TO CHQFAVOR.
           CLOSE CADFOR.
           MOVE PARMDOC TO CHQDOC
           MOVE PARMCXDATA TO CHQCXDATA
           MOVE PARMCXSEQ TO CHQCXSEQ
           MOVE ZEROS TO CHQDTCOMP CHQDTCANC
           WRITE REGCHEQUE
           IF ST-CHQ NOT = "00" AND ST-CHQ NOT = "02"
              MOVE "20" TO PARMRET
              GO TO ROT-FIM.
           COMPUTE TALPROX = W-NUM + 1
           IF TALPROX > TALFIM
              MOVE "E" TO TALSIT.
           REWRITE REGTALAO
           PERFORM IMPRIME THRU IMPRIME-FIM
           GO TO ROT-FIM.

       REIMPRIME.
           MOVE PARMCONTA TO CHQCONTA
           MOVE PARMNUM TO CHQNUM
           READ CADCHEQUE
           IF ST-CHQ NOT = "00" OR CHQSTATUS = "I"
              MOVE "23" TO PARMRET
              GO TO ROT-FIM.
           PERFORM IMPRIME THRU IMPRIME-FIM
           GO TO ROT-FIM.

      *
      *    PROXIMO NUMERO LIVRE NOS TALOES ATIVOS DA CONTA;
      *    NUMEROS JA NO CADCHEQUE (INUTILIZADOS) SAO PULADOS
      *
       ACHA-NUM.
           MOVE PARMCONTA TO TALCONTA
           MOVE ZEROS TO TALINI
           START CADTALAO KEY IS NOT LESS TALCHAVE
           IF ST-TAL NOT = "00"
              MOVE "10" TO PARMRET
              GO TO ACHA-NUM-FIM.
       ACHA-NUM-RD.
           READ CADTALAO NEXT
           IF ST-TAL NOT = "00" OR TALCONTA NOT = PARMCONTA
              MOVE "10" TO PARMRET
              GO TO ACHA-NUM-FIM.
           IF TALSIT NOT = "A"
              GO TO ACHA-NUM-RD.
           MOVE TALPROX TO W-NUM.
       ACHA-NUM-1.
           IF W-NUM > TALFIM
              IF PARMFUNC = "E"
                 MOVE W-NUM TO TALPROX
                 MOVE "E" TO TALSIT
                 REWRITE REGTALAO
                 GO TO ACHA-NUM-RD
              ELSE
                 GO TO ACHA-NUM-RD.
           MOVE PARMCONTA TO CHQCONTA
           MOVE W-NUM TO CHQNUM
           READ CADCHEQUE
           IF ST-CHQ = "00"
              ADD 1 TO W-NUM
              GO TO ACHA-NUM-1.
       ACHA-NUM-FIM.
           EXIT.

      *
      ****************************************************
      * IMPRIME O CHEQUE E A COPIA (CHEQUE.TXT - SPOOL)  *
      ****************************************************
      *
       IMPRIME.
           MOVE SPACES TO W-EMPRESA
           OPEN INPUT CADEMPRESA
           IF ST-EMP = "00"
              READ CADEMPRESA
              IF ST-EMP = "00"
                 MOVE NOMEEMPRESA TO W-EMPRESA.
           CLOSE CADEMPRESA.
           MOVE CHQVALOR TO W-VALEXT
           PERFORM EXTENSO THRU EXTENSO-FIM
           OPEN OUTPUT RELCHQ
           MOVE CHQCONTA TO CH1CONTA CO2CONTA
           MOVE CHQNUM TO CH1NUM CO2NUM
           MOVE CHQVALOR TO CH1VALOR CO2VALOR
           WRITE REGREL FROM CHQ1
           MOVE SPACES TO REGREL
           WRITE REGREL
           WRITE REGREL FROM CHQ2
      *    O EXTENSO QUEBRA NA ULTIMA PALAVRA QUE CABE NA LINHA
           MOVE 77 TO W-CORTE
           IF W-PTR > 78
              PERFORM ACHA-CORTE THRU ACHA-CORTE-FIM.
           MOVE W-EXT(1:W-CORTE) TO CHEXT
           WRITE REGREL FROM CHQEXT
           MOVE SPACES TO CHEXT
           IF W-PTR > 78
              MOVE W-EXT(W-CORTE + 2:77) TO CHEXT.
           WRITE REGREL FROM CHQEXT
           MOVE CHQFAVOR TO CH3FAVOR CO3FAVOR
           WRITE REGREL FROM CHQ3
           MOVE CHQDATA TO W-DATA CO2DATA
           MOVE DIA-DATA TO CH4DIA
           MOVE MES-DATA TO CH4MES
           MOVE ANO-DATA TO CH4ANO
           MOVE SPACES TO REGREL
           WRITE REGREL
           WRITE REGREL FROM CHQ4
           MOVE W-EMPRESA TO CH5EMP CO1EMP
           MOVE SPACES TO REGREL
           WRITE REGREL
           WRITE REGREL FROM CHQ5
           MOVE SPACES TO REGREL
           WRITE REGREL
           WRITE REGREL FROM LINSEP
           WRITE REGREL
           WRITE REGREL FROM COP1
           WRITE REGREL FROM COP2
           MOVE CHQCNPJ TO CO3CNPJ
           WRITE REGREL FROM COP3
           MOVE SPACES TO CO4TIPO CO4PED CO4SEQ
           IF CHQDOC(1:1) = "P"
              MOVE "TITULO A PAGAR " TO CO4TIPO.
           IF CHQDOC(1:1) = "A"
              MOVE "ADIANTAMENTO   " TO CO4TIPO.
           MOVE CHQDOC(2:6) TO CO4PED
           MOVE CHQDOC(8:2) TO CO4SEQ
           MOVE CHQCXDATA TO CO4CXDATA
           MOVE CHQCXSEQ TO CO4CXSEQ
           WRITE REGREL FROM COP4
           MOVE SPACES TO REGREL
           WRITE REGREL
           WRITE REGREL FROM COP5
           WRITE REGREL FROM LINSEP
           CLOSE RELCHQ
           MOVE "CHQEMITE" TO W-SPPROG
           MOVE "CHEQUE.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPPROG W-SPARQ.
       IMPRIME-FIM.
           EXIT.

      *    ULTIMO ESPACO ANTES DA COLUNA 78 DO EXTENSO
       ACHA-CORTE.
           IF W-CORTE < 2 OR W-EXT(W-CORTE + 1:1) = SPACE
              GO TO ACHA-CORTE-FIM.
           SUBTRACT 1 FROM W-CORTE
           GO TO ACHA-CORTE.
       ACHA-CORTE-FIM.
           EXIT.

      *
      ****************************************************
      * VALOR W-VALEXT POR EXTENSO EM W-EXT (W-PTR = FIM)*
      ****************************************************
      *
       EXTENSO.
           MOVE SPACES TO W-EXT
           MOVE 1 TO W-PTR
           COMPUTE W-INTEIRO = W-GBIL * 1000000000 + W-GMIL2 * 1000000
                             + W-GMIL * 1000 + W-GUNI
           IF W-GBIL > ZEROS
              MOVE W-GBIL TO W-GRUPO
              PERFORM GRUPO-EXT THRU GRUPO-EXT-FIM
              IF W-GBIL = 1
                 STRING " BILHAO" DELIMITED SIZE
                        INTO W-EXT WITH POINTER W-PTR
              ELSE
                 STRING " BILHOES" DELIMITED SIZE
                        INTO W-EXT WITH POINTER W-PTR.
           IF W-GMIL2 > ZEROS
              MOVE W-GMIL2 TO W-GRUPO W-PROXGRP
              PERFORM LIGA-GRUPO THRU LIGA-GRUPO-FIM
              PERFORM GRUPO-EXT THRU GRUPO-EXT-FIM
              IF W-GMIL2 = 1
                 STRING " MILHAO" DELIMITED SIZE
                        INTO W-EXT WITH POINTER W-PTR
              ELSE
                 STRING " MILHOES" DELIMITED SIZE
                        INTO W-EXT WITH POINTER W-PTR.
           IF W-GMIL > ZEROS
              MOVE W-GMIL TO W-PROXGRP
              PERFORM LIGA-GRUPO THRU LIGA-GRUPO-FIM
              IF W-GMIL NOT = 1
                 MOVE W-GMIL TO W-GRUPO
                 PERFORM GRUPO-EXT THRU GRUPO-EXT-FIM
                 STRING " " DELIMITED SIZE
                        INTO W-EXT WITH POINTER W-PTR.
           IF W-GMIL > ZEROS
              STRING "MIL" DELIMITED SIZE
                     INTO W-EXT WITH POINTER W-PTR.
           IF W-GUNI > ZEROS
              MOVE W-GUNI TO W-GRUPO W-PROXGRP
              PERFORM LIGA-GRUPO THRU LIGA-GRUPO-FIM
              PERFORM GRUPO-EXT THRU GRUPO-EXT-FIM.
           IF W-INTEIRO = 1
              STRING " REAL" DELIMITED SIZE
                     INTO W-EXT WITH POINTER W-PTR.
           IF W-INTEIRO > 1
              IF W-GMIL = ZEROS AND W-GUNI = ZEROS
                 STRING " DE REAIS" DELIMITED SIZE
                        INTO W-EXT WITH POINTER W-PTR
              ELSE
                 STRING " REAIS" DELIMITED SIZE
                        INTO W-EXT WITH POINTER W-PTR.
           IF W-GCENT = ZEROS
              GO TO EXTENSO-FIM.
           IF W-INTEIRO > ZEROS
              STRING " E " DELIMITED SIZE
                     INTO W-EXT WITH POINTER W-PTR.
           MOVE W-GCENT TO W-GRUPO
           PERFORM GRUPO-EXT THRU GRUPO-EXT-FIM
           IF W-GCENT = 1
              STRING " CENTAVO" DELIMITED SIZE
                     INTO W-EXT WITH POINTER W-PTR
           ELSE
              STRING " CENTAVOS" DELIMITED SIZE
                     INTO W-EXT WITH POINTER W-PTR.
       EXTENSO-FIM.
           EXIT.

      *    LIGACAO ENTRE GRUPOS: "E" ANTES DE GRUPO MENOR QUE CEM OU
      *    DE CENTENA REDONDA, ESPACO NOS DEMAIS
       LIGA-GRUPO.
           IF W-PTR = 1
              GO TO LIGA-GRUPO-FIM.
           DIVIDE W-PROXGRP BY 100 GIVING W-CENTENA
                                  REMAINDER W-RESTO
           IF W-PROXGRP < 100 OR W-RESTO = ZEROS
              STRING " E " DELIMITED SIZE
                     INTO W-EXT WITH POINTER W-PTR
           ELSE
              STRING " " DELIMITED SIZE
                     INTO W-EXT WITH POINTER W-PTR.
       LIGA-GRUPO-FIM.
           EXIT.

      *    UM GRUPO DE ATE TRES DIGITOS (W-GRUPO) POR EXTENSO
       GRUPO-EXT.
           IF W-GRUPO = 100
              STRING "CEM" DELIMITED SIZE
                     INTO W-EXT WITH POINTER W-PTR
              GO TO GRUPO-EXT-FIM.
           DIVIDE W-GRUPO BY 100 GIVING W-CENTENA REMAINDER W-RESTO
           IF W-CENTENA > ZEROS
              STRING TCM-TXT(W-CENTENA) DELIMITED SPACE
                     INTO W-EXT WITH POINTER W-PTR
              IF W-RESTO > ZEROS
                 STRING " E " DELIMITED SIZE
                        INTO W-EXT WITH POINTER W-PTR.
           IF W-RESTO = ZEROS
              GO TO GRUPO-EXT-FIM.
           IF W-RESTO < 20
              STRING TU-TXT(W-RESTO) DELIMITED SPACE
                     INTO W-EXT WITH POINTER W-PTR
              GO TO GRUPO-EXT-FIM.
           DIVIDE W-RESTO BY 10 GIVING W-DEZENA REMAINDER W-UNIDADE
           STRING TD-TXT(W-DEZENA) DELIMITED SPACE
                  INTO W-EXT WITH POINTER W-PTR
           IF W-UNIDADE > ZEROS
              STRING " E " DELIMITED SIZE
                     TU-TXT(W-UNIDADE) DELIMITED SPACE
                     INTO W-EXT WITH POINTER W-PTR.
       GRUPO-EXT-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           CLOSE CADTALAO CADCHEQUE.
           EXIT PROGRAM.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
