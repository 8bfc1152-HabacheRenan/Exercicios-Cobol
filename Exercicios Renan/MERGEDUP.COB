                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS OPNUM
                       FILE STATUS IS ST-OPR.
      *
       SELECT CADSALEND ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SECHAVE
                       FILE STATUS IS ST-SEN.
      *
       SELECT CADCONSIG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CSGCHAVE
                       FILE STATUS IS ST-CSG.
      *
       SELECT CADCONSMOV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CMVCHAVE
                       FILE STATUS IS ST-CMV.
      *
       SELECT CADAUDIT ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL.
           03 UNIDCOMPRA        PIC X(02).
           03 CLASSEABC         PIC X(01).
           03 BARRAS            PIC 9(13).
           03 SERIALIZADO       PIC X(01).
           03 PESOBRUTO         PIC 9(05)V999.
           03 VOLUME            PIC 9(03)V9(04).

       FD CADPROFOR
           LABEL RECORD IS STANDARD
           03 PFCODIGO          PIC 9(06).
           03 PFCNPJ            PIC 9(14).
           03 PFPRECO           PIC 9(09)V99.
           03 PFCODFOR          PIC X(15).
           03 PFVIGEN           PIC 9(08).

       FD CADFOREND
           LABEL RECORD IS STANDARD
           03 PCCUSTO           PIC 9(03).
           03 PCONTRATO         PIC X(01).
           03 PEMP              PIC 9(02).
           03 PMOEDA            PIC X(03).
           03 PTAXA             PIC 9(05)V9(06).

       FD CADPEDITEM
           LABEL RECORD IS STANDARD
           03 TITSTATUS         PIC X(01).
           03 TITJUROS          PIC 9(09)V99.
           03 TITEMP            PIC 9(02).
           03 TITMOEDA          PIC X(03).
           03 TITVALME          PIC 9(11)V99.
           03 TITPAGOME         PIC 9(11)V99.
           03 TITTAXA           PIC 9(05)V9(06).

       FD CADVENDITEM
           LABEL RECORD IS STANDARD
               05 SALCODPRO     PIC 9(06).
               05 SALDEPOS      PIC 9(02).
           03 SALQTD            PIC 9(06).
           03 SALQTDCON         PIC 9(06).

       FD CADCONTRATO
           LABEL RECORD IS STANDARD
           03 MTIPO             PIC X(01).
           03 MQTD              PIC 9(06).
           03 MOTIVO            PIC X(20).
           03 MPROPR            PIC X(01).

       FD CADORCAITEM
           LABEL RECORD IS STANDARD
           03 INSDEP            PIC 9(02).
           03 INSSTATUS         PIC X(01).
           03 INSDATA           PIC 9(08).
           03 INSLOTE           PIC X(10).
           03 INSPROPR          PIC X(01).

       FD CADORDPROD
           LABEL RECORD IS STANDARD
           03 OPDATA            PIC 9(08).
           03 OPDATAFEC         PIC 9(08).

       FD CADSALEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADSALEND.DAT".
       01 REGSALEND.
           03 SECHAVE.
               05 SECODPRO      PIC 9(06).
               05 SEDEPOS       PIC 9(02).
               05 SELOTE        PIC X(10).
               05 SEENDER       PIC 9(07).
           03 SEQTD             PIC 9(06).
           03 SEDATA            PIC 9(08).

       FD CADCONSIG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONSIG.DAT".
       01 REGCONSIG.
           03 CSGCHAVE.
               05 CSGCODPRO     PIC 9(06).
               05 CSGCNPJ       PIC 9(14).
           03 CSGPRECO          PIC 9(09)V99.
           03 CSGQTD            PIC 9(08).
           03 CSGDATA           PIC 9(08).

       FD CADCONSMOV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCONSMOV.DAT".
       01 REGCONSMOV.
           03 CMVCHAVE.
               05 CMVCNPJ       PIC 9(14).
               05 CMVDATA       PIC 9(08).
               05 CMVSEQ        PIC 9(04).
           03 CMVCODPRO         PIC 9(06).
           03 CMVTIPO           PIC X(01).
           03 CMVQTD            PIC 9(08).
           03 CMVPRECO          PIC 9(09)V99.
           03 CMVVALOR          PIC 9(11)V99.
           03 CMVNUMPED         PIC 9(06).
           03 CMVORIGEM         PIC X(20).

       FD CADAUDIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADAUDIT.TXT".
       01 ST-OIT         PIC X(02) VALUE "00".
       01 ST-INS         PIC X(02) VALUE "00".
       01 ST-OPR         PIC X(02) VALUE "00".
       01 ST-SEN         PIC X(02) VALUE "00".
       01 ST-CSG         PIC X(02) VALUE "00".
       01 ST-CMV         PIC X(02) VALUE "00".
       01 W-ACT          PIC 9(02) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 LIMPA          PIC X(55) VALUE SPACES.
       01 W-QTD14        PIC 9(06) VALUE ZEROS.
       01 W-QTD15        PIC 9(06) VALUE ZEROS.
       01 W-QTD16        PIC 9(06) VALUE ZEROS.
       01 W-QTD17        PIC 9(06) VALUE ZEROS.
       01 W-QTD18        PIC 9(06) VALUE ZEROS.
       01 W-QTD19        PIC 9(06) VALUE ZEROS.
       01 W-QTDNAO       PIC 9(06) VALUE ZEROS.
       01 W-LINREL       PIC 9(03) VALUE ZEROS.
       01 W-SALDOSOMA    PIC 9(06) VALUE ZEROS.
       01 W-BOMPAIA      PIC 9(06) VALUE ZEROS.
       01 W-BOMCOMA      PIC 9(06) VALUE ZEROS.
       01 W-LOTATU       PIC X(10) VALUE SPACES.
       01 W-SEDEPA       PIC 9(02) VALUE ZEROS.
       01 W-SEENDA       PIC 9(07) VALUE ZEROS.
       01 W-XLVENA       PIC 9(06) VALUE ZEROS.
       01 W-XLLOTA       PIC X(10) VALUE SPACES.
       01 W-SEQCAM       PIC 9(06) VALUE ZEROS.
       01 W-SMSCOMA      PIC 9(06) VALUE ZEROS.
       01 W-SMSDEPA      PIC 9(02) VALUE ZEROS.
       01 W-CONSOMA      PIC 9(06) VALUE ZEROS.
       01 W-CSGCNPJA     PIC 9(14) VALUE ZEROS.
       01 W-CSGQTDA      PIC 9(08) VALUE ZEROS.
       01 W-CMVDATA      PIC 9(08) VALUE ZEROS.
       01 W-CMVSEQ       PIC 9(04) VALUE ZEROS.

       SCREEN SECTION.

       FOR-VARRE.
           MOVE ZEROS TO W-QTD01 W-QTD02 W-QTD03 W-QTD04
           MOVE ZEROS TO W-QTD05 W-QTD06 W-QTD07
           MOVE ZEROS TO W-QTD08 W-QTD09 W-QTD10 W-QTD11
           MOVE ZEROS TO W-QTDNAO.

       FOR-V-PRO.
           OPEN I-O CADPRO
       FOR-V-FDO.
           OPEN I-O CADFORDOC
           IF ST-FDO NOT = "00"
              GO TO FOR-V-CSG.
           MOVE W-CNPJSAI TO FDOCCNPJ
           MOVE SPACES TO FDOCTIPO
           START CADFORDOC KEY IS NOT LESS FDOCCHAVE
           IF ST-FDO NOT = "00"
              CLOSE CADFORDOC
              GO TO FOR-V-CSG.
       FOR-V-FDO-RD.
           READ CADFORDOC NEXT
           IF ST-FDO NOT = "00"
              CLOSE CADFORDOC
              GO TO FOR-V-CSG.
           IF FDOCCNPJ NOT = W-CNPJSAI
              CLOSE CADFORDOC
              GO TO FOR-V-CSG.
           ADD 1 TO W-QTD09
           IF W-MODO NOT = "A"
              GO TO FOR-V-FDO-RD.
           START CADFORDOC KEY IS GREATER FDOCCHAVE
           IF ST-FDO NOT = "00"
              CLOSE CADFORDOC
              GO TO FOR-V-CSG.
           GO TO FOR-V-FDO-RD.

      *
      *    CONSIGNACAO: O CNPJ E A SEGUNDA PARTE DA CHAVE; SE O
      *    SOBREVIVENTE JA TEM ACORDO DO PRODUTO, SOMA A QUANTIDADE
      *
       FOR-V-CSG.
           OPEN I-O CADCONSIG
           IF ST-CSG NOT = "00"
              GO TO FOR-V-CMV.
           MOVE ZEROS TO CSGCODPRO CSGCNPJ
           START CADCONSIG KEY IS NOT LESS CSGCHAVE
           IF ST-CSG NOT = "00"
              CLOSE CADCONSIG
              GO TO FOR-V-CMV.
       FOR-V-CSG-RD.
           READ CADCONSIG NEXT
           IF ST-CSG NOT = "00"
              CLOSE CADCONSIG
              GO TO FOR-V-CMV.
           IF CSGCNPJ NOT = W-CNPJSAI
              GO TO FOR-V-CSG-RD.
           ADD 1 TO W-QTD10
           IF W-MODO NOT = "A"
              GO TO FOR-V-CSG-RD.
           MOVE CSGCODPRO TO W-PROATU
           MOVE CSGQTD TO W-CSGQTDA
           DELETE CADCONSIG RECORD
           MOVE W-CNPJFICA TO CSGCNPJ
           WRITE REGCONSIG
           IF ST-CSG = "22"
              MOVE W-PROATU TO CSGCODPRO
              MOVE W-CNPJFICA TO CSGCNPJ
              READ CADCONSIG
              IF ST-CSG = "00"
                 ADD W-CSGQTDA TO CSGQTD
                 REWRITE REGCONSIG.
           MOVE W-PROATU TO CSGCODPRO
           MOVE W-CNPJSAI TO CSGCNPJ
           START CADCONSIG KEY IS GREATER CSGCHAVE
           IF ST-CSG NOT = "00"
              CLOSE CADCONSIG
              GO TO FOR-V-CMV.
           GO TO FOR-V-CSG-RD.

      *
      *    EXTRATO DA CONSIGNACAO: REGRAVA NUM SEQ LIVRE DO DIA
      *
       FOR-V-CMV.
           OPEN I-O CADCONSMOV
           IF ST-CMV NOT = "00"
              GO TO FOR-VARRE-FIM.
           MOVE W-CNPJSAI TO CMVCNPJ
           MOVE ZEROS TO CMVDATA CMVSEQ
           START CADCONSMOV KEY IS NOT LESS CMVCHAVE
           IF ST-CMV NOT = "00"
              CLOSE CADCONSMOV
              GO TO FOR-VARRE-FIM.
       FOR-V-CMV-RD.
           READ CADCONSMOV NEXT
           IF ST-CMV NOT = "00"
              CLOSE CADCONSMOV
              GO TO FOR-VARRE-FIM.
           IF CMVCNPJ NOT = W-CNPJSAI
              CLOSE CADCONSMOV
              GO TO FOR-VARRE-FIM.
           ADD 1 TO W-QTD11
           IF W-MODO NOT = "A"
              GO TO FOR-V-CMV-RD.
           MOVE CMVDATA TO W-CMVDATA
           MOVE CMVSEQ TO W-CMVSEQ
           DELETE CADCONSMOV RECORD
           MOVE W-CNPJFICA TO CMVCNPJ
           WRITE REGCONSMOV
           IF ST-CMV NOT = "22"
              GO TO FOR-V-CMV-PRX.
       FOR-V-CMV-LIV.
           IF CMVSEQ = 9999
              MOVE W-CNPJSAI TO CMVCNPJ
              MOVE W-CMVSEQ TO CMVSEQ
              WRITE REGCONSMOV
              ADD 1 TO W-QTDNAO
              GO TO FOR-V-CMV-PRX.
           ADD 1 TO CMVSEQ
           WRITE REGCONSMOV
           IF ST-CMV = "22"
              GO TO FOR-V-CMV-LIV.
       FOR-V-CMV-PRX.
           MOVE W-CNPJSAI TO CMVCNPJ
           MOVE W-CMVDATA TO CMVDATA
           MOVE W-CMVSEQ TO CMVSEQ
           START CADCONSMOV KEY IS GREATER CMVCHAVE
           IF ST-CMV NOT = "00"
              CLOSE CADCONSMOV
              GO TO FOR-VARRE-FIM.
           GO TO FOR-V-CMV-RD.
       FOR-VARRE-FIM.
           EXIT.

           DISPLAY (13, 53) W-QTD08
           DISPLAY (14, 40) "CADFORDOC..: "
           DISPLAY (14, 53) W-QTD09
           DISPLAY (17, 40) "CADCONSIG..: "
           DISPLAY (17, 53) W-QTD10
           DISPLAY (18, 40) "CADCONSMOV.: "
           DISPLAY (18, 53) W-QTD11
           DISPLAY (16, 40) "NAO REAPONT: "
           DISPLAY (16, 53) W-QTDNAO.
       FOR-RELATO-FIM.
           MOVE ZEROS TO W-QTD05 W-QTD06 W-QTD07
           MOVE ZEROS TO W-QTD08 W-QTD09 W-QTD10 W-QTD11
           MOVE ZEROS TO W-QTD12 W-QTD13 W-QTD14 W-QTD15
           MOVE ZEROS TO W-QTD16 W-QTD17 W-QTD18 W-QTD19
           MOVE ZEROS TO W-QTDNAO.

       PRO-V-PFR.
           OPEN I-O CADPROFOR
           IF W-MODO NOT = "A"
              GO TO PRO-V-SAL-RD.
           MOVE SALQTD TO W-SALDOSOMA
           MOVE SALQTDCON TO W-CONSOMA
           DELETE CADSALDO RECORD
           MOVE W-PROFICA TO SALCODPRO
           READ CADSALDO
           IF ST-SAL = "00"
              ADD W-SALDOSOMA TO SALQTD
              ADD W-CONSOMA TO SALQTDCON
              REWRITE REGSALDO
           ELSE
              MOVE W-PROFICA TO SALCODPRO
              MOVE W-SALDOSOMA TO SALQTD
              MOVE W-CONSOMA TO SALQTDCON
              WRITE REGSALDO.
           GO TO PRO-V-SAL-POS.

       PRO-V-OPR.
           OPEN I-O CADORDPROD
           IF ST-OPR NOT = "00"
              GO TO PRO-V-SEN.
       PRO-V-OPR-RD.
           READ CADORDPROD NEXT
           IF ST-OPR NOT = "00"
              CLOSE CADORDPROD
              GO TO PRO-V-SEN.
           IF OPCODKIT NOT = W-PROSAI
              GO TO PRO-V-OPR-RD.
           ADD 1 TO W-QTD16
              MOVE W-PROFICA TO OPCODKIT
              REWRITE REGORDPROD.
           GO TO PRO-V-OPR-RD.

      *
      *    SALDO POR ENDERECO: SOMA NO MESMO DEPOSITO/LOTE/ENDERECO
      *    DO SOBREVIVENTE (A OCUPACAO DO ENDERECO NAO MUDA)
      *
       PRO-V-SEN.
           OPEN I-O CADSALEND
           IF ST-SEN NOT = "00"
              GO TO PRO-V-CSG.
           MOVE W-PROSAI TO SECODPRO
           MOVE ZEROS TO SEDEPOS SEENDER
           MOVE SPACES TO SELOTE
           START CADSALEND KEY IS NOT LESS SECHAVE
           IF ST-SEN NOT = "00"
              CLOSE CADSALEND
              GO TO PRO-V-CSG.
       PRO-V-SEN-RD.
           READ CADSALEND NEXT
           IF ST-SEN NOT = "00"
              CLOSE CADSALEND
              GO TO PRO-V-CSG.
           IF SECODPRO NOT = W-PROSAI
              CLOSE CADSALEND
              GO TO PRO-V-CSG.
           ADD 1 TO W-QTD17
           IF W-MODO NOT = "A"
              GO TO PRO-V-SEN-RD.
           MOVE SEDEPOS TO W-SEDEPA
           MOVE SELOTE TO W-LOTATU
           MOVE SEENDER TO W-SEENDA
           MOVE SEQTD TO W-SALDOSOMA
           DELETE CADSALEND RECORD
           MOVE W-PROFICA TO SECODPRO
           WRITE REGSALEND
           IF ST-SEN = "22"
              MOVE W-PROFICA TO SECODPRO
              MOVE W-SEDEPA TO SEDEPOS
              MOVE W-LOTATU TO SELOTE
              MOVE W-SEENDA TO SEENDER
              READ CADSALEND
              IF ST-SEN = "00"
                 ADD W-SALDOSOMA TO SEQTD
                 REWRITE REGSALEND.
           MOVE W-PROSAI TO SECODPRO
           MOVE W-SEDEPA TO SEDEPOS
           MOVE W-LOTATU TO SELOTE
           MOVE W-SEENDA TO SEENDER
           START CADSALEND KEY IS GREATER SECHAVE
           IF ST-SEN NOT = "00"
              CLOSE CADSALEND
              GO TO PRO-V-CSG.
           GO TO PRO-V-SEN-RD.

      *
      *    CONSIGNACAO: O PRODUTO E A PRIMEIRA PARTE DA CHAVE; SE O
      *    SOBREVIVENTE JA TEM ACORDO COM O FORNECEDOR, SOMA A QTD
      *
       PRO-V-CSG.
           OPEN I-O CADCONSIG
           IF ST-CSG NOT = "00"
              GO TO PRO-V-CMV.
           MOVE W-PROSAI TO CSGCODPRO
           MOVE ZEROS TO CSGCNPJ
           START CADCONSIG KEY IS NOT LESS CSGCHAVE
           IF ST-CSG NOT = "00"
              CLOSE CADCONSIG
              GO TO PRO-V-CMV.
       PRO-V-CSG-RD.
           READ CADCONSIG NEXT
           IF ST-CSG NOT = "00"
              CLOSE CADCONSIG
              GO TO PRO-V-CMV.
           IF CSGCODPRO NOT = W-PROSAI
              CLOSE CADCONSIG
              GO TO PRO-V-CMV.
           ADD 1 TO W-QTD18
           IF W-MODO NOT = "A"
              GO TO PRO-V-CSG-RD.
           MOVE CSGCNPJ TO W-CSGCNPJA
           MOVE CSGQTD TO W-CSGQTDA
           DELETE CADCONSIG RECORD
           MOVE W-PROFICA TO CSGCODPRO
           WRITE REGCONSIG
           IF ST-CSG = "22"
              MOVE W-PROFICA TO CSGCODPRO
              MOVE W-CSGCNPJA TO CSGCNPJ
              READ CADCONSIG
              IF ST-CSG = "00"
                 ADD W-CSGQTDA TO CSGQTD
                 REWRITE REGCONSIG.
           MOVE W-PROSAI TO CSGCODPRO
           MOVE W-CSGCNPJA TO CSGCNPJ
           START CADCONSIG KEY IS GREATER CSGCHAVE
           IF ST-CSG NOT = "00"
              CLOSE CADCONSIG
              GO TO PRO-V-CMV.
           GO TO PRO-V-CSG-RD.

      *
      *    NO EXTRATO DA CONSIGNACAO O PRODUTO E CAMPO COMUM
      *
       PRO-V-CMV.
           OPEN I-O CADCONSMOV
           IF ST-CMV NOT = "00"
              GO TO PRO-VARRE-FIM.
       PRO-V-CMV-RD.
           READ CADCONSMOV NEXT
           IF ST-CMV NOT = "00"
              CLOSE CADCONSMOV
              GO TO PRO-VARRE-FIM.
           IF CMVCODPRO NOT = W-PROSAI
              GO TO PRO-V-CMV-RD.
           ADD 1 TO W-QTD19
           IF W-MODO = "A"
              MOVE W-PROFICA TO CMVCODPRO
              REWRITE REGCONSMOV.
           GO TO PRO-V-CMV-RD.
       PRO-VARRE-FIM.
           EXIT.

           MOVE "S" TO MTIPO
           MOVE W-SALDOSOMA TO MQTD
           MOVE "UNIFICACAO" TO MOTIVO
           MOVE SPACE TO MPROPR
           ACCEPT MDATA FROM DATE YYYYMMDD
           PERFORM GRAVA-MOVIDX THRU GRAVA-MOVIDX-FIM
           MOVE W-PROFICA TO MCODIGO
           DISPLAY (14, 60) "CADINSP...: "
           DISPLAY (14, 72) W-QTD15
           DISPLAY (15, 60) "CADORDPROD: "
           DISPLAY (15, 72) W-QTD16
           DISPLAY (16, 60) "CADSALEND.: "
           DISPLAY (16, 72) W-QTD17
           DISPLAY (17, 60) "CADCONSIG.: "
           DISPLAY (17, 72) W-QTD18
           DISPLAY (18, 60) "CADCONSMOV: "
           DISPLAY (18, 72) W-QTD19.
       PRO-RELATO-FIM.
           EXIT.

