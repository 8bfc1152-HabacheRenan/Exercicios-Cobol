      * PROGRAMA PARA PLANO DE CONTAS E MAPA CONTABIL           *
      * O MAPA LIGA CADA ORIGEM OPERACIONAL AS CONTAS DE        *
      * DEBITO E CREDITO USADAS PELO CONTABIL                   *
      * ORIGEM IMO: DEPRECIACAO E BAIXA DO IMOBILIZADO (IMOBIL) *
      * ORIGEM DSP: REEMBOLSO DE DESPESAS (REEMBDES), REFERENCIA *
      * CATnn POR CATEGORIA OU DESPESA PARA AS DEMAIS           *
      * ORIGEM RET: RETENCOES DAS NOTAS DE SERVICO (NFSERV),    *
      * REFERENCIA ISS, IRRF, PIS, COFINS, CSLL OU INSS         *
      * ORIGEM EMP: JUROS DE EMPRESTIMOS BANCARIOS (EMPREST),   *
      * REFERENCIA JUROS (DESPESA X EMPRESTIMOS A PAGAR)        *
      ***********************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03 CTACODIGO         PIC 9(06).
           03 CTADESC           PIC X(30).
           03 CTATIPO           PIC X(01).
      *    LINHA DA DRE/BALANCO (DEMFIN) - EM BRANCO USA O TIPO
           03 CTALINHA          PIC X(02).

       FD CADCTBMAP
           LABEL RECORD IS STANDARD
           03 DETDESC   PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DETTIPO   PIC X(01) VALUE SPACE.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 DETLINHA  PIC X(02) VALUE SPACES.

       SCREEN SECTION.
       01  TELAPLANO.
           05  TCTATIPO
               LINE 07  COLUMN 18  PIC X(01)
               USING  CTATIPO.
           05  LINE 09  COLUMN 01
               VALUE  " LINHA DRE/BALANCO:".
           05  LINE 10  COLUMN 01
               VALUE  "  DRE: RB=REC.BRUTA DE=DEDUCOES CM=CUSTO".
           05  LINE 10  COLUMN 42
               VALUE  " DO=DESPESAS RF=RES.FINANCEIRO".
           05  LINE 11  COLUMN 01
               VALUE  "  BAL: AC/AN=ATIVO CIRC./NAO CIRC.  PC/".
           05  LINE 11  COLUMN 40
               VALUE  "PN=PASSIVO CIRC./NAO CIRC.  PL=PATR.LIQ.".
           05  LINE 12  COLUMN 01
               VALUE  "  EM BRANCO: A=AC P=PC R=RB D=DO".
           05  TCTALINHA
               LINE 09  COLUMN 21  PIC X(02)
               USING  CTALINHA.

       01  TELAMAPA.
           05  LINE 03  COLUMN 01
               VALUE  " ORIGEM (FOL/CXA/AJU/CAM/IMO/DSP/RET/EMP):".
           05  LINE 05  COLUMN 01
               VALUE  " REFERENCIA:".
           05  LINE 07  COLUMN 01
           05  LINE 09  COLUMN 01
               VALUE  " CONTA CREDITO:".
           05  TMAPORIGEM
               LINE 03  COLUMN 44  PIC X(03)
               USING  MAPORIGEM.
           05  TMAPREF
               LINE 05  COLUMN 14  PIC X(08)
      *
       CONTA-INI.
           MOVE ZEROS TO CTACODIGO
           MOVE SPACES TO CTADESC CTATIPO CTALINHA.
           DISPLAY TELAPLANO
           DISPLAY TELACONTA.

       CONTA-R2.
           ACCEPT TCTATIPO.

       CONTA-R3.
           ACCEPT TCTALINHA
           IF CTALINHA NOT = SPACES AND CTALINHA NOT = "RB"
              AND CTALINHA NOT = "DE" AND CTALINHA NOT = "CM"
              AND CTALINHA NOT = "DO" AND CTALINHA NOT = "RF"
              AND CTALINHA NOT = "AC" AND CTALINHA NOT = "AN"
              AND CTALINHA NOT = "PC" AND CTALINHA NOT = "PN"
              AND CTALINHA NOT = "PL"
              MOVE "*** LINHA INVALIDA - VEJA A LEGENDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONTA-R3.

       CONTA-WR1.
           WRITE REGPLANO
           IF ST-ERRO = "22"
      * MAPA CONTABIL: ORIGEM -> DEB/CRE     *
      * ORIGENS: FOL=FOLHA  CXA=CAIXA        *
      *          AJU=AJUSTE DE INVENTARIO    *
      *          CAM=VARIACAO CAMBIAL        *
      * REFS FOL: BRUTO/INSS/IRPF/LIQUIDO OU *
      *           RUBNNN (POR RUBRICA)       *
      *           INSSPAT/FGTS/PROV13/PROVFER*
      *           (POR CENTRO DE CUSTO)      *
      * REFS CXA: ENTRADA/SAIDA/RENDIM E     *
      *           TRANSF (DEB=CONTA TRANSITO)*
      * REFS AJU: ENTRADA/SAIDA OU OS 8 PRI- *
      *           MEIROS DO MOTIVO DO RAZAO  *
      * REFS CAM: GANHO/PERDA                *
      * REFS RET: ISS/IRRF/PIS/COFINS/CSLL/  *
      *           INSS                       *
      * REFS EMP: JUROS                      *
      ****************************************
      *
       MAPA-INI.
           IF MAPORIGEM = SPACES
              GO TO MENU-PLA.
           IF MAPORIGEM NOT = "FOL" AND MAPORIGEM NOT = "CXA"
              AND MAPORIGEM NOT = "AJU" AND MAPORIGEM NOT = "CAM"
              AND MAPORIGEM NOT = "IMO" AND MAPORIGEM NOT = "DSP"
              AND MAPORIGEM NOT = "RET" AND MAPORIGEM NOT = "EMP"
              MOVE "* ORIGEM: FOL,CXA,AJU,CAM,IMO,DSP,RET OU EMP *"
                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MAPA-R0.

           MOVE CTACODIGO TO DETCTA
           MOVE CTADESC TO DETDESC
           MOVE CTATIPO TO DETTIPO
           MOVE CTALINHA TO DETLINHA
           ADD 1 TO CONLIN
           IF CONLIN > 20
              DISPLAY (22, 01) "TECLE ENTER PARA CONTINUAR..."
