       01 REGPERFIL.
           03 PERFCODIGO     PIC 9(02).
           03 PERFDESC       PIC X(20).
           03 PERFOPC        PIC X(299).
      *
       FD CADEMP
           LABEL RECORD IS STANDARD
       01 W-EMPCH      PIC X(02) VALUE SPACES.
       01 W-EMPNOME    PIC X(30) VALUE SPACES.
       01 W-SENEMP     PIC X(05) VALUE SPACES.
       01 W-OPCOES     PIC X(299) VALUE ALL "S".
       01 W-SENHA      PIC X(10) VALUE SPACES.
       01 W-SENHA2     PIC X(10) VALUE SPACES.
      *    EMBARALHAMENTO DA SENHA GRAVADA (SUBSTITUICAO REVERSIVEL)
       01 FLAG1        PIC 9(01).
      *-----------------------------------------------------------------
       01 TAB-PROGR.
           03 TAB-PROR-ITEM OCCURS 299 TIMES.
               05 TAB-PROGR PIC X(08).
      **********************
       01 ARQ-ERRO.
               VALUE  " 156 - UNIFICACAO DE DUPLICADOS".
           05  LINE 20  COLUMN 01
               VALUE  " 157 - CADASTRO DE EMPRESAS".
           05  LINE 22  COLUMN 01
               VALUE  " 00 - VOLTAR A PAGINA ANTERIOR | 158 - PRO".
           05  LINE 22  COLUMN 41
               VALUE  "XIMA PAGINA DE OPCOES >>".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

       01  TELAMENU12.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "************************************ MEN".
           05  LINE 01  COLUMN 41
               VALUE  "U (PAGINA 12) ***************************".
           05  LINE 02  COLUMN 01
               VALUE  "         PESSOAL (CONT.) / COMPRAS (CONT.)".
           05  LINE 04  COLUMN 01
               VALUE  " 159 - PLANOS E BENEFICIOS (SAUDE/VR/VA)".
           05  LINE 05  COLUMN 01
               VALUE  " 160 - SINDICATOS E CONTRIBUICOES".
           05  LINE 06  COLUMN 01
               VALUE  " 161 - PARTICIPACAO NOS LUCROS (PLR)".
           05  LINE 07  COLUMN 01
               VALUE  " 162 - DECLARACAO ANUAL DE RENDIMENTOS".
           05  LINE 08  COLUMN 01
               VALUE  " 163 - MOVIMENTO DE ADMISSOES/DESLIGAMENTOS".
           05  LINE 09  COLUMN 01
               VALUE  " 164 - DIFERENCAS RETROATIVAS (DISSIDIO)".
           05  LINE 10  COLUMN 01
               VALUE  " 165 - QUADRO DE VAGAS E REQUISICAO DE PESSOAL".
           05  LINE 11  COLUMN 01
               VALUE  " 166 - EXAMES MEDICOS OCUPACIONAIS (ASO)".
           05  LINE 12  COLUMN 01
               VALUE  " 167 - FERIAS COLETIVAS".
           05  LINE 13  COLUMN 01
               VALUE  " 168 - TURNOS E ESCALAS DE TRABALHO".
           05  LINE 14  COLUMN 01
               VALUE  " 169 - APROVACAO DE ALTERACOES CADASTRAIS".
           05  LINE 15  COLUMN 01
               VALUE  " 170 - IMPORTACAO DE CATALOGO DE PRECOS".
           05  LINE 16  COLUMN 01
               VALUE  " 171 - TRANSMISSAO ELETRONICA DE PEDIDOS".
           05  LINE 17  COLUMN 01
               VALUE  " 172 - ENDERECOS DE ESTOQUE (RUA/PRATELEIRA)".
           05  LINE 18  COLUMN 01
               VALUE  " 173 - CONTAGEM CICLICA (CURVA ABC)".
           05  LINE 19  COLUMN 01
               VALUE  " 174 - CONSIGNACAO - EXTRATO MENSAL".
           05  LINE 20  COLUMN 01
               VALUE  " 175 - NUMERO DE SERIE - CONSULTA".
           05  LINE 21  COLUMN 01
               VALUE  " 176 - MOEDAS E COTACOES DE CAMBIO".
           05  LINE 22  COLUMN 01
               VALUE  " 00 - VOLTAR A PAGINA ANTERIOR | 177 - PRO".
           05  LINE 22  COLUMN 41
               VALUE  "XIMA PAGINA DE OPCOES >>".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

       01  TELAMENU13.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "************************************ MEN".
           05  LINE 01  COLUMN 41
               VALUE  "U (PAGINA 13) ***************************".
           05  LINE 02  COLUMN 01
               VALUE  "   COMPRAS/MANUTENCAO/FRETES/CLIENTES/VENDAS".
           05  LINE 04  COLUMN 01
               VALUE  " 178 - ADIANTAMENTOS A FORNECEDOR EM ABERTO".
           05  LINE 05  COLUMN 01
               VALUE  " 179 - PREVISAO DE VENDAS (MRP)".
           05  LINE 06  COLUMN 01
               VALUE  " 180 - MANUTENCAO DE EQUIPAMENTOS E ORDENS".
           05  LINE 07  COLUMN 01
               VALUE  " 181 - CONFERENCIA DE FATURA DE FRETE (CT-E)".
           05  LINE 08  COLUMN 01
               VALUE  " 182 - EXTRATO DE CONTA DO CLIENTE".
           05  LINE 09  COLUMN 01
               VALUE  " 183 - REGUA DE COBRANCA (CARTAS/BLOQUEIO)".
           05  LINE 10  COLUMN 01
               VALUE  " 184 - ATINGIMENTO DE METAS DE VENDAS".
           05  LINE 11  COLUMN 01
               VALUE  " 185 - CAMPANHAS PROMOCIONAIS E FAIXAS DE QTD".
           05  LINE 12  COLUMN 01
               VALUE  " 186 - RELATORIO DE CAMPANHAS PROMOCIONAIS".
           05  LINE 13  COLUMN 01
               VALUE  " 187 - CONTRATOS DE FATURAMENTO MENSAL".
           05  LINE 14  COLUMN 01
               VALUE  " 188 - FATURAMENTO MENSAL DOS CONTRATOS".
           05  LINE 15  COLUMN 01
               VALUE  " 189 - VENCIMENTO/RENOVACAO DE CONTRATOS".
           05  LINE 16  COLUMN 01
               VALUE  " 190 - PENDENCIAS DE VENDA (BACKORDER)".
           05  LINE 17  COLUMN 01
               VALUE  " 191 - ANALISE DE MARGEM DAS VENDAS".
           05  LINE 18  COLUMN 01
               VALUE  " 192 - NF-E: ENVIO E RETORNO DA SEFAZ".
           05  LINE 19  COLUMN 01
               VALUE  " 193 - RECLAMACOES E NAO CONFORMIDADE".
           05  LINE 20  COLUMN 01
               VALUE  " 194 - FORMACAO DO PRECO DE VENDA".
           05  LINE 21  COLUMN 01
               VALUE  " 195 - BENS DO ATIVO IMOBILIZADO".
           05  LINE 22  COLUMN 01
               VALUE  " 00 - VOLTAR A PAGINA ANTERIOR | 196 - PRO".
           05  LINE 22  COLUMN 41
               VALUE  "XIMA PAGINA DE OPCOES >>".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

       01  TELAMENU14.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "************************************ MEN".
           05  LINE 01  COLUMN 41
               VALUE  "U (PAGINA 14) ***************************".
           05  LINE 02  COLUMN 01
               VALUE  "   CONTABILIDADE/FINANCEIRO/FISCAL/CONTROLES".
           05  LINE 04  COLUMN 01
               VALUE  " 197 - DRE E BALANCO PATRIMONIAL".
           05  LINE 05  COLUMN 01
               VALUE  " 198 - LANCAMENTOS CONTABEIS MANUAIS".
           05  LINE 06  COLUMN 01
               VALUE  " 199 - FECHAMENTO E ENCERRAMENTO CONTABIL".
           05  LINE 07  COLUMN 01
               VALUE  " 200 - REEMBOLSO DE DESPESAS".
           05  LINE 08  COLUMN 01
               VALUE  " 201 - FUNDO DE CAIXA PEQUENO".
           05  LINE 09  COLUMN 01
               VALUE  " 202 - CONTROLE DE CHEQUES".
           05  LINE 10  COLUMN 01
               VALUE  " 203 - PROPOSTA DE PAGAMENTO A FORNECEDORES".
           05  LINE 11  COLUMN 01
               VALUE  " 204 - REMESSA DE PAGAMENTOS AO BANCO".
           05  LINE 12  COLUMN 01
               VALUE  " 205 - RETORNO DE PAGAMENTOS DO BANCO".
           05  LINE 13  COLUMN 01
               VALUE  " 206 - NOTA DE SERVICO E RETENCOES".
           05  LINE 14  COLUMN 01
               VALUE  " 207 - APURACAO DE PIS/COFINS".
           05  LINE 15  COLUMN 01
               VALUE  " 208 - VENDAS ENTRE EMPRESAS DO GRUPO".
           05  LINE 16  COLUMN 01
               VALUE  " 209 - EMPRESTIMOS E FINANCIAMENTOS".
           05  LINE 17  COLUMN 01
               VALUE  " 210 - CONTAS CAIXA/BANCO E TRANSFERENCIAS".
           05  LINE 18  COLUMN 01
               VALUE  " 211 - SEGREGACAO DE FUNCOES (CONFLITOS)".
           05  LINE 19  COLUMN 01
               VALUE  " 212 - ANONIMIZACAO DE EX-FUNCIONARIOS".
           05  LINE 20  COLUMN 01
               VALUE  " 213 - (PERMISSAO) VER DADOS PESSOAIS".
           05  LINE 21  COLUMN 01
               VALUE  " 214 - EXTRATO MENSAL PARA BI".
           05  LINE 22  COLUMN 01
               VALUE  " 00 - VOLTAR A PAGINA ANTERIOR".
           05  LINE 23  COLUMN 01
           MOVE "RESUMDIA" TO TAB-PROR-ITEM(154)
           MOVE "SCP068" TO TAB-PROR-ITEM(155)
           MOVE "MERGEDUP" TO TAB-PROR-ITEM(156)
           MOVE "SCP069" TO TAB-PROR-ITEM(157)
           MOVE "SCP070" TO TAB-PROR-ITEM(159)
           MOVE "SCP071" TO TAB-PROR-ITEM(160)
           MOVE "SCP072" TO TAB-PROR-ITEM(161)
           MOVE "DIRFEXP" TO TAB-PROR-ITEM(162)
           MOVE "CAGEDEXP" TO TAB-PROR-ITEM(163)
           MOVE "RETRODIF" TO TAB-PROR-ITEM(164)
           MOVE "SCP073" TO TAB-PROR-ITEM(165)
           MOVE "SCP074" TO TAB-PROR-ITEM(166)
           MOVE "FERCOLET" TO TAB-PROR-ITEM(167)
           MOVE "SCP075" TO TAB-PROR-ITEM(168)
           MOVE "SCP076" TO TAB-PROR-ITEM(169)
           MOVE "CATIMP" TO TAB-PROR-ITEM(170)
           MOVE "PEDEDI" TO TAB-PROR-ITEM(171)
           MOVE "SCP077" TO TAB-PROR-ITEM(172)
           MOVE "CICLOINV" TO TAB-PROR-ITEM(173)
           MOVE "CONSIGEX" TO TAB-PROR-ITEM(174)
           MOVE "CONSSER" TO TAB-PROR-ITEM(175)
           MOVE "SCP078" TO TAB-PROR-ITEM(176)
           MOVE "ADIANTPG" TO TAB-PROR-ITEM(178)
           MOVE "PREVVEND" TO TAB-PROR-ITEM(179)
           MOVE "SCP079" TO TAB-PROR-ITEM(180)
           MOVE "FRETEAUD" TO TAB-PROR-ITEM(181).
           MOVE "EXTRCLI" TO TAB-PROR-ITEM(182).
           MOVE "REGUACOB" TO TAB-PROR-ITEM(183).
           MOVE "METAVEND" TO TAB-PROR-ITEM(184).
           MOVE "SCP080" TO TAB-PROR-ITEM(185).
           MOVE "CAMPREL" TO TAB-PROR-ITEM(186).
           MOVE "SCP081" TO TAB-PROR-ITEM(187).
           MOVE "FATCONT" TO TAB-PROR-ITEM(188).
           MOVE "CONTVENC" TO TAB-PROR-ITEM(189).
           MOVE "PENDVEN" TO TAB-PROR-ITEM(190).
           MOVE "MARGVEN" TO TAB-PROR-ITEM(191).
           MOVE "NFEEXP" TO TAB-PROR-ITEM(192).
           MOVE "RECLAMA" TO TAB-PROR-ITEM(193).
           MOVE "PRECFORM" TO TAB-PROR-ITEM(194).
           MOVE "IMOBIL" TO TAB-PROR-ITEM(195).
           MOVE "DEMFIN" TO TAB-PROR-ITEM(197).
           MOVE "LANCMAN" TO TAB-PROR-ITEM(198).
           MOVE "FECHACTB" TO TAB-PROR-ITEM(199).
           MOVE "REEMBDES" TO TAB-PROR-ITEM(200).
           MOVE "CXPEQ" TO TAB-PROR-ITEM(201).
           MOVE "CHEQUES" TO TAB-PROR-ITEM(202).
           MOVE "PROPPAG" TO TAB-PROR-ITEM(203).
           MOVE "PAGREM" TO TAB-PROR-ITEM(204).
           MOVE "PAGRET" TO TAB-PROR-ITEM(205).
           MOVE "NFSERV" TO TAB-PROR-ITEM(206).
           MOVE "PISCOF" TO TAB-PROR-ITEM(207).
           MOVE "INTERCO" TO TAB-PROR-ITEM(208).
           MOVE "EMPREST" TO TAB-PROR-ITEM(209).
           MOVE "CTABCO" TO TAB-PROR-ITEM(210).
           MOVE "SEGFUN" TO TAB-PROR-ITEM(211).
           MOVE "ANONFUNC" TO TAB-PROR-ITEM(212).
           MOVE "BIEXTR" TO TAB-PROR-ITEM(214).

           ACCEPT DATA-INV FROM DATE YYYYMMDD
           MOVE DIA-INV TO DIA DIA-FOR
                      GO TO ROT-FIM.
           IF W-SEL2 = ZEROS
                      GO TO NIVEL10.
           IF W-SEL2 = 158
                      GO TO NIVEL12.
           IF W-SEL2 < 141 OR W-SEL2 > 157
                 MOVE "*** FUNCAO NAO DISPONIVEL *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NIVEL11.
           MOVE 11 TO W-NIVEL-ATUAL
           GO TO ROT-EXEC.
      *
       NIVEL12.
           DISPLAY TELAMENU12.
           DISPLAY (23, 20) "*** SELECIONE A OPCAO : ... ***".
           ACCEPT (23, 44) W-SEL2.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                      GO TO ROT-FIM.
           IF W-SEL2 = ZEROS
                      GO TO NIVEL11.
           IF W-SEL2 = 177
                      GO TO NIVEL13.
           IF W-SEL2 < 159 OR W-SEL2 > 176
                 MOVE "*** FUNCAO NAO DISPONIVEL *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NIVEL12.
           MOVE TAB-PROR-ITEM(W-SEL2) TO W-PROGR
           IF W-PROGR = SPACES
                 MOVE "*** FUNCAO NAO IMPLEMENTADA *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NIVEL12.
           MOVE 12 TO W-NIVEL-ATUAL
           GO TO ROT-EXEC.
      *
       NIVEL13.
           DISPLAY TELAMENU13.
           DISPLAY (23, 20) "*** SELECIONE A OPCAO : ... ***".
           ACCEPT (23, 44) W-SEL2.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                      GO TO ROT-FIM.
           IF W-SEL2 = ZEROS
                      GO TO NIVEL12.
           IF W-SEL2 = 196
                      GO TO NIVEL14.
           IF W-SEL2 < 178 OR W-SEL2 > 195
                 MOVE "*** FUNCAO NAO DISPONIVEL *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NIVEL13.
           MOVE TAB-PROR-ITEM(W-SEL2) TO W-PROGR
           IF W-PROGR = SPACES
                 MOVE "*** FUNCAO NAO IMPLEMENTADA *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NIVEL13.
           MOVE 13 TO W-NIVEL-ATUAL
           GO TO ROT-EXEC.
      *
       NIVEL14.
           DISPLAY TELAMENU14.
           DISPLAY (23, 20) "*** SELECIONE A OPCAO : ... ***".
           ACCEPT (23, 44) W-SEL2.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                      GO TO ROT-FIM.
           IF W-SEL2 = ZEROS
                      GO TO NIVEL13.
           IF W-SEL2 < 197 OR W-SEL2 > 299
                 MOVE "*** FUNCAO NAO DISPONIVEL *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NIVEL14.
      *    213 NAO E PROGRAMA: LIBERADA NO PERFIL (SCP038) DEIXA VER
      *    CPF, BANCO, ENDERECO E CONTATO (ROTINA DADVER)
           IF W-SEL2 = 213
                 MOVE "* 213 E PERMISSAO DO PERFIL, NAO PROGRAMA *"
                                                TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NIVEL14.
           MOVE TAB-PROR-ITEM(W-SEL2) TO W-PROGR
           IF W-PROGR = SPACES
                 MOVE "*** FUNCAO NAO IMPLEMENTADA *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO NIVEL14.
           MOVE 14 TO W-NIVEL-ATUAL
           GO TO ROT-EXEC.
      *
       ROT-EXEC.
           IF W-PERFIL > ZEROS AND W-PERFIL NOT = 99
                      GO TO NIVEL10.
           IF W-NIVEL-ATUAL = 11
                      GO TO NIVEL11.
           IF W-NIVEL-ATUAL = 12
                      GO TO NIVEL12.
           IF W-NIVEL-ATUAL = 13
                      GO TO NIVEL13.
           IF W-NIVEL-ATUAL = 14
                      GO TO NIVEL14.
           GO TO NIVEL1.
      *
      **********************
