      * 2026-09-02 - Novas opcoes [103] CADASTRO e [104] RELATORIO
      *              de contratos de venda.
      * 2026-09-02 - Nova opcao [105] LUCRATIVIDADE POR ROTA.
      * 2026-10-05 - Terceira pagina de menu ([99] na segunda pagina
      *              leva a ela) e matriz de permissao ampliada para
      *              180 posicoes.
      * 2026-10-05 - Nova opcao [106] CONTAS A PAGAR.
      * 2026-10-06 - Nova opcao [107] FLUXO DE CAIXA projetado para 90
      *              dias.
      * 2026-10-07 - Novas opcoes [108] CONTAS BANCARIAS e [109]
      *              CONCILIACAO BANCARIA (extrato e conciliacao).
      * 2026-10-08 - Nova opcao [110] ACORDOS (renegociacao de titulos
      *              vencidos).
      * 2026-10-09 - Nova opcao [111] NEGATIVACAO (remessa ao bureau de
      *              credito e ao cartorio de protesto).
      * 2026-10-10 - Opcao [112] ADIANTAMENTO (CadAdiantamento).
      * 2026-10-12 - Opcao [113] ADQUIRENTES (CadAdquirente).
      * 2026-10-12 - Opcao [114] CONC.CARTAO (ExeConcCartao).
      * 2026-10-13 - Opcao [115] DESP.VIAGEM (CadDespViagem).
      * 2026-10-14 - Opcao [116] ORC.ANUAL (CadOrcAnual).
      * 2026-10-15 - Opcao [117] BONIFICACAO (CadBonific).
      * 2026-10-15 - Opcao [118] APURA BONIF. (ExeBonific).
      * 2026-10-15 - Opcao [119] NF-E XML/RET (ExeNFe): gera o XML das
      *              notas pendentes e processa o retorno do
      *              transmissor da NF-e.
      * 2026-10-15 - Opcao [120] DANFE (RelDanfe): imprime e reimprime
      *              o documento auxiliar da NF-e por nota ou pela
      *              ultima rodada de faturamento.
      * 2026-10-15 - Opcao [121] LIVRO SAIDAS (RelLivroSai): livro
      *              registro de saidas do mes por CFOP e UF e arquivo
      *              LIVROFIS.TXT para o escritorio contabil.
      * 2026-10-15 - Opcao [122] DEV.COMPRA (CadDevCompra): devolucao
      *              ao fornecedor de mercadoria recebida por ordem de
      *              compra.
      * 2026-10-15 - Opcao [123] REL.DEV.COMP (RelDevCompra):
      *              devolucoes de compra por fornecedor e motivo.
      * 2026-10-15 - Opcao [124] COTACAO (CadCotacao): cotacao de
      *              compra com varios fornecedores e geracao das
      *              ordens de compra dos vencedores.
      * 2026-10-15 - Opcao [125] DESEMP.FORN (RelDesempForn): nota e
      *              ranking de fornecedores.
      * 2026-10-15 - Opcao [126] KITS: estrutura de kit (CadKit).
      * 2026-10-15 - Opcao [127] COD. BARRAS: codigos EAN/DUN dos
      *              produtos (CadCodBarras).
      * 2026-10-15 - Opcao [128] CONFERENCIA: conferencia da separacao
      *              por leitura e liberacao da carga (CadConferencia).
      * 2026-10-15 - Opcao [129] ENDERECOS: enderecos do deposito,
      *              saldo por endereco e movimentacao entre
      *              enderecos (CadPosicao).
      * 2026-10-15 - Opcao [130] SERIES: controle de numero de serie
      *              (CadSerie).
      * 2026-10-15 - Opcao [131] ESTOQUE DATA (RelEstoqueData): posicao
      *              e valor do estoque por local numa data passada.
      * 2026-10-15 - Opcao [132] - cadastro de produtos equivalentes
      *              (CadEquivalente).
      * 2026-10-15 - Opcao 133 - carga, retorno e acerto da van de
      *              pronta-entrega (CadCargaVan).
      * 2026-10-15 - Opcao 134 - consignacao de mercadoria em clientes
      *              (CadConsignacao).
      * 2026-10-15 - Opcao 135 - comodato de equipamentos em clientes
      *              (CadComodato).
      * 2026-10-15 - Opcao 136 - embalagens retornaveis por cliente
      *              (CadEmbalagem).
      * 2026-10-15 - Opcao 137 - manifesto de carga por veiculo e data
      *              (RelManifesto).
      * 2026-10-15 - Opcao 138 - frota: diario de bordo e manutencao.
      * 2026-10-15 - Opcao 139 - auditoria de faturas de frete.
      * 2026-10-15 - Opcao 140 - relatorio OTIF de entregas.
      * 2026-10-15 - Opcao 141 - prospectos com conversao em cliente.
      * 2026-10-15 - Opcao 142 - reclamacoes de clientes (SAC).
      * 2026-10-15 - Opcao 143 - positivacao e mix por carteira.
      * 2026-10-15 - Opcao 144 - analise de cesta (produtos comprados
      *              juntos).
      * 2026-10-15 - Opcao 145 - mix autorizado de produtos por cliente
      *              ou grupo economico (CadMix).
      * 2026-10-15 - Opcao 146 - segmentacao RFM de clientes e migracao
      *              entre segmentos (ExeSegmenta).
      * 2026-10-15 - Opcao 147 - potencial de mercado por municipio x
      *              penetracao (RelPotencial).
      * 2026-10-15 - Opcao 148 - scorecard mensal de vendedores e
      *              supervisores (RelScoreVen).
      * 2026-10-15 - Opcao 149 - vendas perdidas por produto e
      *              motivo (RelPerdas).
      * 2026-10-15 - Opcao 150 - relatorio do titular e anonimizacao
      *              LGPD (ExeLGPD).
      * 2026-10-15 - Opcao 151 - empresa de treinamento com copia
      *              mascarada da producao (ExeTreino). 'T' na
      *              posicao 58 do EMPRESAS.CFG marca a empresa de
      *              treinamento: faixa de aviso na linha 1 das
      *              telas (LID-FAIXA-1).
      * 2026-10-15 - Opcao 152 - estatistica de tempos do lote e janela
      *              da noite (RelBatch).
      * 2026-10-15 - Opcao 153 - parceiros EDI das redes e locais de
      *              entrega por GLN da loja (CadParcEDI).
      * 2026-10-15 - Opcao 154 - recepcao dos pedidos EDI (ORDERS) das
      *              redes, com ORDRSP das recusas (ExeEDIPedidos).
      * 2026-10-15 - Opcao 155 - INVOIC e DESADV das notas dos pedidos
      *              EDI, sequencia por parceiro (ExeEDIFatura).
      * 2026-10-15 - Opcao 156 - interface com a folha de pagamento
      *              (ExeFolha).
      * 2026-10-15 - Opcao 157 - envio dos documentos ao cliente por
      *              e-mail (ExeEnvioMsg).
      * 2026-10-15 - Opcao 158 - consulta dos e-mails ao cliente e
      *              excecoes de e-mail (ConsMensagem).
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *       (MODO DE EXECUCAO: ESPACO = OPERADOR NO TERMINAL,
      *        'L' = LOTE - CADEIA/AGENDADOR SEM OPERADOR)
          02 LID-MODO-1                   PIC X(01).
      *       (EMPRESA DE TREINAMENTO E FAIXA DA LINHA 1 DAS TELAS)
          02 LID-TREINO-1                 PIC X(01) VALUE SPACES.
             88 LID-EMP-TREINO            VALUE 'T'.
          02 LID-FAIXA-1                  PIC X(21) VALUE ALL '*'.
      *       (REGISTROS PROCESSADOS PELA ETAPA DE LOTE)
          02 LID-QTD-REG-1                PIC 9(09) VALUE ZEROES.

       01 WID-ARQ-AUDIT              PIC X(50) VALUE 'AUDITMENU.LOG'.
       01 FS-AUDIT                   PIC XX VALUE '00'.
          02 WEMP-CODIGO             PIC 9(03).
          02 WEMP-NOME               PIC X(40).
          02 WEMP-CNPJ               PIC 9(14).
          02 WEMP-TREINO             PIC X(01).
       01 WEMP-MSG                   PIC X(40) VALUE SPACES.

       01 WID-ARQ-OPER               PIC X(50) VALUE 'OPERADOR.CFG'.
             03 FILLER PIC X(30) VALUE "SSSSSSSSSSSSSSNNNSSSSSSSSSSSSS".
             03 FILLER PIC X(30) VALUE "SSSSSSSSSSSSSSSSSSSSSSSSSSSSNS".
             03 FILLER PIC X(09) VALUE "SSSSSNSSS".
             03 FILLER PIC X(21) VALUE "SSSSSSSSSSSSSSSSSSSSS".
             03 FILLER PIC X(30) VALUE "SSSSSSSSSSSSSSSSSSSSSSSSSSSSSS".
             03 FILLER PIC X(30) VALUE "SSSSSSSSNNNNNNNNNNNNNNNNNNNNNN".
          02 WPERM-G-R REDEFINES WPERM-G.
             03 WPERM-G-OPC          PIC X OCCURS 180.
          02 WPERM-O.
             03 FILLER PIC X(30) VALUE "SSSSNSNSNSSSSSNNNSSSNNNSSSSSSS".
             03 FILLER PIC X(30) VALUE "SSSSSNNNNNNNNNNNNNNSNNSSNSNSNS".
             03 FILLER PIC X(30) VALUE "NSSSSSNNSNSSSSSSSSSNSSSNSNNNNN".
             03 FILLER PIC X(09) VALUE "NNSSNNNSS".
             03 FILLER PIC X(21) VALUE "NNSSSSSNNNNNNNNSNNNSS".
             03 FILLER PIC X(30) VALUE "SSSSSSSSSSNSSSSSSSSSSSSSNNNNNN".
             03 FILLER PIC X(30) VALUE "NNNNNNNNNNNNNNNNNNNNNNNNNNNNNN".
          02 WPERM-O-R REDEFINES WPERM-O.
             03 WPERM-O-OPC          PIC X OCCURS 180.
       77 WPAGINA-MENU               PIC 9 VALUE 1.

       01 WOPERADOR                  PIC X(10) VALUE SPACES.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 24 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 24 COL 34 PIC 999 USING WOPCAO AUTO.
          02 LINE 24 COL 40 PIC X(35) FROM WMENU-MSG.
          02 LINE 25 COL 10 VALUE "[99] MAIS OPCOES".

       01 TELA-MENU-3.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 28 VALUE "MENU - MAIS OPCOES (3)".
          02 LINE 5 COL 10 VALUE "OPERADOR: ".
          02 LINE 5 COL 20 PIC X(10) USING WOPERADOR.
          02 LINE 5 COL 35 PIC X(40) FROM WEMP-NOME.
          02 LINE 7 COL 2 VALUE "[106] CONTAS PAGAR".
          02 LINE 8 COL 2 VALUE "[107] FLUXO CAIXA".
          02 LINE 9 COL 2 VALUE "[108] CONTAS BANCO".
          02 LINE 10 COL 2 VALUE "[109] CONCILIACAO".
          02 LINE 11 COL 2 VALUE "[110] ACORDOS".
          02 LINE 12 COL 2 VALUE "[111] NEGATIVACAO".
          02 LINE 13 COL 2 VALUE "[112] ADIANTAMENTO".
          02 LINE 14 COL 2 VALUE "[113] ADQUIRENTES".
          02 LINE 15 COL 2 VALUE "[114] CONC.CARTAO".
          02 LINE 16 COL 2 VALUE "[115] DESP.VIAGEM".
          02 LINE 17 COL 2 VALUE "[116] ORC.ANUAL".
          02 LINE 18 COL 2 VALUE "[117] BONIFICACAO".
          02 LINE 19 COL 2 VALUE "[118] APURA BONIF.".
          02 LINE 20 COL 2 VALUE "[119] NF-E XML/RET".
          02 LINE 21 COL 2 VALUE "[120] DANFE".
          02 LINE 22 COL 2 VALUE "[121] LIVRO SAIDAS".
          02 LINE 7 COL 21 VALUE "[122] DEV.COMPRA".
          02 LINE 8 COL 21 VALUE "[123] REL.DEV.COMP".
          02 LINE 9 COL 21 VALUE "[124] COTACAO".
          02 LINE 10 COL 21 VALUE "[125] DESEMP.FORN".
          02 LINE 11 COL 21 VALUE "[126] KITS".
          02 LINE 12 COL 21 VALUE "[127] COD. BARRAS".
          02 LINE 13 COL 21 VALUE "[128] CONFERENCIA".
          02 LINE 14 COL 21 VALUE "[129] ENDERECOS".
          02 LINE 15 COL 21 VALUE "[130] SERIES".
          02 LINE 16 COL 21 VALUE "[131] ESTOQUE DATA".
          02 LINE 17 COL 21 VALUE "[132] EQUIVALENTES".
          02 LINE 18 COL 21 VALUE "[133] CARGA VAN".
          02 LINE 19 COL 21 VALUE "[134] CONSIGNACAO".
          02 LINE 20 COL 21 VALUE "[135] COMODATO".
          02 LINE 21 COL 21 VALUE "[136] EMBALAGENS".
          02 LINE 22 COL 21 VALUE "[137] MANIFESTO".
          02 LINE 7 COL 40 VALUE "[138] FROTA".
          02 LINE 8 COL 40 VALUE "[139] AUDIT FRETE".
          02 LINE 9 COL 40 VALUE "[140] OTIF".
          02 LINE 10 COL 40 VALUE "[141] PROSPECTOS".
          02 LINE 11 COL 40 VALUE "[142] RECLAMACOES".
          02 LINE 12 COL 40 VALUE "[143] POSITIVACAO".
          02 LINE 13 COL 40 VALUE "[144] CESTA PROD.".
          02 LINE 14 COL 40 VALUE "[145] MIX AUTORIZ.".
          02 LINE 15 COL 40 VALUE "[146] SEGMENTO RFM".
          02 LINE 16 COL 40 VALUE "[147] POTENC. MERC".
          02 LINE 17 COL 40 VALUE "[148] SCORE VEND.".
          02 LINE 18 COL 40 VALUE "[149] PERDAS".
          02 LINE 19 COL 40 VALUE "[150] LGPD".
          02 LINE 20 COL 40 VALUE "[151] EMP.TREINO".
          02 LINE 21 COL 40 VALUE "[152] TEMPOS LOTE".
          02 LINE 22 COL 40 VALUE "[153] PARCEIROS EDI".
          02 LINE 7 COL 59 VALUE "[154] RECEBE PED EDI".
          02 LINE 8 COL 59 VALUE "[155] ENVIA FATURA EDI".
          02 LINE 9 COL 59 VALUE "[156] INTERFACE FOLHA".
          02 LINE 10 COL 59 VALUE "[157] ENVIO E-MAILS".
          02 LINE 11 COL 59 VALUE "[158] CONSULTA E-MAILS".
          02 LINE 23 COL 10 VALUE "[98] VOLTAR AO MENU PRINCIPAL".
          02 LINE 24 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 24 COL 34 PIC 999 USING WOPCAO AUTO.
          02 LINE 24 COL 40 PIC X(35) FROM WMENU-MSG.

       01 TELA-CONFIG-ARQUIVOS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          MOVE WOPERADOR TO LID-OPERADOR-1
          CALL "ConsPainel" USING LINK-DADOS
          PERFORM UNTIL WOPCAO = 6
             EVALUATE WPAGINA-MENU
                WHEN 3
                   DISPLAY TELA-MENU-3
                   ACCEPT TELA-MENU-3
                WHEN 2
                   DISPLAY TELA-MENU-2
                   ACCEPT TELA-MENU-2
                WHEN OTHER
                   DISPLAY MENU-PRINCIPAL
                   ACCEPT MENU-PRINCIPAL
             END-EVALUATE
             MOVE SPACES TO WMENU-MSG
             PERFORM R-CHECA-PERMISSAO
             IF WPERM-OK = 0
               PERFORM R-REGISTRA-AUDITORIA
               CALL "RelLucroRota" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 106
               MOVE 'CONTAS A PAGAR' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadContasPag" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 107
               MOVE 'FLUXO DE CAIXA PROJETADO' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "RelFluxoCaixa" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 108
               MOVE 'CONTAS BANCARIAS' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadContaBanco" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 109
               MOVE 'CONCILIACAO BANCARIA' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "ExeConcBanco" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 110
               MOVE 'ACORDOS DE RENEGOCIACAO' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadAcordo" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 111
               MOVE 'NEGATIVACAO E PROTESTO' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "ExeNegativa" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 112
               MOVE 'ADIANTAMENTOS DE CLIENTES' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadAdiantamento" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 113
               MOVE 'ADQUIRENTES DE CARTAO' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadAdquirente" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 114
               MOVE 'LIQUIDACAO DE CARTAO' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "ExeConcCartao" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 115
               MOVE 'DESPESAS DE VIAGEM' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadDespViagem" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 116
               MOVE 'ORCAMENTO ANUAL' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadOrcAnual" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 117
               MOVE 'ACORDOS BONIFICACAO' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadBonific" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 118
               MOVE 'APURACAO BONIFICACAO' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "ExeBonific" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 119
               MOVE 'NF-E XML E RETORNO' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "ExeNFe" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 120
               MOVE 'IMPRESSAO DO DANFE' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "RelDanfe" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 121
               MOVE 'LIVRO DE SAIDAS' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "RelLivroSai" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 122
               MOVE 'DEVOLUCAO DE COMPRA' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadDevCompra" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 123
               MOVE 'RELATORIO DEVOL. COMPRA' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "RelDevCompra" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 124
               MOVE 'COTACAO DE COMPRA' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadCotacao" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 125
               MOVE 'DESEMPENHO DE FORNECEDORES' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "RelDesempForn" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 126
               MOVE 'ESTRUTURA DE KITS' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadKit" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 127
               MOVE 'CODIGOS DE BARRAS' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadCodBarras" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 128
               MOVE 'CONFERENCIA DA SEPARACAO' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadConferencia" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 129
               MOVE 'ENDERECAMENTO DO DEPOSITO' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadPosicao" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 130
               MOVE 'CONTROLE DE NUMERO DE SERIE' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadSerie" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 131
               MOVE 'POSICAO DO ESTOQUE NA DATA' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "RelEstoqueData" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 132
               MOVE 'PRODUTOS EQUIVALENTES' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadEquivalente" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 133
               MOVE 'CARGA, RETORNO E ACERTO DA VAN' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadCargaVan" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 134
               MOVE 'CONSIGNACAO EM CLIENTES' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadConsignacao" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 135
               MOVE 'COMODATO DE EQUIPAMENTOS' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadComodato" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 136
               MOVE 'EMBALAGENS RETORNAVEIS' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadEmbalagem" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 137
               MOVE 'MANIFESTO DE CARGA' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "RelManifesto" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 138
               MOVE 'FROTA E MANUTENCAO' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadFrota" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 139
               MOVE 'AUDITORIA DE FRETE' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadFatFrete" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 140
               MOVE 'RELATORIO OTIF' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "RelOTIF" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 141
               MOVE 'PROSPECTOS (LEADS)' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadProspect" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 142
               MOVE 'RECLAMACOES (SAC)' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadSAC" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 143
               MOVE 'POSITIVACAO E MIX POR CARTEIRA' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "RelPositiva" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 144
               MOVE 'ANALISE DE CESTA DE PRODUTOS' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "ExeCestaProd" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 145
               MOVE 'MIX AUTORIZADO DE PRODUTOS' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadMix" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 146
               MOVE 'SEGMENTACAO RFM DE CLIENTES' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "ExeSegmenta" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 147
               MOVE 'POTENCIAL DE MERCADO X PENETRACAO' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "RelPotencial" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 148
               MOVE 'SCORECARD DE VENDEDORES' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "RelScoreVen" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 149
               MOVE 'VENDAS PERDIDAS' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "RelPerdas" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 150
               MOVE 'DADOS PESSOAIS LGPD' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "ExeLGPD" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 151
               MOVE 'EMPRESA DE TREINAMENTO' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "ExeTreino" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 152
               MOVE 'ESTATISTICA DE TEMPOS DO LOTE' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "RelBatch" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 153
               MOVE 'CADASTRO DE PARCEIROS EDI' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "CadParcEDI" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 154
               MOVE 'RECEPCAO DE PEDIDOS EDI' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "ExeEDIPedidos" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 155
               MOVE 'ENVIO DE INVOIC E DESADV EDI' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "ExeEDIFatura" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 156
               MOVE 'INTERFACE COM A FOLHA' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "ExeFolha" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 157
               MOVE 'ENVIO DE E-MAILS' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "ExeEnvioMsg" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 158
               MOVE 'CONSULTA E-MAILS' TO PASS-DESCR
               PERFORM R-REGISTRA-AUDITORIA
               CALL "ConsMensagem" USING LINK-DADOS
               MOVE ZEROES TO WOPCAO
             WHEN 98
               MOVE 1 TO WPAGINA-MENU
               MOVE ZEROES TO WOPCAO
             WHEN 99
               IF WPAGINA-MENU = 2
                  MOVE 3 TO WPAGINA-MENU
               ELSE
                  MOVE 2 TO WPAGINA-MENU
               END-IF
               MOVE ZEROES TO WOPCAO
           END-EVALUATE
           END-IF
           MOVE 1 TO WPERM-OK
           IF WOPCAO > 0 AND WOPCAO NOT = 6 AND
              WOPCAO NOT = 98 AND WOPCAO NOT = 99 AND
              WOPCAO NOT > 180
              EVALUATE TRUE
                 WHEN OPER-ADMINISTRADOR
                    CONTINUE
              MOVE 1                TO WEMP-CODIGO
              MOVE 'EMPRESA PADRAO' TO WEMP-NOME
              MOVE ZEROES           TO WEMP-CNPJ
              MOVE SPACE            TO WEMP-TREINO
              MOVE WEMP-REG         TO ARQEMP-REC
              WRITE ARQEMP-REC
           END-IF
           PERFORM R-ACEITA-EMPRESA UNTIL WEMP-ACHOU = 1
           MOVE WEMP-CODIGO TO LID-EMPRESA-1
           MOVE WEMP-NOME   TO LID-EMPRESA-NOME-1
           MOVE WEMP-TREINO TO LID-TREINO-1
           IF LID-EMP-TREINO
              MOVE ' *** TREINAMENTO *** ' TO LID-FAIXA-1
           ELSE
              MOVE ALL '*' TO LID-FAIXA-1
           END-IF
           MOVE SPACES TO WCFG-EMPRESA
           STRING 'MENU' WEMP-CODIGO '.CFG'
              DELIMITED BY SIZE INTO WCFG-EMPRESA
