          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - VISITAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 7 COL 10 VALUE "[1] REGISTRAR VISITA".
          02 LINE 8 COL 10 VALUE "[2] CONSULTA POR ROTA".
          02 LINE 9 COL 10 VALUE "[3] RELATORIO VISITAS X PEDIDOS".
          02 LINE 10 COL 10 VALUE "[4] PESQUISA DE PRECOS NA VISITA".
          02 LINE 11 COL 10 VALUE "[5] RELATORIO PESQUISA DE PRECOS".
          02 LINE 12 COL 10 VALUE "[6] SAIR".
          02 LINE 13 COL 10 VALUE "[7] EXCECOES DE CHECK-IN".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-VI AUTO.

          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - VISITAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - VISITAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 11 COL 29 PIC X(001) USING WRESULTADO-VIS.
          02 LINE 12 COL 10 VALUE "Observacao......:".
          02 LINE 12 COL 29 PIC X(040) USING WOBS-VIS.
          02 LINE 13 COL 10 VALUE "Check-in (hora).:".
          02 LINE 13 COL 29 PIC 99B99B99 FROM WHORA-CHK-VIS.
          02 LINE 13 COL 40 VALUE "Dist.(m):".
          02 LINE 13 COL 50 PIC ZZZZZZ9 FROM WDIST-CHK-VIS.
          02 LINE 13 COL 59 VALUE "Geo:".
          02 LINE 13 COL 64 PIC X(001) FROM WGEO-VIS.
          02 LINE 14 COL 10 VALUE
             "(Geo: V=OK R=FORA DO RAIO G=SEM GPS C=CLI SEM COORD".
          02 LINE 14 COL 62 VALUE " T=DESLOC.)".
          02 LINE 15 COL 10 VALUE "ENTER=PROXIMO REGISTRO  9=SAIR".
          02 LINE 15 COL 42 PIC X USING WX.

       01 TELA-PESQ-VIS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - VISITAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 24 VALUE "PESQUISA DE PRECOS DA CONCORRENCIA".
          02 LINE 7 COL 10 VALUE "Codigo da Rota..:".
          02 LINE 7 COL 29 PIC 9(007) FROM WCODIGO-ROTA-VIS.
          02 LINE 8 COL 10 VALUE "Codigo Cliente..:".
          02 LINE 8 COL 29 PIC 9(007) FROM WCODIGO-CLI-VIS.
          02 LINE 9 COL 10 VALUE "Data Visita.....:".
          02 LINE 9 COL 29 PIC 9(008) FROM WDATA-VIS.
          02 LINE 11 COL 10 VALUE "Produto.........:".
          02 LINE 11 COL 29 PIC 9(007) FROM WCODIGO-PROD-PQ.
          02 LINE 11 COL 38 PIC X(040) FROM WDESC-PROD-PQ.
          02 LINE 12 COL 10 VALUE "Concorrente.....:".
          02 LINE 12 COL 29 PIC X(020) FROM WCONCORRENTE-PQ.
          02 LINE 13 COL 10 VALUE "Preco concorr...:".
          02 LINE 13 COL 29 PIC ZZZZZZ9.99 FROM WPRECO-CONC-PQ.
          02 LINE 14 COL 10 VALUE "Nosso preco gond:".
          02 LINE 14 COL 29 PIC ZZZZZZ9.99 FROM WPRECO-PROPRIO-PQ.
          02 LINE 14 COL 42 VALUE "(0=NAO OBSERVADO)".
          02 LINE 15 COL 10 VALUE "Preco cadastro..:".
          02 LINE 15 COL 29 PIC ZZZZZZ9.99 FROM WPRECO-CAD-PQ.

       01 TELA-PESQ-VIS-CHAVE.
          02 LINE 7 COL 29 PIC 9(007) USING WCODIGO-ROTA-VIS.
          02 LINE 8 COL 29 PIC 9(007) USING WCODIGO-CLI-VIS.
          02 LINE 9 COL 29 PIC 9(008) USING WDATA-VIS.

       01 TELA-PESQ-VIS-ITEM.
          02 LINE 11 COL 29 PIC 9(007) USING WCODIGO-PROD-PQ.
          02 LINE 12 COL 29 PIC X(020) USING WCONCORRENTE-PQ.
          02 LINE 13 COL 29 PIC 9(007)V99 USING WPRECO-CONC-PQ.
          02 LINE 14 COL 29 PIC 9(007)V99 USING WPRECO-PROPRIO-PQ.

       01 TELA-PARAM-PQ.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - VISITAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 24 VALUE "RELATORIO DA PESQUISA DE PRECOS".
          02 LINE 7 COL 10 VALUE "MES INICIAL (AAAAMM)......:".
          02 LINE 7 COL 38 PIC 9(006) USING WMES-INI-PQ.
          02 LINE 8 COL 10 VALUE "MES FINAL (AAAAMM)........:".
          02 LINE 8 COL 38 PIC 9(006) USING WMES-FIM-PQ.
          02 LINE 9 COL 10 VALUE "PRODUTO (0=TODOS).........:".
          02 LINE 9 COL 38 PIC 9(007) USING WPROD-FILTRO-PQ.
          02 LINE 10 COL 10 VALUE "UF (BRANCO=TODAS).........:".
          02 LINE 10 COL 38 PIC X(002) USING WUF-FILTRO-PQ.

       01 TELA-PARAM-GV.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - VISITAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 27 VALUE "EXCECOES DE CHECK-IN".
          02 LINE 7 COL 10 VALUE "DATA INICIAL (AAAAMMDD)...:".
          02 LINE 7 COL 38 PIC 9(008) USING WPER-INI-GV.
          02 LINE 8 COL 10 VALUE "DATA FINAL (AAAAMMDD).....:".
          02 LINE 8 COL 38 PIC 9(008) USING WPER-FIM-GV.
          02 LINE 10 COL 10 VALUE "RAIO DO CLIENTE (METROS)..:".
          02 LINE 10 COL 38 PIC ZZZZ9 FROM WRAIO-VI.
          02 LINE 11 COL 10 VALUE "VELOCIDADE MAXIMA (KM/H)..:".
          02 LINE 11 COL 38 PIC ZZ9 FROM WVEL-MAX-VI.
          02 LINE 12 COL 10 VALUE
             "(RAIO E VELOCIDADE NO ARQUIVO VISITA.CFG)".
