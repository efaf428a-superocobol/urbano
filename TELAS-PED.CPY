          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - PEDIDOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - PEDIDOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 16 COL 10 VALUE "Frete (C/F).....:".
          02 LINE 17 COL 10 VALUE "End.Entrega.....:".
          02 LINE 17 COL 35 VALUE "(0=SEDE)".
          02 LINE 18 COL 10 VALUE "Pronta-entrega..:".
          02 LINE 18 COL 35 VALUE "(S=VENDA DA VAN)".
          02 LINE 19 COL 10 VALUE "Data p/ entrega.:".
          02 LINE 19 COL 40 VALUE "(0=DATA DO PEDIDO)".
          02 LINE 08 COL 29 PIC  9(007) USING WCODIGO-CLI-PED.
          02 LINE 09 COL 29 PIC  9(007) USING WCODIGO-VEN-PED.
          02 LINE 10 COL 29 PIC  9(008) USING WDATA-PED.
          02 LINE 15 COL 29 PIC  9(003) USING WTRANSP-PED.
          02 LINE 16 COL 29 PIC  X(001) USING WFRETE-TIPO-PED.
          02 LINE 17 COL 29 PIC  9(003) USING WEND-ENTREGA-PED.
          02 LINE 18 COL 29 PIC  X(001) USING WPRONTA-PED.
          02 LINE 19 COL 29 PIC  9(008) USING WDATA-PREV-ENT-PED.

       01 ACC-TELA-PED.
          02 LINE 08 COL 29 PIC  9(007) USING WCODIGO-CLI-PED.
          02 LINE 15 COL 29 PIC  9(003) USING WTRANSP-PED.
          02 LINE 16 COL 29 PIC  X(001) USING WFRETE-TIPO-PED.
          02 LINE 17 COL 29 PIC  9(003) USING WEND-ENTREGA-PED.
          02 LINE 18 COL 29 PIC  X(001) USING WPRONTA-PED.
          02 LINE 19 COL 29 PIC  9(008) USING WDATA-PREV-ENT-PED.

       01 TELA-ACC-CLI-PED.
          02 LINE 08 COL 29 PIC  9(007) USING WCODIGO-CLI-PED.
          02 LINE 15 COL 29 PIC  9(003) USING WTRANSP-PED.
          02 LINE 16 COL 29 PIC  X(001) USING WFRETE-TIPO-PED.
          02 LINE 17 COL 29 PIC  9(003) USING WEND-ENTREGA-PED.
          02 LINE 18 COL 29 PIC  X(001) USING WPRONTA-PED.
          02 LINE 19 COL 29 PIC  9(008) USING WDATA-PREV-ENT-PED.

       01 TELA-CODIGO.
          02 LINE 07 COL 29 PIC  ZZZZZZZZ9 USING WCODIGO-PED.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - PEDIDOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - PEDIDOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - ITENS DO PEDIDO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 8 COL 10 VALUE "[2] EXCLUIR ITEM".
          02 LINE 9 COL 10 VALUE "[3] LISTAR ITENS".
          02 LINE 10 COL 10 VALUE "[4] VOLTAR".
          02 LINE 11 COL 10 VALUE "[5] SUGESTAO DE PEDIDO".
          02 LINE 13 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 13 COL 34 PIC 9 USING WOPCAO-ITEM AUTO.

          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - ITENS DO PEDIDO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 08 COL 29 PIC  9(007) USING WCODIGO-PROD-ITEM.
          02 LINE 09 COL 29 PIC  9(005) USING WQUANTIDADE-ITEM.

       01 TELA-SUBST-ITEM.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - ITENS DO PEDIDO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 23 VALUE "SUBSTITUTOS DO PRODUTO EM FALTA".
          02 LINE 6 COL 6 VALUE "Produto pedido..:".
          02 LINE 6 COL 24 PIC 9(007) FROM WPROD-ORIG-EQ.
          02 LINE 6 COL 32 PIC X(040) FROM WDESCR-ORIG-EQ.
          02 LINE 7 COL 6 VALUE "Qtde / Dispon...:".
          02 LINE 7 COL 24 PIC ZZZZ9 FROM WQTDE-ORIG-EQ.
          02 LINE 7 COL 31 PIC -ZZZZZZZ9 FROM WATP-ORIG-EQ.
          02 LINE 9 COL 6 VALUE "N".
          02 LINE 9 COL 9 VALUE "CODIGO".
          02 LINE 9 COL 18 VALUE "DESCRICAO".
          02 LINE 9 COL 51 VALUE "DISPON.".
          02 LINE 9 COL 65 VALUE "PRECO".
          02 LINE 10 COL 6 PIC X(64) FROM WEQ-LINHA(1).
          02 LINE 11 COL 6 PIC X(64) FROM WEQ-LINHA(2).
          02 LINE 12 COL 6 PIC X(64) FROM WEQ-LINHA(3).
          02 LINE 13 COL 6 PIC X(64) FROM WEQ-LINHA(4).
          02 LINE 14 COL 6 PIC X(64) FROM WEQ-LINHA(5).
          02 LINE 15 COL 6 PIC X(64) FROM WEQ-LINHA(6).
          02 LINE 16 COL 6 PIC X(64) FROM WEQ-LINHA(7).
          02 LINE 17 COL 6 PIC X(64) FROM WEQ-LINHA(8).
          02 LINE 19 COL 6 VALUE "Substituto (0=MANTEM O PRODUTO):".
          02 LINE 19 COL 40 PIC 9 USING WESCOLHA-EQ.
          02 LINE 20 COL 6 VALUE "Quantidade do substituto.......:".
          02 LINE 20 COL 40 PIC 9(005) USING WQTDE-SUBST-EQ.

       01 TELA-SUGESTAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - ITENS DO PEDIDO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 23 VALUE "SUGESTAO PELO HISTORICO DO CLIENTE".
          02 LINE 6 COL 10 VALUE "Pedido..........:".
          02 LINE 6 COL 29 PIC 9(009) FROM WCODIGO-PED.
          02 LINE 6 COL 40 VALUE "Sugestao".
          02 LINE 6 COL 49 PIC ZZ9 FROM WI-SUG.
          02 LINE 6 COL 53 VALUE "de".
          02 LINE 6 COL 56 PIC ZZ9 FROM WQTD-SUG.
          02 LINE 8 COL 10 VALUE "Codigo Produto..:".
          02 LINE 8 COL 29 PIC 9(007) FROM WCODIGO-PROD-SUG.
          02 LINE 9 COL 10 VALUE "Descricao.......:".
          02 LINE 9 COL 29 PIC X(040) FROM WDESCR-SUG.
          02 LINE 10 COL 10 VALUE "Ultima compra...:".
          02 LINE 10 COL 29 PIC 9(004)/9(002)/9(002) FROM WULT-SUG.
          02 LINE 11 COL 10 VALUE "Intervalo (dias):".
          02 LINE 11 COL 29 PIC ZZ9 FROM WINTERVALO-SUG.
          02 LINE 12 COL 10 VALUE "Qtde habitual...:".
          02 LINE 12 COL 29 PIC ZZZZ9 FROM WQTDE-HAB-SUG.
          02 LINE 12 COL 36 PIC X(003) FROM UNIDADE-PROD.
          02 LINE 13 COL 10 VALUE "Disp. p/ promes.:".
          02 LINE 13 COL 29 PIC -ZZZZZZZ9 FROM WATP-SUG.
          02 LINE 13 COL 40 PIC X(020) FROM WFALTA-TXT-SUG.
          02 LINE 15 COL 10 VALUE "Qtde sugerida...:".
          02 LINE 15 COL 29 PIC 9(005) USING WQTDE-SUG.
          02 LINE 16 COL 10 VALUE "Incluir?........:".
          02 LINE 16 COL 29 PIC X USING WACAO-SUG.
          02 LINE 16 COL 32 VALUE "(S=INCLUI N=DESCARTA 9=ENCERRA)".

       01 TELA-ASSOC-ITEM.
          02 LINE 12 COL 6 VALUE "QUEM COMPRA ESTE ITEM TAMBEM LEVA:".
          02 LINE 13 COL 6 VALUE "CODIGO".
          02 LINE 13 COL 15 VALUE "DESCRICAO".
          02 LINE 13 COL 46 VALUE "CONF.%".
          02 LINE 13 COL 58 VALUE "LIFT".
          02 LINE 14 COL 6 PIC X(056) FROM WAS-LINHA(1).
          02 LINE 15 COL 6 PIC X(056) FROM WAS-LINHA(2).
          02 LINE 16 COL 6 PIC X(056) FROM WAS-LINHA(3).
          02 LINE 17 COL 6 PIC X(056) FROM WAS-LINHA(4).
          02 LINE 18 COL 6 PIC X(056) FROM WAS-LINHA(5).

       01 TELA-FALTA-ITEM.
          02 LINE 17 COL 10 VALUE "FALTA P/ O ITEM.:".
          02 LINE 17 COL 29 PIC ZZZZ9 FROM WQTDE-PERDA-PD.
          02 LINE 18 COL 10 VALUE "CLIENTE AGUARDA O SALDO (S=BACKORDER
      -" N=CORTA):".
          02 LINE 18 COL 58 PIC X USING WAGUARDA-PD.

       01 TELA-PERDA-ITEM.
          02 LINE 19 COL 10 VALUE "MOTIVO DA PERDA.:".
          02 LINE 19 COL 29 PIC X USING WMOTIVO-PD.
          02 LINE 20 COL 10 VALUE "E=SEM ESTOQUE P=PRECO C=CONCORRENTE
      -" D=PRAZO O=OUTROS".

       01 TELA-CODIGO-ITEM.
          02 LINE 07 COL 29 PIC  999 USING WNUMERO-ITEM.

          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - ITENS DO PEDIDO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
