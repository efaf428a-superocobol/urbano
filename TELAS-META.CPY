          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - METAS DE VENDA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 10 COL 10 VALUE "[4] PESQUISA POR VENDEDOR".
          02 LINE 11 COL 10 VALUE "[6] GERACAO EM LOTE PELO REALIZADO".
          02 LINE 12 COL 10 VALUE "[5] SAIR".
          02 LINE 13 COL 10 VALUE "[7] META DE POSITIVACAO".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-M AUTO.

          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - METAS DE VENDA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - METAS DE VENDA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - METAS DE VENDA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 10 COL 29 PIC 9(009)V99 USING WVALOR-META.
          02 LINE 15 COL 10 VALUE "ENTER=PROXIMO REGISTRO  9=SAIR".
          02 LINE 15 COL 42 PIC X USING WX.

       01 TELA-META-POS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - METAS DE VENDA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 26 VALUE "META DE POSITIVACAO DA CARTEIRA".
          02 LINE 7 COL 10 VALUE "Codigo Vendedor.:".
          02 LINE 7 COL 29 PIC 9(007) FROM WCODIGO-VEN-MP.
          02 LINE 7 COL 38 PIC X(040) FROM WNOME-VEN-MP.
          02 LINE 9 COL 10 VALUE "Positivacao (%).:".
          02 LINE 9 COL 29 PIC ZZ9.99 FROM WPERC-MP.
          02 LINE 9 COL 37 VALUE "(0=EXCLUI, VALE O PADRAO)".

       01 TELA-META-POS-VEN.
          02 LINE 7 COL 29 PIC 9(007) USING WCODIGO-VEN-MP.

       01 TELA-META-POS-PERC.
          02 LINE 9 COL 29 PIC 9(003)V99 USING WPERC-MP.
