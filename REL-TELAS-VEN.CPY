          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - REL. VENDEDORES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".

       01 TELA-FILTRO-VEN.
          02 BLANK SCREEN.
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 4 COL 22 VALUE "FILTRO POR FAIXA OU PREFIXO".
          02 LINE 7 COL 10 VALUE "CODIGO DE (0=TODOS)........:".
          02 LINE 7 COL 39 PIC  9(007) USING WFILTRO-DE-VEN.
