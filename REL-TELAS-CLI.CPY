          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - REL. CLIENTES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".

       01 TELA-FILTRO-CLI.
          02 BLANK SCREEN.
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 4 COL 22 VALUE "FILTRO POR FAIXA OU PREFIXO".
          02 LINE 7 COL 10 VALUE "CODIGO DE (0=TODOS)........:".
          02 LINE 7 COL 39 PIC  9(007) USING WFILTRO-DE.
          02 LINE 8 COL 39 PIC  9(007) USING WFILTRO-ATE.
          02 LINE 9 COL 10 VALUE "PREFIXO RAZAO (BRANCO=TODOS):".
          02 LINE 9 COL 39 PIC  X(040) USING WFILTRO-PREFIXO.
          02 LINE 10 COL 10 VALUE "SEGMENTO (C F R P N S)......:".
          02 LINE 10 COL 39 PIC  X(001) USING WFILTRO-SEGMENTO.
          02 LINE 10 COL 42 VALUE "(BRANCO=TODOS)".
