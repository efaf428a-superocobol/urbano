          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - REL. METAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".

       01 TELA-FILTRO-VEN-META.
          02 BLANK SCREEN.
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 4 COL 22 VALUE "APURACAO POR VENDEDOR".
          02 LINE 7 COL 10 VALUE "CODIGO DO VENDEDOR..........:".
          02 LINE 7 COL 41 PIC  9(007) USING WFILTRO-VEN-META.
