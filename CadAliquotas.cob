          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - ALIQUOTAS ICMS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - ALIQUOTAS ICMS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - ALIQUOTAS ICMS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
