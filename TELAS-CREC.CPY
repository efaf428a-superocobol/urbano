          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - CONTAS A RECEBER".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - CONTAS A RECEBER".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
       01 TELA-PAGAMENTO.
          02 LINE 14 COL 29 PIC 9(009)v9(002) USING WVALOR-PAGO.
          02 LINE 15 COL 29 PIC 9(008) USING WDATA-PAGO.
          02 LINE 16 COL 10 VALUE "Conta Bancaria..:".
          02 LINE 16 COL 29 PIC 9(003) USING WCONTA-BCO-CR.
          02 LINE 16 COL 33 VALUE "(0 = CONTA PADRAO)".
          02 LINE 14 COL 43 VALUE "Forma:".
          02 LINE 14 COL 50 PIC X(001) USING WFORMA-PGTO-CR.
          02 LINE 15 COL 40
             VALUE "(D)INH (H)CHQ (B)OL (P)IX (C)RED (E)DEB".

       01 TELA-CARTAO.
          02 LINE 21 COL 10 VALUE "Adquirente......:".
          02 LINE 21 COL 29 PIC 9(003) USING WADQ-CR.
          02 LINE 21 COL 35 VALUE "NSU:".
          02 LINE 21 COL 40 PIC 9(012) USING WNSU-CR.

       01 TELA-ENCARGOS.
          02 LINE 17 COL 10 VALUE "Dias de Atraso..:".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - CONTAS A RECEBER".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
