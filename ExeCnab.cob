      *              NF x 1000 + parcela, nos dois sentidos, para a
      *              remessa e o retorno enxergarem cada parcela
      *              como um titulo proprio.
      * 2026-10-07 - Titulo liquidado no retorno grava o credito
      *              esperado na conta bancaria padrao (GravaMovBco)
      *              para a conciliacao com o extrato.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - COBRANCA BANCARIA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
              MOVE 'Q' TO SITUACAO-CREC
           END-IF
           REWRITE REGISTRO-CONTASREC
           IF FS-CREC = '00'
              MOVE ZEROES             TO LINK-MBC-CONTA
              MOVE DATA-ULT-PGTO-CREC TO LINK-MBC-DATA
              MOVE 'C'                TO LINK-MBC-TIPO
              MOVE 'CN'               TO LINK-MBC-ORIGEM
              MOVE SPACES             TO LINK-MBC-DOCUMENTO
              STRING 'NF ' NUMERO-NF-CREC '/' PARCELA-CREC
                 DELIMITED BY SIZE INTO LINK-MBC-DOCUMENTO
              MOVE WRT-VALOR-N-CN     TO LINK-MBC-VALOR
              MOVE LID-OPERADOR-1     TO LINK-MBC-OPERADOR
              MOVE LID-EMPRESA-1      TO LINK-MBC-EMPRESA
              CALL "GravaMovBco" USING LINK-MOVBCO
           END-IF
           ADD 1 TO WQTD-LIQUIDADOS-CN
           MOVE 'TITULO LIQUIDADO:  NF ' TO RL-TEXTO-CN
           MOVE NUMERO-NF-CREC TO RL-NF-CN
