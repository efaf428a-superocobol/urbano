      *              compensado reabre o saldo do titulo. Lista de
      *              depositos do dia (bom-para ate a data) em
      *              RELCHQ1.TXT. Operacoes no TRANLOG.LOG.
      * 2026-10-07 - Deposito grava o credito esperado na conta
      *              bancaria padrao e a devolucao de cheque ja
      *              depositado/compensado grava o debito
      *              (GravaMovBco), para a conciliacao com o extrato.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CUSTODIA DE CHEQUES"
             .
          02 LINE 3 COL 1 VALUE "***************************************
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CUSTODIA DE CHEQUES"
             .
          02 LINE 3 COL 1 VALUE "***************************************
              MOVE SITUACAO-CHQ TO WTL-SIT-DEPOIS
              MOVE 'CHQ-SIT ' TO WTL-OPERACAO
              PERFORM R-GRAVA-LOG
              PERFORM R-GRAVA-MOV-BANCO-CHQ
           ELSE
              MOVE 'ERRO DE REGRAVAÇÃO ST ' TO WTXT
              MOVE FS-CHQ TO WST
              REWRITE REGISTRO-CONTASREC
           END-IF.

      *-------------------------------------
      * DEPOSITO = CREDITO NA CONTA PADRAO; DEVOLUCAO DE CHEQUE QUE
      * JA TINHA IDO AO BANCO (D OU L) = DEBITO (GravaMovBco).
      *-------------------------------------
       R-GRAVA-MOV-BANCO-CHQ.
           MOVE SPACES TO LINK-MBC-TIPO
           IF SITUACAO-CHQ = 'D'
              MOVE 'C' TO LINK-MBC-TIPO
           END-IF
           IF SITUACAO-CHQ = 'V' AND
              (WTL-SIT-ANTES = 'D' OR WTL-SIT-ANTES = 'L')
              MOVE 'D' TO LINK-MBC-TIPO
           END-IF
           IF LINK-MBC-TIPO NOT = SPACES
              MOVE ZEROES         TO LINK-MBC-CONTA
              ACCEPT LINK-MBC-DATA FROM DATE YYYYMMDD
              MOVE 'CH'           TO LINK-MBC-ORIGEM
              MOVE SPACES         TO LINK-MBC-DOCUMENTO
              STRING 'CHQ ' NUMERO-CHQ
                 DELIMITED BY SIZE INTO LINK-MBC-DOCUMENTO
              MOVE VALOR-CHQ      TO LINK-MBC-VALOR
              MOVE LID-OPERADOR-1 TO LINK-MBC-OPERADOR
              MOVE LID-EMPRESA-1  TO LINK-MBC-EMPRESA
              CALL "GravaMovBco" USING LINK-MOVBCO
           END-IF.

      *-------------------------------------
      * DEVOLUCAO DE CHEQUE JA COMPENSADO: O VALOR VOLTA AO SALDO
      * DO TITULO E A SITUACAO VOLTA A ABERTO.
