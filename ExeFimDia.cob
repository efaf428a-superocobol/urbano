      *              retoma da etapa que falhou. Sem o FIMDIA.CFG a
      *              cadeia padrao (validacao de documentos e
      *              integridade da distribuicao) e criada.
      * 2026-10-15 - Linha de fim de etapa do JOBLOG.LOG leva os
      *              registros processados que a etapa devolve em
      *              LID-QTD-REG-1 (colunas 71-79), para a
      *              estatistica de tempos do lote (RelBatch).
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          02 WJOB-PROG              PIC X(020).
          02 FILLER                 PIC X VALUE SPACE.
          02 WJOB-EVENTO            PIC X(025).
          02 FILLER                 PIC X VALUE SPACE.
          02 WJOB-QTD-REG           PIC 9(009) VALUE ZEROES.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - FECHAMENTO DO DIA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
           MOVE ZERO TO WERRO-FD
           MOVE WETAPA-PROG(WI-FD) TO WPROGRAMA-FD
           MOVE 'L' TO LID-MODO-1
           MOVE ZEROES TO LID-QTD-REG-1
           CALL WPROGRAMA-FD USING LINK-DADOS
             ON EXCEPTION
                MOVE 1 TO WERRO-FD
           END-CALL
           MOVE SPACE TO LID-MODO-1
           MOVE LID-QTD-REG-1 TO WJOB-QTD-REG
           IF WERRO-FD = ZERO
              ADD 1 TO WQTD-OK-FD
              MOVE 'FIM - OK' TO WJOB-EVENTO
              IF WETAPA-POLIT(WI-FD) = 'S' OR 's'
                 MOVE 1 TO WPARAR-FD
              END-IF
           END-IF
           MOVE ZEROES TO WJOB-QTD-REG.

       R-GRAVA-JOBLOG.
           ACCEPT WDHFD-DATA FROM DATE YYYYMMDD
