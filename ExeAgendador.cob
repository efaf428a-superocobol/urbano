      *              de recuperacao. O ciclo para quando o arquivo
      *              AGENDADOR.STP existe ou pela confirmacao de
      *              saida no arranque.
      * 2026-10-15 - Linha de fim de trabalho do JOBLOG.LOG leva os
      *              registros processados que o programa devolve em
      *              LID-QTD-REG-1 (colunas 71-79), para a
      *              estatistica de tempos do lote (RelBatch).
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          02 AG-PROG                PIC X(020).
          02 FILLER                 PIC X VALUE SPACE.
          02 AG-EVENTO              PIC X(030).
          02 FILLER                 PIC X VALUE SPACE.
          02 AG-QTD-REG             PIC 9(009) VALUE ZEROES.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - AGENDADOR".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
           MOVE 0 TO WERRO-AG
           MOVE WJOB-PROG-AG(WI-AG) TO WPROGRAMA-AG
           MOVE 'L' TO LID-MODO-1
           MOVE ZEROES TO LID-QTD-REG-1
           CALL WPROGRAMA-AG USING LINK-DADOS
             ON EXCEPTION
                MOVE 1 TO WERRO-AG
           ELSE
              MOVE 'FIM - ERRO NA CHAMADA' TO AG-EVENTO
           END-IF
           MOVE LID-QTD-REG-1 TO AG-QTD-REG
           PERFORM R-GRAVA-JOBLOG-AG
           MOVE ZEROES TO AG-QTD-REG
           MOVE WJOB-SEQ-AG(WI-AG) TO SEQ-AG
           READ AGCTL
           IF FS-AGCTL = '00'
