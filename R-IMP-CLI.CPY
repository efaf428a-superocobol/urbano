       S-OPCAO3 SECTION.
       R-OPCAO3-1.
           MOVE ZEROES TO WFILTRO-DE WFILTRO-ATE
           MOVE SPACES TO WFILTRO-PREFIXO WFILTRO-SEGMENTO
           MOVE 'N' TO WINC-INATIVOS
           DISPLAY TELA-FILTRO-CLI
           ACCEPT TELA-FILTRO-CLI
           INSPECT WFILTRO-SEGMENTO CONVERTING 'cfrpns' TO 'CFRPNS'
           IF WFILTRO-SEGMENTO NOT = SPACES
              IF WFILTRO-SEGMENTO NOT = 'C' AND NOT = 'F' AND
                 NOT = 'R' AND NOT = 'P' AND NOT = 'N' AND NOT = 'S'
                 MOVE 'SEGMENTO INVALIDO' TO WTXT
                 MOVE ZEROES TO WST
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 GO TO R-OPCAO3-EXIT
              END-IF
              OPEN INPUT SEGCLI
              IF FS-SG NOT = '00'
                 MOVE 'SEGMENTACAO DE CLIENTES NAO GERADA' TO WTXT
                 MOVE ZEROES TO WST
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 GO TO R-OPCAO3-EXIT
              END-IF
           END-IF
           MOVE 'RELCLI1.TXT' TO WID-ARQ-REL-1
           MOVE 'RELCLI1' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           IF WFILTRO-SEGMENTO NOT = SPACES
              STRING 'SEGMENTO ' WFILTRO-SEGMENTO DELIMITED BY SIZE
                 INTO LINK-SPL-PARAMS
           END-IF
           MOVE LID-OPERADOR-1 TO LINK-SPL-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-SPL-EMPRESA
           CALL "RegSpool" USING LINK-SPOOL
              START CLIENTES KEY IS NOT LESS THAN CODIGO
              PERFORM R-IMPRIME-FAIXA UNTIL FS-CLI NOT = '00'
           END-IF
           IF WFILTRO-SEGMENTO NOT = SPACES
              CLOSE SEGCLI
           END-IF
           CLOSE ARQREL.
       R-OPCAO3-EXIT.
           EXIT.
              NOT = WFILTRO-PREFIXO(1:WFILTRO-LEN)
              MOVE '10' TO FS-CLI
           ELSE
              PERFORM R-TESTA-SEGMENTO
              IF (INATIVO NOT = 'S' OR WINC-INATIVOS = 'S') AND
                 WPASSA-SEG = 1
                 MOVE CODIGO    TO RL-CODIGO
                 MOVE RAZAO     TO RL-RAZAO
                 MOVE CNPJ      TO RL-CNPJ
           IF FS-CLI NOT = '00' OR CODIGO > WFILTRO-ATE-EFETIVO
              MOVE '10' TO FS-CLI
           ELSE
              PERFORM R-TESTA-SEGMENTO
              IF (INATIVO NOT = 'S' OR WINC-INATIVOS = 'S') AND
                 WPASSA-SEG = 1
                 MOVE CODIGO    TO RL-CODIGO
                 MOVE RAZAO     TO RL-RAZAO
                 MOVE CNPJ      TO RL-CNPJ
              END-IF
           END-IF.

      *    (SEM FILTRO DE SEGMENTO TODOS PASSAM; COM FILTRO, SO O
      *     CLIENTE APURADO NAQUELE SEGMENTO)
       R-TESTA-SEGMENTO.
           MOVE 1 TO WPASSA-SEG
           IF WFILTRO-SEGMENTO NOT = SPACES
              MOVE 0 TO WPASSA-SEG
              MOVE CODIGO TO CODIGO-CLI-SG
              READ SEGCLI
              IF FS-SG = '00' AND SEGMENTO-SG = WFILTRO-SEGMENTO
                 MOVE 1 TO WPASSA-SEG
              END-IF
           END-IF.

       S-OPCAO4 SECTION.
       R-OPCAO4-1.
           MOVE 'N' TO WINC-INATIVOS
