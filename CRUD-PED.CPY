           IF WX = 'S' OR 's'
              MOVE ZEROES TO WTL-VALOR-ANTES
              MOVE SPACES TO WTL-STATUS-ANTES
              MOVE SPACES TO ORIGEM-PED
              PERFORM MOVE-DADOS
              WRITE REGISTRO-PEDIDOS
              IF FS-PED = '00'
                 MOVE 'INCLUIR' TO WTL-OPERACAO
           MOVE WTRANSP-PED      TO TRANSP-PED
           MOVE WFRETE-TIPO-PED  TO FRETE-TIPO-PED
           MOVE WEND-ENTREGA-PED TO END-ENTREGA-PED
           IF WDATA-PREV-ENT-PED = ZEROES
              MOVE WDATA-PED TO WDATA-PREV-ENT-PED
           END-IF
           MOVE WDATA-PREV-ENT-PED TO DATA-PREV-ENT-PED
           MOVE WSTATUS-PED      TO STATUS-PED
           IF WPRONTA-PED = 'S' OR 's'
              MOVE 'V' TO ORIGEM-PED
           ELSE
              IF ORIGEM-PED = 'V'
                 MOVE SPACES TO ORIGEM-PED
              END-IF
           END-IF.

      *                  (NA VOLTA O BRUTO E RECONSTITUIDO PARA A
      *                   TELA, PARA O DESCONTO NAO SER APLICADO
           MOVE TRANSP-PED      TO WTRANSP-PED
           MOVE FRETE-TIPO-PED  TO WFRETE-TIPO-PED
           MOVE END-ENTREGA-PED TO WEND-ENTREGA-PED
           MOVE DATA-PREV-ENT-PED TO WDATA-PREV-ENT-PED
           MOVE STATUS-PED      TO WSTATUS-PED
           IF ORIGEM-PED = 'V'
              MOVE 'S' TO WPRONTA-PED
           ELSE
              MOVE 'N' TO WPRONTA-PED
           END-IF.

       S-VERIFICA-CLI-VEN-PED SECTION.
       VERIFICA-CLI-VEN-PED.
                 DISPLAY TELA-MENSAGEM
              END-IF
           END-IF.
      *                  (ENTREGA PROMETIDA NAO PODE SER ANTES
      *                   DO PROPRIO PEDIDO; ZERO ASSUME A DATA
      *                   DO PEDIDO NA GRAVACAO)
           IF WCLI-VEN-PED-OK = 1 AND
              WDATA-PREV-ENT-PED NOT = ZEROES AND
              WDATA-PREV-ENT-PED < WDATA-PED
              MOVE 0 TO WCLI-VEN-PED-OK
              MOVE 'ENTREGA PROMETIDA ANTERIOR AO PEDIDO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.
      *                  (VENDEDOR AUSENTE HOJE COM COBERTURA
      *                   DESIGNADA: O PEDIDO NOVO E DESVIADO PARA
      *                   O VENDEDOR DE COBERTURA)
           IF WCLI-VEN-PED-OK = 1 AND WAUS-DISPONIVEL = 1
              PERFORM R-DESVIA-AUSENTE THRU R-DESVIA-AUSENTE-FIM
           END-IF.
      *                  (PRONTA-ENTREGA SO PARA VENDEDOR COM VAN
      *                   ATIVA NA FROTA - O FATURAMENTO BAIXA O
      *                   ESTOQUE DO LOCAL DA VAN)
           IF WCLI-VEN-PED-OK = 1 AND
              (WPRONTA-PED = 'S' OR 's')
              PERFORM R-CHECA-VAN-VEN THRU R-CHECA-VAN-VEN-FIM
              IF WVAN-OK = 0
                 MOVE 0 TO WCLI-VEN-PED-OK
                 MOVE 'VENDEDOR SEM VAN DE PRONTA-ENTREGA' TO WTXT
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE WMENSAGEM
                 DISPLAY TELA-MENSAGEM
              END-IF
           END-IF.
       VERIFICA-CLI-VEN-PED-EXIT.
           EXIT.

       R-CHECA-VAN-VEN.
           MOVE 0 TO WVAN-OK
           IF WVEI-DISPONIVEL = 0
              GO TO R-CHECA-VAN-VEN-FIM
           END-IF
           MOVE SPACES TO PLACA-VEI
           START VEICULOS KEY IS NOT LESS THAN PLACA-VEI
           MOVE 0 TO WSAIDA-VEI
           IF FS-VEI NOT = '00'
              MOVE 1 TO WSAIDA-VEI
           END-IF
           PERFORM R-CHECA-VAN-VEN-1 UNTIL WSAIDA-VEI = 1.
       R-CHECA-VAN-VEN-FIM.
           EXIT.

       R-CHECA-VAN-VEN-1.
           READ VEICULOS NEXT
           IF FS-VEI NOT = '00'
              MOVE 1 TO WSAIDA-VEI
           ELSE
              IF VENDEDOR-VEI = WCODIGO-VEN-PED AND
                 LOCAL-VEI NOT = ZEROES AND INATIVO-VEI NOT = 'I'
                 MOVE 1 TO WVAN-OK
                 MOVE 1 TO WSAIDA-VEI
              END-IF
           END-IF.

       R-DESVIA-AUSENTE.
           ACCEPT WDATA-HOJE-AUS FROM DATE YYYYMMDD
           MOVE WCODIGO-VEN-PED TO CODIGO-VEN-AUS
