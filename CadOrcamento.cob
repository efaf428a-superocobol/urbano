      *              repuxando o preco vigente da tabela do cliente
      *              em cada item. Relatorio de taxa de conversao
      *              por vendedor em RELORCWIN.TXT.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Mix autorizado (ChkMix): item de produto que o
      *              cliente nao pode comprar e recusado, e a
      *              conversao em pedido confere de novo todos os
      *              itens (o mix pode ter mudado desde o orcamento);
      *              as recusas ficam no MIX.LOG.
      * 2026-10-15 - Orcamento perdido exige tambem o codigo do
      *              motivo (E=sem estoque, P=preco, C=concorrente,
      *              D=prazo de entrega, O=outros); cada item vai
      *              para as vendas perdidas (GravaPerda) com a
      *              quantidade e o preco orcados.
      * 2026-10-15 - Chaves alternativas de situacao e data em
      *              PEDIDOS.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              RECORD KEY        IS CHAVE-PED
              ALTERNATE RECORD KEY IS CODIGO-CLI-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS STATUS-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-PED   WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PED.

             88 PED-FRETE-CIF      VALUE 'C'.
             88 PED-FRETE-FOB      VALUE 'F'.
          02 END-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 DATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.

       FD PEDITEM.
       01 REGISTRO-PEDITEM.
       01 WVALIDADE-OR         PIC 9(008) VALUE ZEROES.
       01 WSTATUS-OR           PIC X(001) VALUE 'A'.
       01 WMOTIVO-OR           PIC X(030) VALUE SPACES.
       01 WMOTIVO-COD-OR       PIC X(001) VALUE SPACES.
          88 OR-MOTIVO-VALIDO  VALUE 'E' 'P' 'C' 'D' 'O'.
       01 WNUMERO-OI           PIC 9(003) VALUE ZEROES.
       01 WCODIGO-PROD-OI      PIC 9(007) VALUE ZEROES.
       01 WQTDE-OI             PIC 9(005) VALUE ZEROES.
       77 WSAIDA-TPR-OR        PIC 9 VALUE ZEROES.
      *--------------------------------------------------

      *-------------MIX AUTORIZADO DE PRODUTOS DO CLIENTE-----------
       77 WMX-DISPONIVEL-OR    PIC 9 VALUE ZEROES.
       77 WMIX-OK-OR           PIC 9 VALUE ZEROES.
       77 WQTD-FORA-MIX-OR     PIC 9(003) VALUE ZEROES.
       01 WPROD-MIX-OR         PIC 9(007) VALUE ZEROES.
       01 WPED-MIX-OR          PIC 9(009) VALUE ZEROES.
      *--------------------------------------------------

      *-------------TAXA DE CONVERSAO POR VENDEDOR------------------
       77 WMAX-VEN-OR       PIC 9(003) VALUE 200.
       77 WQTD-VEN-OR       PIC 9(003) VALUE ZEROES.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - ORCAMENTOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - ORCAMENTOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
       01 TELA-MOTIVO-ORC.
          02 LINE 17 COL 10 VALUE "MOTIVO DA PERDA.:".
          02 LINE 17 COL 29 PIC X(030) USING WMOTIVO-OR.
          02 LINE 18 COL 10 VALUE "CODIGO DO MOTIVO:".
          02 LINE 18 COL 29 PIC X(001) USING WMOTIVO-COD-OR.
          02 LINE 19 COL 10 VALUE "E=SEM ESTOQUE P=PRECO C=CONCORRENTE
      -" D=PRAZO O=OUTROS".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
             WHEN 6
               CLOSE ORCAMENTO ORCITEM PEDIDOS PEDITEM RESERVA
                     CLIENTES PRODUTOS TABPRECO
               IF WMX-DISPONIVEL-OR = 1
                  MOVE 'F' TO LINK-MIX-FUNCAO
                  CALL "ChkMix" USING LINK-MIX
               END-IF
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
              DISPLAY TELA-MENSAGEM
              GO TO ITEM-ORC-EXIT
           END-IF
           MOVE WCODIGO-PROD-OI TO WPROD-MIX-OR
           MOVE WCODIGO-ORC     TO WPED-MIX-OR
           PERFORM R-CHECA-MIX-OR THRU R-CHECA-MIX-OR-EXIT
           IF WMIX-OK-OR NOT = 1
              MOVE 'PRODUTO FORA DO MIX AUTORIZADO DO CLIENTE' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO ITEM-ORC-EXIT
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
              END-IF
           END-IF.

      *-------------------------------------
      * MIX AUTORIZADO: O PRODUTO WPROD-MIX-OR PRECISA SER PERMITIDO
      * AO CLIENTE DO ORCAMENTO (ChkMix); A RECUSA VAI PARA O
      * MIX.LOG. WMIX-OK-OR = 1 QUANDO PERMITIDO.
      *-------------------------------------
       S-CHECA-MIX-OR SECTION.
       R-CHECA-MIX-OR.
           MOVE 1 TO WMIX-OK-OR
           IF WMX-DISPONIVEL-OR NOT = 1
              GO TO R-CHECA-MIX-OR-EXIT
           END-IF
           MOVE ZEROES TO LINK-MIX-GRUPO
           MOVE CODIGO-CLI-ORC TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE GRUPO-CLI TO LINK-MIX-GRUPO
           END-IF
           MOVE 'V'            TO LINK-MIX-FUNCAO
           MOVE CODIGO-CLI-ORC TO LINK-MIX-CLIENTE
           MOVE WPROD-MIX-OR   TO LINK-MIX-PRODUTO
           MOVE 'CadOrcamento' TO LINK-MIX-PROGRAMA
           MOVE LID-OPERADOR-1 TO LINK-MIX-OPERADOR
           MOVE WPED-MIX-OR    TO LINK-MIX-PEDIDO
           MOVE 'S'            TO LINK-MIX-REGISTRA
           CALL "ChkMix" USING LINK-MIX
           IF LINK-MIX-SITUACAO = 'B'
              MOVE 0 TO WMIX-OK-OR
           END-IF.
       R-CHECA-MIX-OR-EXIT.
           EXIT.

      *-------------------------------------
      * FECHAMENTO COMO GANHO: GERA O PEDIDO REAL COM OS PRECOS
      * VIGENTES DA TABELA DO CLIENTE E MARCA O ORCAMENTO 'G' COM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO GANHAR-ORC-EXIT
           END-IF
           PERFORM R-CONFERE-MIX-ORC THRU R-CONFERE-MIX-ORC-FIM
           IF WQTD-FORA-MIX-OR NOT = ZEROES
              MOVE SPACES TO WTXT
              STRING 'ITENS FORA DO MIX DO CLIENTE: ' WQTD-FORA-MIX-OR
                 DELIMITED BY SIZE INTO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO GANHAR-ORC-EXIT
           END-IF
           MOVE 'PEDIDO' TO LINK-NUM-ENTIDADE
           CALL "GeraNumero" USING LINK-NUMERO
           IF LINK-NUM-STATUS NOT = '0'
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-GANHAR-ORC-ROTINAS SECTION.

      *    (NENHUM ITEM FORA DO MIX PODE VIRAR PEDIDO: CONTA AS
      *     RECUSAS ANTES DE NUMERAR O PEDIDO)
       R-CONFERE-MIX-ORC.
           MOVE ZEROES TO WQTD-FORA-MIX-OR
           IF WMX-DISPONIVEL-OR NOT = 1
              GO TO R-CONFERE-MIX-ORC-FIM
           END-IF
           MOVE WCODIGO-ORC TO WORC-ALVO WPED-MIX-OR
           MOVE WCODIGO-ORC TO CODIGO-ORC-OI
           MOVE ZEROES      TO NUMERO-OI
           START ORCITEM KEY IS NOT LESS THAN CHAVE-OI
           MOVE 0 TO WSAIDA-OR
           IF FS-OI NOT = '00'
              MOVE 1 TO WSAIDA-OR
           END-IF
           PERFORM R-CONFERE-MIX-ORC-1 UNTIL WSAIDA-OR = 1.
       R-CONFERE-MIX-ORC-FIM.
           EXIT.

       R-CONFERE-MIX-ORC-1.
           READ ORCITEM NEXT
           IF FS-OI NOT = '00' OR
              CODIGO-ORC-OI NOT = WORC-ALVO
              MOVE 1 TO WSAIDA-OR
           ELSE
              MOVE CODIGO-PROD-OI TO WPROD-MIX-OR
              PERFORM R-CHECA-MIX-OR THRU R-CHECA-MIX-OR-EXIT
              IF WMIX-OK-OR NOT = 1
                 ADD 1 TO WQTD-FORA-MIX-OR
              END-IF
           END-IF.

       R-GERA-ITENS-PEDIDO.
           MOVE ZEROES TO WVALOR-PED-OR
           MOVE WCODIGO-ORC TO WORC-ALVO
              DISPLAY TELA-MENSAGEM
              GO TO PERDER-ORC-EXIT
           END-IF
           MOVE SPACES TO WMOTIVO-OR WMOTIVO-COD-OR
           DISPLAY TELA-MOTIVO-ORC
           ACCEPT TELA-MOTIVO-ORC
           INSPECT WMOTIVO-COD-OR CONVERTING 'epcdo' TO 'EPCDO'
           IF WMOTIVO-OR = SPACES OR NOT OR-MOTIVO-VALIDO
              MOVE 'PERDA EXIGE MOTIVO E CODIGO (E/P/C/D/O)' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              MOVE 'P' TO STATUS-ORC
              MOVE WMOTIVO-OR TO MOTIVO-PERDA-ORC
              REWRITE REGISTRO-ORCAMENTO
              IF FS-ORC = '00'
                 PERFORM R-PERDAS-ORC
              END-IF
           END-IF.
       PERDER-ORC-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-PERDER-ORC-ROTINAS SECTION.

      *    (CADA ITEM DO ORCAMENTO PERDIDO E DEMANDA PERDIDA)
       R-PERDAS-ORC.
           MOVE CODIGO-ORC TO WORC-ALVO
           MOVE CODIGO-ORC TO CODIGO-ORC-OI
           MOVE ZEROES     TO NUMERO-OI
           START ORCITEM KEY IS NOT LESS THAN CHAVE-OI
           MOVE 0 TO WSAIDA-OR
           IF FS-OI NOT = '00'
              MOVE 1 TO WSAIDA-OR
           END-IF
           PERFORM R-PERDAS-ORC-1 UNTIL WSAIDA-OR = 1.

       R-PERDAS-ORC-1.
           READ ORCITEM NEXT
           IF FS-OI NOT = '00' OR CODIGO-ORC-OI NOT = WORC-ALVO
              MOVE 1 TO WSAIDA-OR
           ELSE
              MOVE LID-EMPRESA-1    TO LINK-PDA-EMPRESA
              MOVE ZEROES           TO LINK-PDA-DATA
              MOVE CODIGO-PROD-OI   TO LINK-PDA-PRODUTO
              MOVE CODIGO-CLI-ORC   TO LINK-PDA-CLIENTE
              MOVE CODIGO-VEN-ORC   TO LINK-PDA-VENDEDOR
              MOVE QTDE-OI          TO LINK-PDA-QTDE
              MOVE VALOR-UNIT-OI    TO LINK-PDA-VALOR-UNIT
              MOVE WMOTIVO-COD-OR   TO LINK-PDA-MOTIVO
              MOVE 'O'              TO LINK-PDA-ORIGEM
              MOVE WORC-ALVO        TO LINK-PDA-DOCUMENTO
              MOVE LID-OPERADOR-1   TO LINK-PDA-OPERADOR
              CALL "GravaPerda" USING LINK-PERDA
           END-IF.

      *-------------------------------------
      * TAXA DE CONVERSAO POR VENDEDOR: GANHOS / (GANHOS +
      * PERDIDOS), COM OS ABERTOS A PARTE.
           OPEN INPUT CLIENTES.
           OPEN INPUT PRODUTOS.
           OPEN INPUT TABPRECO.
      *    (SEM O ARQUIVO DE MIX TODO PRODUTO E PERMITIDO)
           MOVE 0 TO WMX-DISPONIVEL-OR.
           MOVE 'A'           TO LINK-MIX-FUNCAO.
           MOVE LID-EMPRESA-1 TO LINK-MIX-EMPRESA.
           CALL "ChkMix" USING LINK-MIX.
           IF LINK-MIX-STATUS = '0'
              MOVE 1 TO WMX-DISPONIVEL-OR
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
