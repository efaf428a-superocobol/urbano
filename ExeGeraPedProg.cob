      *              resumo da rodada vao para PEDPROG.LOG, no padrao
      *              dos demais logs de varredura. Pode ser
      *              encadeado como etapa do ExeFimDia.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Mix autorizado (ChkMix): item da programacao
      *              com produto que o cliente nao pode mais comprar
      *              fica fora do pedido gerado, com a linha no
      *              PEDPROG.LOG e o registro no MIX.LOG.
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
       77 WPROD-ALVO-GP        PIC 9(007) VALUE ZEROES.
       77 WPED-GERADO-GP       PIC 9(009) VALUE ZEROES.
       77 WDELTA-RS            PIC S9(007) VALUE ZEROES.
       77 WMX-DISPONIVEL-GP    PIC 9 VALUE ZEROES.
      *                       (1=CONTROLE DE MIX ATIVO - ChkMix)
       01 WTXT-MIX-GP.
          02 FILLER            PIC X(20) VALUE 'PRODUTO FORA DO MIX '.
          02 WPROD-MIX-GP      PIC 9(007).

       01 WLOG-LINHA-GP.
          02 FILLER            PIC X(09) VALUE ' PEDPROG '.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - PEDIDO PROGRAMADO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
           OPEN INPUT PRODUTOS
           OPEN INPUT TABPRECO
           OPEN INPUT CALENDARIO
      *    (SEM O ARQUIVO DE MIX TODO PRODUTO E PERMITIDO)
           MOVE 0 TO WMX-DISPONIVEL-GP
           MOVE 'A'           TO LINK-MIX-FUNCAO
           MOVE LID-EMPRESA-1 TO LINK-MIX-EMPRESA
           CALL "ChkMix" USING LINK-MIX
           IF LINK-MIX-STATUS = '0'
              MOVE 1 TO WMX-DISPONIVEL-GP
           END-IF
           ACCEPT WDATA-HOJE-GP FROM DATE YYYYMMDD
           MOVE ZEROES TO WQTD-GERADOS-GP WQTD-ERROS-GP
           MOVE ZEROES TO CODIGO-PPG
           PERFORM R-GRAVA-PPLOG-LIVRE
           CLOSE PEDPROG PEDIDOS PEDITEM RESERVA
                 CLIENTES PRODUTOS TABPRECO CALENDARIO
           IF WMX-DISPONIVEL-GP = 1
              MOVE 'F' TO LINK-MIX-FUNCAO
              CALL "ChkMix" USING LINK-MIX
           END-IF
           MOVE SPACES TO WTXT
           STRING 'FIM. GERADOS: ' WQTD-GERADOS-GP
                  '  ERROS: ' WQTD-ERROS-GP
           IF FS-PROD NOT = '00'
              GO TO R-GERA-UM-ITEM-FIM
           END-IF
           IF WMX-DISPONIVEL-GP = 1
              PERFORM R-CHECA-MIX-GP
              IF LINK-MIX-SITUACAO = 'B'
                 MOVE CODIGO-PPG             TO LG-PPG
                 MOVE WPED-GERADO-GP         TO LG-PEDIDO
                 MOVE CODIGO-CLI-PPG         TO LG-CLIENTE
                 MOVE WDATA-GER-GP           TO LG-DATA
                 MOVE CODIGO-PROD-PPG(WI-GP) TO WPROD-MIX-GP
                 MOVE WTXT-MIX-GP            TO LG-TEXTO
                 PERFORM R-GRAVA-PPLOG
                 GO TO R-GERA-UM-ITEM-FIM
              END-IF
           END-IF
           PERFORM R-RESOLVE-PRECO-GP
           ADD 1 TO WSEQ-ITEM-GP
           MOVE WPED-GERADO-GP         TO CODIGO-PED-ITEM
       R-GERA-UM-ITEM-FIM.
           EXIT.

      *-------------------------------------
      * MIX AUTORIZADO DO PRODUTO DA PROGRAMACAO PARA O CLIENTE
      * (ChkMix, COM A RECUSA REGISTRADA NO MIX.LOG).
      *-------------------------------------
       R-CHECA-MIX-GP.
           MOVE ZEROES TO LINK-MIX-GRUPO
           MOVE CODIGO-CLI-PPG TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE GRUPO-CLI TO LINK-MIX-GRUPO
           END-IF
           MOVE 'V'                    TO LINK-MIX-FUNCAO
           MOVE CODIGO-CLI-PPG         TO LINK-MIX-CLIENTE
           MOVE CODIGO-PROD-PPG(WI-GP) TO LINK-MIX-PRODUTO
           MOVE 'ExeGeraPedProg'       TO LINK-MIX-PROGRAMA
           MOVE LID-OPERADOR-1         TO LINK-MIX-OPERADOR
           MOVE WPED-GERADO-GP         TO LINK-MIX-PEDIDO
           MOVE 'S'                    TO LINK-MIX-REGISTRA
           CALL "ChkMix" USING LINK-MIX.

      *-------------------------------------
      * PRECO VIGENTE: TABELA DO CLIENTE NA DATA DE GERACAO, COM O
      * PRECO DO CADASTRO DO PRODUTO COMO PADRAO.
