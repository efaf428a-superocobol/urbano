      *              sequencia por vendedor fica em ARQPACKCTL.DAT e
      *              a importacao de pedidos (ExeImpPedidos) recusa
      *              retorno de pacote fora de ordem.
      * 2026-10-15 - Sugestao de pedido no pacote: apos cada linha
      *              'C', linhas 'S' com a sugestao do cliente pelo
      *              historico de compras (SugerePed, a mesma da
      *              digitacao do pedido): produto, quantidade
      *              sugerida e habitual, intervalo em dias, ultima
      *              compra, disponivel e marca de falta. O trailer
      *              '9' ganha a contagem de sugestoes.
      * 2026-10-15 - Mix autorizado (ChkMix): a linha 'C' leva a
      *              marca do mix do cliente (' ' = todos os
      *              produtos nao exclusivos mais as linhas 'M';
      *              'L' = somente as linhas 'M'), a linha 'T' a
      *              marca de produto exclusivo e, apos cada 'C',
      *              linhas 'M' com os produtos que o cliente pode
      *              comprar fora da regra geral (exclusivos
      *              liberados ou a lista inteira quando o cliente
      *              tem lista propria). Sugestoes fora do mix nao
      *              vao para o pacote. O trailer '9' ganha a
      *              contagem de linhas 'M'.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WQTD-PROD-PA         PIC 9(005) VALUE ZEROES.
       77 WQTD-PRECO-PA        PIC 9(005) VALUE ZEROES.
       77 WQTD-TIT-PA          PIC 9(005) VALUE ZEROES.
       77 WQTD-SUG-PA          PIC 9(005) VALUE ZEROES.
       77 WSUG-DISPONIVEL-PA   PIC 9 VALUE ZEROES.
       77 WK-PA                PIC 9(003) VALUE ZEROES.
       77 WQTD-PACKS-PA        PIC 9(003) VALUE ZEROES.
       77 WRS-DISPONIVEL-PA    PIC 9 VALUE ZEROES.
       77 WCREC-DISPONIVEL-PA  PIC 9 VALUE ZEROES.
       77 WTPR-DISPONIVEL-PA   PIC 9 VALUE ZEROES.
       01 WDISPONIVEL-PA       PIC S9(009) VALUE ZEROES.

      *-------------MIX AUTORIZADO (ChkMix)-------------------------
       77 WMX-DISPONIVEL-PA    PIC 9 VALUE ZEROES.
       77 WQTD-MIX-PA          PIC 9(005) VALUE ZEROES.
       77 WSAIDA-MX-PA         PIC 9 VALUE ZEROES.
       77 WMAX-EXC-PA          PIC 9(003) VALUE 500.
       77 WQTD-EXC-PA          PIC 9(003) VALUE ZEROES.
       77 WI-EXC-PA            PIC 9(003) VALUE ZEROES.
       01 WTAB-EXC-PA.
          02 WEXC-PA OCCURS 500 TIMES PIC 9(007).
      *--------------------------------------------------

      *-------------TABELAS DE PRECO DOS CLIENTES DO VENDEDOR------
       77 WMAX-TAB-PA          PIC 9(002) VALUE 50.
       77 WQTD-TAB-PA          PIC 9(002) VALUE ZEROES.
          02 LC-RAZAO          PIC X(040).
          02 LC-TABELA         PIC 9(003).
          02 LC-LIMITE         PIC 9(009)v9(002).
          02 LC-MIX            PIC X(001).

       01 WLINHA-T-PA.
          02 FILLER            PIC X(001) VALUE 'T'.
          02 LT-DESCRICAO      PIC X(040).
          02 LT-PRECO          PIC 9(007)v9(002).
          02 LT-DISPONIVEL     PIC S9(009).
          02 LT-EXCLUSIVO      PIC X(001).

       01 WLINHA-M-PA.
          02 FILLER            PIC X(001) VALUE 'M'.
          02 LM-CLIENTE        PIC 9(007).
          02 LM-PRODUTO        PIC 9(007).

       01 WLINHA-X-PA.
          02 FILLER            PIC X(001) VALUE 'X'.
          02 LR-VENCIMENTO     PIC 9(008).
          02 LR-SALDO          PIC 9(009)v9(002).

       01 WLINHA-S-PA.
          02 FILLER            PIC X(001) VALUE 'S'.
          02 LS-CLIENTE        PIC 9(007).
          02 LS-PRODUTO        PIC 9(007).
          02 LS-QTDE           PIC 9(005).
          02 LS-QTDE-HAB       PIC 9(005).
          02 LS-INTERVALO      PIC 9(003).
          02 LS-ULT-COMPRA     PIC 9(008).
          02 LS-DISPONIVEL     PIC S9(009).
          02 LS-FALTA          PIC X(001).

       01 WLINHA-9-PA.
          02 FILLER            PIC X(001) VALUE '9'.
          02 L9-CLIENTES       PIC 9(005).
          02 L9-PRODUTOS       PIC 9(005).
          02 L9-PRECOS         PIC 9(005).
          02 L9-TITULOS        PIC 9(005).
          02 L9-SUGESTOES      PIC 9(005).
          02 L9-MIX            PIC 9(005).

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - PACOTE DE CAMPO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
           END-IF
           ACCEPT WDATA-HOJE-PA FROM DATE YYYYMMDD
           MOVE ZEROES TO WQTD-PACKS-PA
           MOVE ZEROES TO WQTD-EXC-PA
           IF WMX-DISPONIVEL-PA = 1
              PERFORM R-CARREGA-EXC-PA
           END-IF
           IF WVEN-FILTRO-PA NOT = ZEROES
              MOVE WVEN-FILTRO-PA TO CODIGO-VEN
              READ VENDEDORES KEY IS CODIGO-VEN
              GO TO R-GERA-PACK-VEN-FIM
           END-IF
           MOVE ZEROES TO WQTD-CLI-PA WQTD-PROD-PA
                          WQTD-PRECO-PA WQTD-TIT-PA WQTD-SUG-PA
                          WQTD-MIX-PA
           MOVE ZEROES TO WQTD-TAB-PA WQTD-LCLI-PA
           MOVE WVEN-ALVO-PA  TO LP-VENDEDOR
           MOVE WSEQ-PACK-PA  TO LP-SEQ
           MOVE WQTD-PROD-PA  TO L9-PRODUTOS
           MOVE WQTD-PRECO-PA TO L9-PRECOS
           MOVE WQTD-TIT-PA   TO L9-TITULOS
           MOVE WQTD-SUG-PA   TO L9-SUGESTOES
           MOVE WQTD-MIX-PA   TO L9-MIX
           MOVE WLINHA-9-PA TO ARQPACK-REC
           WRITE ARQPACK-REC
           CLOSE ARQPACK
                 MOVE RAZAO            TO LC-RAZAO
                 MOVE TABELA-PRECO-CLI TO LC-TABELA
                 MOVE LIMITE-CRED-CLI  TO LC-LIMITE
                 MOVE SPACES           TO LC-MIX
                 IF WMX-DISPONIVEL-PA = 1
                    MOVE 'M'       TO LINK-MIX-FUNCAO
                    MOVE CODIGO    TO LINK-MIX-CLIENTE
                    MOVE GRUPO-CLI TO LINK-MIX-GRUPO
                    CALL "ChkMix" USING LINK-MIX
                    IF LINK-MIX-MODO NOT = SPACES
                       MOVE 'L' TO LC-MIX
                    END-IF
                 END-IF
                 MOVE WLINHA-C-PA TO ARQPACK-REC
                 WRITE ARQPACK-REC
                 ADD 1 TO WQTD-CLI-PA
                 IF WMX-DISPONIVEL-PA = 1
                    PERFORM R-PACK-MIX-CLI
                 END-IF
                 IF WQTD-LCLI-PA < WMAX-CLI-PA
                    ADD 1 TO WQTD-LCLI-PA
                    MOVE CODIGO TO WCLI-PA(WQTD-LCLI-PA)
                 IF TABELA-PRECO-CLI NOT = ZEROES
                    PERFORM R-GUARDA-TABELA
                 END-IF
                 IF WSUG-DISPONIVEL-PA = 1
                    PERFORM R-PACK-SUGESTAO
                 END-IF
              END-IF
           END-IF.

      *-------------------------------------
      * SUGESTAO DE PEDIDO DO CLIENTE PELO HISTORICO DE COMPRAS
      * (SugerePed) NA DATA DE HOJE, UMA LINHA 'S' POR PRODUTO.
      *-------------------------------------
       R-PACK-SUGESTAO.
           MOVE 'S'           TO LINK-SUG-FUNCAO
           MOVE CODIGO        TO LINK-SUG-CLIENTE
           MOVE WVEN-ALVO-PA  TO LINK-SUG-VENDEDOR
           MOVE ZEROES        TO LINK-SUG-PEDIDO
           MOVE WDATA-HOJE-PA TO LINK-SUG-DATA-REF
           CALL "SugerePed" USING LINK-SUGESTAO
           IF LINK-SUG-STATUS = '0'
              PERFORM R-PACK-SUGESTAO-1 THRU R-PACK-SUGESTAO-1-FIM
                 VARYING WK-PA FROM 1 BY 1
                 UNTIL WK-PA > LINK-SUG-QTD
           END-IF.

       R-PACK-SUGESTAO-1.
           IF WMX-DISPONIVEL-PA = 1
              MOVE 'V'                  TO LINK-MIX-FUNCAO
              MOVE CODIGO               TO LINK-MIX-CLIENTE
              MOVE GRUPO-CLI            TO LINK-MIX-GRUPO
              MOVE LINK-SUG-PROD(WK-PA) TO LINK-MIX-PRODUTO
              MOVE 'N'                  TO LINK-MIX-REGISTRA
              CALL "ChkMix" USING LINK-MIX
              IF LINK-MIX-SITUACAO = 'B'
                 GO TO R-PACK-SUGESTAO-1-FIM
              END-IF
           END-IF
           MOVE LINK-SUG-CLIENTE           TO LS-CLIENTE
           MOVE LINK-SUG-PROD(WK-PA)       TO LS-PRODUTO
           MOVE LINK-SUG-QTDE(WK-PA)       TO LS-QTDE
           MOVE LINK-SUG-QTDE-HAB(WK-PA)   TO LS-QTDE-HAB
           MOVE LINK-SUG-INTERVALO(WK-PA)  TO LS-INTERVALO
           MOVE LINK-SUG-ULT-COMPRA(WK-PA) TO LS-ULT-COMPRA
           MOVE LINK-SUG-ATP(WK-PA)        TO LS-DISPONIVEL
           MOVE LINK-SUG-FALTA(WK-PA)      TO LS-FALTA
           MOVE WLINHA-S-PA TO ARQPACK-REC
           WRITE ARQPACK-REC
           ADD 1 TO WQTD-SUG-PA.
       R-PACK-SUGESTAO-1-FIM.
           EXIT.

      *-------------------------------------
      * LINHAS 'M' DO CLIENTE: COM LISTA PROPRIA (LC-MIX = 'L'),
      * TODOS OS PRODUTOS ATIVOS QUE ELE PODE COMPRAR; SEM LISTA,
      * SO OS PRODUTOS EXCLUSIVOS LIBERADOS PARA ELE.
      *-------------------------------------
       R-PACK-MIX-CLI.
           IF LC-MIX = 'L'
              MOVE ZEROES TO CODIGO-PROD
              START PRODUTOS KEY IS NOT LESS THAN CODIGO-PROD
              MOVE 0 TO WSAIDA-MX-PA
              IF FS-PROD NOT = '00'
                 MOVE 1 TO WSAIDA-MX-PA
              END-IF
              PERFORM R-PACK-MIX-CLI-1 UNTIL WSAIDA-MX-PA = 1
           ELSE
              PERFORM R-PACK-MIX-CLI-2
                 VARYING WI-EXC-PA FROM 1 BY 1
                 UNTIL WI-EXC-PA > WQTD-EXC-PA
           END-IF.

       R-PACK-MIX-CLI-1.
           READ PRODUTOS NEXT
           IF FS-PROD NOT = '00'
              MOVE 1 TO WSAIDA-MX-PA
           ELSE
              IF INATIVO-PROD NOT = 'S' AND INATIVO-PROD NOT = 'I'
                 MOVE CODIGO-PROD TO LINK-MIX-PRODUTO
                 PERFORM R-PACK-MIX-LINHA
              END-IF
           END-IF.

       R-PACK-MIX-CLI-2.
           MOVE WEXC-PA(WI-EXC-PA) TO LINK-MIX-PRODUTO
           PERFORM R-PACK-MIX-LINHA.

       R-PACK-MIX-LINHA.
           MOVE 'V'       TO LINK-MIX-FUNCAO
           MOVE CODIGO    TO LINK-MIX-CLIENTE
           MOVE GRUPO-CLI TO LINK-MIX-GRUPO
           MOVE 'N'       TO LINK-MIX-REGISTRA
           CALL "ChkMix" USING LINK-MIX
           IF LINK-MIX-SITUACAO = 'L'
              MOVE CODIGO           TO LM-CLIENTE
              MOVE LINK-MIX-PRODUTO TO LM-PRODUTO
              MOVE WLINHA-M-PA TO ARQPACK-REC
              WRITE ARQPACK-REC
              ADD 1 TO WQTD-MIX-PA
           END-IF.

      *-------------------------------------
      * PRODUTOS ATIVOS EXCLUSIVOS DE CLIENTE OU GRUPO, GUARDADOS
      * UMA VEZ PARA AS LINHAS 'M' DOS CLIENTES SEM LISTA PROPRIA.
      *-------------------------------------
       R-CARREGA-EXC-PA.
           MOVE ZEROES TO CODIGO-PROD
           START PRODUTOS KEY IS NOT LESS THAN CODIGO-PROD
           MOVE 0 TO WSAIDA-MX-PA
           IF FS-PROD NOT = '00'
              MOVE 1 TO WSAIDA-MX-PA
           END-IF
           PERFORM R-CARREGA-EXC-PA-1 UNTIL WSAIDA-MX-PA = 1.

       R-CARREGA-EXC-PA-1.
           READ PRODUTOS NEXT
           IF FS-PROD NOT = '00'
              MOVE 1 TO WSAIDA-MX-PA
           ELSE
              IF INATIVO-PROD NOT = 'S' AND INATIVO-PROD NOT = 'I'
                 MOVE 'E'         TO LINK-MIX-FUNCAO
                 MOVE CODIGO-PROD TO LINK-MIX-PRODUTO
                 CALL "ChkMix" USING LINK-MIX
                 IF LINK-MIX-EXCLUSIVO = 'S' AND
                    WQTD-EXC-PA < WMAX-EXC-PA
                    ADD 1 TO WQTD-EXC-PA
                    MOVE CODIGO-PROD TO WEXC-PA(WQTD-EXC-PA)
                 END-IF
              END-IF
           END-IF.

                 MOVE DESCRICAO-PROD  TO LT-DESCRICAO
                 MOVE PRECO-PROD      TO LT-PRECO
                 MOVE WDISPONIVEL-PA  TO LT-DISPONIVEL
                 MOVE 'N'             TO LT-EXCLUSIVO
                 IF WMX-DISPONIVEL-PA = 1
                    MOVE 'E'         TO LINK-MIX-FUNCAO
                    MOVE CODIGO-PROD TO LINK-MIX-PRODUTO
                    CALL "ChkMix" USING LINK-MIX
                    MOVE LINK-MIX-EXCLUSIVO TO LT-EXCLUSIVO
                 END-IF
                 MOVE WLINHA-T-PA TO ARQPACK-REC
                 WRITE ARQPACK-REC
                 ADD 1 TO WQTD-PROD-PA
           OPEN INPUT CONTASREC
           IF FS-CREC = '00'
              MOVE 1 TO WCREC-DISPONIVEL-PA
           END-IF
      *    (SEM O HISTORICO DE PEDIDOS O PACOTE SAI SEM SUGESTOES)
           MOVE 0 TO WSUG-DISPONIVEL-PA
           MOVE 'A'                 TO LINK-SUG-FUNCAO
           MOVE LID-EMPRESA-1       TO LINK-SUG-EMPRESA
           MOVE LID-ARQ-PEDIDOS-1   TO LINK-SUG-ARQ-PEDIDOS
           MOVE LID-ARQ-PRODUTO-1   TO LINK-SUG-ARQ-PRODUTO
           CALL "SugerePed" USING LINK-SUGESTAO
           IF LINK-SUG-STATUS = '0'
              MOVE 1 TO WSUG-DISPONIVEL-PA
           END-IF
      *    (SEM O ARQUIVO DE MIX O PACOTE SAI SEM RESTRICAO DE MIX)
           MOVE 0 TO WMX-DISPONIVEL-PA
           MOVE 'A'           TO LINK-MIX-FUNCAO
           MOVE LID-EMPRESA-1 TO LINK-MIX-EMPRESA
           CALL "ChkMix" USING LINK-MIX
           IF LINK-MIX-STATUS = '0'
              MOVE 1 TO WMX-DISPONIVEL-PA
           END-IF.
       ABRE-ARQUIVOS-PA-FIM.
           EXIT.
           END-IF
           IF WCREC-DISPONIVEL-PA = 1
              CLOSE CONTASREC
           END-IF
           IF WSUG-DISPONIVEL-PA = 1
              MOVE 'F' TO LINK-SUG-FUNCAO
              CALL "SugerePed" USING LINK-SUGESTAO
           END-IF
           IF WMX-DISPONIVEL-PA = 1
              MOVE 'F' TO LINK-MIX-FUNCAO
              CALL "ChkMix" USING LINK-MIX
           END-IF.
