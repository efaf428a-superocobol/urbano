      *              dos ultimos 30 dias no MOVESTOQUE mais a falta,
      *              arredondada para cima no lote de reposicao.
      *              Relatorio em RELREPOS.TXT.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Demanda perdida opcional na sugestao: com
      *              E a quantidade perdida por falta de estoque nos
      *              ultimos 30 dias (ARQPERDA.DAT, chave do produto)
      *              soma ao consumo; com T entram todos os motivos
      *              menos o fora do mix (M), que nao e demanda
      *              vendavel. Coluna PERDA30 no relatorio.
      * 2026-10-15 - Chaves alternativas de situacao e data em PEDIDOS
      *              e data em MOVESTOQUE.
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

              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MOV
              ALTERNATE RECORD KEY IS CODIGO-PROD-MOV WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-MOV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MOVEST.

       SELECT PERDAS ASSIGN TO  DISK WID-ARQ-PERDA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS SEQ-PE
              ALTERNATE RECORD KEY IS DATA-PE    WITH DUPLICATES
              ALTERNATE RECORD KEY IS PRODUTO-PE WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PE.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
             88 PED-FRETE-CIF      VALUE 'C'.
             88 PED-FRETE-FOB      VALUE 'F'.
          02 END-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 DATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.

       FD PEDITEM.
       01 REGISTRO-PEDITEM.
          02 LOCAL-DEST-MOV           PIC  9(003) VALUE ZEROES.
          02 LOTE-MOV                 PIC  X(010) VALUE SPACES.
          02 VALIDADE-MOV             PIC  9(008) VALUE ZEROES.
          02 POSICAO-MOV              PIC  9(008) VALUE ZEROES.
          02 POSICAO-DEST-MOV         PIC  9(008) VALUE ZEROES.

       FD PERDAS.
       01 REGISTRO-PERDAS.
          02 SEQ-PE                   PIC  9(009).
          02 DATA-PE                  PIC  9(008) VALUE ZEROES.
          02 PRODUTO-PE               PIC  9(007) VALUE ZEROES.
          02 CLIENTE-PE               PIC  9(007) VALUE ZEROES.
          02 VENDEDOR-PE              PIC  9(007) VALUE ZEROES.
          02 QTDE-PE                  PIC  9(005) VALUE ZEROES.
          02 VALOR-UNIT-PE            PIC  9(007)v9(002) VALUE ZEROES.
          02 VALOR-PE                 PIC  9(009)v9(002) VALUE ZEROES.
          02 MOTIVO-PE                PIC  X(001) VALUE SPACES.
             88 PE-SEM-ESTOQUE        VALUE 'E'.
             88 PE-PRECO              VALUE 'P'.
             88 PE-CONCORRENTE        VALUE 'C'.
             88 PE-PRAZO              VALUE 'D'.
             88 PE-FORA-MIX           VALUE 'M'.
             88 PE-OUTROS             VALUE 'O'.
          02 ORIGEM-PE                PIC  X(001) VALUE SPACES.
          02 DOCUMENTO-PE             PIC  9(009) VALUE ZEROES.
          02 OPERADOR-PE              PIC  X(010) VALUE SPACES.
          02 HORA-PE                  PIC  9(006) VALUE ZEROES.

       FD  ARQREL.
       01  ARQREL-REC.
           02 WID-ARQ-PEDIDOS-1            PIC X(50).
       01 WID-ARQ-PEDITEM             PIC X(50) VALUE 'ARQPEDITEM.DAT'.
       01 WID-ARQ-MOVEST              PIC X(50) VALUE 'ARQMOVEST.DAT'.
       01 WID-ARQ-PERDA               PIC X(50) VALUE 'ARQPERDA.DAT'.
       01 FS-PE                       PIC XX VALUE '00'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                   PIC X VALUE SPACES.
       01 WCONFIRMA-RP         PIC X VALUE SPACES.
       01 WPERDA-OPC-RP        PIC X VALUE 'N'.
          88 RP-PERDA-NAO      VALUE 'N'.
          88 RP-PERDA-ESTOQUE  VALUE 'E'.
          88 RP-PERDA-TODAS    VALUE 'T'.
       77 WSAIDA-RP            PIC 9 VALUE ZEROES.
       77 WQTD-SUGERIDOS-RP    PIC 9(005) VALUE ZEROES.

       01 WPROD-ALVO-RP        PIC 9(007) VALUE ZEROES.
       01 WBACKORDER-RP        PIC S9(009) VALUE ZEROES.
       01 WCONSUMO-30-RP       PIC 9(009) VALUE ZEROES.
       01 WPERDA-30-RP         PIC 9(009) VALUE ZEROES.
       01 WDISPONIVEL-RP       PIC S9(009) VALUE ZEROES.
       01 WFALTA-RP            PIC S9(009) VALUE ZEROES.
       01 WSUGESTAO-RP         PIC 9(009) VALUE ZEROES.
          02 RP-BACKORDER      PIC ZZZZZZ9.
          02 FILLER            PIC X(09) VALUE ' CONS.30 '.
          02 RP-CONSUMO        PIC ZZZZZZ9.
          02 FILLER            PIC X(09) VALUE ' PERDA30 '.
          02 RP-PERDA          PIC ZZZZZZ9.
          02 FILLER            PIC X(08) VALUE ' MINIMO '.
          02 RP-MINIMO         PIC ZZZZZZ9.
          02 FILLER            PIC X(09) VALUE ' COMPRAR '.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - SUGESTAO DE COMPRA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 24 VALUE "PONTO DE REPOSICAO DE ESTOQUE".
          02 LINE 8 COL 10 VALUE "GERAR A SUGESTAO AGORA ? (S/N):".
          02 LINE 8 COL 43 PIC X USING WCONFIRMA-RP.
          02 LINE 10 COL 10 VALUE "SOMAR VENDAS PERDIDAS (N/E/T).:".
          02 LINE 10 COL 43 PIC X USING WPERDA-OPC-RP.
          02 LINE 11 COL 10 VALUE
             "N=NAO E=SO FALTA DE ESTOQUE T=TODOS MENOS FORA DO MIX".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
                                    WID-ARQ-PEDITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MOVEST
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PERDA
           MOVE LID-ARQ-PRODUTO-1  TO WID-ARQ-PRODUTO-1
           MOVE LID-ARQ-PEDIDOS-1  TO WID-ARQ-PEDIDOS-1
           MOVE SPACES TO WCONFIRMA-RP
           MOVE 'N' TO WPERDA-OPC-RP
           DISPLAY TELA-REPOSICAO
           ACCEPT TELA-REPOSICAO
           IF WCONFIRMA-RP = 'S' OR 's'
           OPEN INPUT PEDIDOS
           OPEN INPUT PEDITEM
           OPEN INPUT MOVESTOQUE
      *    (SEM O REGISTRO DE PERDAS A SUGESTAO SEGUE SEM ELAS)
           INSPECT WPERDA-OPC-RP CONVERTING 'net' TO 'NET'
           IF NOT RP-PERDA-ESTOQUE AND NOT RP-PERDA-TODAS
              MOVE 'N' TO WPERDA-OPC-RP
           END-IF
           IF NOT RP-PERDA-NAO
              OPEN INPUT PERDAS
              IF FS-PE NOT = '00'
                 MOVE 'N' TO WPERDA-OPC-RP
              END-IF
           END-IF
           MOVE 'RELREPOS.TXT' TO WID-ARQ-REL-1
           OPEN OUTPUT ARQREL
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE WRP-RESUMO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL PRODUTOS PEDIDOS PEDITEM MOVESTOQUE
           IF NOT RP-PERDA-NAO
              CLOSE PERDAS
           END-IF
           MOVE 'RELATORIO GERADO EM RELREPOS.TXT' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
      *-------------------------------------
       R-APURA-PRODUTO.
           MOVE CODIGO-PROD TO WPROD-ALVO-RP
           MOVE ZEROES TO WBACKORDER-RP WCONSUMO-30-RP WPERDA-30-RP
           MOVE WPROD-ALVO-RP TO CODIGO-PROD-ITEM
           START PEDITEM KEY IS NOT LESS THAN CODIGO-PROD-ITEM
           MOVE 0 TO WSAIDA-RP
           IF FS-MOVEST NOT = '00'
              MOVE 1 TO WSAIDA-RP
           END-IF
           PERFORM R-APURA-CONSUMO-1 UNTIL WSAIDA-RP = 1
           IF NOT RP-PERDA-NAO
              MOVE WPROD-ALVO-RP TO PRODUTO-PE
              START PERDAS KEY IS NOT LESS THAN PRODUTO-PE
              MOVE 0 TO WSAIDA-RP
              IF FS-PE NOT = '00'
                 MOVE 1 TO WSAIDA-RP
              END-IF
              PERFORM R-APURA-PERDA-1 UNTIL WSAIDA-RP = 1
           END-IF.

       R-APURA-BACKORDER-1.
           READ PEDITEM NEXT
              END-IF
           END-IF.

       R-APURA-PERDA-1.
           READ PERDAS NEXT
           IF FS-PE NOT = '00' OR PRODUTO-PE NOT = WPROD-ALVO-RP
              MOVE 1 TO WSAIDA-RP
           ELSE
              IF DATA-PE NOT < WDATA-CORTE-RP
                 IF PE-SEM-ESTOQUE OR
                    (RP-PERDA-TODAS AND NOT PE-FORA-MIX)
                    ADD QTDE-PE TO WPERDA-30-RP
                 END-IF
              END-IF
           END-IF.

      *-------------------------------------
      * SUGESTAO = FALTA ATE O MINIMO + CONSUMO DE 30 DIAS (MAIS A
      * DEMANDA PERDIDA NO PERIODO, QUANDO PEDIDA),
      * ARREDONDADA PARA CIMA NO LOTE DE REPOSICAO QUANDO HOUVER.
      *-------------------------------------
       R-CALCULA-SUGESTAO.
           COMPUTE WFALTA-RP = ESTOQUE-MIN-PROD - WDISPONIVEL-RP
           COMPUTE WSUGESTAO-RP =
              WFALTA-RP + WCONSUMO-30-RP + WPERDA-30-RP
           IF LOTE-REPOS-PROD > 1
              DIVIDE WSUGESTAO-RP BY LOTE-REPOS-PROD
                 GIVING WQUOC-RP REMAINDER WRESTO-RP
           MOVE SALDO-ESTOQUE-PROD TO RP-SALDO
           MOVE WBACKORDER-RP      TO RP-BACKORDER
           MOVE WCONSUMO-30-RP     TO RP-CONSUMO
           MOVE WPERDA-30-RP       TO RP-PERDA
           MOVE ESTOQUE-MIN-PROD   TO RP-MINIMO
           MOVE WSUGESTAO-RP       TO RP-SUGESTAO
           MOVE WRP-LINHA TO ARQREL-DATA-01
