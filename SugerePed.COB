      *--------------------------
      * SUGESTAO DE PEDIDO PELO HISTORICO DE COMPRAS DO CLIENTE
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SugerePed.
      * AUTHOR.     URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Rotina nova. Funcao 'A' abre os arquivos (uma
      *              vez por sessao), 'S' monta a sugestao do
      *              cliente em LINK-SUG-CLIENTE e 'F' fecha. Para
      *              cada produto comprado nos ultimos doze meses
      *              ate a data de referencia, estima a quantidade
      *              habitual e o intervalo de compra em dias: pelos
      *              pedidos nao cancelados do cliente (PEDIDOS +
      *              PEDITEM) quando ha ao menos dois; senao pelos
      *              meses com compra no cubo de vendas
      *              (ARQSTAT.DAT, vendedor LINK-SUG-VENDEDOR), que
      *              guarda tambem o que ja foi para o arquivo morto.
      *              Sugere o produto ativo cujo intervalo ja venceu
      *              na data de referencia, com a quantidade
      *              habitual arredondada para cima no MULTIPLO-PROD
      *              e limitada ao disponivel para promessa (saldo
      *              menos reservas), marcando a falta. Produtos ja
      *              lancados no pedido LINK-SUG-PEDIDO ficam de fora.
      * 2026-10-15 - Chaves alternativas de situacao e data em PEDIDOS.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PEDIDOS ASSIGN TO  DISK WID-ARQ-PEDIDOS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PED
              ALTERNATE RECORD KEY IS CODIGO-CLI-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS STATUS-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-PED   WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PED.

       SELECT PEDITEM ASSIGN TO  DISK WID-ARQ-PEDITEM
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-ITEM
              ALTERNATE RECORD KEY IS CODIGO-PROD-ITEM WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PEDITEM.

       SELECT PRODUTOS ASSIGN TO  DISK WID-ARQ-PRODUTO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD
              ALTERNATE RECORD KEY IS DESCRICAO-PROD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PROD.

       SELECT ESTATIS ASSIGN TO  DISK WID-ARQ-STAT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-ST
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ST.

       SELECT RESERVA ASSIGN TO  DISK WID-ARQ-RESERVA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD-RS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RS.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
       01 REGISTRO-PEDIDOS.
          02 CHAVE-PED.
             03 CODIGO-PED         PIC  9(009).
          02 CODIGO-CLI-PED        PIC  9(007).
          02 CODIGO-VEN-PED        PIC  9(007).
          02 DATA-PED              PIC  9(008) VALUE ZEROES.
          02 VALOR-PED             PIC  9(007)v9(002) VALUE ZEROES.
          02 STATUS-PED            PIC  X(001) VALUE 'A'.
             88 PED-ABERTO         VALUE 'A'.
             88 PED-FATURADO       VALUE 'F'.
             88 PED-CANCELADO      VALUE 'C'.
          02 DESC-PERC-PED         PIC  9(003)v9(002) VALUE ZEROES.
          02 VALOR-DESC-PED        PIC  9(007)v9(002) VALUE ZEROES.
          02 APROVADOR-DESC-PED    PIC  9(007) VALUE ZEROES.
          02 COND-PAGTO-PED        PIC  9(003) VALUE ZEROES.
          02 ORIGEM-PED            PIC  X(001) VALUE SPACES.
             88 PED-GERADO-AUTO    VALUE 'P'.
          02 TRANSP-PED            PIC  9(003) VALUE ZEROES.
          02 FRETE-TIPO-PED        PIC  X(001) VALUE SPACES.
             88 PED-FRETE-CIF      VALUE 'C'.
             88 PED-FRETE-FOB      VALUE 'F'.
          02 END-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 DATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.

       FD PEDITEM.
       01 REGISTRO-PEDITEM.
          02 CHAVE-ITEM.
             03 CODIGO-PED-ITEM       PIC  9(009).
             03 NUMERO-ITEM           PIC  9(003).
          02 CODIGO-PROD-ITEM         PIC  9(007).
          02 QUANTIDADE-ITEM          PIC  9(005) VALUE ZEROES.
          02 VALOR-UNIT-ITEM          PIC  9(007)v9(002) VALUE ZEROES.
          02 VALOR-TOTAL-ITEM         PIC  9(009)v9(002) VALUE ZEROES.
          02 QTDE-ENTREGUE-ITEM       PIC  9(005) VALUE ZEROES.
          02 PROMO-ITEM               PIC  9(005) VALUE ZEROES.

       FD PRODUTOS.
       01 REGISTRO-PRODUTOS.
          02 CODIGO-PROD           PIC  9(007).
          02 DESCRICAO-PROD        PIC  X(040).
          02 PRECO-PROD            PIC  9(007)v9(002) VALUE ZEROES.
          02 INATIVO-PROD          PIC  X(001) VALUE SPACES.
          02 SALDO-ESTOQUE-PROD    PIC  9(007) VALUE ZEROES.
          02 UNIDADE-PROD          PIC  X(003) VALUE SPACES.
          02 MULTIPLO-PROD         PIC  9(005) VALUE ZEROES.
          02 FILLER                PIC  X(046).

       FD ESTATIS.
       01 REGISTRO-ESTATIS.
          02 CHAVE-ST.
             03 ANO-MES-ST            PIC  9(006).
             03 CODIGO-VEN-ST         PIC  9(007).
             03 CODIGO-CLI-ST         PIC  9(007).
             03 CODIGO-PROD-ST        PIC  9(007).
          02 QTDE-ST                  PIC  9(009) VALUE ZEROES.
          02 VALOR-ST                 PIC  9(011)v9(002) VALUE ZEROES.
          02 DESCONTO-ST              PIC  9(011)v9(002) VALUE ZEROES.

       FD RESERVA.
       01 REGISTRO-RESERVA.
          02 CODIGO-PROD-RS           PIC  9(007).
          02 QTDE-RESERVADA-RS        PIC  9(009) VALUE ZEROES.

       WORKING-STORAGE SECTION.
       01 FS-PED                 PIC XX VALUE '00'.
       01 FS-PEDITEM             PIC XX VALUE '00'.
       01 FS-PROD                PIC XX VALUE '00'.
       01 FS-ST                  PIC XX VALUE '00'.
       01 FS-RS                  PIC XX VALUE '00'.

       01 WID-ARQ-PEDIDOS        PIC X(50) VALUE SPACES.
       01 WID-ARQ-PRODUTO        PIC X(50) VALUE SPACES.
       01 WID-ARQ-PEDITEM        PIC X(50) VALUE SPACES.
       01 WID-ARQ-STAT           PIC X(50) VALUE SPACES.
       01 WID-ARQ-RESERVA        PIC X(50) VALUE SPACES.

       77 WABERTO-SG             PIC 9 VALUE ZEROES.
       77 WST-DISPONIVEL-SG      PIC 9 VALUE ZEROES.
       77 WRS-DISPONIVEL-SG      PIC 9 VALUE ZEROES.
       77 WSAIDA-SG              PIC 9 VALUE ZEROES.
       77 WSAIDA-IT-SG           PIC 9 VALUE ZEROES.
       77 WINCLUI-SG             PIC 9 VALUE ZEROES.
       01 WDATA-REF-SG           PIC 9(008) VALUE ZEROES.
       01 WDATA-INI-SG           PIC 9(008) VALUE ZEROES.
       01 WDIA-REF-SG            PIC 9(007) VALUE ZEROES.
       01 WMES-CUBO-SG           PIC 9(006) VALUE ZEROES.
       01 WMES-CUBO-SG-R REDEFINES WMES-CUBO-SG.
          02 WANO-CUBO-SG        PIC 9(004).
          02 WMM-CUBO-SG         PIC 9(002).
       01 WPROD-BUSCA-SG         PIC 9(007) VALUE ZEROES.

      *-------------PRODUTOS COMPRADOS NO PERIODO-------------------
      * (LIMITE DE 200 PRODUTOS DISTINTOS POR CLIENTE)
       77 WMAX-PR-SG             PIC 9(003) VALUE 200.
       77 WQTD-PR-SG             PIC 9(003) VALUE ZEROES.
       77 WI-SG                  PIC 9(003) VALUE ZEROES.
       77 WJ-SG                  PIC 9(003) VALUE ZEROES.
       77 WK-SG                  PIC 9(003) VALUE ZEROES.
       01 WTAB-PR-SG.
          02 WPR-ITEM OCCURS 200 TIMES.
             03 WPR-PROD           PIC 9(007).
             03 WPR-PEDIDOS        PIC 9(005).
             03 WPR-QTDE-PED       PIC 9(009).
             03 WPR-PRIM-DATA      PIC 9(008).
             03 WPR-ULT-DATA       PIC 9(008).
             03 WPR-ULT-PED        PIC 9(009).
             03 WPR-MESES          PIC 9(003).
             03 WPR-QTDE-CUBO      PIC 9(009).
             03 WPR-ULT-MES        PIC 9(006).
             03 WPR-NO-PEDIDO      PIC 9(001).

      *-------------ESTIMATIVA DO PRODUTO EM AVALIACAO--------------
       01 WDIAS-SG               PIC 9(007) VALUE ZEROES.
       01 WINTERVALO-SG          PIC 9(003) VALUE ZEROES.
       01 WQTDE-HAB-SG           PIC 9(007) VALUE ZEROES.
       01 WQTDE-SUG-SG           PIC 9(007) VALUE ZEROES.
       01 WULT-COMPRA-SG         PIC 9(008) VALUE ZEROES.
       01 WDATA-CUBO-SG          PIC 9(008) VALUE ZEROES.
       01 WDECORRIDO-SG          PIC S9(007) VALUE ZEROES.
       01 WATP-SG                PIC S9(009) VALUE ZEROES.
       01 WMULT-QUOC-SG          PIC 9(009) VALUE ZEROES.
       01 WMULT-RESTO-SG         PIC 9(005) VALUE ZEROES.
       01 WFALTA-SG              PIC X(001) VALUE SPACES.

       LINKAGE SECTION.
       01 LINK-SUGESTAO.
          02 LINK-SUG-FUNCAO              PIC X(001).
          02 LINK-SUG-EMPRESA             PIC 9(003).
          02 LINK-SUG-ARQ-PEDIDOS         PIC X(050).
          02 LINK-SUG-ARQ-PRODUTO         PIC X(050).
          02 LINK-SUG-CLIENTE             PIC 9(007).
          02 LINK-SUG-VENDEDOR            PIC 9(007).
          02 LINK-SUG-PEDIDO              PIC 9(009).
          02 LINK-SUG-DATA-REF            PIC 9(008).
          02 LINK-SUG-QTD                 PIC 9(003).
          02 LINK-SUG-ITEM OCCURS 50 TIMES.
             03 LINK-SUG-PROD             PIC 9(007).
             03 LINK-SUG-QTDE             PIC 9(005).
             03 LINK-SUG-QTDE-HAB         PIC 9(005).
             03 LINK-SUG-INTERVALO        PIC 9(003).
             03 LINK-SUG-ULT-COMPRA       PIC 9(008).
             03 LINK-SUG-ATP              PIC S9(009).
             03 LINK-SUG-FALTA            PIC X(001).
          02 LINK-SUG-STATUS              PIC X(001).

       PROCEDURE DIVISION USING LINK-SUGESTAO.
       INICIO.
           MOVE '0' TO LINK-SUG-STATUS
           EVALUATE LINK-SUG-FUNCAO
              WHEN 'A'
                 PERFORM R-ABRE-SG THRU R-ABRE-SG-FIM
              WHEN 'S'
                 PERFORM R-SUGERE-SG THRU R-SUGERE-SG-FIM
              WHEN 'F'
                 PERFORM R-FECHA-SG
              WHEN OTHER
                 MOVE '1' TO LINK-SUG-STATUS
           END-EVALUATE.
       INICIO-EXIT.
           EXIT PROGRAM.

      *-------------------------------------
      * ABERTURA: PEDIDOS, ITENS E PRODUTOS SAO OBRIGATORIOS; O
      * CUBO DE VENDAS E AS RESERVAS SAO OPCIONAIS (SEM O CUBO SO
      * VALEM OS PEDIDOS; SEM RESERVAS O DISPONIVEL E O SALDO).
      *-------------------------------------
       R-ABRE-SG.
           IF WABERTO-SG = 1
              GO TO R-ABRE-SG-FIM
           END-IF
           MOVE LINK-SUG-ARQ-PEDIDOS TO WID-ARQ-PEDIDOS
           MOVE LINK-SUG-ARQ-PRODUTO TO WID-ARQ-PRODUTO
           MOVE 'ARQPEDITEM.DAT'     TO WID-ARQ-PEDITEM
           MOVE 'ARQSTAT.DAT'        TO WID-ARQ-STAT
           MOVE 'ARQRESERVA.DAT'     TO WID-ARQ-RESERVA
           CALL "NomeEmpresa" USING LINK-SUG-EMPRESA WID-ARQ-PEDITEM
           CALL "NomeEmpresa" USING LINK-SUG-EMPRESA WID-ARQ-STAT
           CALL "NomeEmpresa" USING LINK-SUG-EMPRESA WID-ARQ-RESERVA
           OPEN INPUT PEDIDOS
           IF FS-PED NOT = '00'
              MOVE '1' TO LINK-SUG-STATUS
              GO TO R-ABRE-SG-FIM
           END-IF
           OPEN INPUT PEDITEM
           IF FS-PEDITEM NOT = '00'
              CLOSE PEDIDOS
              MOVE '1' TO LINK-SUG-STATUS
              GO TO R-ABRE-SG-FIM
           END-IF
           OPEN INPUT PRODUTOS
           IF FS-PROD NOT = '00'
              CLOSE PEDIDOS PEDITEM
              MOVE '1' TO LINK-SUG-STATUS
              GO TO R-ABRE-SG-FIM
           END-IF
           MOVE 0 TO WST-DISPONIVEL-SG WRS-DISPONIVEL-SG
           OPEN INPUT ESTATIS
           IF FS-ST = '00'
              MOVE 1 TO WST-DISPONIVEL-SG
           END-IF
           OPEN INPUT RESERVA
           IF FS-RS = '00'
              MOVE 1 TO WRS-DISPONIVEL-SG
           END-IF
           MOVE 1 TO WABERTO-SG.
       R-ABRE-SG-FIM.
           EXIT.

       R-FECHA-SG.
           IF WABERTO-SG = 1
              CLOSE PEDIDOS PEDITEM PRODUTOS
              IF WST-DISPONIVEL-SG = 1
                 CLOSE ESTATIS
              END-IF
              IF WRS-DISPONIVEL-SG = 1
                 CLOSE RESERVA
              END-IF
              MOVE 0 TO WABERTO-SG
           END-IF.

      *-------------------------------------
      * SUGESTAO DO CLIENTE: JANELA DE DOZE MESES ATE A DATA DE
      * REFERENCIA (ZERO = HOJE), HISTORICO DOS PEDIDOS E DO CUBO,
      * PRODUTOS JA NO PEDIDO MARCADOS E AVALIACAO PRODUTO A
      * PRODUTO (ATE 50 LINHAS SUGERIDAS).
      *-------------------------------------
       R-SUGERE-SG.
           MOVE ZEROES TO LINK-SUG-QTD
           IF WABERTO-SG = 0
              MOVE '1' TO LINK-SUG-STATUS
              GO TO R-SUGERE-SG-FIM
           END-IF
           MOVE LINK-SUG-DATA-REF TO WDATA-REF-SG
           IF WDATA-REF-SG = ZEROES
              ACCEPT WDATA-REF-SG FROM DATE YYYYMMDD
           END-IF
           COMPUTE WDATA-INI-SG = WDATA-REF-SG - 10000
           COMPUTE WDIA-REF-SG = FUNCTION INTEGER-OF-DATE
              (WDATA-REF-SG)
           MOVE ZEROES TO WQTD-PR-SG
           PERFORM R-HIST-PEDIDOS-SG
           IF WST-DISPONIVEL-SG = 1 AND LINK-SUG-VENDEDOR NOT = ZEROES
              MOVE WDATA-REF-SG(1:6) TO WMES-CUBO-SG
              PERFORM R-HIST-CUBO-SG 12 TIMES
           END-IF
           IF LINK-SUG-PEDIDO NOT = ZEROES
              PERFORM R-MARCA-PEDIDO-SG
           END-IF
           PERFORM R-AVALIA-PROD-SG THRU R-AVALIA-PROD-SG-FIM
              VARYING WI-SG FROM 1 BY 1 UNTIL WI-SG > WQTD-PR-SG.
       R-SUGERE-SG-FIM.
           EXIT.

      *    (PEDIDOS NAO CANCELADOS DO CLIENTE DENTRO DA JANELA, MENOS
      *     O PROPRIO PEDIDO EM DIGITACAO)
       R-HIST-PEDIDOS-SG.
           MOVE LINK-SUG-CLIENTE TO CODIGO-CLI-PED
           START PEDIDOS KEY IS NOT LESS THAN CODIGO-CLI-PED
           MOVE 0 TO WSAIDA-SG
           IF FS-PED NOT = '00'
              MOVE 1 TO WSAIDA-SG
           END-IF
           PERFORM R-HIST-PEDIDOS-SG-1 UNTIL WSAIDA-SG = 1.

       R-HIST-PEDIDOS-SG-1.
           READ PEDIDOS NEXT
           IF FS-PED NOT = '00' OR CODIGO-CLI-PED NOT = LINK-SUG-CLIENTE
              MOVE 1 TO WSAIDA-SG
           ELSE
              IF NOT PED-CANCELADO AND
                 CODIGO-PED NOT = LINK-SUG-PEDIDO AND
                 DATA-PED NOT < WDATA-INI-SG AND
                 DATA-PED NOT > WDATA-REF-SG
                 PERFORM R-HIST-ITENS-SG
              END-IF
           END-IF.

       R-HIST-ITENS-SG.
           MOVE CODIGO-PED TO CODIGO-PED-ITEM
           MOVE ZEROES     TO NUMERO-ITEM
           START PEDITEM KEY IS NOT LESS THAN CHAVE-ITEM
           MOVE 0 TO WSAIDA-IT-SG
           IF FS-PEDITEM NOT = '00'
              MOVE 1 TO WSAIDA-IT-SG
           END-IF
           PERFORM R-HIST-ITENS-SG-1 UNTIL WSAIDA-IT-SG = 1.

       R-HIST-ITENS-SG-1.
           READ PEDITEM NEXT
           IF FS-PEDITEM NOT = '00' OR CODIGO-PED-ITEM NOT = CODIGO-PED
              MOVE 1 TO WSAIDA-IT-SG
           ELSE
              IF QUANTIDADE-ITEM > ZEROES
                 MOVE CODIGO-PROD-ITEM TO WPROD-BUSCA-SG
                 MOVE 1 TO WINCLUI-SG
                 PERFORM R-ACHA-PROD-SG
                 IF WJ-SG NOT = ZEROES
                    ADD QUANTIDADE-ITEM TO WPR-QTDE-PED(WJ-SG)
      *             (O PRODUTO EM DUAS LINHAS DO MESMO PEDIDO CONTA
      *              UMA COMPRA SO)
                    IF WPR-ULT-PED(WJ-SG) NOT = CODIGO-PED
                       ADD 1 TO WPR-PEDIDOS(WJ-SG)
                       MOVE CODIGO-PED TO WPR-ULT-PED(WJ-SG)
                    END-IF
                    IF WPR-PRIM-DATA(WJ-SG) = ZEROES OR
                       DATA-PED < WPR-PRIM-DATA(WJ-SG)
                       MOVE DATA-PED TO WPR-PRIM-DATA(WJ-SG)
                    END-IF
                    IF DATA-PED > WPR-ULT-DATA(WJ-SG)
                       MOVE DATA-PED TO WPR-ULT-DATA(WJ-SG)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    (UM MES DO CUBO PARA O VENDEDOR E O CLIENTE; VOLTA UM MES
      *     A CADA CHAMADA, VIRANDO O ANO EM JANEIRO)
       R-HIST-CUBO-SG.
           MOVE WMES-CUBO-SG      TO ANO-MES-ST
           MOVE LINK-SUG-VENDEDOR TO CODIGO-VEN-ST
           MOVE LINK-SUG-CLIENTE  TO CODIGO-CLI-ST
           MOVE ZEROES            TO CODIGO-PROD-ST
           START ESTATIS KEY IS NOT LESS THAN CHAVE-ST
           MOVE 0 TO WSAIDA-IT-SG
           IF FS-ST NOT = '00'
              MOVE 1 TO WSAIDA-IT-SG
           END-IF
           PERFORM R-HIST-CUBO-SG-1 UNTIL WSAIDA-IT-SG = 1
           IF WMM-CUBO-SG = 1
              SUBTRACT 1 FROM WANO-CUBO-SG
              MOVE 12 TO WMM-CUBO-SG
           ELSE
              SUBTRACT 1 FROM WMM-CUBO-SG
           END-IF.

       R-HIST-CUBO-SG-1.
           READ ESTATIS NEXT
           IF FS-ST NOT = '00' OR
              ANO-MES-ST    NOT = WMES-CUBO-SG OR
              CODIGO-VEN-ST NOT = LINK-SUG-VENDEDOR OR
              CODIGO-CLI-ST NOT = LINK-SUG-CLIENTE
              MOVE 1 TO WSAIDA-IT-SG
           ELSE
              IF QTDE-ST > ZEROES
                 MOVE CODIGO-PROD-ST TO WPROD-BUSCA-SG
                 MOVE 1 TO WINCLUI-SG
                 PERFORM R-ACHA-PROD-SG
                 IF WJ-SG NOT = ZEROES
                    ADD 1       TO WPR-MESES(WJ-SG)
                    ADD QTDE-ST TO WPR-QTDE-CUBO(WJ-SG)
                    IF ANO-MES-ST > WPR-ULT-MES(WJ-SG)
                       MOVE ANO-MES-ST TO WPR-ULT-MES(WJ-SG)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    (PRODUTOS JA LANCADOS NO PEDIDO NAO SAO SUGERIDOS)
       R-MARCA-PEDIDO-SG.
           MOVE LINK-SUG-PEDIDO TO CODIGO-PED-ITEM
           MOVE ZEROES          TO NUMERO-ITEM
           START PEDITEM KEY IS NOT LESS THAN CHAVE-ITEM
           MOVE 0 TO WSAIDA-IT-SG
           IF FS-PEDITEM NOT = '00'
              MOVE 1 TO WSAIDA-IT-SG
           END-IF
           PERFORM R-MARCA-PEDIDO-SG-1 UNTIL WSAIDA-IT-SG = 1.

       R-MARCA-PEDIDO-SG-1.
           READ PEDITEM NEXT
           IF FS-PEDITEM NOT = '00' OR
              CODIGO-PED-ITEM NOT = LINK-SUG-PEDIDO
              MOVE 1 TO WSAIDA-IT-SG
           ELSE
              MOVE CODIGO-PROD-ITEM TO WPROD-BUSCA-SG
              MOVE 0 TO WINCLUI-SG
              PERFORM R-ACHA-PROD-SG
              IF WJ-SG NOT = ZEROES
                 MOVE 1 TO WPR-NO-PEDIDO(WJ-SG)
              END-IF
           END-IF.

      *    (POSICAO DO PRODUTO WPROD-BUSCA-SG NA TABELA EM WJ-SG; COM
      *     WINCLUI-SG = 1 O PRODUTO AUSENTE E ACRESCENTADO)
       R-ACHA-PROD-SG.
           MOVE ZEROES TO WJ-SG
           PERFORM R-ACHA-PROD-SG-1
              VARYING WK-SG FROM 1 BY 1
              UNTIL WK-SG > WQTD-PR-SG OR WJ-SG NOT = ZEROES
           IF WJ-SG = ZEROES AND WINCLUI-SG = 1 AND
              WQTD-PR-SG < WMAX-PR-SG
              ADD 1 TO WQTD-PR-SG
              MOVE WQTD-PR-SG TO WJ-SG
              MOVE ZEROES TO WPR-ITEM(WJ-SG)
              MOVE WPROD-BUSCA-SG TO WPR-PROD(WJ-SG)
           END-IF.

       R-ACHA-PROD-SG-1.
           IF WPR-PROD(WK-SG) = WPROD-BUSCA-SG
              MOVE WK-SG TO WJ-SG
           END-IF.

      *-------------------------------------
      * AVALIA UM PRODUTO: INTERVALO E QUANTIDADE HABITUAL PELOS
      * PEDIDOS (DUAS COMPRAS OU MAIS) OU PELOS MESES DO CUBO; A
      * ULTIMA COMPRA DO CUBO E TOMADA NO DIA 15 DO MES QUANDO FOR
      * POSTERIOR A DOS PEDIDOS. VENCIDO O INTERVALO NA DATA DE
      * REFERENCIA, ARREDONDA NO MULTIPLO E CONFERE O DISPONIVEL.
      *-------------------------------------
       R-AVALIA-PROD-SG.
           IF WPR-NO-PEDIDO(WI-SG) = 1
              GO TO R-AVALIA-PROD-SG-FIM
           END-IF
           IF WPR-PEDIDOS(WI-SG) > 1
              COMPUTE WDIAS-SG =
                 FUNCTION INTEGER-OF-DATE(WPR-ULT-DATA(WI-SG)) -
                 FUNCTION INTEGER-OF-DATE(WPR-PRIM-DATA(WI-SG))
              COMPUTE WINTERVALO-SG ROUNDED =
                 WDIAS-SG / (WPR-PEDIDOS(WI-SG) - 1)
              COMPUTE WQTDE-HAB-SG ROUNDED =
                 WPR-QTDE-PED(WI-SG) / WPR-PEDIDOS(WI-SG)
           ELSE
              IF WPR-MESES(WI-SG) > 1
                 COMPUTE WINTERVALO-SG ROUNDED =
                    365 / WPR-MESES(WI-SG)
                 COMPUTE WQTDE-HAB-SG ROUNDED =
                    WPR-QTDE-CUBO(WI-SG) / WPR-MESES(WI-SG)
              ELSE
                 GO TO R-AVALIA-PROD-SG-FIM
              END-IF
           END-IF
           IF WINTERVALO-SG < 1
              MOVE 1 TO WINTERVALO-SG
           END-IF
           IF WQTDE-HAB-SG = ZEROES
              GO TO R-AVALIA-PROD-SG-FIM
           END-IF
           MOVE WPR-ULT-DATA(WI-SG) TO WULT-COMPRA-SG
           IF WPR-ULT-MES(WI-SG) NOT = ZEROES AND
              WPR-ULT-MES(WI-SG) NOT = WULT-COMPRA-SG(1:6)
              COMPUTE WDATA-CUBO-SG = WPR-ULT-MES(WI-SG) * 100 + 15
              IF WDATA-CUBO-SG > WULT-COMPRA-SG
                 MOVE WDATA-CUBO-SG TO WULT-COMPRA-SG
              END-IF
           END-IF
           IF WULT-COMPRA-SG > WDATA-REF-SG
              GO TO R-AVALIA-PROD-SG-FIM
           END-IF
           COMPUTE WDECORRIDO-SG = WDIA-REF-SG -
              FUNCTION INTEGER-OF-DATE(WULT-COMPRA-SG)
           IF WDECORRIDO-SG < WINTERVALO-SG
              GO TO R-AVALIA-PROD-SG-FIM
           END-IF
           MOVE WPR-PROD(WI-SG) TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD NOT = '00'
              GO TO R-AVALIA-PROD-SG-FIM
           END-IF
           IF INATIVO-PROD = 'S' OR INATIVO-PROD = 'I'
              GO TO R-AVALIA-PROD-SG-FIM
           END-IF
           MOVE WQTDE-HAB-SG TO WQTDE-SUG-SG
           IF MULTIPLO-PROD > 1
              DIVIDE WQTDE-SUG-SG BY MULTIPLO-PROD
                 GIVING WMULT-QUOC-SG REMAINDER WMULT-RESTO-SG
              IF WMULT-RESTO-SG NOT = ZEROES
                 COMPUTE WQTDE-SUG-SG =
                    (WMULT-QUOC-SG + 1) * MULTIPLO-PROD
              END-IF
           END-IF
           MOVE SALDO-ESTOQUE-PROD TO WATP-SG
           IF WRS-DISPONIVEL-SG = 1
              MOVE CODIGO-PROD TO CODIGO-PROD-RS
              READ RESERVA
              IF FS-RS = '00'
                 SUBTRACT QTDE-RESERVADA-RS FROM WATP-SG
              END-IF
           END-IF
      *    (ACIMA DO DISPONIVEL: O MAIOR MULTIPLO QUE O DISPONIVEL
      *     COBRE, COM A FALTA MARCADA)
           MOVE 'N' TO WFALTA-SG
           IF WQTDE-SUG-SG > WATP-SG
              MOVE 'S' TO WFALTA-SG
              IF WATP-SG NOT > ZEROES
                 MOVE ZEROES TO WQTDE-SUG-SG
              ELSE
                 IF MULTIPLO-PROD > 1
                    DIVIDE WATP-SG BY MULTIPLO-PROD
                       GIVING WMULT-QUOC-SG
                    COMPUTE WQTDE-SUG-SG =
                       WMULT-QUOC-SG * MULTIPLO-PROD
                 ELSE
                    MOVE WATP-SG TO WQTDE-SUG-SG
                 END-IF
              END-IF
           END-IF
           IF WQTDE-SUG-SG > 99999
              MOVE 99999 TO WQTDE-SUG-SG
           END-IF
           IF WQTDE-HAB-SG > 99999
              MOVE 99999 TO WQTDE-HAB-SG
           END-IF
           IF LINK-SUG-QTD < 50
              ADD 1 TO LINK-SUG-QTD
              MOVE CODIGO-PROD    TO LINK-SUG-PROD(LINK-SUG-QTD)
              MOVE WQTDE-SUG-SG   TO LINK-SUG-QTDE(LINK-SUG-QTD)
              MOVE WQTDE-HAB-SG   TO LINK-SUG-QTDE-HAB(LINK-SUG-QTD)
              MOVE WINTERVALO-SG  TO LINK-SUG-INTERVALO(LINK-SUG-QTD)
              MOVE WULT-COMPRA-SG TO
                 LINK-SUG-ULT-COMPRA(LINK-SUG-QTD)
              MOVE WATP-SG        TO LINK-SUG-ATP(LINK-SUG-QTD)
              MOVE WFALTA-SG      TO LINK-SUG-FALTA(LINK-SUG-QTD)
           END-IF.
       R-AVALIA-PROD-SG-FIM.
           EXIT.
