      *              somada de todos os membros conferida contra o
      *              limite do grupo; acima, liberacao de supervisor
      *              em CREDLIB.LOG como no limite individual.
      * 2026-10-15 - Kits (ARQKIT.DAT, cadastro CadKit): o item de
      *              um kit mostra o disponivel para promessa pelos
      *              componentes (o menor numero de kits que o saldo
      *              livre de cada componente monta) e avisa o
      *              componente que limita quando a quantidade passa
      *              do disponivel; o piso de margem usa o custo do
      *              kit somado dos custos medios dos componentes.
      *              O reservado de um produto inclui o que os kits
      *              reservados prendem dele. A reserva continua no
      *              produto vendido (o kit).
      * 2026-10-15 - Produtos equivalentes (ARQEQUIV.DAT, cadastro
      *              CadEquivalente): quando o disponivel para
      *              promessa nao cobre a quantidade do item, a tela
      *              oferece os substitutos do produto por prioridade
      *              com o disponivel e o preco da tabela do cliente;
      *              o operador escolhe um (e a quantidade) ou mantem
      *              o produto pedido. Substituicao aceita e gravada
      *              fica registrada em SUBSTIT.LOG.
      * 2026-10-15 - Pedido de pronta-entrega (ORIGEM-PED 'V'): venda
      *              feita na rota com o estoque da van do vendedor.
      *              So aceito para vendedor com veiculo de
      *              pronta-entrega ativo na frota (ARQVEIC.DAT); o
      *              faturamento baixa o estoque do local da van.
      * 2026-10-15 - Data de entrega prometida ao cliente
      *              (DATA-PREV-ENT-PED) digitada no pedido; em
      *              branco assume a data do pedido e nao pode ser
      *              anterior a ela. Base do relatorio OTIF.
      * 2026-10-15 - Sugestao de pedido (opcao [5] dos itens): monta
      *              pelo historico do cliente (SugerePed) os
      *              produtos cujo intervalo habitual de compra ja
      *              venceu, com a quantidade habitual no multiplo
      *              de venda e o disponivel para promessa; o
      *              operador inclui, altera a quantidade ou
      *              descarta cada linha. A linha incluida passa
      *              pela mesma gravacao da inclusao de item (preco,
      *              promocao, contrato, margem e reserva).
      * 2026-10-15 - Dicas de venda casada: gravado o item, mostra
      *              os produtos que os clientes costumam levar junto
      *              com ele (ARQASSOC.DAT, gerado pela analise de
      *              cesta ExeCestaProd), com a confianca e o lift,
      *              menos os que ja estao no pedido.
      * 2026-10-15 - Mix autorizado (ChkMix, mantido no CadMix): o
      *              item so e gravado se o produto for permitido ao
      *              cliente (lista do cliente ou do grupo economico
      *              e exclusividade de produto); a recusa fica no
      *              MIX.LOG. A sugestao de pedido omite os produtos
      *              fora do mix.
      * 2026-10-15 - Vendas perdidas (GravaPerda, ARQPERDA.DAT): item
      *              sem disponivel para promessa pergunta se o
      *              cliente aguarda o saldo; se nao, a quantidade e
      *              cortada para o disponivel e a falta registrada
      *              com o motivo (padrao E - sem estoque). Item
      *              excluido de pedido aberto registra o saldo nao
      *              entregue com o motivo informado (em branco nao
      *              e perda).
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

                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CREDLIB.

       SELECT ARQSUBSTLOG ASSIGN TO DISK WID-ARQ-SUBSTLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-SUBSTLOG.

       SELECT PEDHIST ASSIGN TO  DISK WID-ARQ-PEDHIST
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RS.

       SELECT KITS ASSIGN TO  DISK WID-ARQ-KIT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-KT
              ALTERNATE RECORD KEY IS CODIGO-COMP-KT WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-KT.

       SELECT EQUIVAL ASSIGN TO  DISK WID-ARQ-EQ
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-EQ
              ALTERNATE RECORD KEY IS CODIGO-SUBST-EQ WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EQ.

       SELECT ASSOC ASSIGN TO  DISK WID-ARQ-ASSOC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-AS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-AS.

       SELECT TABPRECO ASSIGN TO  DISK WID-ARQ-TABPRE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-GR.

       SELECT VEICULOS ASSIGN TO  DISK WID-ARQ-VEIC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS PLACA-VEI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEI.

       SELECT ENDENT ASSIGN TO  DISK WID-ARQ-ENDENT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
             88 PED-FRETE-CIF      VALUE 'C'.
             88 PED-FRETE-FOB      VALUE 'F'.
          02 END-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 DATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.

       FD CLIENTES.
       01 REGISTRO-CLIENTES.
          02 CODIGO-PROD-RS           PIC  9(007).
          02 QTDE-RESERVADA-RS        PIC  9(009) VALUE ZEROES.

       FD KITS.
       01 REGISTRO-KITS.
          02 CHAVE-KT.
             03 CODIGO-KIT-KT         PIC  9(007).
             03 CODIGO-COMP-KT        PIC  9(007).
          02 QTDE-COMP-KT             PIC  9(005) VALUE ZEROES.
          02 FILLER                   PIC  X(021) VALUE SPACES.

       FD EQUIVAL.
       01 REGISTRO-EQUIVAL.
          02 CHAVE-EQ.
             03 CODIGO-PROD-EQ        PIC  9(007).
             03 PRIORIDADE-EQ         PIC  9(002).
          02 CODIGO-SUBST-EQ          PIC  9(007).
          02 FILLER                   PIC  X(024) VALUE SPACES.

       FD ASSOC.
       01 REGISTRO-ASSOC.
          02 CHAVE-AS.
             03 CODIGO-PROD-AS        PIC  9(007).
             03 SEQ-AS                PIC  9(001).
          02 CODIGO-ASSOC-AS          PIC  9(007).
          02 PEDIDOS-AS               PIC  9(007) VALUE ZEROES.
          02 SUPORTE-AS               PIC  9(003)v9(002) VALUE ZEROES.
          02 CONFIANCA-AS             PIC  9(003)v9(002) VALUE ZEROES.
          02 LIFT-AS                  PIC  9(005)v9(002) VALUE ZEROES.
          02 DATA-GER-AS              PIC  9(008) VALUE ZEROES.

       FD TABPRECO.
       01 REGISTRO-TABPRECO.
          02 CHAVE-TPR.
          02 DESCRICAO-GR             PIC  X(030).
          02 LIMITE-GR                PIC  9(011)v9(002) VALUE ZEROES.

       FD VEICULOS.
       01 REGISTRO-VEICULOS.
          02 PLACA-VEI                PIC  X(007).
          02 DESCRICAO-VEI            PIC  X(030).
          02 CAPAC-KG-VEI             PIC  9(007) VALUE ZEROES.
          02 CAPAC-M3-VEI             PIC  9(005)v9(002) VALUE ZEROES.
          02 INATIVO-VEI              PIC  X(001) VALUE SPACES.
          02 LOCAL-VEI                PIC  9(003) VALUE ZEROES.
          02 VENDEDOR-VEI             PIC  9(007) VALUE ZEROES.

       FD ENDENT.
       01 REGISTRO-ENDENT.
          02 CHAVE-EE.
       FD  ARQCREDLIB.
       01  ARQCREDLIB-REC            PIC X(120).

       FD  ARQSUBSTLOG.
       01  ARQSUBSTLOG-REC           PIC X(120).

       FD PEDHIST.
       01 REGISTRO-PEDHIST.
          02 CHAVE-PH.
          02 WTRANSP-PED            PIC  9(003) VALUE ZEROES.
          02 WFRETE-TIPO-PED        PIC  X(001) VALUE SPACES.
          02 WEND-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 WDATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.
          02 WPRONTA-PED            PIC  X(001) VALUE SPACES.

       01 FS-PED.
           02 FS-PED-1                PIC 9.
       01 WTAB-MEMBROS-GC.
          02 WMEMBRO-GC OCCURS 200 TIMES PIC 9(007).

       01 WID-ARQ-VEIC                PIC X(50) VALUE 'ARQVEIC.DAT'.
       01 FS-VEI.
           02 FS-VEI-1                PIC 9.
           02 FS-VEI-2                PIC 9.
           02 FS-VEI-R REDEFINES FS-VEI-2 PIC 99 COMP-X.
       77 WVEI-DISPONIVEL         PIC 9 VALUE ZEROES.
      *                          (1=FROTA ABERTA - VANS PRONTA-ENTREGA)
       77 WSAIDA-VEI              PIC 9 VALUE ZEROES.
       77 WVAN-OK                 PIC 9 VALUE ZEROES.

       01 WID-ARQ-ENDENT              PIC X(50) VALUE 'ARQENDENT.DAT'.
       01 FS-EE.
           02 FS-EE-1                 PIC 9.
       01 WRESTO-RS               PIC S9(009) VALUE ZEROES.
       77 WSAIDA-RS               PIC 9 VALUE ZEROES.
       01 WPED-ALVO-RS            PIC 9(009) VALUE ZEROES.
       01 WPROD-ATP-RS            PIC 9(007) VALUE ZEROES.
       01 WSALDO-ATP-RS           PIC 9(007) VALUE ZEROES.
       01 WATP-COMP-RS            PIC S9(009) VALUE ZEROES.
       01 WMONTA-RS               PIC S9(009) VALUE ZEROES.
      *--------------------------------------------------

      *-------------KITS (ESTRUTURA DE PRODUTO)---------------------
      * PRODUTO COM COMPONENTES EM ARQKIT.DAT E KIT. SEM O ARQUIVO
      * NENHUM PRODUTO E KIT.
       01 WID-ARQ-KIT             PIC X(50) VALUE 'ARQKIT.DAT'.
       01 FS-KT.
           02 FS-KT-1                PIC 9.
           02 FS-KT-2                PIC 9.
           02 FS-KT-R REDEFINES FS-KT-2 PIC 99 COMP-X.
       77 WKIT-DISPONIVEL         PIC 9 VALUE ZEROES.
       77 WSAIDA-KT               PIC 9 VALUE ZEROES.
       77 WMAX-KIT                PIC 9(002) VALUE 30.
       77 WQTD-KIT                PIC 9(002) VALUE ZEROES.
       77 WK-KIT                  PIC 9(002) VALUE ZEROES.
       01 WPROD-KIT               PIC 9(007) VALUE ZEROES.
       01 WCOMP-LIMITE-KIT        PIC 9(007) VALUE ZEROES.
       01 WTAB-KIT.
          02 WKIT-ITEM OCCURS 30 TIMES.
             03 WKIT-COMP            PIC 9(007).
             03 WKIT-QTDE            PIC 9(005).
      *--------------------------------------------------

      *-------------PRODUTOS EQUIVALENTES (SUBSTITUTOS)-------------
      * ARQEQUIV.DAT LISTA OS SUBSTITUTOS DE CADA PRODUTO POR
      * PRIORIDADE. SEM O ARQUIVO O ITEM EM FALTA NAO TEM OFERTA.
       01 WID-ARQ-EQ              PIC X(50) VALUE 'ARQEQUIV.DAT'.
       01 FS-EQ.
           02 FS-EQ-1                PIC 9.
           02 FS-EQ-2                PIC 9.
           02 FS-EQ-R REDEFINES FS-EQ-2 PIC 99 COMP-X.
       77 WEQ-DISPONIVEL          PIC 9 VALUE ZEROES.
       77 WSAIDA-EQ               PIC 9 VALUE ZEROES.
       77 WMAX-EQ                 PIC 9(002) VALUE 8.
       77 WQTD-EQ                 PIC 9(002) VALUE ZEROES.
       77 WESCOLHA-EQ             PIC 9 VALUE ZEROES.
       77 WSUBST-OK               PIC 9 VALUE ZEROES.
      *                          (1=ITEM TROCADO PELO SUBSTITUTO)
       01 WPROD-ORIG-EQ           PIC 9(007) VALUE ZEROES.
       01 WDESCR-ORIG-EQ          PIC X(040) VALUE SPACES.
       01 WQTDE-ORIG-EQ           PIC 9(005) VALUE ZEROES.
       01 WATP-ORIG-EQ            PIC S9(009) VALUE ZEROES.
       01 WQTDE-SUBST-EQ          PIC 9(005) VALUE ZEROES.
       01 WTAB-EQ.
          02 WEQ-ITEM OCCURS 8 TIMES.
             03 WEQ-PROD             PIC 9(007).
             03 WEQ-LINHA.
                04 WEQL-NUM          PIC 9.
                04 FILLER            PIC X(002).
                04 WEQL-PROD         PIC 9(007).
                04 FILLER            PIC X(002).
                04 WEQL-DESCR        PIC X(030).
                04 FILLER            PIC X(001).
                04 WEQL-ATP          PIC -ZZZZZZZ9.
                04 FILLER            PIC X(002).
                04 WEQL-PRECO        PIC ZZZZZZ9.99.
       01 WID-ARQ-SUBSTLOG        PIC X(50) VALUE 'SUBSTIT.LOG'.
       01 FS-SUBSTLOG             PIC XX VALUE '00'.
       01 WSUBSTLOG-LINHA.
          02 SB-DATA               PIC 9(004)/9(002)/9(002).
          02 FILLER                 PIC X VALUE SPACE.
          02 SB-HH                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 SB-MM                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 SB-SS                 PIC 99.
          02 FILLER                 PIC X VALUE SPACE.
          02 SB-OPERADOR            PIC X(010).
          02 FILLER                 PIC X(08) VALUE ' PEDIDO '.
          02 SB-PEDIDO              PIC 9(009).
          02 FILLER                 PIC X(06) VALUE ' ITEM '.
          02 SB-ITEM                PIC 9(003).
          02 FILLER                 PIC X(05) VALUE ' CLI '.
          02 SB-CLIENTE             PIC 9(007).
          02 FILLER                 PIC X(06) VALUE ' PROD '.
          02 SB-ORIGINAL            PIC 9(007).
          02 FILLER                 PIC X(06) VALUE ' QTDE '.
          02 SB-QTDE-ORIG           PIC 9(005).
          02 FILLER                 PIC X(07) VALUE ' SUBST '.
          02 SB-SUBST               PIC 9(007).
          02 FILLER                 PIC X(06) VALUE ' QTDE '.
          02 SB-QTDE-SUBST          PIC 9(005).
      *--------------------------------------------------

      *-------------DICAS DE VENDA CASADA (ANALISE DE CESTA)--------
      * ARQASSOC.DAT TRAZ ATE CINCO PRODUTOS LEVADOS JUNTO COM CADA
      * PRODUTO. SEM O ARQUIVO O ITEM E GRAVADO SEM DICA.
       01 WID-ARQ-ASSOC           PIC X(50) VALUE 'ARQASSOC.DAT'.
       01 FS-AS.
           02 FS-AS-1                PIC 9.
           02 FS-AS-2                PIC 9.
           02 FS-AS-R REDEFINES FS-AS-2 PIC 99 COMP-X.
       77 WAS-DISPONIVEL          PIC 9 VALUE ZEROES.
       77 WSAIDA-AS               PIC 9 VALUE ZEROES.
       77 WSAIDA-IT-AS            PIC 9 VALUE ZEROES.
       77 WNO-PEDIDO-AS           PIC 9 VALUE ZEROES.
       77 WQTD-AS                 PIC 9 VALUE ZEROES.
       01 WPROD-ORIG-AS           PIC 9(007) VALUE ZEROES.
       01 WTAB-AS.
          02 WAS-LINHA OCCURS 5 TIMES.
             03 WASL-PROD            PIC 9(007).
             03 FILLER               PIC X(002).
             03 WASL-DESCR           PIC X(030).
             03 FILLER               PIC X(001).
             03 WASL-CONF            PIC ZZ9.99.
             03 FILLER               PIC X(002).
             03 WASL-LIFT            PIC ZZZZ9.99.
      *--------------------------------------------------

      *-------------MIX AUTORIZADO DE PRODUTOS DO CLIENTE-----------
      * SEM O ARQUIVO DE MIX (ChkMix STATUS '1') NAO HA RESTRICAO.
       77 WMX-DISPONIVEL          PIC 9 VALUE ZEROES.
       77 WMIX-OK                 PIC 9 VALUE ZEROES.
       01 WMIX-REGISTRA           PIC X VALUE SPACES.
      *                          ('S'=RECUSA COM AVISO E MIX.LOG)
      *--------------------------------------------------

      *-------------VENDAS PERDIDAS---------------------------------
       77 WCORTE-OK               PIC 9 VALUE ZEROES.
      *                          (0=ITEM CORTADO INTEIRO, NAO GRAVA)
       01 WAGUARDA-PD             PIC X VALUE SPACES.
       01 WMOTIVO-PD              PIC X VALUE SPACES.
          88 PD-MOTIVO-VALIDO     VALUE 'E' 'P' 'C' 'D' 'O'.
       01 WQTDE-PERDA-PD          PIC 9(005) VALUE ZEROES.
       01 WPRECO-PERDA-PD         PIC 9(007)v9(002) VALUE ZEROES.
       01 WPROD-PERDA-PD          PIC 9(007) VALUE ZEROES.
      *--------------------------------------------------

      *-------------SUGESTAO DE PEDIDO PELO HISTORICO---------------
       77 WI-SUG                  PIC 9(003) VALUE ZEROES.
       77 WQTD-SUG                PIC 9(003) VALUE ZEROES.
       77 WQTD-INCL-SUG           PIC 9(003) VALUE ZEROES.
       77 WPROX-ITEM-SUG          PIC 9(004) VALUE ZEROES.
       77 WSAIDA-SUG              PIC 9 VALUE ZEROES.
       77 WITEM-GRAVADO           PIC 9 VALUE ZEROES.
      *                          (1=LINHA GRAVADA NO PEDIDO)
       01 WACAO-SUG               PIC X(001) VALUE SPACES.
       01 WCODIGO-PROD-SUG        PIC 9(007) VALUE ZEROES.
       01 WDESCR-SUG              PIC X(040) VALUE SPACES.
       01 WULT-SUG                PIC 9(008) VALUE ZEROES.
       01 WINTERVALO-SUG          PIC 9(003) VALUE ZEROES.
       01 WQTDE-HAB-SUG           PIC 9(005) VALUE ZEROES.
       01 WQTDE-SUG               PIC 9(005) VALUE ZEROES.
       01 WATP-SUG                PIC S9(009) VALUE ZEROES.
       01 WFALTA-TXT-SUG          PIC X(020) VALUE SPACES.
       01 WRESUMO-SUG.
          02 FILLER               PIC X(010) VALUE 'INCLUIDOS '.
          02 WRES-INCL-SUG        PIC ZZ9.
          02 FILLER               PIC X(004) VALUE ' DE '.
          02 WRES-QTD-SUG         PIC ZZ9.
          02 FILLER               PIC X(009) VALUE ' SUGERIDO'.
      *--------------------------------------------------

      *-------------PISO DE MARGEM NO ITEM--------------------------
      *                          (1=MARGEM ACIMA DO PISO OU LIBERADA)
       01 WPRECO-EFETIVO-MG       PIC 9(007)v9(002) VALUE ZEROES.
       01 WMARGEM-CALC-MG         PIC S9(003)v9(002) VALUE ZEROES.
       01 WCUSTO-ITEM-MG          PIC 9(009)v9(002) VALUE ZEROES.
      *                          (CUSTO MEDIO DO PRODUTO OU, NO KIT,
      *                           A SOMA DOS CUSTOS DOS COMPONENTES)
      *--------------------------------------------------

      *-------------RESOLUCAO DO PRECO PELA TABELA DO CLIENTE-------
                                    WID-ARQ-CONDPAG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-RESERVA
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-KIT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EQ
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ASSOC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PROMO
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-AUSEN
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ENDENT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-VEIC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-GRUPO
           INITIALIZE WSAIDA WOPCAO-P.
               IF WPRM-DISPONIVEL = 1
                  CLOSE PROMOCAO
               END-IF
               IF WKIT-DISPONIVEL = 1
                  CLOSE KITS
               END-IF
               IF WEQ-DISPONIVEL = 1
                  CLOSE EQUIVAL
               END-IF
               IF WAS-DISPONIVEL = 1
                  CLOSE ASSOC
               END-IF
               IF WMX-DISPONIVEL = 1
                  MOVE 'F' TO LINK-MIX-FUNCAO
                  CALL "ChkMix" USING LINK-MIX
               END-IF
               IF WCTR-DISPONIVEL = 1
                  CLOSE CONTRATO
               END-IF
               IF WEE-DISPONIVEL = 1
                  CLOSE ENDENT
               END-IF
               IF WVEI-DISPONIVEL = 1
                  CLOSE VEICULOS
               END-IF
               IF WGR-DISPONIVEL = 1
                  CLOSE GRUPOS
               END-IF
                           PERFORM ITEM-LISTAR
                         WHEN 4
                           CONTINUE
                         WHEN 5
                           PERFORM S-SUGESTAO
                       END-EVALUATE
                    END-PERFORM
                 END-IF

       ITEM-INCLUIR.
           MOVE ZEROES TO WNUMERO-ITEM
           MOVE 0 TO WSUBST-OK
           MOVE '=> 000 PARA SAIR ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-ITEM
                    INITIALIZE WMENSAGEM
                 ELSE
                    PERFORM R-MOSTRA-ATP
                    IF WQUANTIDADE-ITEM > WATP-RS
                       PERFORM R-OFERECE-SUBST
                          THRU R-OFERECE-SUBST-FIM
                    END-IF
                    MOVE 1 TO WCORTE-OK
                    IF WQUANTIDADE-ITEM > WATP-RS
                       PERFORM R-CORTE-FALTA THRU R-CORTE-FALTA-FIM
                    END-IF
                    IF WCORTE-OK = 1
                       PERFORM R-CHECA-MULTIPLO
                          THRU R-CHECA-MULTIPLO-FIM
                       IF WMULT-OK = 1
                          PERFORM R-GRAVA-ITEM THRU R-GRAVA-ITEM-EXIT
                       END-IF
                    END-IF
                 END-IF
              END-IF
                    MOVE CODIGO-PROD-ITEM TO CODIGO-PROD-RS
                    MOVE CODIGO-PROD-ITEM TO WCODIGO-PROD-ITEM
                    MOVE QUANTIDADE-ITEM  TO WQUANTIDADE-ITEM
                    MOVE VALOR-UNIT-ITEM  TO WPRECO-PERDA-PD
                    DELETE PEDITEM
                    IF FS-PEDITEM = '00' AND PED-ABERTO AND
                       WRESTO-RS > ZEROES
                       MOVE WRESTO-RS TO WQTDE-PERDA-PD
                       PERFORM R-PERDA-EXCLUSAO
                    END-IF
                    IF FS-PEDITEM = '00' AND PED-ABERTO AND
                       WRESTO-RS > ZEROES
                       COMPUTE WDELTA-RS = 0 - WRESTO-RS
       R-CHECA-MULTIPLO-FIM.
           EXIT.

      *-------------------------------------
      * GRAVACAO DO ITEM NOVO (INCLUSAO E SUGESTAO DE PEDIDO): PRECO
      * DA TABELA, PROMOCAO, CONTRATO E PISO DE MARGEM; GRAVADA A
      * LINHA, RESERVA O ESTOQUE, ABATE O CONTRATO E REGISTRA A
      * SUBSTITUICAO. WITEM-GRAVADO = 1 QUANDO A LINHA FOI GRAVADA.
      *-------------------------------------
       S-GRAVA-ITEM SECTION.
       R-GRAVA-ITEM.
           MOVE 0 TO WITEM-GRAVADO
           MOVE 'S' TO WMIX-REGISTRA
           PERFORM R-CHECA-MIX THRU R-CHECA-MIX-FIM
           IF WMIX-OK NOT = 1
              GO TO R-GRAVA-ITEM-EXIT
           END-IF
           PERFORM R-RESOLVE-PRECO-ITEM
           PERFORM R-RESOLVE-PROMO-ITEM
              THRU R-RESOLVE-PROMO-ITEM-FIM
           PERFORM R-RESOLVE-CONTRATO-ITEM
              THRU R-RESOLVE-CONTRATO-ITEM-FIM
           IF WCTR-OK NOT = 1
              GO TO R-GRAVA-ITEM-EXIT
           END-IF
           PERFORM R-CHECA-MARGEM
              THRU R-CHECA-MARGEM-EXIT
           IF WMARG-OK NOT = 1
              GO TO R-GRAVA-ITEM-EXIT
           END-IF
           MOVE CODIGO-PED         TO CODIGO-PED-ITEM
           MOVE WNUMERO-ITEM       TO NUMERO-ITEM
           MOVE WCODIGO-PROD-ITEM  TO CODIGO-PROD-ITEM
           MOVE WQUANTIDADE-ITEM   TO QUANTIDADE-ITEM
           MOVE WPRECO-RESOLVIDO   TO VALOR-UNIT-ITEM
           COMPUTE VALOR-TOTAL-ITEM =
              QUANTIDADE-ITEM * VALOR-UNIT-ITEM
           MOVE ZEROES TO QTDE-ENTREGUE-ITEM
           MOVE WPROMO-APLICADA TO PROMO-ITEM
           WRITE REGISTRO-PEDITEM
           IF FS-PEDITEM NOT = '00'
              MOVE 'ERRO DE GRAVAÇÃO ST ' TO WTXT
              MOVE FS-PEDITEM TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
           ELSE
              MOVE 1 TO WITEM-GRAVADO
              IF PED-ABERTO
                 MOVE QUANTIDADE-ITEM TO WDELTA-RS
                 MOVE CODIGO-PROD-ITEM TO CODIGO-PROD-RS
                 PERFORM R-AJUSTA-RESERVA
              END-IF
              IF WCTR-APLICADO NOT = ZEROES
                 PERFORM R-CONSOME-CONTRATO
              END-IF
              IF WSUBST-OK = 1
                 PERFORM R-GRAVA-SUBSTLOG
              END-IF
              IF WAS-DISPONIVEL = 1
                 PERFORM R-MOSTRA-ASSOC
              END-IF
           END-IF
           INITIALIZE WMENSAGEM.
       R-GRAVA-ITEM-EXIT.
           EXIT.

      *-------------------------------------
      * MIX AUTORIZADO: O PRODUTO WCODIGO-PROD-ITEM PRECISA SER
      * PERMITIDO AO CLIENTE DO PEDIDO (LISTA DO CLIENTE OU DO
      * GRUPO E EXCLUSIVIDADE). COM WMIX-REGISTRA = 'S' A RECUSA E
      * AVISADA E VAI PARA O MIX.LOG; SENAO SO DEVOLVE WMIX-OK.
      *-------------------------------------
       R-CHECA-MIX.
           MOVE 1 TO WMIX-OK
           IF WMX-DISPONIVEL NOT = 1
              GO TO R-CHECA-MIX-FIM
           END-IF
           MOVE ZEROES TO LINK-MIX-GRUPO
           MOVE CODIGO-CLI-PED TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE GRUPO-CLI TO LINK-MIX-GRUPO
           END-IF
           MOVE 'V'               TO LINK-MIX-FUNCAO
           MOVE CODIGO-CLI-PED    TO LINK-MIX-CLIENTE
           MOVE WCODIGO-PROD-ITEM TO LINK-MIX-PRODUTO
           MOVE 'CadPedidos'      TO LINK-MIX-PROGRAMA
           MOVE LID-OPERADOR-1    TO LINK-MIX-OPERADOR
           MOVE CODIGO-PED        TO LINK-MIX-PEDIDO
           MOVE WMIX-REGISTRA     TO LINK-MIX-REGISTRA
           CALL "ChkMix" USING LINK-MIX
           IF LINK-MIX-SITUACAO NOT = 'B'
              GO TO R-CHECA-MIX-FIM
           END-IF
           MOVE 0 TO WMIX-OK
           IF WMIX-REGISTRA NOT = 'S'
              GO TO R-CHECA-MIX-FIM
           END-IF
           EVALUATE LINK-MIX-MOTIVO
              WHEN 'L'
                 MOVE 'PRODUTO FORA DO MIX DO CLIENTE' TO WTXT
              WHEN 'N'
                 MOVE 'PRODUTO NAO PERMITIDO AO CLIENTE' TO WTXT
              WHEN OTHER
                 MOVE 'PRODUTO EXCLUSIVO DE OUTRO CLIENTE' TO WTXT
           END-EVALUATE
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM.
       R-CHECA-MIX-FIM.
           EXIT.

      *-------------------------------------
      * FALTA NO ITEM (DISPONIVEL PARA PROMESSA ABAIXO DA
      * QUANTIDADE, MESMO DEPOIS DOS SUBSTITUTOS): O CLIENTE AGUARDA
      * O SALDO (BACKORDER, COMO ANTES) OU O ITEM E CORTADO PARA O
      * DISPONIVEL E A FALTA VAI PARA AS VENDAS PERDIDAS AO PRECO DA
      * TABELA DO CLIENTE. SEM DISPONIVEL O ITEM NAO E GRAVADO.
      *-------------------------------------
       R-CORTE-FALTA.
           IF WATP-RS > ZEROES
              COMPUTE WQTDE-PERDA-PD = WQUANTIDADE-ITEM - WATP-RS
           ELSE
              MOVE WQUANTIDADE-ITEM TO WQTDE-PERDA-PD
           END-IF
           MOVE 'S' TO WAGUARDA-PD
           DISPLAY TELA-FALTA-ITEM
           ACCEPT TELA-FALTA-ITEM
           IF WAGUARDA-PD NOT = 'N' AND WAGUARDA-PD NOT = 'n'
              GO TO R-CORTE-FALTA-FIM
           END-IF
           MOVE 'E' TO WMOTIVO-PD
           PERFORM R-PEDE-MOTIVO-PERDA THRU R-PEDE-MOTIVO-PERDA-FIM
           IF WMOTIVO-PD = SPACES
              MOVE 'E' TO WMOTIVO-PD
           END-IF
           PERFORM R-RESOLVE-PRECO-ITEM
           MOVE WPRECO-RESOLVIDO  TO WPRECO-PERDA-PD
           MOVE WCODIGO-PROD-ITEM TO WPROD-PERDA-PD
           PERFORM R-GRAVA-PERDA
           SUBTRACT WQTDE-PERDA-PD FROM WQUANTIDADE-ITEM
           IF WQUANTIDADE-ITEM = ZEROES
              MOVE 0 TO WCORTE-OK
              MOVE 'ITEM NAO INCLUIDO - FALTA REGISTRADA' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              GO TO R-CORTE-FALTA-FIM
           END-IF
           DISPLAY TELA-ITEM.
       R-CORTE-FALTA-FIM.
           EXIT.

      *    (ITEM EXCLUIDO DE PEDIDO ABERTO: O SALDO NAO ENTREGUE E
      *     PERDA SE O OPERADOR INFORMAR O MOTIVO)
       R-PERDA-EXCLUSAO.
           MOVE SPACES TO WMOTIVO-PD
           PERFORM R-PEDE-MOTIVO-PERDA THRU R-PEDE-MOTIVO-PERDA-FIM
           IF WMOTIVO-PD NOT = SPACES
              MOVE WCODIGO-PROD-ITEM TO WPROD-PERDA-PD
              PERFORM R-GRAVA-PERDA
           END-IF.

      *    (MOTIVO EM BRANCO E ACEITO - O CHAMADOR DECIDE; CODIGO
      *     FORA DA LISTA E PEDIDO DE NOVO)
       R-PEDE-MOTIVO-PERDA.
           DISPLAY TELA-PERDA-ITEM
           ACCEPT TELA-PERDA-ITEM
           INSPECT WMOTIVO-PD CONVERTING 'epcdo' TO 'EPCDO'
           IF WMOTIVO-PD = SPACES OR PD-MOTIVO-VALIDO
              GO TO R-PEDE-MOTIVO-PERDA-FIM
           END-IF
           MOVE 'MOTIVO INVALIDO - USE E, P, C, D OU O' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           GO TO R-PEDE-MOTIVO-PERDA.
       R-PEDE-MOTIVO-PERDA-FIM.
           EXIT.

       R-GRAVA-PERDA.
           MOVE LID-EMPRESA-1   TO LINK-PDA-EMPRESA
           MOVE ZEROES          TO LINK-PDA-DATA
           MOVE WPROD-PERDA-PD  TO LINK-PDA-PRODUTO
           MOVE CODIGO-CLI-PED  TO LINK-PDA-CLIENTE
           MOVE CODIGO-VEN-PED  TO LINK-PDA-VENDEDOR
           MOVE WQTDE-PERDA-PD  TO LINK-PDA-QTDE
           MOVE WPRECO-PERDA-PD TO LINK-PDA-VALOR-UNIT
           MOVE WMOTIVO-PD      TO LINK-PDA-MOTIVO
           MOVE 'P'             TO LINK-PDA-ORIGEM
           MOVE CODIGO-PED      TO LINK-PDA-DOCUMENTO
           MOVE LID-OPERADOR-1  TO LINK-PDA-OPERADOR
           CALL "GravaPerda" USING LINK-PERDA.

      *-------------------------------------
      * DICA DE VENDA CASADA DO ITEM GRAVADO: OS PRODUTOS QUE OS
      * CLIENTES LEVAM JUNTO COM ELE (ARQASSOC.DAT, POR CONFIANCA),
      * MENOS OS QUE JA ESTAO NO PEDIDO. SO INFORMA.
      *-------------------------------------
       R-MOSTRA-ASSOC.
           MOVE CODIGO-PROD-ITEM TO WPROD-ORIG-AS
           MOVE SPACES TO WTAB-AS
           MOVE ZEROES TO WQTD-AS
           MOVE WPROD-ORIG-AS TO CODIGO-PROD-AS
           MOVE ZEROES        TO SEQ-AS
           START ASSOC KEY IS NOT LESS THAN CHAVE-AS
           MOVE 0 TO WSAIDA-AS
           IF FS-AS NOT = '00'
              MOVE 1 TO WSAIDA-AS
           END-IF
           PERFORM R-MOSTRA-ASSOC-1 UNTIL WSAIDA-AS = 1
           IF WQTD-AS > ZEROES
              DISPLAY TELA-ASSOC-ITEM
              MOVE 'LEVADOS JUNTO COM O ITEM. ENTER CONTINUA' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
           END-IF
      *    (REFAZ O REGISTRO DO PRODUTO DO ITEM)
           MOVE WPROD-ORIG-AS TO CODIGO-PROD
           PERFORM LER-PROD.

       R-MOSTRA-ASSOC-1.
           READ ASSOC NEXT
           IF FS-AS NOT = '00' OR CODIGO-PROD-AS NOT = WPROD-ORIG-AS
              OR WQTD-AS NOT < 5
              MOVE 1 TO WSAIDA-AS
           ELSE
              PERFORM R-ASSOC-NO-PEDIDO
              IF WNO-PEDIDO-AS = 0
                 MOVE CODIGO-ASSOC-AS TO CODIGO-PROD
                 PERFORM LER-PROD
                 IF FS-PROD = '00' AND INATIVO-PROD NOT = 'S'
                    ADD 1 TO WQTD-AS
                    MOVE CODIGO-PROD    TO WASL-PROD(WQTD-AS)
                    MOVE DESCRICAO-PROD TO WASL-DESCR(WQTD-AS)
                    MOVE CONFIANCA-AS   TO WASL-CONF(WQTD-AS)
                    MOVE LIFT-AS        TO WASL-LIFT(WQTD-AS)
                 END-IF
              END-IF
           END-IF.

      *    (WNO-PEDIDO-AS = 1 QUANDO O PRODUTO ASSOCIADO JA E ITEM DO
      *     PEDIDO)
       R-ASSOC-NO-PEDIDO.
           MOVE 0 TO WNO-PEDIDO-AS
           MOVE CODIGO-PED TO CODIGO-PED-ITEM
           MOVE ZEROES     TO NUMERO-ITEM
           START PEDITEM KEY IS NOT LESS THAN CHAVE-ITEM
           MOVE 0 TO WSAIDA-IT-AS
           IF FS-PEDITEM NOT = '00'
              MOVE 1 TO WSAIDA-IT-AS
           END-IF
           PERFORM R-ASSOC-NO-PEDIDO-1 UNTIL WSAIDA-IT-AS = 1.

       R-ASSOC-NO-PEDIDO-1.
           READ PEDITEM NEXT
           IF FS-PEDITEM NOT = '00' OR CODIGO-PED-ITEM NOT = CODIGO-PED
              MOVE 1 TO WSAIDA-IT-AS
           ELSE
              IF CODIGO-PROD-ITEM = CODIGO-ASSOC-AS
                 MOVE 1 TO WNO-PEDIDO-AS
                 MOVE 1 TO WSAIDA-IT-AS
              END-IF
           END-IF.

      *-------------------------------------
      * SUGESTAO DE PEDIDO: O HISTORICO DO CLIENTE (SugerePed) DA OS
      * PRODUTOS COM O INTERVALO DE COMPRA VENCIDO NA DATA DE
      * ENTREGA DO PEDIDO; CADA LINHA ACEITA VIRA O PROXIMO ITEM DO
      * PEDIDO PELA GRAVACAO DA INCLUSAO. SO EM PEDIDO ABERTO.
      *-------------------------------------
       S-SUGESTAO SECTION.
       R-SUGESTAO-1.
           IF NOT PED-ABERTO
              MOVE 'SUGESTAO SO PARA PEDIDO EM ABERTO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              GO TO R-SUGESTAO-EXIT
           END-IF
           MOVE 'A'               TO LINK-SUG-FUNCAO
           MOVE LID-EMPRESA-1     TO LINK-SUG-EMPRESA
           MOVE LID-ARQ-PEDIDOS-1 TO LINK-SUG-ARQ-PEDIDOS
           MOVE LID-ARQ-PRODUTO-1 TO LINK-SUG-ARQ-PRODUTO
           CALL "SugerePed" USING LINK-SUGESTAO
           IF LINK-SUG-STATUS NOT = '0'
              MOVE 'HISTORICO DO CLIENTE INDISPONIVEL' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              GO TO R-SUGESTAO-EXIT
           END-IF
           MOVE 'S'            TO LINK-SUG-FUNCAO
           MOVE CODIGO-CLI-PED TO LINK-SUG-CLIENTE
           MOVE CODIGO-VEN-PED TO LINK-SUG-VENDEDOR
           MOVE CODIGO-PED     TO LINK-SUG-PEDIDO
           IF DATA-PREV-ENT-PED NOT = ZEROES
              MOVE DATA-PREV-ENT-PED TO LINK-SUG-DATA-REF
           ELSE
              MOVE DATA-PED          TO LINK-SUG-DATA-REF
           END-IF
           CALL "SugerePed" USING LINK-SUGESTAO
           MOVE LINK-SUG-QTD TO WQTD-SUG
           MOVE ZEROES       TO WQTD-INCL-SUG
           IF WQTD-SUG = ZEROES
              MOVE 'NENHUMA SUGESTAO PARA O CLIENTE' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
           ELSE
              PERFORM R-PROX-ITEM-SUG
              MOVE 0 TO WSAIDA-SUG
              PERFORM R-SUGESTAO-2 THRU R-SUGESTAO-2-FIM
                 VARYING WI-SUG FROM 1 BY 1
                 UNTIL WI-SUG > WQTD-SUG OR WSAIDA-SUG = 1
              MOVE WQTD-INCL-SUG TO WRES-INCL-SUG
              MOVE WQTD-SUG      TO WRES-QTD-SUG
              MOVE WRESUMO-SUG   TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
           END-IF
           MOVE 'F' TO LINK-SUG-FUNCAO
           CALL "SugerePed" USING LINK-SUGESTAO.
       R-SUGESTAO-EXIT.
           EXIT.

      *-------------------------------------
      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
      *-------------------------------------
       S-SUGESTAO-ROTINAS SECTION.

      *    (PROXIMO NUMERO DE ITEM LIVRE: O MAIOR DO PEDIDO MAIS UM)
       R-PROX-ITEM-SUG.
           MOVE 1 TO WPROX-ITEM-SUG
           MOVE CODIGO-PED TO CODIGO-PED-ITEM
           MOVE ZEROES     TO NUMERO-ITEM
           START PEDITEM KEY IS NOT LESS THAN CHAVE-ITEM
           MOVE 0 TO WSAIDA-SUG
           IF FS-PEDITEM NOT = '00'
              MOVE 1 TO WSAIDA-SUG
           END-IF
           PERFORM R-PROX-ITEM-SUG-1 UNTIL WSAIDA-SUG = 1.

       R-PROX-ITEM-SUG-1.
           READ PEDITEM NEXT
           IF FS-PEDITEM NOT = '00' OR CODIGO-PED-ITEM NOT = CODIGO-PED
              MOVE 1 TO WSAIDA-SUG
           ELSE
              COMPUTE WPROX-ITEM-SUG = NUMERO-ITEM + 1
           END-IF.

      *    (UMA LINHA DA SUGESTAO: O DISPONIVEL E REFEITO AQUI PELA
      *     CONTA DO PEDIDO, QUE CONSIDERA OS COMPONENTES DO KIT)
       R-SUGESTAO-2.
           MOVE LINK-SUG-PROD(WI-SUG) TO CODIGO-PROD WCODIGO-PROD-SUG
           PERFORM LER-PROD
           IF FS-PROD NOT = '00'
              GO TO R-SUGESTAO-2-FIM
           END-IF
      *    (PRODUTO FORA DO MIX DO CLIENTE NAO E OFERECIDO)
           MOVE WCODIGO-PROD-SUG TO WCODIGO-PROD-ITEM
           MOVE 'N' TO WMIX-REGISTRA
           PERFORM R-CHECA-MIX THRU R-CHECA-MIX-FIM
           IF WMIX-OK NOT = 1
              GO TO R-SUGESTAO-2-FIM
           END-IF
           PERFORM R-ATP-SUBST
           MOVE WATP-RS TO WATP-SUG
           MOVE WCODIGO-PROD-SUG TO CODIGO-PROD
           PERFORM LER-PROD
           MOVE DESCRICAO-PROD              TO WDESCR-SUG
           MOVE LINK-SUG-ULT-COMPRA(WI-SUG) TO WULT-SUG
           MOVE LINK-SUG-INTERVALO(WI-SUG)  TO WINTERVALO-SUG
           MOVE LINK-SUG-QTDE-HAB(WI-SUG)   TO WQTDE-HAB-SUG
           MOVE LINK-SUG-QTDE(WI-SUG)       TO WQTDE-SUG
           MOVE SPACES TO WFALTA-TXT-SUG
           IF LINK-SUG-FALTA(WI-SUG) = 'S' OR WQTDE-SUG > WATP-SUG
              MOVE 'FALTA NO ESTOQUE' TO WFALTA-TXT-SUG
           END-IF
           MOVE 'S' TO WACAO-SUG
           DISPLAY TELA-SUGESTAO
           ACCEPT TELA-SUGESTAO
           IF WACAO-SUG = '9'
              MOVE 1 TO WSAIDA-SUG
              GO TO R-SUGESTAO-2-FIM
           END-IF
           IF (WACAO-SUG NOT = 'S' AND WACAO-SUG NOT = 's') OR
              WQTDE-SUG = ZEROES
              GO TO R-SUGESTAO-2-FIM
           END-IF
           IF WPROX-ITEM-SUG > 999
              MOVE 'PEDIDO SEM NUMERO DE ITEM LIVRE' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              MOVE 1 TO WSAIDA-SUG
              GO TO R-SUGESTAO-2-FIM
           END-IF
           MOVE WPROX-ITEM-SUG   TO WNUMERO-ITEM
           MOVE WCODIGO-PROD-SUG TO WCODIGO-PROD-ITEM
           MOVE WQTDE-SUG        TO WQUANTIDADE-ITEM
           MOVE 0 TO WSUBST-OK
           DISPLAY TELA-ITEM
           PERFORM R-MOSTRA-ATP
           PERFORM R-CHECA-MULTIPLO
              THRU R-CHECA-MULTIPLO-FIM
           IF WMULT-OK = 1
              PERFORM R-GRAVA-ITEM THRU R-GRAVA-ITEM-EXIT
              IF WITEM-GRAVADO = 1
                 ADD 1 TO WPROX-ITEM-SUG WQTD-INCL-SUG
              END-IF
           END-IF.
       R-SUGESTAO-2-FIM.
           EXIT.

      *-------------------------------------
      * MOTIVO DE CANCELAMENTO: EXIGIDO ANTES DE QUALQUER MUDANCA
      * PARA 'C'. CODIGO EM BRANCO NEGA O CANCELAMENTO.

      *-------------------------------------
      * DISPONIVEL PARA PROMESSA DO PRODUTO NA TELA DO ITEM: SALDO
      * DO CADASTRO MENOS O TOTAL JA RESERVADO. NO KIT, O MENOR
      * NUMERO DE KITS QUE O DISPONIVEL DE CADA COMPONENTE MONTA;
      * QUANTIDADE ACIMA DISSO AVISA O COMPONENTE QUE LIMITA (O
      * RESTO VIRA BACKORDER NO FATURAMENTO). DEIXA EM
      * WCUSTO-ITEM-MG O CUSTO PARA O PISO DE MARGEM.
      *-------------------------------------
       R-MOSTRA-ATP.
           MOVE CODIGO-PROD      TO WPROD-KIT
           MOVE CUSTO-MEDIO-PROD TO WCUSTO-ITEM-MG
           PERFORM R-CARREGA-KIT
           MOVE SPACES TO WTXT
           IF WQTD-KIT = ZEROES
              MOVE CODIGO-PROD        TO WPROD-ATP-RS
              MOVE SALDO-ESTOQUE-PROD TO WSALDO-ATP-RS
              PERFORM R-RESERVA-EFETIVA
              COMPUTE WATP-RS =
                 WSALDO-ATP-RS - WRESERVA-ATUAL-RS
              STRING 'DISP. P/ PROMESSA: ' WATP-RS
                 DELIMITED BY SIZE INTO WTXT
              DISPLAY TELA-MENSAGEM
           ELSE
              MOVE 999999999 TO WATP-RS
              MOVE ZEROES    TO WCUSTO-ITEM-MG WCOMP-LIMITE-KIT
              PERFORM R-ATP-COMPONENTE
                 VARYING WK-KIT FROM 1 BY 1
                 UNTIL WK-KIT > WQTD-KIT
      *       (O REGISTRO DO KIT VOLTA PARA O PRECO E A MARGEM)
              MOVE WPROD-KIT TO CODIGO-PROD
              PERFORM LER-PROD
              STRING 'DISP. KIT P/ PROMESSA: ' WATP-RS
                     ' LIMITE ' WCOMP-LIMITE-KIT
                 DELIMITED BY SIZE INTO WTXT
              DISPLAY TELA-MENSAGEM
              IF WQUANTIDADE-ITEM > WATP-RS
                 ACCEPT WX
              END-IF
           END-IF.

       R-ATP-COMPONENTE.
           MOVE WKIT-COMP(WK-KIT) TO CODIGO-PROD WPROD-ATP-RS
           PERFORM LER-PROD
           MOVE ZEROES TO WSALDO-ATP-RS
           IF FS-PROD = '00'
              MOVE SALDO-ESTOQUE-PROD TO WSALDO-ATP-RS
              COMPUTE WCUSTO-ITEM-MG = WCUSTO-ITEM-MG +
                 (WKIT-QTDE(WK-KIT) * CUSTO-MEDIO-PROD)
           END-IF
           PERFORM R-RESERVA-EFETIVA
           COMPUTE WATP-COMP-RS =
              WSALDO-ATP-RS - WRESERVA-ATUAL-RS
           IF WATP-COMP-RS < ZEROES
              MOVE ZEROES TO WATP-COMP-RS
           END-IF
           DIVIDE WATP-COMP-RS BY WKIT-QTDE(WK-KIT)
              GIVING WMONTA-RS
           IF WMONTA-RS < WATP-RS
              MOVE WMONTA-RS         TO WATP-RS
              MOVE WKIT-COMP(WK-KIT) TO WCOMP-LIMITE-KIT
           END-IF.

      *-------------------------------------
      * RESERVADO DO PRODUTO EM WPROD-ATP-RS: A RESERVA PROPRIA
      * MAIS O QUE CADA KIT RESERVADO PRENDE DELE (RESERVA DO KIT
      * X QUANTIDADE NA ESTRUTURA).
      *-------------------------------------
       R-RESERVA-EFETIVA.
           MOVE ZEROES TO WRESERVA-ATUAL-RS
           MOVE WPROD-ATP-RS TO CODIGO-PROD-RS
           READ RESERVA
           IF FS-RS = '00'
              MOVE QTDE-RESERVADA-RS TO WRESERVA-ATUAL-RS
           END-IF
           IF WKIT-DISPONIVEL = 1
              MOVE WPROD-ATP-RS TO CODIGO-COMP-KT
              START KITS KEY IS NOT LESS THAN CODIGO-COMP-KT
              MOVE 0 TO WSAIDA-KT
              IF FS-KT NOT = '00'
                 MOVE 1 TO WSAIDA-KT
              END-IF
              PERFORM R-RESERVA-EFETIVA-1 UNTIL WSAIDA-KT = 1
           END-IF.

       R-RESERVA-EFETIVA-1.
           READ KITS NEXT
           IF FS-KT NOT = '00' OR CODIGO-COMP-KT NOT = WPROD-ATP-RS
              MOVE 1 TO WSAIDA-KT
           ELSE
              MOVE CODIGO-KIT-KT TO CODIGO-PROD-RS
              READ RESERVA
              IF FS-RS = '00'
                 COMPUTE WRESERVA-ATUAL-RS = WRESERVA-ATUAL-RS +
                    (QTDE-RESERVADA-RS * QTDE-COMP-KT)
              END-IF
           END-IF.

      *-------------------------------------
      * CARREGA OS COMPONENTES DO PRODUTO EM WPROD-KIT (NENHUM
      * QUANDO O PRODUTO NAO E KIT).
      *-------------------------------------
       R-CARREGA-KIT.
           MOVE ZEROES TO WQTD-KIT
           IF WKIT-DISPONIVEL = 1
              MOVE WPROD-KIT TO CODIGO-KIT-KT
              MOVE ZEROES    TO CODIGO-COMP-KT
              START KITS KEY IS NOT LESS THAN CHAVE-KT
              MOVE 0 TO WSAIDA-KT
              IF FS-KT NOT = '00'
                 MOVE 1 TO WSAIDA-KT
              END-IF
              PERFORM R-CARREGA-KIT-1 UNTIL WSAIDA-KT = 1
           END-IF.

       R-CARREGA-KIT-1.
           READ KITS NEXT
           IF FS-KT NOT = '00' OR CODIGO-KIT-KT NOT = WPROD-KIT
              MOVE 1 TO WSAIDA-KT
           ELSE
              IF QTDE-COMP-KT > ZEROES AND WQTD-KIT < WMAX-KIT
                 ADD 1 TO WQTD-KIT
                 MOVE CODIGO-COMP-KT TO WKIT-COMP(WQTD-KIT)
                 MOVE QTDE-COMP-KT   TO WKIT-QTDE(WQTD-KIT)
              END-IF
           END-IF.

      *-------------------------------------
      * ITEM CUJO DISPONIVEL PARA PROMESSA NAO COBRE A QUANTIDADE:
      * OFERECE OS SUBSTITUTOS ATIVOS DO PRODUTO (ARQEQUIV.DAT) NA
      * ORDEM DE PRIORIDADE, COM O DISPONIVEL E O PRECO DA TABELA
      * DO CLIENTE (ANTES DE PROMOCAO E CONTRATO, QUE O ITEM AINDA
      * CONFERE). ESCOLHIDO UM, O ITEM SEGUE COM O SUBSTITUTO E A
      * QUANTIDADE CONFIRMADA; ZERO MANTEM O PRODUTO PEDIDO. NO FIM
      * O REGISTRO E O DISPONIVEL DO PRODUTO DO ITEM SAO REFEITOS,
      * POIS A MONTAGEM DA LISTA LE OS OUTROS PRODUTOS.
      *-------------------------------------
       R-OFERECE-SUBST.
           MOVE ZEROES TO WQTD-EQ
           IF WEQ-DISPONIVEL = ZERO
              GO TO R-OFERECE-SUBST-FIM
           END-IF
           MOVE SPACES            TO WTAB-EQ
           MOVE WCODIGO-PROD-ITEM TO WPROD-ORIG-EQ
           MOVE WQUANTIDADE-ITEM  TO WQTDE-ORIG-EQ
           MOVE WATP-RS           TO WATP-ORIG-EQ
           MOVE DESCRICAO-PROD    TO WDESCR-ORIG-EQ
           MOVE WPROD-ORIG-EQ TO CODIGO-PROD-EQ
           MOVE ZEROES        TO PRIORIDADE-EQ
           START EQUIVAL KEY IS NOT LESS THAN CHAVE-EQ
           MOVE 0 TO WSAIDA-EQ
           IF FS-EQ NOT = '00'
              MOVE 1 TO WSAIDA-EQ
           END-IF
           PERFORM R-OFERECE-SUBST-1 UNTIL WSAIDA-EQ = 1
           IF WQTD-EQ = ZEROES
              GO TO R-OFERECE-SUBST-FIM
           END-IF
           MOVE ZERO          TO WESCOLHA-EQ
           MOVE WQTDE-ORIG-EQ TO WQTDE-SUBST-EQ
           DISPLAY TELA-SUBST-ITEM
           ACCEPT TELA-SUBST-ITEM
           IF WESCOLHA-EQ > ZERO AND WESCOLHA-EQ NOT > WQTD-EQ
              AND WQTDE-SUBST-EQ > ZEROES
              MOVE WEQ-PROD(WESCOLHA-EQ) TO WCODIGO-PROD-ITEM
              MOVE WQTDE-SUBST-EQ        TO WQUANTIDADE-ITEM
              MOVE 1 TO WSUBST-OK
           END-IF
      *    (REFAZ O PRODUTO DO ITEM - O PEDIDO OU O SUBSTITUTO)
           MOVE WCODIGO-PROD-ITEM TO CODIGO-PROD
           PERFORM LER-PROD
           DISPLAY TELA-ITEM
           PERFORM R-MOSTRA-ATP.
       R-OFERECE-SUBST-FIM.
           EXIT.

       R-OFERECE-SUBST-1.
           READ EQUIVAL NEXT
           IF FS-EQ NOT = '00' OR CODIGO-PROD-EQ NOT = WPROD-ORIG-EQ
              OR WQTD-EQ NOT < WMAX-EQ
              MOVE 1 TO WSAIDA-EQ
           ELSE
              MOVE CODIGO-SUBST-EQ TO CODIGO-PROD
              PERFORM LER-PROD
              IF FS-PROD = '00' AND INATIVO-PROD NOT = 'S'
                 PERFORM R-CARREGA-SUBST
              END-IF
           END-IF.

       R-CARREGA-SUBST.
           ADD 1 TO WQTD-EQ
           MOVE CODIGO-PROD    TO WEQ-PROD(WQTD-EQ)
           MOVE WQTD-EQ        TO WEQL-NUM(WQTD-EQ)
           MOVE CODIGO-PROD    TO WEQL-PROD(WQTD-EQ)
           MOVE DESCRICAO-PROD TO WEQL-DESCR(WQTD-EQ)
           MOVE CODIGO-PROD    TO WCODIGO-PROD-ITEM
           PERFORM R-RESOLVE-PRECO-ITEM
           MOVE WPROD-ORIG-EQ  TO WCODIGO-PROD-ITEM
           MOVE WPRECO-RESOLVIDO TO WEQL-PRECO(WQTD-EQ)
           PERFORM R-ATP-SUBST
           MOVE WATP-RS        TO WEQL-ATP(WQTD-EQ).

      *-------------------------------------
      * DISPONIVEL PARA PROMESSA DO PRODUTO LIDO, SEM MENSAGEM -
      * A MESMA CONTA DE R-MOSTRA-ATP.
      *-------------------------------------
       R-ATP-SUBST.
           MOVE CODIGO-PROD TO WPROD-KIT
           PERFORM R-CARREGA-KIT
           IF WQTD-KIT = ZEROES
              MOVE CODIGO-PROD        TO WPROD-ATP-RS
              MOVE SALDO-ESTOQUE-PROD TO WSALDO-ATP-RS
              PERFORM R-RESERVA-EFETIVA
              COMPUTE WATP-RS =
                 WSALDO-ATP-RS - WRESERVA-ATUAL-RS
           ELSE
              MOVE 999999999 TO WATP-RS
              MOVE ZEROES    TO WCUSTO-ITEM-MG WCOMP-LIMITE-KIT
              PERFORM R-ATP-COMPONENTE
                 VARYING WK-KIT FROM 1 BY 1
                 UNTIL WK-KIT > WQTD-KIT
           END-IF.

      *-------------------------------------
      * CANCELAMENTO DO PEDIDO: DEVOLVE A RESERVA DO QUE AINDA NAO

      *-------------------------------------
      * MARGEM EFETIVA DO ITEM: PRECO RESOLVIDO MENOS O DESCONTO DO
      * CABECALHO CONTRA O CUSTO DO PRODUTO (NO KIT, SOMADO DOS
      * COMPONENTES - VER R-MOSTRA-ATP). ABAIXO DO PISO
      * SO GRAVA COM LIBERACAO DE SUPERVISOR (CREDLIB.LOG). PRODUTO
      * SEM CUSTO NAO BLOQUEIA.
      *-------------------------------------
       S-CHECA-MARGEM SECTION.
       R-CHECA-MARGEM.
           MOVE 1 TO WMARG-OK
           IF WCUSTO-ITEM-MG = ZEROES
              GO TO R-CHECA-MARGEM-EXIT
           END-IF
           COMPUTE WPRECO-EFETIVO-MG ROUNDED =
              MOVE ZEROES TO WMARGEM-CALC-MG
           ELSE
              COMPUTE WMARGEM-CALC-MG ROUNDED =
                 (WPRECO-EFETIVO-MG - WCUSTO-ITEM-MG) * 100 /
                 WPRECO-EFETIVO-MG
           END-IF
           IF WMARGEM-CALC-MG NOT < WMARGEM-PISO
           WRITE ARQCREDLIB-REC
           CLOSE ARQCREDLIB.

       R-GRAVA-SUBSTLOG.
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME
           MOVE WDHTL-DATA       TO SB-DATA
           MOVE WDHTL-HH         TO SB-HH
           MOVE WDHTL-MM         TO SB-MM
           MOVE WDHTL-SS         TO SB-SS
           MOVE LID-OPERADOR-1   TO SB-OPERADOR
           MOVE CODIGO-PED       TO SB-PEDIDO
           MOVE NUMERO-ITEM      TO SB-ITEM
           MOVE CODIGO-CLI-PED   TO SB-CLIENTE
           MOVE WPROD-ORIG-EQ    TO SB-ORIGINAL
           MOVE WQTDE-ORIG-EQ    TO SB-QTDE-ORIG
           MOVE CODIGO-PROD-ITEM TO SB-SUBST
           MOVE QUANTIDADE-ITEM  TO SB-QTDE-SUBST
           OPEN EXTEND ARQSUBSTLOG
           IF FS-SUBSTLOG = '05' OR FS-SUBSTLOG = '35'
              OPEN OUTPUT ARQSUBSTLOG
           END-IF
           MOVE WSUBSTLOG-LINHA TO ARQSUBSTLOG-REC
           WRITE ARQSUBSTLOG-REC
           CLOSE ARQSUBSTLOG.

      *-------------------------------------
      * ESTORNO DE COMISSAO: CHAMADO QUANDO UM PEDIDO QUE JA ESTAVA
      * FATURADO E CANCELADO. GRAVA EM ARQESTORNO.DAT UM LANCAMENTO
           IF FS-EE = '00'
              MOVE 1 TO WEE-DISPONIVEL
           END-IF.
      *    (SEM A FROTA NAO HA VAN E O PEDIDO DE PRONTA-ENTREGA
      *     E RECUSADO)
           MOVE 0 TO WVEI-DISPONIVEL.
           OPEN INPUT VEICULOS.
           IF FS-VEI = '00'
              MOVE 1 TO WVEI-DISPONIVEL
           END-IF.
      *    (SEM O CADASTRO DE AUSENCIAS NAO HA DESVIO DE PEDIDO
      *     PARA A COBERTURA)
           MOVE 0 TO WAUS-DISPONIVEL.
           IF FS-PRM = '00'
              MOVE 1 TO WPRM-DISPONIVEL
           END-IF.
      *    (SEM A ESTRUTURA DE KITS TODO PRODUTO E AVULSO)
           MOVE 0 TO WKIT-DISPONIVEL.
           OPEN INPUT KITS.
           IF FS-KT = '00'
              MOVE 1 TO WKIT-DISPONIVEL
           END-IF.
      *    (SEM AS EQUIVALENCIAS O ITEM EM FALTA NAO TEM SUBSTITUTO)
           MOVE 0 TO WEQ-DISPONIVEL.
           OPEN INPUT EQUIVAL.
           IF FS-EQ = '00'
              MOVE 1 TO WEQ-DISPONIVEL
           END-IF.
      *    (SEM A ANALISE DE CESTA O ITEM NAO TEM DICA DE VENDA CASADA)
           MOVE 0 TO WAS-DISPONIVEL.
           OPEN INPUT ASSOC.
           IF FS-AS = '00'
              MOVE 1 TO WAS-DISPONIVEL
           END-IF.
      *    (SEM O ARQUIVO DE MIX TODO PRODUTO E PERMITIDO)
           MOVE 0 TO WMX-DISPONIVEL.
           MOVE 'A'           TO LINK-MIX-FUNCAO.
           MOVE LID-EMPRESA-1 TO LINK-MIX-EMPRESA.
           CALL "ChkMix" USING LINK-MIX.
           IF LINK-MIX-STATUS = '0'
              MOVE 1 TO WMX-DISPONIVEL
           END-IF.
      *    (SEM O CONTAS A RECEBER O LIMITE E CONFERIDO SO CONTRA
      *     OS PEDIDOS EM ABERTO)
           MOVE 0 TO WCREC-DISPONIVEL.
