      *--------------------------
      * CONSIGNACAO DE MERCADORIA EM CLIENTES
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadConsignacao.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Contrato de consignacao por
      *              cliente (ARQCONSCLI.DAT) com um local de estoque
      *              proprio, o vendedor e a condicao de pagamento do
      *              acerto. A remessa transfere do deposito
      *              (DEPOSITO.CFG, padrao 1) para o local do cliente
      *              (movimento 'T', documento 'CS '+cliente) e soma
      *              na posicao consignada (ARQCONSIG.DAT, com a data
      *              da remessa mais antiga ainda no cliente) - sem
      *              venda e sem titulo. A contagem periodica lanca a
      *              quantidade encontrada no cliente: o consumido
      *              vira pedido de origem 'C' (preco da tabela do
      *              cliente, reserva como na digitacao) faturado
      *              pelo ExeFaturamento a partir do local do
      *              cliente; o restante e renovado (nova data de
      *              remessa) ou devolvido ao deposito (documento
      *              'DC '+cliente). Posicao por cliente com os dias
      *              em consignacao em RELCONSIG.TXT (catalogo de
      *              spool). Operacoes no TRANLOG.LOG.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Chaves alternativas de situacao e data em PEDIDOS
      *              e data em MOVESTOQUE.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CONSCLI ASSIGN TO  DISK WID-ARQ-CONSCLI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-CCL
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CCL.

       SELECT CONSIG ASSIGN TO  DISK WID-ARQ-CONSIG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CSG
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CSG.

       SELECT CLIENTES ASSIGN TO  DISK WID-ARQ-CLIENTE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CLI
              ALTERNATE RECORD KEY IS CNPJ   WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
              ALTERNATE RECORD KEY IS RAZAO  WITH DUPLICATES
              ALTERNATE RECORD KEY IS LATITUDE WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CLI.

       SELECT PRODUTOS ASSIGN TO  DISK WID-ARQ-PRODUTO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD
              ALTERNATE RECORD KEY IS DESCRICAO-PROD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PROD.

       SELECT MOVESTOQUE ASSIGN TO  DISK WID-ARQ-MOVEST
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MOV
              ALTERNATE RECORD KEY IS CODIGO-PROD-MOV WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-MOV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MOVEST.

       SELECT ARQMOVCTRL ASSIGN TO DISK WID-ARQ-MOVCTRL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-MOVCTRL.

       SELECT SALDOLOC ASSIGN TO  DISK WID-ARQ-SALDOLOC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-SL
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SL.

       SELECT VEICULOS ASSIGN TO  DISK WID-ARQ-VEIC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS PLACA-VEI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEI.

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

       SELECT TABPRECO ASSIGN TO  DISK WID-ARQ-TABPRE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-TPR
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TPR.

       SELECT RESERVA ASSIGN TO  DISK WID-ARQ-RESERVA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD-RS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RS.

       SELECT ARQDEPCFG ASSIGN TO DISK WID-ARQ-DEPCFG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-DEPCFG.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRANLOG.

       DATA DIVISION.
       FILE SECTION.
       FD CONSCLI.
       01 REGISTRO-CONSCLI.
          02 CODIGO-CLI-CCL           PIC  9(007).
          02 LOCAL-CCL                PIC  9(003) VALUE ZEROES.
          02 CODIGO-VEN-CCL           PIC  9(007) VALUE ZEROES.
          02 COND-PAGTO-CCL           PIC  9(003) VALUE ZEROES.
          02 DATA-INI-CCL             PIC  9(008) VALUE ZEROES.
          02 INATIVO-CCL              PIC  X(001) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD CONSIG.
       01 REGISTRO-CONSIG.
          02 CHAVE-CSG.
             03 CODIGO-CLI-CSG        PIC  9(007).
             03 CODIGO-PROD-CSG       PIC  9(007).
          02 QTDE-CSG                 PIC  9(007) VALUE ZEROES.
          02 DATA-REM-CSG             PIC  9(008) VALUE ZEROES.
          02 DATA-ULT-REM-CSG         PIC  9(008) VALUE ZEROES.
          02 DATA-CONT-CSG            PIC  9(008) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD CLIENTES.
       01 REGISTRO-CLIENTES.
          02 CHAVE-CLI.
             03 CODIGO             PIC  9(007).
             03 CNPJ               PIC  9(014).
          02 RAZAO                 PIC  X(040).
          02 LATITUDE              PIC S9(003)v9(008).
          02 LONGITUDE             PIC S9(003)v9(008).
          02 INATIVO                PIC  X(001) VALUE SPACES.
          02 ENDERECO               PIC  X(040) VALUE SPACES.
          02 CIDADE                 PIC  X(020) VALUE SPACES.
          02 ESTADO                 PIC  X(002) VALUE SPACES.
          02 TELEFONE               PIC  X(015) VALUE SPACES.
          02 EMAIL                  PIC  X(040) VALUE SPACES.
          02 INSC-ESTADUAL          PIC  X(014) VALUE SPACES.
          02 TABELA-PRECO-CLI       PIC  9(003) VALUE ZEROES.
          02 LIMITE-CRED-CLI        PIC  9(009)v9(002) VALUE ZEROES.
          02 CODIGO-IBGE-CLI        PIC  9(007) VALUE ZEROES.
          02 BLOQUEIO-CRED-CLI      PIC  X(001) VALUE SPACES.
             88 CLI-BLOQUEADO          VALUE 'B'.
          02 HORA-ABRE-CLI          PIC  9(004) VALUE ZEROES.
          02 HORA-FECHA-CLI         PIC  9(004) VALUE ZEROES.
          02 GRUPO-CLI              PIC  9(003) VALUE ZEROES.
          02 SUCESSOR-CLI           PIC  9(007) VALUE ZEROES.

       FD PRODUTOS.
       01 REGISTRO-PRODUTOS.
          02 CODIGO-PROD           PIC  9(007).
          02 DESCRICAO-PROD        PIC  X(040).
          02 PRECO-PROD            PIC  9(007)v9(002) VALUE ZEROES.
          02 INATIVO-PROD          PIC  X(001) VALUE SPACES.
          02 SALDO-ESTOQUE-PROD    PIC  9(007) VALUE ZEROES.
          02 UNIDADE-PROD          PIC  X(003) VALUE SPACES.
          02 MULTIPLO-PROD         PIC  9(005) VALUE ZEROES.
          02 CLASS-FISCAL-PROD     PIC  X(001) VALUE SPACES.
          02 ALIQ-IPI-PROD         PIC  9(003)v9(002) VALUE ZEROES.
          02 ESTOQUE-MIN-PROD      PIC  9(007) VALUE ZEROES.
          02 LOTE-REPOS-PROD       PIC  9(007) VALUE ZEROES.
          02 CUSTO-MEDIO-PROD      PIC  9(007)v9(002) VALUE ZEROES.
          02 LOCAL-ARMAZEM-PROD     PIC  X(006) VALUE SPACES.
          02 PESO-PROD              PIC  9(005)v9(003) VALUE ZEROES.
          02 CATEGORIA-PROD         PIC  9(003) VALUE ZEROES.

       FD MOVESTOQUE.
       01 REGISTRO-MOVESTOQUE.
          02 CHAVE-MOV.
             03 SEQ-MOV               PIC  9(009).
          02 CODIGO-PROD-MOV          PIC  9(007).
          02 TIPO-MOV                 PIC  X(001).
             88 MOV-ENTRADA           VALUE 'E'.
             88 MOV-SAIDA             VALUE 'S'.
             88 MOV-AJUSTE            VALUE 'A'.
             88 MOV-TRANSF            VALUE 'T'.
          02 QTDE-MOV                 PIC  9(007) VALUE ZEROES.
          02 DATA-MOV                 PIC  9(008) VALUE ZEROES.
          02 OPERADOR-MOV             PIC  X(010) VALUE SPACES.
          02 DOCUMENTO-MOV            PIC  X(012) VALUE SPACES.
          02 LOCAL-MOV                PIC  9(003) VALUE ZEROES.
          02 LOCAL-DEST-MOV           PIC  9(003) VALUE ZEROES.
          02 LOTE-MOV                 PIC  X(010) VALUE SPACES.
          02 VALIDADE-MOV             PIC  9(008) VALUE ZEROES.
          02 POSICAO-MOV              PIC  9(008) VALUE ZEROES.
          02 POSICAO-DEST-MOV         PIC  9(008) VALUE ZEROES.

       FD  ARQMOVCTRL.
       01  ARQMOVCTRL-REC.
           02 MOVCTRL-ULTIMO-SEQ    PIC 9(009).
           02 FILLER                PIC X(011).

       FD SALDOLOC.
       01 REGISTRO-SALDOLOC.
          02 CHAVE-SL.
             03 CODIGO-PROD-SL        PIC  9(007).
             03 LOCAL-SL              PIC  9(003).
          02 SALDO-SL                 PIC  9(007) VALUE ZEROES.

       FD VEICULOS.
       01 REGISTRO-VEICULOS.
          02 PLACA-VEI                PIC  X(007).
          02 DESCRICAO-VEI            PIC  X(030).
          02 CAPAC-KG-VEI             PIC  9(007) VALUE ZEROES.
          02 CAPAC-M3-VEI             PIC  9(005)v9(002) VALUE ZEROES.
          02 INATIVO-VEI              PIC  X(001) VALUE SPACES.
          02 LOCAL-VEI                PIC  9(003) VALUE ZEROES.
          02 VENDEDOR-VEI             PIC  9(007) VALUE ZEROES.

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
             88 PED-CONSIGNACAO    VALUE 'C'.
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

       FD TABPRECO.
       01 REGISTRO-TABPRECO.
          02 CHAVE-TPR.
             03 CODIGO-TAB-TPR        PIC  9(003).
             03 CODIGO-PROD-TPR       PIC  9(007).
             03 DATA-INI-TPR          PIC  9(008).
          02 DATA-FIM-TPR             PIC  9(008) VALUE ZEROES.
          02 PRECO-TPR                PIC  9(007)v9(002) VALUE ZEROES.

       FD RESERVA.
       01 REGISTRO-RESERVA.
          02 CODIGO-PROD-RS           PIC  9(007).
          02 QTDE-RESERVADA-RS        PIC  9(009) VALUE ZEROES.

       FD  ARQDEPCFG.
       01  ARQDEPCFG-REC             PIC X(10).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01 FS-CCL.
           02 FS-CCL-1                PIC 9.
           02 FS-CCL-2                PIC 9.
           02 FS-CCL-R REDEFINES FS-CCL-2 PIC 99 COMP-X.
       01 FS-CSG.
           02 FS-CSG-1                PIC 9.
           02 FS-CSG-2                PIC 9.
           02 FS-CSG-R REDEFINES FS-CSG-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLIENTES-1           PIC 9.
           02 FS-CLIENTES-2           PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01 FS-PROD.
           02 FS-PROD-1               PIC 9.
           02 FS-PROD-2               PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-MOVEST.
           02 FS-MOVEST-1             PIC 9.
           02 FS-MOVEST-2             PIC 9.
           02 FS-MOVEST-R REDEFINES FS-MOVEST-2 PIC 99 COMP-X.
       01 FS-SL.
           02 FS-SL-1                 PIC 9.
           02 FS-SL-2                 PIC 9.
           02 FS-SL-R REDEFINES FS-SL-2 PIC 99 COMP-X.
       01 FS-VEI.
           02 FS-VEI-1                PIC 9.
           02 FS-VEI-2                PIC 9.
           02 FS-VEI-R REDEFINES FS-VEI-2 PIC 99 COMP-X.
       01 FS-PED.
           02 FS-PED-1                PIC 9.
           02 FS-PED-2                PIC 9.
           02 FS-PED-R REDEFINES FS-PED-2 PIC 99 COMP-X.
       01 FS-PEDITEM.
           02 FS-PEDITEM-1            PIC 9.
           02 FS-PEDITEM-2            PIC 9.
           02 FS-PEDITEM-R REDEFINES FS-PEDITEM-2 PIC 99 COMP-X.
       01 FS-TPR.
           02 FS-TPR-1                PIC 9.
           02 FS-TPR-2                PIC 9.
           02 FS-TPR-R REDEFINES FS-TPR-2 PIC 99 COMP-X.
       01 FS-RS.
           02 FS-RS-1                 PIC 9.
           02 FS-RS-2                 PIC 9.
           02 FS-RS-R REDEFINES FS-RS-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-MOVCTRL                  PIC XX VALUE '00'.
       01 FS-DEPCFG                   PIC XX VALUE '00'.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WID-ARQ-CONSCLI           PIC X(50) VALUE 'ARQCONSCLI.DAT'.
       01 WID-ARQ-CONSIG            PIC X(50) VALUE 'ARQCONSIG.DAT'.
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-MOVEST              PIC X(50) VALUE 'ARQMOVEST.DAT'.
       01 WID-ARQ-MOVCTRL             PIC X(50) VALUE 'MOVCTRL.DAT'.
       01 WID-ARQ-SALDOLOC          PIC X(50) VALUE 'ARQSALDOLOC.DAT'.
       01 WID-ARQ-VEIC                PIC X(50) VALUE 'ARQVEIC.DAT'.
       01 WID-ARQ-PEDIDOS.
           02 WID-ARQ-PEDIDOS-1            PIC X(50).
       01 WID-ARQ-PEDITEM             PIC X(50) VALUE 'ARQPEDITEM.DAT'.
       01 WID-ARQ-TABPRE              PIC X(50) VALUE 'ARQTABPRE.DAT'.
       01 WID-ARQ-RESERVA             PIC X(50) VALUE 'ARQRESERVA.DAT'.
       01 WID-ARQ-DEPCFG              PIC X(50) VALUE 'DEPOSITO.CFG'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WOPCAO-CS       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
       77 WVEI-DISPONIVEL-CS      PIC 9 VALUE ZEROES.
      *                          (1=FROTA ABERTA - LOCAIS DAS VANS)
       77 WTPR-DISPONIVEL-CS      PIC 9 VALUE ZEROES.
      *                          (1=TABELA DE PRECOS ABERTA)

      *-------------DEPOSITO QUE ABASTECE A CONSIGNACAO-------------
       77 WLOCAL-DEP-CS           PIC 9(003) VALUE 1.
       01 WDEP-CFG-TXT            PIC X(003) VALUE SPACES.
       01 WDEP-CFG-NUM REDEFINES WDEP-CFG-TXT PIC 9(003).
      *--------------------------------------------------

      *-------------CONTRATO DE CONSIGNACAO DA TELA-----------------
       01 WREG-CONTRATO-CS.
          02 WCODIGO-CLI-CS        PIC 9(007) VALUE ZEROES.
          02 WRAZAO-CS             PIC X(040) VALUE SPACES.
          02 WLOCAL-CLI-CS         PIC 9(003) VALUE ZEROES.
          02 WVEN-CLI-CS           PIC 9(007) VALUE ZEROES.
          02 WCPG-CLI-CS           PIC 9(003) VALUE ZEROES.
          02 WDATA-INI-CS          PIC 9(008) VALUE ZEROES.
          02 WINATIVO-CS           PIC X(001) VALUE SPACES.
          02 WTAB-CLI-CS           PIC 9(003) VALUE ZEROES.
       77 WCLI-OK-CS              PIC 9 VALUE ZEROES.
       77 WLOCAL-LIVRE-CS         PIC 9 VALUE ZEROES.
       77 WSAIDA-LV-CS            PIC 9 VALUE ZEROES.
      *--------------------------------------------------

      *-------------PRODUTO DA REMESSA------------------------------
       01 WREG-PROD-CS.
          02 WCODIGO-PROD-CS       PIC 9(007) VALUE ZEROES.
          02 WDESCR-PROD-CS        PIC X(040) VALUE SPACES.
          02 WSALDO-DEP-CS         PIC 9(007) VALUE ZEROES.
          02 WQTDE-CLI-CS          PIC 9(007) VALUE ZEROES.
          02 WQTDE-CS              PIC 9(007) VALUE ZEROES.
      *--------------------------------------------------

      *-------------TRANSFERENCIA E MOVIMENTO----------------------
       01 WLOCAL-ORIG-CS          PIC 9(003) VALUE ZEROES.
       01 WLOCAL-DEST-CS          PIC 9(003) VALUE ZEROES.
       01 WLOCAL-TRAB-CS          PIC 9(003) VALUE ZEROES.
       01 WSALDO-TRAB-CS          PIC 9(007) VALUE ZEROES.
       01 WPROD-MOV-CS            PIC 9(007) VALUE ZEROES.
       01 WQTDE-MOV-CS            PIC 9(007) VALUE ZEROES.
       01 WDOCUMENTO-CS           PIC X(012) VALUE SPACES.
       01 WULTIMO-SEQ-MOV         PIC 9(009) VALUE ZEROES.
       01 WDATA-HOJE-CS           PIC 9(008) VALUE ZEROES.
       77 WINT-HOJE-CS            PIC 9(008) VALUE ZEROES.
       77 WINT-DATA-CS            PIC 9(008) VALUE ZEROES.
      *--------------------------------------------------

      *-------------CONTAGEM NO CLIENTE-----------------------------
      * UMA LINHA POR PRODUTO CONSIGNADO AO CLIENTE: O QUE ESTAVA
      * LA, O QUE FOI CONTADO, O CONSUMIDO (A FATURAR) E O DESTINO
      * DO RESTANTE (R=RENOVA, D=DEVOLVE). ATE 200 PRODUTOS POR
      * CONTAGEM; O EXCEDENTE FICA PARA A PROXIMA.
       77 WMAX-CT                 PIC 9(003) VALUE 200.
       77 WQTD-CT                 PIC 9(003) VALUE ZEROES.
       77 WI-CT                   PIC 9(003) VALUE ZEROES.
       77 WSAIDA-CT               PIC 9 VALUE ZEROES.
       77 WQTD-CONSUMO-CT         PIC 9(003) VALUE ZEROES.
       77 WSEQ-ITEM-CT            PIC 9(003) VALUE ZEROES.
       01 WVALOR-PED-CT           PIC 9(009)v9(002) VALUE ZEROES.
       01 WPRECO-CT               PIC 9(007)v9(002) VALUE ZEROES.
       77 WPED-GERADO-CT          PIC 9(009) VALUE ZEROES.
       77 WSAIDA-TPR              PIC 9 VALUE ZEROES.
       77 WPROD-ALVO-CT           PIC 9(007) VALUE ZEROES.
       01 WTELA-CT.
          02 WCT-PROD-TELA         PIC 9(007) VALUE ZEROES.
          02 WCT-DESCR-TELA        PIC X(040) VALUE SPACES.
          02 WCT-QTDE-TELA         PIC 9(007) VALUE ZEROES.
          02 WCT-DATA-TELA         PIC 9(008) VALUE ZEROES.
          02 WCT-DIAS-TELA         PIC 9(005) VALUE ZEROES.
          02 WCT-CONTADO-TELA      PIC 9(007) VALUE ZEROES.
          02 WCT-DESTINO-TELA      PIC X(001) VALUE 'R'.
       01 WTAB-CT.
          02 WCT-ITEM OCCURS 200 TIMES.
             03 WCT-PROD          PIC 9(007).
             03 WCT-QTDE          PIC 9(007).
             03 WCT-CONTADO       PIC 9(007).
             03 WCT-CONSUMO       PIC 9(007).
             03 WCT-DESTINO       PIC X(001).
      *--------------------------------------------------

      *-------------RELATORIO DE POSICAO----------------------------
       77 WCLI-ANT-RL             PIC 9(007) VALUE ZEROES.
       77 WQTD-LIN-RL             PIC 9(005) VALUE ZEROES.
       01 WVALOR-LIN-RL           PIC 9(009)v9(002) VALUE ZEROES.
       01 WVALOR-CLI-RL           PIC 9(011)v9(002) VALUE ZEROES.
       01 WVALOR-TOT-RL           PIC 9(011)v9(002) VALUE ZEROES.

       01 WRL-CAB-CLI.
          02 FILLER            PIC X(09) VALUE 'CLIENTE '.
          02 RL-CLI            PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-RAZAO          PIC X(040).
          02 FILLER            PIC X(08) VALUE '  LOCAL '.
          02 RL-LOCAL          PIC 9(003).

       01 WRL-TITULOS.
          02 FILLER            PIC X(40) VALUE
             '   PRODUTO DESCRICAO                    '.
          02 FILLER            PIC X(40) VALUE
             '          QTDE  REMESSA     DIAS   ULT.C'.
          02 FILLER            PIC X(23) VALUE
             'ONTAGEM          VALOR'.

       01 WRL-LINHA.
          02 FILLER            PIC X(03) VALUE SPACES.
          02 RL-PROD           PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-DESCRICAO      PIC X(030).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-QTDE           PIC ZZZZZZ9.
          02 FILLER            PIC X(02) VALUE SPACES.
          02 RL-DATA-REM       PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-DIAS           PIC ZZZZ9.
          02 FILLER            PIC X(02) VALUE SPACES.
          02 RL-DATA-CONT      PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-VALOR          PIC ZZZZZZZZ9.99.

       01 WRL-TOT-CLI.
          02 FILLER            PIC X(50) VALUE
             '   VALOR CONSIGNADO NO CLIENTE..................'.
          02 RL-TOT-CLI        PIC ZZZZZZZZZZ9.99.

       01 WRL-TOT-GERAL.
          02 FILLER            PIC X(50) VALUE
             'VALOR TOTAL EM CONSIGNACAO.......................'.
          02 RL-TOT-GERAL      PIC ZZZZZZZZZZ9.99.
      *--------------------------------------------------

       01 WDATA-HORA-TL.
          02 WDHTL-DATA.
             03 WDHTL-ANO             PIC 9(004).
             03 WDHTL-MES             PIC 9(002).
             03 WDHTL-DIA             PIC 9(002).
          02 WDHTL-HORA.
             03 WDHTL-HH              PIC 9(002).
             03 WDHTL-MM              PIC 9(002).
             03 WDHTL-SS              PIC 9(002).
             03 FILLER                PIC 9(002).

       01 WTRANLOG-LINHA.
          02 WTL-DATA               PIC 9(004)/9(002)/9(002).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-HH                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 WTL-MM                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 WTL-SS                 PIC 99.
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-OPERADOR           PIC X(10).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-OPERACAO           PIC X(08).
          02 FILLER                 PIC X(05) VALUE ' CLI='.
          02 WTL-CLI                PIC 9(007).
          02 FILLER                 PIC X(07) VALUE ' PROD= '.
          02 WTL-PROD               PIC 9(007).
          02 FILLER                 PIC X(07) VALUE ' QTDE= '.
          02 WTL-QTDE               PIC 9(007).
          02 FILLER                 PIC X(06) VALUE ' PED= '.
          02 WTL-PED                PIC 9(009).

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-OPCAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - CONSIGNACAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] CONTRATO DO CLIENTE".
          02 LINE 8 COL 10 VALUE "[2] REMESSA EM CONSIGNACAO".
          02 LINE 9 COL 10 VALUE "[3] CONTAGEM NO CLIENTE".
          02 LINE 10 COL 10 VALUE "[4] POSICAO CONSIGNADA (RELATORIO)".
          02 LINE 11 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-CS AUTO.

       01 TELA-CONTRATO-CS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - CONSIGNACAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 28 VALUE "CONTRATO DO CLIENTE".
          02 LINE 7 COL 10 VALUE "Cliente.........:".
          02 LINE 7 COL 29 PIC 9(007) FROM WCODIGO-CLI-CS.
          02 LINE 8 COL 29 PIC X(040) FROM WRAZAO-CS.
          02 LINE 10 COL 10 VALUE "Local consignado:".
          02 LINE 10 COL 29 PIC 9(003) USING WLOCAL-CLI-CS.
          02 LINE 10 COL 35 VALUE "(LOCAL DE ESTOQUE SO DO CLIENTE)".
          02 LINE 11 COL 10 VALUE "Vendedor........:".
          02 LINE 11 COL 29 PIC 9(007) USING WVEN-CLI-CS.
          02 LINE 12 COL 10 VALUE "Cond. pagamento.:".
          02 LINE 12 COL 29 PIC 9(003) USING WCPG-CLI-CS.
          02 LINE 13 COL 10 VALUE "Inicio..........:".
          02 LINE 13 COL 29 PIC 9(008) FROM WDATA-INI-CS.
          02 LINE 14 COL 10 VALUE "Inativo.........:".
          02 LINE 14 COL 29 PIC X(001) USING WINATIVO-CS.
          02 LINE 14 COL 35 VALUE "(I=ENCERRADO)".

       01 TELA-ACC-CLI-CS.
          02 LINE 07 COL 29 PIC 9(007) USING WCODIGO-CLI-CS.

       01 TELA-REMESSA-CS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - CONSIGNACAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 28 VALUE "REMESSA EM CONSIGNACAO".
          02 LINE 7 COL 10 VALUE "Cliente.........:".
          02 LINE 7 COL 29 PIC 9(007) FROM WCODIGO-CLI-CS.
          02 LINE 8 COL 29 PIC X(040) FROM WRAZAO-CS.
          02 LINE 9 COL 10 VALUE "Local consignado:".
          02 LINE 9 COL 29 PIC 9(003) FROM WLOCAL-CLI-CS.
          02 LINE 9 COL 40 VALUE "Deposito:".
          02 LINE 9 COL 50 PIC 9(003) FROM WLOCAL-DEP-CS.
          02 LINE 12 COL 10 VALUE "Produto.........:".
          02 LINE 12 COL 29 PIC 9(007) FROM WCODIGO-PROD-CS.
          02 LINE 13 COL 29 PIC X(040) FROM WDESCR-PROD-CS.
          02 LINE 14 COL 10 VALUE "Saldo deposito..:".
          02 LINE 14 COL 29 PIC ZZZZZZ9 FROM WSALDO-DEP-CS.
          02 LINE 15 COL 10 VALUE "Ja no cliente...:".
          02 LINE 15 COL 29 PIC ZZZZZZ9 FROM WQTDE-CLI-CS.
          02 LINE 16 COL 10 VALUE "Quantidade......:".
          02 LINE 16 COL 29 PIC 9(007) FROM WQTDE-CS.

       01 TELA-ACC-PROD-CS.
          02 LINE 12 COL 29 PIC 9(007) USING WCODIGO-PROD-CS.

       01 TELA-ACC-QTDE-CS.
          02 LINE 16 COL 29 PIC 9(007) USING WQTDE-CS.

       01 TELA-CONTAGEM-CS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - CONSIGNACAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 28 VALUE "CONTAGEM NO CLIENTE".
          02 LINE 7 COL 10 VALUE "Cliente.........:".
          02 LINE 7 COL 29 PIC 9(007) FROM WCODIGO-CLI-CS.
          02 LINE 8 COL 29 PIC X(040) FROM WRAZAO-CS.
          02 LINE 10 COL 10 VALUE "Produto.........:".
          02 LINE 10 COL 29 PIC 9(007) FROM WCT-PROD-TELA.
          02 LINE 11 COL 29 PIC X(040) FROM WCT-DESCR-TELA.
          02 LINE 12 COL 10 VALUE "Consignado......:".
          02 LINE 12 COL 29 PIC ZZZZZZ9 FROM WCT-QTDE-TELA.
          02 LINE 13 COL 10 VALUE "Remessa de......:".
          02 LINE 13 COL 29 PIC 9(008) FROM WCT-DATA-TELA.
          02 LINE 13 COL 40 PIC ZZZZ9 FROM WCT-DIAS-TELA.
          02 LINE 13 COL 46 VALUE "DIAS".
          02 LINE 15 COL 10 VALUE "Contado no local:".
          02 LINE 15 COL 29 PIC 9(007) USING WCT-CONTADO-TELA.
          02 LINE 16 COL 10 VALUE "Restante........:".
          02 LINE 16 COL 29 PIC X(001) USING WCT-DESTINO-TELA.
          02 LINE 16 COL 35 VALUE "(R=RENOVA  D=DEVOLVE AO DEPOSITO)".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CONSCLI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CONSIG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MOVEST
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MOVCTRL
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SALDOLOC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-VEIC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PEDITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-TABPRE
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-RESERVA
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-DEPCFG
           MOVE LID-ARQ-CLIENTE-1 TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
           MOVE LID-ARQ-PEDIDOS-1 TO WID-ARQ-PEDIDOS-1
           INITIALIZE WSAIDA WOPCAO-CS
           PERFORM R-LE-DEPOSITO
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-CS = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-CS
             WHEN 1
               PERFORM S-CONTRATO-CS
             WHEN 2
               PERFORM S-REMESSA-CS
             WHEN 3
               PERFORM S-CONTAGEM-CS
             WHEN 4
               PERFORM S-RELATORIO-CS
             WHEN 6
               PERFORM FECHA-ARQUIVOS
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *-------------------------------------
      * CONTRATO: LIGA O CLIENTE A UM LOCAL DE ESTOQUE EXCLUSIVO
      * (NAO PODE SER O DEPOSITO, O LOCAL DE UMA VAN NEM O DE OUTRO
      * CLIENTE), AO VENDEDOR E A CONDICAO DE PAGAMENTO DOS PEDIDOS
      * GERADOS NA CONTAGEM.
      *-------------------------------------
       S-CONTRATO-CS SECTION.
       CONTRATO-CS-1.
           INITIALIZE WREG-CONTRATO-CS
           MOVE '=> CLIENTE 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-CONTRATO-CS
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-CLI-CS
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WCODIGO-CLI-CS NOT = ZEROES
              PERFORM CONTRATO-CS-2 THRU CONTRATO-CS-FIM
           END-IF.
       CONTRATO-CS-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-CONTRATO-CS-ROTINAS SECTION.

       CONTRATO-CS-2.
           PERFORM R-LE-CLIENTE-CS
           IF WCLI-OK-CS = 0
              GO TO CONTRATO-CS-FIM
           END-IF
           MOVE WCODIGO-CLI-CS TO CODIGO-CLI-CCL
           READ CONSCLI
           IF FS-CCL = '00'
              MOVE LOCAL-CCL      TO WLOCAL-CLI-CS
              MOVE CODIGO-VEN-CCL TO WVEN-CLI-CS
              MOVE COND-PAGTO-CCL TO WCPG-CLI-CS
              MOVE DATA-INI-CCL   TO WDATA-INI-CS
              MOVE INATIVO-CCL    TO WINATIVO-CS
           ELSE
              ACCEPT WDATA-INI-CS FROM DATE YYYYMMDD
           END-IF
           DISPLAY TELA-CONTRATO-CS
           ACCEPT TELA-CONTRATO-CS
           IF WLOCAL-CLI-CS = ZEROES OR
              WLOCAL-CLI-CS = WLOCAL-DEP-CS
              MOVE 'LOCAL CONSIGNADO INVALIDO' TO WTXT
              PERFORM R-MOSTRA-MSG-CS
              GO TO CONTRATO-CS-FIM
           END-IF
           IF WVEN-CLI-CS = ZEROES
              MOVE 'INFORME O VENDEDOR DO CONTRATO' TO WTXT
              PERFORM R-MOSTRA-MSG-CS
              GO TO CONTRATO-CS-FIM
           END-IF
           IF WINATIVO-CS NOT = 'I'
              MOVE SPACES TO WINATIVO-CS
           END-IF
           PERFORM R-CHECA-LOCAL-CS THRU R-CHECA-LOCAL-CS-FIM
           IF WLOCAL-LIVRE-CS = 0
              GO TO CONTRATO-CS-FIM
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO CONTRATO-CS-FIM
           END-IF
           MOVE WCODIGO-CLI-CS TO CODIGO-CLI-CCL
           READ CONSCLI
           MOVE WLOCAL-CLI-CS  TO LOCAL-CCL
           MOVE WVEN-CLI-CS    TO CODIGO-VEN-CCL
           MOVE WCPG-CLI-CS    TO COND-PAGTO-CCL
           MOVE WDATA-INI-CS   TO DATA-INI-CCL
           MOVE WINATIVO-CS    TO INATIVO-CCL
           IF FS-CCL = '00'
              REWRITE REGISTRO-CONSCLI
           ELSE
              MOVE WCODIGO-CLI-CS TO CODIGO-CLI-CCL
              WRITE REGISTRO-CONSCLI
           END-IF
           IF FS-CCL NOT = '00'
              MOVE 'ERRO DE GRAVAÇÃO DO CONTRATO ST ' TO WTXT
              MOVE FS-CCL TO WST
           ELSE
              MOVE 'CONTRATO GRAVADO' TO WTXT
              MOVE 'CONTRATO' TO WTL-OPERACAO
              MOVE ZEROES TO WPROD-MOV-CS WQTDE-MOV-CS WPED-GERADO-CT
              PERFORM R-GRAVA-LOG
           END-IF
           PERFORM R-MOSTRA-MSG-CS.
       CONTRATO-CS-FIM.
           EXIT.

      *-------------------------------------
      * O LOCAL DO CONTRATO NAO PODE ESTAR EM USO POR OUTRO CLIENTE
      * NEM POR UMA VAN DE PRONTA-ENTREGA.
      *-------------------------------------
       R-CHECA-LOCAL-CS.
           MOVE 1 TO WLOCAL-LIVRE-CS
           MOVE ZEROES TO CODIGO-CLI-CCL
           START CONSCLI KEY IS NOT LESS THAN CODIGO-CLI-CCL
           MOVE 0 TO WSAIDA-LV-CS
           IF FS-CCL NOT = '00'
              MOVE 1 TO WSAIDA-LV-CS
           END-IF
           PERFORM R-CHECA-LOCAL-CS-1 UNTIL WSAIDA-LV-CS = 1
           IF WLOCAL-LIVRE-CS = 0
              MOVE 'LOCAL JA USADO POR OUTRO CLIENTE' TO WTXT
              PERFORM R-MOSTRA-MSG-CS
              GO TO R-CHECA-LOCAL-CS-FIM
           END-IF
           IF WVEI-DISPONIVEL-CS = 0
              GO TO R-CHECA-LOCAL-CS-FIM
           END-IF
           MOVE SPACES TO PLACA-VEI
           START VEICULOS KEY IS NOT LESS THAN PLACA-VEI
           MOVE 0 TO WSAIDA-LV-CS
           IF FS-VEI NOT = '00'
              MOVE 1 TO WSAIDA-LV-CS
           END-IF
           PERFORM R-CHECA-LOCAL-CS-2 UNTIL WSAIDA-LV-CS = 1
           IF WLOCAL-LIVRE-CS = 0
              MOVE 'LOCAL JA USADO POR UMA VAN' TO WTXT
              PERFORM R-MOSTRA-MSG-CS
           END-IF.
       R-CHECA-LOCAL-CS-FIM.
           EXIT.

       R-CHECA-LOCAL-CS-1.
           READ CONSCLI NEXT
           IF FS-CCL NOT = '00'
              MOVE 1 TO WSAIDA-LV-CS
           ELSE
              IF LOCAL-CCL = WLOCAL-CLI-CS AND
                 CODIGO-CLI-CCL NOT = WCODIGO-CLI-CS
                 MOVE 0 TO WLOCAL-LIVRE-CS
                 MOVE 1 TO WSAIDA-LV-CS
              END-IF
           END-IF.

       R-CHECA-LOCAL-CS-2.
           READ VEICULOS NEXT
           IF FS-VEI NOT = '00'
              MOVE 1 TO WSAIDA-LV-CS
           ELSE
              IF LOCAL-VEI = WLOCAL-CLI-CS
                 MOVE 0 TO WLOCAL-LIVRE-CS
                 MOVE 1 TO WSAIDA-LV-CS
              END-IF
           END-IF.

      *-------------------------------------
      * REMESSA: CADA PRODUTO DIGITADO SAI DO DEPOSITO PARA O LOCAL
      * DO CLIENTE (UM UNICO 'T') E SOMA NA POSICAO CONSIGNADA. NAO
      * GERA PEDIDO, NOTA DE VENDA NEM TITULO A RECEBER.
      *-------------------------------------
       S-REMESSA-CS SECTION.
       REMESSA-CS-1.
           INITIALIZE WREG-CONTRATO-CS WREG-PROD-CS
           MOVE '=> CLIENTE 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-REMESSA-CS
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-CLI-CS
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WCODIGO-CLI-CS = ZEROES
              GO TO REMESSA-CS-EXIT
           END-IF
           PERFORM R-LE-CONTRATO-CS THRU R-LE-CONTRATO-CS-FIM
           IF WCLI-OK-CS = 0
              GO TO REMESSA-CS-EXIT
           END-IF
           MOVE 0 TO WSAIDA
           PERFORM REMESSA-CS-2 THRU REMESSA-CS-FIM
              UNTIL WSAIDA = 1.
       REMESSA-CS-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-REMESSA-CS-ROTINAS SECTION.

       REMESSA-CS-2.
           INITIALIZE WREG-PROD-CS
           MOVE '=> PRODUTO 0 PARA ENCERRAR A REMESSA ' TO WTXT
           DISPLAY TELA-REMESSA-CS
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-PROD-CS
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WCODIGO-PROD-CS = ZEROES OR WCODIGO-PROD-CS = 9999999
              MOVE 1 TO WSAIDA
              GO TO REMESSA-CS-FIM
           END-IF
           MOVE WCODIGO-PROD-CS TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD NOT = '00'
              MOVE 'PRODUTO NÃO EXISTE ST ' TO WTXT
              MOVE FS-PROD TO WST
              PERFORM R-MOSTRA-MSG-CS
              GO TO REMESSA-CS-FIM
           END-IF
           MOVE DESCRICAO-PROD TO WDESCR-PROD-CS
           MOVE WLOCAL-DEP-CS   TO WLOCAL-TRAB-CS
           PERFORM R-LE-SALDO-CS
           MOVE WSALDO-TRAB-CS  TO WSALDO-DEP-CS
           MOVE WCODIGO-CLI-CS  TO CODIGO-CLI-CSG
           MOVE WCODIGO-PROD-CS TO CODIGO-PROD-CSG
           READ CONSIG
           IF FS-CSG = '00'
              MOVE QTDE-CSG TO WQTDE-CLI-CS
           END-IF
           DISPLAY TELA-REMESSA-CS
           ACCEPT TELA-ACC-QTDE-CS
           IF WQTDE-CS = ZEROES
              GO TO REMESSA-CS-FIM
           END-IF
           IF WQTDE-CS > WSALDO-DEP-CS
              MOVE 'SALDO DO DEPOSITO INSUFICIENTE' TO WTXT
              PERFORM R-MOSTRA-MSG-CS
              GO TO REMESSA-CS-FIM
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO REMESSA-CS-FIM
           END-IF
           ACCEPT WDATA-HOJE-CS FROM DATE YYYYMMDD
           MOVE WCODIGO-CLI-CS  TO CODIGO-CLI-CSG
           MOVE WCODIGO-PROD-CS TO CODIGO-PROD-CSG
           READ CONSIG
           IF FS-CSG = '00'
              IF QTDE-CSG = ZEROES
                 MOVE WDATA-HOJE-CS TO DATA-REM-CSG
              END-IF
              ADD WQTDE-CS TO QTDE-CSG
              MOVE WDATA-HOJE-CS TO DATA-ULT-REM-CSG
              REWRITE REGISTRO-CONSIG
           ELSE
              INITIALIZE REGISTRO-CONSIG
              MOVE WCODIGO-CLI-CS  TO CODIGO-CLI-CSG
              MOVE WCODIGO-PROD-CS TO CODIGO-PROD-CSG
              MOVE WQTDE-CS        TO QTDE-CSG
              MOVE WDATA-HOJE-CS   TO DATA-REM-CSG DATA-ULT-REM-CSG
              MOVE ZEROES          TO DATA-CONT-CSG
              WRITE REGISTRO-CONSIG
           END-IF
           IF FS-CSG NOT = '00'
              MOVE 'ERRO DE GRAVAÇÃO DA CONSIGNACAO ST ' TO WTXT
              MOVE FS-CSG TO WST
              PERFORM R-MOSTRA-MSG-CS
              GO TO REMESSA-CS-FIM
           END-IF
           MOVE WLOCAL-DEP-CS   TO WLOCAL-ORIG-CS
           MOVE WLOCAL-CLI-CS   TO WLOCAL-DEST-CS
           MOVE WCODIGO-PROD-CS TO WPROD-MOV-CS
           MOVE WQTDE-CS        TO WQTDE-MOV-CS
           MOVE SPACES          TO WDOCUMENTO-CS
           STRING 'CS ' WCODIGO-CLI-CS DELIMITED BY SIZE
              INTO WDOCUMENTO-CS
           PERFORM R-TRANSFERE-CS
           MOVE 'REMESSA' TO WTL-OPERACAO
           MOVE ZEROES TO WPED-GERADO-CT
           PERFORM R-GRAVA-LOG.
       REMESSA-CS-FIM.
           EXIT.

      *-------------------------------------
      * CONTAGEM: PARA CADA PRODUTO CONSIGNADO AO CLIENTE O
      * OPERADOR INFORMA O QUE ACHOU NO LOCAL E O DESTINO DO
      * RESTANTE. CONFIRMADA, O CONSUMIDO VIRA UM PEDIDO DE ORIGEM
      * 'C' PARA O FATURAMENTO NORMAL E O RESTANTE E RENOVADO OU
      * DEVOLVIDO AO DEPOSITO.
      *-------------------------------------
       S-CONTAGEM-CS SECTION.
       CONTAGEM-CS-1.
           INITIALIZE WREG-CONTRATO-CS WTELA-CT
           MOVE '=> CLIENTE 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-CONTAGEM-CS
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-CLI-CS
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WCODIGO-CLI-CS NOT = ZEROES
              PERFORM CONTAGEM-CS-2 THRU CONTAGEM-CS-FIM
           END-IF.
       CONTAGEM-CS-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-CONTAGEM-CS-ROTINAS SECTION.

       CONTAGEM-CS-2.
           PERFORM R-LE-CONTRATO-CS THRU R-LE-CONTRATO-CS-FIM
           IF WCLI-OK-CS = 0
              GO TO CONTAGEM-CS-FIM
           END-IF
           ACCEPT WDATA-HOJE-CS FROM DATE YYYYMMDD
           COMPUTE WINT-HOJE-CS =
              FUNCTION INTEGER-OF-DATE(WDATA-HOJE-CS)
           MOVE ZEROES TO WQTD-CT WQTD-CONSUMO-CT WVALOR-PED-CT
           MOVE WCODIGO-CLI-CS TO CODIGO-CLI-CSG
           MOVE ZEROES         TO CODIGO-PROD-CSG
           START CONSIG KEY IS NOT LESS THAN CHAVE-CSG
           MOVE 0 TO WSAIDA-CT
           IF FS-CSG NOT = '00'
              MOVE 1 TO WSAIDA-CT
           END-IF
           PERFORM R-CONTA-PRODUTO-CS UNTIL WSAIDA-CT = 1
           IF WQTD-CT = ZEROES
              MOVE 'NADA CONSIGNADO AO CLIENTE' TO WTXT
              PERFORM R-MOSTRA-MSG-CS
              GO TO CONTAGEM-CS-FIM
           END-IF
           MOVE SPACES TO WTXT
           STRING 'ITENS A FATURAR ' WQTD-CONSUMO-CT
                  ' - CONFIRMA (S/N) ?'
              DELIMITED BY SIZE INTO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO CONTAGEM-CS-FIM
           END-IF
      *    (O NUMERO DO PEDIDO VEM ANTES DE QUALQUER GRAVACAO: SEM
      *     NUMERO A CONTAGEM NAO E APLICADA)
           MOVE ZEROES TO WPED-GERADO-CT
           IF WQTD-CONSUMO-CT NOT = ZEROES
              MOVE 'PEDIDO' TO LINK-NUM-ENTIDADE
              CALL "GeraNumero" USING LINK-NUMERO
              IF LINK-NUM-STATUS NOT = '0'
                 MOVE 'ERRO NA NUMERACAO DO PEDIDO' TO WTXT
                 PERFORM R-MOSTRA-MSG-CS
                 GO TO CONTAGEM-CS-FIM
              END-IF
              MOVE LINK-NUM-VALOR TO WPED-GERADO-CT
              PERFORM R-GERA-PEDIDO-CS
           END-IF
           PERFORM R-APLICA-CONTAGEM-CS VARYING WI-CT FROM 1 BY 1
                   UNTIL WI-CT > WQTD-CT
           MOVE 'CONTAGEM APLICADA' TO WTXT
           IF WPED-GERADO-CT NOT = ZEROES
              MOVE SPACES TO WTXT
              STRING 'CONTAGEM APLICADA - PEDIDO ' WPED-GERADO-CT
                 DELIMITED BY SIZE INTO WTXT
           END-IF
           PERFORM R-MOSTRA-MSG-CS.
       CONTAGEM-CS-FIM.
           EXIT.

       R-CONTA-PRODUTO-CS.
           READ CONSIG NEXT
           IF FS-CSG NOT = '00' OR
              CODIGO-CLI-CSG NOT = WCODIGO-CLI-CS
              MOVE 1 TO WSAIDA-CT
           ELSE
              IF QTDE-CSG > ZEROES
                 IF WQTD-CT < WMAX-CT
                    PERFORM R-CONTA-PRODUTO-CS-1
                 ELSE
                    MOVE 'LIMITE DA CONTAGEM - RESTANTE NA PROXIMA'
                      TO WTXT
                    PERFORM R-MOSTRA-MSG-CS
                    MOVE 1 TO WSAIDA-CT
                 END-IF
              END-IF
           END-IF.

       R-CONTA-PRODUTO-CS-1.
           MOVE CODIGO-PROD-CSG TO WCT-PROD-TELA
           MOVE QTDE-CSG        TO WCT-QTDE-TELA WCT-CONTADO-TELA
           MOVE DATA-REM-CSG    TO WCT-DATA-TELA
           MOVE ZEROES          TO WCT-DIAS-TELA
           IF DATA-REM-CSG NOT = ZEROES
              COMPUTE WINT-DATA-CS =
                 FUNCTION INTEGER-OF-DATE(DATA-REM-CSG)
              IF WINT-HOJE-CS > WINT-DATA-CS
                 COMPUTE WCT-DIAS-TELA = WINT-HOJE-CS - WINT-DATA-CS
              END-IF
           END-IF
           MOVE 'R'             TO WCT-DESTINO-TELA
           MOVE SPACES          TO WCT-DESCR-TELA
           MOVE CODIGO-PROD-CSG TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE DESCRICAO-PROD TO WCT-DESCR-TELA
           END-IF
           DISPLAY TELA-CONTAGEM-CS
           ACCEPT TELA-CONTAGEM-CS
           IF WCT-CONTADO-TELA > WCT-QTDE-TELA
              MOVE 'CONTADO MAIOR QUE O CONSIGNADO - MANTIDO'
                TO WTXT
              PERFORM R-MOSTRA-MSG-CS
              MOVE WCT-QTDE-TELA TO WCT-CONTADO-TELA
           END-IF
           IF WCT-DESTINO-TELA = 'd'
              MOVE 'D' TO WCT-DESTINO-TELA
           END-IF
           IF WCT-DESTINO-TELA NOT = 'D'
              MOVE 'R' TO WCT-DESTINO-TELA
           END-IF
           ADD 1 TO WQTD-CT
           MOVE WCT-PROD-TELA    TO WCT-PROD(WQTD-CT)
           MOVE WCT-QTDE-TELA    TO WCT-QTDE(WQTD-CT)
           MOVE WCT-CONTADO-TELA TO WCT-CONTADO(WQTD-CT)
           COMPUTE WCT-CONSUMO(WQTD-CT) =
              WCT-QTDE-TELA - WCT-CONTADO-TELA
           MOVE WCT-DESTINO-TELA TO WCT-DESTINO(WQTD-CT)
           IF WCT-CONSUMO(WQTD-CT) > ZEROES
              ADD 1 TO WQTD-CONSUMO-CT
           END-IF.

      *-------------------------------------
      * PEDIDO DO CONSUMIDO: UM ITEM POR PRODUTO, PRECO VIGENTE DA
      * TABELA DO CLIENTE (PADRAO O PRECO DO CADASTRO), RESERVA DE
      * ESTOQUE COMO NA DIGITACAO E ORIGEM 'C' - O FATURAMENTO
      * BAIXA DO LOCAL DO CLIENTE E NAO DO DEPOSITO.
      *-------------------------------------
       R-GERA-PEDIDO-CS.
           MOVE ZEROES TO WVALOR-PED-CT WSEQ-ITEM-CT
           PERFORM R-GERA-ITEM-CS VARYING WI-CT FROM 1 BY 1
                   UNTIL WI-CT > WQTD-CT
           INITIALIZE REGISTRO-PEDIDOS
           MOVE WPED-GERADO-CT   TO CODIGO-PED
           MOVE WCODIGO-CLI-CS   TO CODIGO-CLI-PED
           MOVE WVEN-CLI-CS      TO CODIGO-VEN-PED
           MOVE WDATA-HOJE-CS    TO DATA-PED
           MOVE WVALOR-PED-CT    TO VALOR-PED
           MOVE 'A'              TO STATUS-PED
           MOVE ZEROES TO DESC-PERC-PED VALOR-DESC-PED
                          APROVADOR-DESC-PED TRANSP-PED
           MOVE WCPG-CLI-CS      TO COND-PAGTO-PED
           MOVE ZEROES           TO END-ENTREGA-PED
           MOVE SPACES           TO FRETE-TIPO-PED
           MOVE 'C'              TO ORIGEM-PED
           WRITE REGISTRO-PEDIDOS
           IF FS-PED NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO PEDIDO ST ' TO WTXT
              MOVE FS-PED TO WST
              PERFORM R-MOSTRA-MSG-CS
           END-IF.

       R-GERA-ITEM-CS.
           IF WCT-CONSUMO(WI-CT) > ZEROES
              MOVE WCT-PROD(WI-CT) TO CODIGO-PROD WPROD-ALVO-CT
              MOVE ZEROES TO PRECO-PROD
              READ PRODUTOS
              PERFORM R-RESOLVE-PRECO-CS
              ADD 1 TO WSEQ-ITEM-CT
              INITIALIZE REGISTRO-PEDITEM
              MOVE WPED-GERADO-CT     TO CODIGO-PED-ITEM
              MOVE WSEQ-ITEM-CT       TO NUMERO-ITEM
              MOVE WCT-PROD(WI-CT)    TO CODIGO-PROD-ITEM
              MOVE WCT-CONSUMO(WI-CT) TO QUANTIDADE-ITEM
              MOVE WPRECO-CT          TO VALOR-UNIT-ITEM
              COMPUTE VALOR-TOTAL-ITEM =
                 QUANTIDADE-ITEM * VALOR-UNIT-ITEM
              MOVE ZEROES TO QTDE-ENTREGUE-ITEM PROMO-ITEM
              WRITE REGISTRO-PEDITEM
              IF FS-PEDITEM = '00'
                 ADD VALOR-TOTAL-ITEM TO WVALOR-PED-CT
                 MOVE WCT-PROD(WI-CT) TO CODIGO-PROD-RS
                 READ RESERVA
                 IF FS-RS = '00'
                    ADD WCT-CONSUMO(WI-CT) TO QTDE-RESERVADA-RS
                    REWRITE REGISTRO-RESERVA
                 ELSE
                    MOVE WCT-CONSUMO(WI-CT) TO QTDE-RESERVADA-RS
                    WRITE REGISTRO-RESERVA
                 END-IF
              END-IF
           END-IF.

       R-RESOLVE-PRECO-CS.
           MOVE PRECO-PROD TO WPRECO-CT
           IF WTPR-DISPONIVEL-CS = 1 AND WTAB-CLI-CS NOT = ZEROES
              MOVE WTAB-CLI-CS   TO CODIGO-TAB-TPR
              MOVE WPROD-ALVO-CT TO CODIGO-PROD-TPR
              MOVE ZEROES        TO DATA-INI-TPR
              START TABPRECO KEY IS NOT LESS THAN CHAVE-TPR
              MOVE 0 TO WSAIDA-TPR
              IF FS-TPR NOT = '00'
                 MOVE 1 TO WSAIDA-TPR
              END-IF
              PERFORM R-RESOLVE-PRECO-CS-1 UNTIL WSAIDA-TPR = 1
           END-IF.

       R-RESOLVE-PRECO-CS-1.
           READ TABPRECO NEXT
           IF FS-TPR NOT = '00' OR
              CODIGO-TAB-TPR NOT = WTAB-CLI-CS OR
              CODIGO-PROD-TPR NOT = WPROD-ALVO-CT
              MOVE 1 TO WSAIDA-TPR
           ELSE
              IF DATA-INI-TPR NOT > WDATA-HOJE-CS AND
                 (DATA-FIM-TPR = ZEROES OR
                  DATA-FIM-TPR NOT < WDATA-HOJE-CS)
                 MOVE PRECO-TPR TO WPRECO-CT
              END-IF
           END-IF.

      *-------------------------------------
      * APLICA A CONTAGEM DE UM PRODUTO NA POSICAO CONSIGNADA: O
      * CONSUMIDO SAI DA POSICAO (FICA NO LOCAL ATE O FATURAMENTO);
      * O RESTANTE RENOVADO GANHA NOVA DATA DE REMESSA, O DEVOLVIDO
      * VOLTA AO DEPOSITO E ZERA A POSICAO.
      *-------------------------------------
       R-APLICA-CONTAGEM-CS.
           MOVE WCODIGO-CLI-CS  TO CODIGO-CLI-CSG
           MOVE WCT-PROD(WI-CT) TO CODIGO-PROD-CSG
           READ CONSIG
           IF FS-CSG = '00'
              MOVE WCT-CONTADO(WI-CT) TO QTDE-CSG
              MOVE WDATA-HOJE-CS      TO DATA-CONT-CSG
              IF WCT-DESTINO(WI-CT) = 'D'
                 MOVE ZEROES          TO QTDE-CSG
              ELSE
                 MOVE WDATA-HOJE-CS   TO DATA-REM-CSG
              END-IF
              REWRITE REGISTRO-CONSIG
              IF WCT-CONSUMO(WI-CT) > ZEROES
                 MOVE 'CONSUMO'          TO WTL-OPERACAO
                 MOVE WCT-PROD(WI-CT)    TO WPROD-MOV-CS
                 MOVE WCT-CONSUMO(WI-CT) TO WQTDE-MOV-CS
                 PERFORM R-GRAVA-LOG
              END-IF
              IF WCT-DESTINO(WI-CT) = 'D' AND
                 WCT-CONTADO(WI-CT) > ZEROES
                 MOVE WLOCAL-CLI-CS      TO WLOCAL-ORIG-CS
                 MOVE WLOCAL-DEP-CS      TO WLOCAL-DEST-CS
                 MOVE WCT-PROD(WI-CT)    TO WPROD-MOV-CS
                 MOVE WCT-CONTADO(WI-CT) TO WQTDE-MOV-CS
                 MOVE SPACES             TO WDOCUMENTO-CS
                 STRING 'DC ' WCODIGO-CLI-CS DELIMITED BY SIZE
                    INTO WDOCUMENTO-CS
                 PERFORM R-TRANSFERE-CS
                 MOVE 'DEVOLVE'          TO WTL-OPERACAO
                 PERFORM R-GRAVA-LOG
              END-IF
           END-IF.

      *-------------------------------------
      * POSICAO CONSIGNADA POR CLIENTE, COM A DATA DA REMESSA MAIS
      * ANTIGA AINDA NO CLIENTE, OS DIAS EM CONSIGNACAO, A ULTIMA
      * CONTAGEM E O VALOR PELO PRECO DE TABELA DO PRODUTO.
      *-------------------------------------
       S-RELATORIO-CS SECTION.
       RELATORIO-CS-1.
           ACCEPT WDATA-HOJE-CS FROM DATE YYYYMMDD
           COMPUTE WINT-HOJE-CS =
              FUNCTION INTEGER-OF-DATE(WDATA-HOJE-CS)
           MOVE 'RELCONSIG.TXT' TO WID-ARQ-REL-1
           MOVE 'RELCONSIG'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE WDATA-HOJE-CS   TO LINK-SPL-PARAMS(1:8)
           MOVE LID-OPERADOR-1  TO LINK-SPL-OPERADOR
           MOVE LID-EMPRESA-1   TO LINK-SPL-EMPRESA
           CALL "RegSpool" USING LINK-SPOOL
           IF LINK-SPL-STATUS = '0'
              MOVE LINK-SPL-ARQUIVO TO WID-ARQ-REL-1
           END-IF
           OPEN OUTPUT ARQREL
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'POSICAO DE MERCADORIA EM CONSIGNACAO NOS CLIENTES'
             TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WCLI-ANT-RL WQTD-LIN-RL
                          WVALOR-CLI-RL WVALOR-TOT-RL
           MOVE LOW-VALUES TO CHAVE-CSG
           START CONSIG KEY IS NOT LESS THAN CHAVE-CSG
           MOVE 0 TO WSAIDA
           IF FS-CSG NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-RELATORIO-CS-1 UNTIL WSAIDA = 1
           IF WCLI-ANT-RL NOT = ZEROES
              PERFORM R-TOTAL-CLI-RL
           END-IF
           MOVE WVALOR-TOT-RL TO RL-TOT-GERAL
           MOVE WRL-TOT-GERAL TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL
           MOVE SPACES TO WTXT
           STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
              INTO WTXT
           PERFORM R-MOSTRA-MSG-CS.
       RELATORIO-CS-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-RELATORIO-CS-ROTINAS SECTION.

       R-RELATORIO-CS-1.
           READ CONSIG NEXT
           IF FS-CSG NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF QTDE-CSG > ZEROES
                 IF CODIGO-CLI-CSG NOT = WCLI-ANT-RL
                    IF WCLI-ANT-RL NOT = ZEROES
                       PERFORM R-TOTAL-CLI-RL
                    END-IF
                    PERFORM R-CABECALHO-CLI-RL
                 END-IF
                 PERFORM R-LINHA-RL
              END-IF
           END-IF.

       R-CABECALHO-CLI-RL.
           MOVE CODIGO-CLI-CSG TO WCLI-ANT-RL RL-CLI CODIGO
           MOVE SPACES TO RL-RAZAO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE RAZAO TO RL-RAZAO
           END-IF
           MOVE ZEROES TO RL-LOCAL
           MOVE CODIGO-CLI-CSG TO CODIGO-CLI-CCL
           READ CONSCLI
           IF FS-CCL = '00'
              MOVE LOCAL-CCL TO RL-LOCAL
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WRL-CAB-CLI TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WRL-TITULOS TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WVALOR-CLI-RL.

       R-LINHA-RL.
           MOVE CODIGO-PROD-CSG TO RL-PROD CODIGO-PROD
           MOVE SPACES TO RL-DESCRICAO
           MOVE ZEROES TO PRECO-PROD
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE DESCRICAO-PROD(1:30) TO RL-DESCRICAO
           ELSE
              MOVE ZEROES TO PRECO-PROD
           END-IF
           MOVE QTDE-CSG      TO RL-QTDE
           MOVE DATA-REM-CSG  TO RL-DATA-REM
           MOVE DATA-CONT-CSG TO RL-DATA-CONT
           MOVE ZEROES TO RL-DIAS
           IF DATA-REM-CSG NOT = ZEROES
              COMPUTE WINT-DATA-CS =
                 FUNCTION INTEGER-OF-DATE(DATA-REM-CSG)
              IF WINT-HOJE-CS > WINT-DATA-CS
                 COMPUTE RL-DIAS = WINT-HOJE-CS - WINT-DATA-CS
              END-IF
           END-IF
           COMPUTE WVALOR-LIN-RL = QTDE-CSG * PRECO-PROD
           MOVE WVALOR-LIN-RL TO RL-VALOR
           ADD WVALOR-LIN-RL TO WVALOR-CLI-RL WVALOR-TOT-RL
           ADD 1 TO WQTD-LIN-RL
           MOVE WRL-LINHA TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-TOTAL-CLI-RL.
           MOVE WVALOR-CLI-RL TO RL-TOT-CLI
           MOVE WRL-TOT-CLI TO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *-------------------------------------
      * CLIENTE DA TELA: PRECISA EXISTIR NO CADASTRO.
      *-------------------------------------
       R-LE-CLIENTE-CS.
           MOVE 0 TO WCLI-OK-CS
           MOVE WCODIGO-CLI-CS TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              MOVE 'CLIENTE NAO CADASTRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-CS
           ELSE
              MOVE RAZAO            TO WRAZAO-CS
              MOVE TABELA-PRECO-CLI TO WTAB-CLI-CS
              MOVE 1 TO WCLI-OK-CS
           END-IF.

      *-------------------------------------
      * CLIENTE COM CONTRATO DE CONSIGNACAO ATIVO.
      *-------------------------------------
       R-LE-CONTRATO-CS.
           PERFORM R-LE-CLIENTE-CS
           IF WCLI-OK-CS = 0
              GO TO R-LE-CONTRATO-CS-FIM
           END-IF
           MOVE 0 TO WCLI-OK-CS
           MOVE WCODIGO-CLI-CS TO CODIGO-CLI-CCL
           READ CONSCLI
           IF FS-CCL NOT = '00'
              MOVE 'CLIENTE SEM CONTRATO DE CONSIGNACAO' TO WTXT
              PERFORM R-MOSTRA-MSG-CS
              GO TO R-LE-CONTRATO-CS-FIM
           END-IF
           IF INATIVO-CCL = 'I'
              MOVE 'CONTRATO DE CONSIGNACAO ENCERRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-CS
              GO TO R-LE-CONTRATO-CS-FIM
           END-IF
           MOVE LOCAL-CCL      TO WLOCAL-CLI-CS
           MOVE CODIGO-VEN-CCL TO WVEN-CLI-CS
           MOVE COND-PAGTO-CCL TO WCPG-CLI-CS
           MOVE 1 TO WCLI-OK-CS.
       R-LE-CONTRATO-CS-FIM.
           EXIT.

       R-MOSTRA-MSG-CS.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

      *-------------------------------------
      * TRANSFERENCIA ENTRE LOCAIS (WLOCAL-ORIG-CS > WLOCAL-DEST-CS)
      * DE WQTDE-MOV-CS DO PRODUTO WPROD-MOV-CS: BAIXA A ORIGEM,
      * SOMA NO DESTINO E GRAVA UM UNICO MOVIMENTO 'T'. O SALDO
      * TOTAL DO PRODUTO NAO MUDA - A MERCADORIA CONTINUA NOSSA.
      *-------------------------------------
       R-TRANSFERE-CS.
           MOVE WPROD-MOV-CS   TO WCODIGO-PROD-CS
           MOVE WLOCAL-ORIG-CS TO WLOCAL-TRAB-CS
           PERFORM R-LE-SALDO-CS
           IF WQTDE-MOV-CS > WSALDO-TRAB-CS
              MOVE ZEROES TO WSALDO-TRAB-CS
           ELSE
              SUBTRACT WQTDE-MOV-CS FROM WSALDO-TRAB-CS
           END-IF
           PERFORM R-GRAVA-SALDO-CS
           MOVE WLOCAL-DEST-CS TO WLOCAL-TRAB-CS
           PERFORM R-LE-SALDO-CS
           ADD WQTDE-MOV-CS TO WSALDO-TRAB-CS
           PERFORM R-GRAVA-SALDO-CS
           PERFORM R-GRAVA-MOVIMENTO-CS.

      *-------------------------------------
      * SALDO DO PAR PRODUTO X LOCAL (WCODIGO-PROD-CS X
      * WLOCAL-TRAB-CS): A LEITURA DEVOLVE ZERO QUANDO O PAR AINDA
      * NAO EXISTE; A GRAVACAO CRIA OU REGRAVA.
      *-------------------------------------
       R-LE-SALDO-CS.
           MOVE ZEROES TO WSALDO-TRAB-CS
           MOVE WCODIGO-PROD-CS TO CODIGO-PROD-SL
           MOVE WLOCAL-TRAB-CS  TO LOCAL-SL
           READ SALDOLOC
           IF FS-SL = '00'
              MOVE SALDO-SL TO WSALDO-TRAB-CS
           END-IF.

       R-GRAVA-SALDO-CS.
           MOVE WCODIGO-PROD-CS TO CODIGO-PROD-SL
           MOVE WLOCAL-TRAB-CS  TO LOCAL-SL
           READ SALDOLOC
           IF FS-SL = '00'
              MOVE WSALDO-TRAB-CS TO SALDO-SL
              REWRITE REGISTRO-SALDOLOC
           ELSE
              MOVE WCODIGO-PROD-CS TO CODIGO-PROD-SL
              MOVE WLOCAL-TRAB-CS  TO LOCAL-SL
              MOVE WSALDO-TRAB-CS  TO SALDO-SL
              WRITE REGISTRO-SALDOLOC
           END-IF.

      *-------------------------------------
      * GRAVA O MOVIMENTO 'T' EM MOVESTOQUE COM O PROXIMO NUMERO DE
      * SEQUENCIA DO CONTROLE, DATA DO DIA E OPERADOR CORRENTE.
      *-------------------------------------
       R-GRAVA-MOVIMENTO-CS.
           PERFORM R-LE-CONTROLE-MOV
           ADD 1 TO WULTIMO-SEQ-MOV
           MOVE WULTIMO-SEQ-MOV   TO SEQ-MOV
           MOVE WPROD-MOV-CS      TO CODIGO-PROD-MOV
           MOVE 'T'               TO TIPO-MOV
           MOVE WQTDE-MOV-CS      TO QTDE-MOV
           ACCEPT WDATA-HOJE-CS FROM DATE YYYYMMDD
           MOVE WDATA-HOJE-CS     TO DATA-MOV
           MOVE LID-OPERADOR-1    TO OPERADOR-MOV
           MOVE WDOCUMENTO-CS     TO DOCUMENTO-MOV
           MOVE WLOCAL-ORIG-CS    TO LOCAL-MOV
           MOVE WLOCAL-DEST-CS    TO LOCAL-DEST-MOV
           MOVE SPACES            TO LOTE-MOV
           MOVE ZEROES TO VALIDADE-MOV POSICAO-MOV POSICAO-DEST-MOV
           WRITE REGISTRO-MOVESTOQUE
           IF FS-MOVEST = '00'
              PERFORM R-GRAVA-CONTROLE-MOV
           ELSE
              MOVE 'ERRO GRAVACAO MOVIMENTO ST ' TO WTXT
              MOVE FS-MOVEST TO WST
              PERFORM R-MOSTRA-MSG-CS
           END-IF.

       R-LE-CONTROLE-MOV.
           MOVE ZEROES TO WULTIMO-SEQ-MOV
           OPEN INPUT ARQMOVCTRL
           IF FS-MOVCTRL = '00'
              READ ARQMOVCTRL
                 NOT AT END
                    MOVE MOVCTRL-ULTIMO-SEQ TO WULTIMO-SEQ-MOV
              END-READ
              CLOSE ARQMOVCTRL
           END-IF.

       R-GRAVA-CONTROLE-MOV.
           OPEN OUTPUT ARQMOVCTRL
           MOVE SPACES          TO ARQMOVCTRL-REC
           MOVE WULTIMO-SEQ-MOV TO MOVCTRL-ULTIMO-SEQ
           WRITE ARQMOVCTRL-REC
           CLOSE ARQMOVCTRL.

      *-------------------------------------
      * DEPOSITO QUE ABASTECE A CONSIGNACAO: UMA LINHA EM
      * DEPOSITO.CFG COM O LOCAL (999). SEM O ARQUIVO VALE O 1.
      *-------------------------------------
       R-LE-DEPOSITO.
           OPEN INPUT ARQDEPCFG
           IF FS-DEPCFG = '00'
              READ ARQDEPCFG
                 NOT AT END
                    MOVE ARQDEPCFG-REC(1:3) TO WDEP-CFG-TXT
                    IF WDEP-CFG-TXT IS NUMERIC AND
                       WDEP-CFG-NUM NOT = ZEROES
                       MOVE WDEP-CFG-NUM TO WLOCAL-DEP-CS
                    END-IF
              END-READ
              CLOSE ARQDEPCFG
           END-IF.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG.
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME
           MOVE WDHTL-DATA      TO WTL-DATA
           MOVE WDHTL-HH        TO WTL-HH
           MOVE WDHTL-MM        TO WTL-MM
           MOVE WDHTL-SS        TO WTL-SS
           MOVE LID-OPERADOR-1  TO WTL-OPERADOR
           MOVE WCODIGO-CLI-CS  TO WTL-CLI
           MOVE WPROD-MOV-CS    TO WTL-PROD
           MOVE WQTDE-MOV-CS    TO WTL-QTDE
           MOVE WPED-GERADO-CT  TO WTL-PED
           OPEN EXTEND ARQTRANLOG
           IF FS-TRANLOG = '05' OR FS-TRANLOG = '35'
              OPEN OUTPUT ARQTRANLOG
           END-IF
           MOVE WTRANLOG-LINHA TO ARQTRANLOG-REC
           WRITE ARQTRANLOG-REC
           CLOSE ARQTRANLOG.
       R-GRAVA-LOG-EXIT.
           EXIT.

       ABRE-ARQUIVOS.
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE CLIENTES ST ' TO WTXT
              MOVE FS-CLI TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PROD NOT = '00'
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS ST ' TO WTXT
              MOVE FS-PROD TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O CONSCLI.
           IF FS-CCL = '35'
              CLOSE CONSCLI OPEN OUTPUT CONSCLI
              CLOSE CONSCLI OPEN I-O CONSCLI
           END-IF
           IF FS-CCL = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS CONTRATOS ST ' TO WTXT
              MOVE FS-CCL TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O CONSIG.
           IF FS-CSG = '35'
              CLOSE CONSIG OPEN OUTPUT CONSIG
              CLOSE CONSIG OPEN I-O CONSIG
           END-IF
           IF FS-CSG = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DA CONSIGNACAO ST ' TO WTXT
              MOVE FS-CSG TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O MOVESTOQUE.
           IF FS-MOVEST = '35'
              CLOSE MOVESTOQUE OPEN OUTPUT MOVESTOQUE
              CLOSE MOVESTOQUE OPEN I-O MOVESTOQUE
           END-IF
           IF FS-MOVEST = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE MOVIMENTOS ST '
                TO WTXT
              MOVE FS-MOVEST TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O SALDOLOC.
           IF FS-SL = '35'
              CLOSE SALDOLOC OPEN OUTPUT SALDOLOC
              CLOSE SALDOLOC OPEN I-O SALDOLOC
           END-IF
           IF FS-SL = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS SALDOS POR LOCAL ST '
                TO WTXT
              MOVE FS-SL TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O PEDIDOS.
           IF FS-PED NOT = '00'
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS ST ' TO WTXT
              MOVE FS-PED TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O PEDITEM.
           IF FS-PEDITEM = '35'
              CLOSE PEDITEM OPEN OUTPUT PEDITEM
              CLOSE PEDITEM OPEN I-O PEDITEM
           END-IF
           IF FS-PEDITEM = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS ITENS DE PEDIDO ST ' TO WTXT
              MOVE FS-PEDITEM TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O RESERVA.
           IF FS-RS = '35'
              CLOSE RESERVA OPEN OUTPUT RESERVA
              CLOSE RESERVA OPEN I-O RESERVA
           END-IF
      *    (SEM A FROTA OU A TABELA DE PRECOS: NENHUM LOCAL DE VAN A
      *     CONFERIR E O PEDIDO SAI PELO PRECO DO CADASTRO)
           MOVE 0 TO WVEI-DISPONIVEL-CS
           OPEN INPUT VEICULOS
           IF FS-VEI = '00'
              MOVE 1 TO WVEI-DISPONIVEL-CS
           END-IF
           MOVE 0 TO WTPR-DISPONIVEL-CS
           OPEN INPUT TABPRECO
           IF FS-TPR = '00'
              MOVE 1 TO WTPR-DISPONIVEL-CS
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FECHA-ARQUIVOS.
           CLOSE CLIENTES PRODUTOS CONSCLI CONSIG MOVESTOQUE SALDOLOC
                 PEDIDOS PEDITEM RESERVA
           IF WVEI-DISPONIVEL-CS = 1
              CLOSE VEICULOS
           END-IF
           IF WTPR-DISPONIVEL-CS = 1
              CLOSE TABPRECO
           END-IF.
       FECHA-ARQUIVOS-EXIT.
           EXIT.
