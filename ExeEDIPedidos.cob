      *--------------------------
      * RECEPCAO DE PEDIDOS EDI (ORDERS) DAS REDES DE SUPERMERCADO
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ExeEDIPedidos.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Le o arquivo plano de pedidos
      *              das redes (EDIPED.TXT: cabecalho '01', itens
      *              '04' e trailer '09' por pedido) e cria o pedido
      *              com ORIGEM-PED 'E': a loja (GLN) vira o cliente
      *              e o endereco de entrega pelo cadastro de locais
      *              do parceiro (CadParcEDI), o EAN/DUN vira o
      *              produto e a quantidade em unidades (ARQEAN.DAT),
      *              o preco e o da tabela do cliente, conferido
      *              contra o do comprador pela tolerancia do
      *              parceiro. Vendedor e condicao de pagamento vem
      *              do parceiro, a data de entrega do pedido do
      *              comprador; reserva de estoque e mix autorizado
      *              como na digitacao. Cada pedido aceito fica no
      *              controle ARQEDIPED.DAT (parceiro + pedido do
      *              comprador, recusa a duplicidade) aguardando o
      *              faturamento para o ExeEDIFatura. Item ou pedido
      *              recusado volta ao comprador no arquivo
      *              ORDRSP-<GLN>-<seq>.TXT, com a sequencia do
      *              parceiro; todo pedido lido vai para o EDI.LOG.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT EDIPED ASSIGN TO  DISK WID-ARQ-EDIPED
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-EP
              ALTERNATE RECORD KEY IS CODIGO-PED-EP WITH DUPLICATES
              ALTERNATE RECORD KEY IS SITUACAO-EP WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EP.

       SELECT EDIPAR ASSIGN TO  DISK WID-ARQ-EDIPAR
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS GLN-PAR
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PAR.

       SELECT EDILOC ASSIGN TO  DISK WID-ARQ-EDILOC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS GLN-LOC
              ALTERNATE RECORD KEY IS GLN-PAR-LOC WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LOC.

       SELECT ENDENT ASSIGN TO  DISK WID-ARQ-ENDENT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-EE
              ALTERNATE RECORD KEY IS CODIGO-CLI-EE WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EE.

       SELECT CODBARRAS ASSIGN TO  DISK WID-ARQ-EAN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-EAN
              ALTERNATE RECORD KEY IS CODIGO-PROD-EAN WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EAN.

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

       SELECT ARQEDIENT ASSIGN TO DISK WID-ARQ-EDIENT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-EDIENT.

       SELECT ARQEDISAI ASSIGN TO DISK WID-ARQ-EDISAI
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-EDISAI.

       SELECT ARQEDILOG ASSIGN TO DISK WID-ARQ-EDILOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-EDILOG.

       DATA DIVISION.
       FILE SECTION.
       FD EDIPED.
       01 REGISTRO-EDIPED.
          02 CHAVE-EP.
             03 GLN-PAR-EP            PIC  9(013).
             03 PEDIDO-COMP-EP        PIC  X(020).
          02 CODIGO-PED-EP            PIC  9(009) VALUE ZEROES.
          02 GLN-LOC-EP               PIC  9(013) VALUE ZEROES.
          02 CODIGO-CLI-EP            PIC  9(007) VALUE ZEROES.
          02 DATA-EMISSAO-EP          PIC  9(008) VALUE ZEROES.
          02 DATA-ENTREGA-EP          PIC  9(008) VALUE ZEROES.
          02 DATA-RECEB-EP            PIC  9(008) VALUE ZEROES.
          02 SITUACAO-EP              PIC  X(001) VALUE 'A'.
             88 EP-AGUARDANDO         VALUE 'A'.
             88 EP-ENVIADO            VALUE 'E'.
             88 EP-CANCELADO          VALUE 'C'.
          02 ULT-NF-EP                PIC  9(009) VALUE ZEROES.
          02 SEQ-INVOIC-EP            PIC  9(009) VALUE ZEROES.
          02 SEQ-DESADV-EP            PIC  9(009) VALUE ZEROES.
          02 DATA-ENVIO-EP            PIC  9(008) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD EDIPAR.
       01 REGISTRO-EDIPAR.
          02 GLN-PAR                  PIC  9(013).
          02 NOME-PAR                 PIC  X(030) VALUE SPACES.
          02 GLN-FORN-PAR             PIC  9(013) VALUE ZEROES.
          02 CODIGO-VEN-PAR           PIC  9(007) VALUE ZEROES.
          02 COND-PAGTO-PAR           PIC  9(003) VALUE ZEROES.
          02 TOLER-PRECO-PAR          PIC  9(003)v9(002) VALUE ZEROES.
          02 ATIVO-PAR                PIC  X(001) VALUE 'S'.
             88 PAR-ATIVO             VALUE 'S'.
          02 SEQ-ORDRSP-PAR           PIC  9(009) VALUE ZEROES.
          02 SEQ-INVOIC-PAR           PIC  9(009) VALUE ZEROES.
          02 SEQ-DESADV-PAR           PIC  9(009) VALUE ZEROES.
          02 DATA-ULT-ENVIO-PAR       PIC  9(008) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD EDILOC.
       01 REGISTRO-EDILOC.
          02 GLN-LOC                  PIC  9(013).
          02 GLN-PAR-LOC              PIC  9(013) VALUE ZEROES.
          02 CODIGO-CLI-LOC           PIC  9(007) VALUE ZEROES.
          02 SEQ-END-LOC              PIC  9(003) VALUE ZEROES.
          02 NOME-LOC                 PIC  X(030) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD ENDENT.
       01 REGISTRO-ENDENT.
          02 CHAVE-EE.
             03 CODIGO-CLI-EE         PIC  9(007).
             03 SEQ-EE                PIC  9(003).
          02 ENDERECO-EE              PIC  X(040) VALUE SPACES.
          02 CIDADE-EE                PIC  X(020) VALUE SPACES.
          02 ESTADO-EE                PIC  X(002) VALUE SPACES.
          02 CODIGO-IBGE-EE           PIC  9(007) VALUE ZEROES.
          02 LATITUDE-EE              PIC S9(003)v9(008).
          02 LONGITUDE-EE             PIC S9(003)v9(008).

       FD CODBARRAS.
       01 REGISTRO-CODBARRAS.
          02 CODIGO-EAN               PIC  X(014).
          02 CODIGO-PROD-EAN          PIC  9(007) VALUE ZEROES.
          02 TIPO-EAN                 PIC  X(001) VALUE SPACES.
             88 EAN-UNIDADE           VALUE 'E'.
             88 EAN-EMBALAGEM         VALUE 'D'.
          02 QTDE-EMB-EAN             PIC  9(005) VALUE ZEROES.
          02 FILLER                   PIC  X(023) VALUE SPACES.

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
             88 PED-EDI            VALUE 'E'.
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
          02 FILLER                PIC  X(061).

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

       FD  ARQEDIENT.
       01  ARQEDIENT-REC             PIC X(120).

       FD  ARQEDISAI.
       01  ARQEDISAI-REC             PIC X(120).

       FD  ARQEDILOG.
       01  ARQEDILOG-REC             PIC X(130).

       WORKING-STORAGE SECTION.
       01 FS-EP.
           02 FS-EP-1                 PIC 9.
           02 FS-EP-2                 PIC 9.
           02 FS-EP-R REDEFINES FS-EP-2 PIC 99 COMP-X.
       01 FS-PAR.
           02 FS-PAR-1                PIC 9.
           02 FS-PAR-2                PIC 9.
           02 FS-PAR-R REDEFINES FS-PAR-2 PIC 99 COMP-X.
       01 FS-LOC.
           02 FS-LOC-1                PIC 9.
           02 FS-LOC-2                PIC 9.
           02 FS-LOC-R REDEFINES FS-LOC-2 PIC 99 COMP-X.
       01 FS-EE.
           02 FS-EE-1                 PIC 9.
           02 FS-EE-2                 PIC 9.
           02 FS-EE-R REDEFINES FS-EE-2 PIC 99 COMP-X.
       01 FS-EAN.
           02 FS-EAN-1                PIC 9.
           02 FS-EAN-2                PIC 9.
           02 FS-EAN-R REDEFINES FS-EAN-2 PIC 99 COMP-X.
       01 FS-PED.
           02 FS-PED-1                PIC 9.
           02 FS-PED-2                PIC 9.
           02 FS-PED-R REDEFINES FS-PED-2 PIC 99 COMP-X.
       01 FS-PEDITEM.
           02 FS-PEDITEM-1            PIC 9.
           02 FS-PEDITEM-2            PIC 9.
           02 FS-PEDITEM-R REDEFINES FS-PEDITEM-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLIENTES-1                PIC 9.
           02 FS-CLIENTES-2                PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01 FS-PROD.
           02 FS-PROD-1               PIC 9.
           02 FS-PROD-2               PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-TPR.
           02 FS-TPR-1                PIC 9.
           02 FS-TPR-2                PIC 9.
           02 FS-TPR-R REDEFINES FS-TPR-2 PIC 99 COMP-X.
       01 FS-RS.
           02 FS-RS-1                 PIC 9.
           02 FS-RS-2                 PIC 9.
           02 FS-RS-R REDEFINES FS-RS-2 PIC 99 COMP-X.
       01 FS-EDIENT                   PIC XX VALUE '00'.
       01 FS-EDISAI                   PIC XX VALUE '00'.
       01 FS-EDILOG                   PIC XX VALUE '00'.

       01 WID-ARQ-EDIPED              PIC X(50) VALUE 'ARQEDIPED.DAT'.
       01 WID-ARQ-EDIPAR              PIC X(50) VALUE 'ARQEDIPAR.DAT'.
       01 WID-ARQ-EDILOC              PIC X(50) VALUE 'ARQEDILOC.DAT'.
       01 WID-ARQ-ENDENT              PIC X(50) VALUE 'ARQENDENT.DAT'.
       01 WID-ARQ-EAN                 PIC X(50) VALUE 'ARQEAN.DAT'.
       01 WID-ARQ-PEDIDOS.
           02 WID-ARQ-PEDIDOS-1            PIC X(50).
       01 WID-ARQ-PEDITEM             PIC X(50) VALUE 'ARQPEDITEM.DAT'.
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-TABPRE              PIC X(50) VALUE 'ARQTABPRE.DAT'.
       01 WID-ARQ-RESERVA             PIC X(50) VALUE 'ARQRESERVA.DAT'.
       01 WID-ARQ-EDIENT.
           02 WID-ARQ-EDIENT-1             PIC X(50).
       01 WID-ARQ-EDISAI              PIC X(50) VALUE SPACES.
       01 WID-ARQ-EDILOG              PIC X(50) VALUE 'EDI.LOG'.

       77 WX                   PIC X VALUE SPACES.
       01 WDATA-HOJE-ED        PIC 9(008) VALUE ZEROES.
       77 WI-ED                PIC 9(003) VALUE ZEROES.
       77 WSAIDA-TPR           PIC 9 VALUE ZEROES.
       77 WMX-DISPONIVEL-ED    PIC 9 VALUE ZEROES.
      *                       (1=CONTROLE DE MIX ATIVO - ChkMix)
       77 WPAR-OK-ED           PIC 9 VALUE ZEROES.
      *                       (1=PARCEIRO CONHECIDO - RECEBE ORDRSP)
       77 WREENVIO-ED          PIC 9 VALUE ZEROES.
      *                       (1=PEDIDO CANCELADO REENVIADO PELA REDE)
       77 WQTD-LINHAS-ED       PIC 9(007) VALUE ZEROES.
       77 WQTD-ACEITOS-ED      PIC 9(005) VALUE ZEROES.
       77 WQTD-PARCIAIS-ED     PIC 9(005) VALUE ZEROES.
       77 WQTD-RECUSADOS-ED    PIC 9(005) VALUE ZEROES.
       77 WQTD-ITENS-OK-ED     PIC 9(003) VALUE ZEROES.
       77 WQTD-LIN-SAI-ED      PIC 9(005) VALUE ZEROES.
       77 WSEQ-ITEM-ED         PIC 9(003) VALUE ZEROES.
       77 WSEQ-ARQ-ED          PIC 9(009) VALUE ZEROES.
       77 WPED-GERADO-ED       PIC 9(009) VALUE ZEROES.
       77 WDELTA-RS            PIC S9(007) VALUE ZEROES.
       77 WQTDE-EMB-ED         PIC 9(005) VALUE ZEROES.
       77 WQTDE-UN-ED          PIC 9(012) VALUE ZEROES.
       01 WVALOR-PED-ED        PIC 9(009)v9(002) VALUE ZEROES.
       01 WPRECO-RESOLVIDO-ED  PIC 9(007)v9(002) VALUE ZEROES.
       01 WPRECO-COMP-ED       PIC 9(007)v9(002) VALUE ZEROES.
       01 WDIF-PRECO-ED        PIC S9(007)v9(002) VALUE ZEROES.
       01 WLIMITE-PRECO-ED     PIC 9(007)v9(002) VALUE ZEROES.
       77 WTAB-ALVO-ED         PIC 9(003) VALUE ZEROES.
       77 WPROD-ALVO-ED        PIC 9(007) VALUE ZEROES.
       01 WSITUACAO-ED         PIC X(002) VALUE SPACES.

      *    DADOS DO PARCEIRO E DA LOJA DO PEDIDO CORRENTE
       01 WDADOS-LOJA-ED.
          02 WCLI-ED              PIC 9(007) VALUE ZEROES.
          02 WGRUPO-ED            PIC 9(003) VALUE ZEROES.
          02 WTABELA-ED           PIC 9(003) VALUE ZEROES.
          02 WSEQ-END-ED          PIC 9(003) VALUE ZEROES.
          02 WVEN-ED              PIC 9(007) VALUE ZEROES.
          02 WCOND-ED             PIC 9(003) VALUE ZEROES.
          02 WTOLER-ED            PIC 9(003)v9(002) VALUE ZEROES.
          02 WGLN-FORN-ED         PIC 9(013) VALUE ZEROES.

      *-------------------------------------
      * LAYOUT DO ARQUIVO DE PEDIDOS DAS REDES (POSICIONAL, 120):
      * '01' PEDIDO-COMPRADOR(20) EMISSAO(8) ENTREGA(8)
      *      GLN-COMPRADOR(13) GLN-LOJA(13) GLN-FORNECEDOR(13)
      *      CNPJ-LOJA(14)
      * '04' SEQ(4) EAN/DUN(14) QTDE(7) PRECO-UNIT(7V2)
      * '09' QTDE-LINHAS-04(5) VALOR-TOTAL(11V2)
      *-------------------------------------
       01 WLINHA-ED               PIC X(120) VALUE SPACES.
       01 WLINHA-CAB-ED REDEFINES WLINHA-ED.
          02 WC-TIPO              PIC X(002).
          02 WC-PEDIDO-COMP       PIC X(020).
          02 WC-DATA-EMISSAO      PIC 9(008).
          02 WC-DATA-ENTREGA      PIC 9(008).
          02 WC-GLN-COMPRADOR     PIC 9(013).
          02 WC-GLN-LOJA          PIC 9(013).
          02 WC-GLN-FORN          PIC 9(013).
          02 WC-CNPJ-LOJA         PIC 9(014).
          02 FILLER               PIC X(029).
       01 WLINHA-ITE-ED REDEFINES WLINHA-ED.
          02 WIT-TIPO             PIC X(002).
          02 WIT-SEQ              PIC 9(004).
          02 WIT-EAN              PIC X(014).
          02 WIT-QTDE             PIC 9(007).
          02 WIT-PRECO            PIC 9(007)v9(002).
          02 FILLER               PIC X(084).
       01 WLINHA-TRL-ED REDEFINES WLINHA-ED.
          02 WTR-TIPO             PIC X(002).
          02 WTR-QTDE-LINHAS      PIC 9(005).
          02 WTR-VALOR            PIC 9(011)v9(002).
          02 FILLER               PIC X(100).

      *    PEDIDO CORRENTE, GUARDADO ATE O TRAILER (OU O PROXIMO
      *    CABECALHO / FIM DO ARQUIVO) PARA SER VALIDADO INTEIRO
       01 WPED-CORR-ED.
          02 WPC-ABERTO           PIC 9 VALUE ZEROES.
          02 WPC-CAB-INVALIDO     PIC 9 VALUE ZEROES.
          02 WPC-TRAILER          PIC 9 VALUE ZEROES.
          02 WPC-EXCESSO          PIC 9 VALUE ZEROES.
          02 WPC-PEDIDO-COMP      PIC X(020) VALUE SPACES.
          02 WPC-DATA-EMISSAO     PIC 9(008) VALUE ZEROES.
          02 WPC-DATA-ENTREGA     PIC 9(008) VALUE ZEROES.
          02 WPC-GLN-PAR          PIC 9(013) VALUE ZEROES.
          02 WPC-GLN-LOJA         PIC 9(013) VALUE ZEROES.
          02 WPC-GLN-FORN         PIC 9(013) VALUE ZEROES.
          02 WPC-CNPJ             PIC 9(014) VALUE ZEROES.
          02 WPC-TRL-LINHAS       PIC 9(005) VALUE ZEROES.
          02 WPC-QTD-LIDAS        PIC 9(005) VALUE ZEROES.
          02 WPC-QTD-ITENS        PIC 9(003) VALUE ZEROES.
          02 WPC-MOTIVO           PIC X(040) VALUE SPACES.
       01 WTAB-ITENS-ED.
          02 WTI-ED OCCURS 99 TIMES.
             03 WTI-SEQ           PIC 9(004).
             03 WTI-EAN           PIC X(014).
             03 WTI-QTDE          PIC 9(007).
             03 WTI-PRECO         PIC 9(007)v9(002).
             03 WTI-PROD          PIC 9(007).
             03 WTI-QTDE-UN       PIC 9(005).
             03 WTI-PRECO-NOSSO   PIC 9(007)v9(002).
             03 WTI-MOTIVO        PIC X(040).

      *-------------------------------------
      * RESPOSTA AO COMPRADOR (ORDRSP, POSICIONAL, 120):
      * '01' PEDIDO-COMPRADOR(20) GLN-FORNECEDOR(13)
      *      GLN-COMPRADOR(13) GLN-LOJA(13) DATA(8) SITUACAO(2)
      *      NOSSO-PEDIDO(9) MOTIVO(40)
      *      (SITUACAO: AP=ACEITO EM PARTE  RE=RECUSADO)
      * '04' SEQ(4) EAN/DUN(14) QTDE(7) SITUACAO(2) MOTIVO(40)
      * '09' QTDE-LINHAS-04(5)
      *-------------------------------------
       01 WSAI-LINHA-ED           PIC X(120) VALUE SPACES.
       01 WSAI-CAB-ED REDEFINES WSAI-LINHA-ED.
          02 WSC-TIPO             PIC X(002).
          02 WSC-PEDIDO-COMP      PIC X(020).
          02 WSC-GLN-FORN         PIC 9(013).
          02 WSC-GLN-COMPRADOR    PIC 9(013).
          02 WSC-GLN-LOJA         PIC 9(013).
          02 WSC-DATA             PIC 9(008).
          02 WSC-SITUACAO         PIC X(002).
          02 WSC-PEDIDO           PIC 9(009).
          02 WSC-MOTIVO           PIC X(040).
       01 WSAI-ITE-ED REDEFINES WSAI-LINHA-ED.
          02 WSI-TIPO             PIC X(002).
          02 WSI-SEQ              PIC 9(004).
          02 WSI-EAN              PIC X(014).
          02 WSI-QTDE             PIC 9(007).
          02 WSI-SITUACAO         PIC X(002).
          02 WSI-MOTIVO           PIC X(040).
          02 FILLER               PIC X(051).
       01 WSAI-TRL-ED REDEFINES WSAI-LINHA-ED.
          02 WSR-TIPO             PIC X(002).
          02 WSR-QTDE-LINHAS      PIC 9(005).
          02 FILLER               PIC X(113).

       01 WLOG-LINHA-ED.
          02 LG-DATA-ED           PIC 9(008).
          02 FILLER               PIC X(10) VALUE ' PARCEIRO '.
          02 LG-GLN-ED            PIC 9(013).
          02 FILLER               PIC X(08) VALUE ' PEDCOMP'.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 LG-PEDIDO-COMP-ED    PIC X(020).
          02 FILLER               PIC X(08) VALUE ' PEDIDO '.
          02 LG-PEDIDO-ED         PIC 9(009).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 LG-SITUACAO-ED       PIC X(002).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 LG-TEXTO-ED          PIC X(040).
       01 WLOG-LIVRE-ED        PIC X(130) VALUE SPACES.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-PARAM-ED.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - PEDIDOS EDI".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 22 VALUE "RECEPCAO DE PEDIDOS EDI (ORDERS)".
          02 LINE 7 COL 10 VALUE "ARQUIVO DE ENTRADA....:".
          02 LINE 7 COL 35 PIC X(050) USING WID-ARQ-EDIENT-1.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
      *    (OS PEDIDOS E AS RESPOSTAS SAO DAS REDES REAIS: NADA
      *     DISSO RODA NA EMPRESA DE TREINAMENTO)
           IF LID-EMP-TREINO
              MOVE 'INDISPONIVEL NA EMPRESA DE TREINAMENTO' TO WTXT
              PERFORM R-MSG-ED
              GO TO INICIO-EXIT
           END-IF
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EDIPED
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EDIPAR
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EDILOC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ENDENT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EAN
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PEDITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-TABPRE
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-RESERVA
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EDILOG
           MOVE LID-ARQ-PEDIDOS-1 TO WID-ARQ-PEDIDOS-1
           MOVE LID-ARQ-CLIENTE-1 TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
           MOVE 'EDIPED.TXT'      TO WID-ARQ-EDIENT-1
      *    (ETAPA DE CADEIA/AGENDADOR: LE O ARQUIVO PADRAO, SEM
      *     TELA - O RESULTADO FICA NO EDI.LOG)
           IF LID-MODO-1 NOT = 'L'
              DISPLAY TELA-PARAM-ED
              ACCEPT TELA-PARAM-ED
           END-IF
           IF WID-ARQ-EDIENT-1 = SPACES
              GO TO INICIO-EXIT
           END-IF
           PERFORM R-RECEBE-PEDIDOS THRU R-RECEBE-PEDIDOS-FIM.
       INICIO-EXIT.
           EXIT PROGRAM.

       R-MSG-ED.
           IF LID-MODO-1 NOT = 'L'
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.

       R-RECEBE-PEDIDOS.
           OPEN INPUT ARQEDIENT
           IF FS-EDIENT NOT = '00'
              MOVE 'ARQUIVO DE ENTRADA NÃO ENCONTRADO ST ' TO WTXT
              MOVE FS-EDIENT TO WST
              PERFORM R-MSG-ED
              GO TO R-RECEBE-PEDIDOS-FIM
           END-IF
           OPEN I-O EDIPAR
           IF FS-PAR NOT = '00'
              MOVE 'SEM PARCEIROS EDI CADASTRADOS ST ' TO WTXT
              MOVE FS-PAR TO WST
              PERFORM R-MSG-ED
              CLOSE ARQEDIENT
              GO TO R-RECEBE-PEDIDOS-FIM
           END-IF
           PERFORM ABRE-ARQUIVOS
      *    (SEM O ARQUIVO DE MIX TODO PRODUTO E PERMITIDO)
           MOVE 0 TO WMX-DISPONIVEL-ED
           MOVE 'A'           TO LINK-MIX-FUNCAO
           MOVE LID-EMPRESA-1 TO LINK-MIX-EMPRESA
           CALL "ChkMix" USING LINK-MIX
           IF LINK-MIX-STATUS = '0'
              MOVE 1 TO WMX-DISPONIVEL-ED
           END-IF
           ACCEPT WDATA-HOJE-ED FROM DATE YYYYMMDD
           MOVE ZEROES TO WQTD-LINHAS-ED WQTD-ACEITOS-ED
                          WQTD-PARCIAIS-ED WQTD-RECUSADOS-ED
           INITIALIZE WPED-CORR-ED
           PERFORM R-PROCESSA-LINHA-ED UNTIL FS-EDIENT NOT = '00'
           PERFORM R-FECHA-PEDIDO-ED THRU R-FECHA-PEDIDO-ED-FIM
           CLOSE ARQEDIENT
           MOVE SPACES TO WLOG-LIVRE-ED
           STRING WDATA-HOJE-ED ' RESUMO ' WID-ARQ-EDIENT-1
                  ' LINHAS ' WQTD-LINHAS-ED
                  ' ACEITOS ' WQTD-ACEITOS-ED
                  ' PARCIAIS ' WQTD-PARCIAIS-ED
                  ' RECUSADOS ' WQTD-RECUSADOS-ED
              DELIMITED BY SIZE INTO WLOG-LIVRE-ED
           PERFORM R-GRAVA-EDILOG-LIVRE
           CLOSE EDIPED EDIPAR EDILOC ENDENT CODBARRAS PEDIDOS
                 PEDITEM CLIENTES PRODUTOS TABPRECO RESERVA
           IF WMX-DISPONIVEL-ED = 1
              MOVE 'F' TO LINK-MIX-FUNCAO
              CALL "ChkMix" USING LINK-MIX
           END-IF
           MOVE SPACES TO WTXT
           STRING 'ACEITOS ' WQTD-ACEITOS-ED
                  ' PARCIAIS ' WQTD-PARCIAIS-ED
                  ' RECUSADOS ' WQTD-RECUSADOS-ED
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MSG-ED.
       R-RECEBE-PEDIDOS-FIM.
           EXIT.

       R-PROCESSA-LINHA-ED.
           READ ARQEDIENT INTO WLINHA-ED
              AT END
                 MOVE '10' TO FS-EDIENT
              NOT AT END
                 ADD 1 TO WQTD-LINHAS-ED
                 EVALUATE TRUE
                    WHEN WC-TIPO = '01'
                       PERFORM R-FECHA-PEDIDO-ED
                          THRU R-FECHA-PEDIDO-ED-FIM
                       PERFORM R-ABRE-PEDIDO-ED
                    WHEN WC-TIPO = '04'
                       PERFORM R-ANOTA-ITEM-ED
                          THRU R-ANOTA-ITEM-ED-FIM
                    WHEN WC-TIPO = '09'
                       PERFORM R-ANOTA-TRAILER-ED
                    WHEN OTHER
                       MOVE WDATA-HOJE-ED TO LG-DATA-ED
                       MOVE ZEROES        TO LG-GLN-ED LG-PEDIDO-ED
                       MOVE SPACES        TO LG-PEDIDO-COMP-ED
                       MOVE 'RE'          TO LG-SITUACAO-ED
                       MOVE 'TIPO DE LINHA INVALIDO' TO LG-TEXTO-ED
                       PERFORM R-GRAVA-EDILOG
                 END-EVALUATE
           END-READ.

      *-------------------------------------
      * CABECALHO '01': INICIA O PEDIDO CORRENTE. CAMPO NUMERICO
      * INVALIDO MARCA O PEDIDO PARA RECUSA NO FECHAMENTO.
      *-------------------------------------
       R-ABRE-PEDIDO-ED.
           INITIALIZE WPED-CORR-ED
           MOVE 1              TO WPC-ABERTO
           MOVE WC-PEDIDO-COMP TO WPC-PEDIDO-COMP
           IF WC-GLN-COMPRADOR NUMERIC
              MOVE WC-GLN-COMPRADOR TO WPC-GLN-PAR
           ELSE
              MOVE 1 TO WPC-CAB-INVALIDO
           END-IF
           IF WC-DATA-EMISSAO NUMERIC AND WC-DATA-ENTREGA NUMERIC AND
              WC-GLN-LOJA NUMERIC AND WC-GLN-FORN NUMERIC AND
              WC-CNPJ-LOJA NUMERIC
              MOVE WC-DATA-EMISSAO TO WPC-DATA-EMISSAO
              MOVE WC-DATA-ENTREGA TO WPC-DATA-ENTREGA
              MOVE WC-GLN-LOJA     TO WPC-GLN-LOJA
              MOVE WC-GLN-FORN     TO WPC-GLN-FORN
              MOVE WC-CNPJ-LOJA    TO WPC-CNPJ
           ELSE
              MOVE 1 TO WPC-CAB-INVALIDO
           END-IF.

       R-ANOTA-ITEM-ED.
           IF WPC-ABERTO = 0
              MOVE WDATA-HOJE-ED TO LG-DATA-ED
              MOVE ZEROES        TO LG-GLN-ED LG-PEDIDO-ED
              MOVE SPACES        TO LG-PEDIDO-COMP-ED
              MOVE 'RE'          TO LG-SITUACAO-ED
              MOVE 'ITEM SEM CABECALHO DE PEDIDO' TO LG-TEXTO-ED
              PERFORM R-GRAVA-EDILOG
              GO TO R-ANOTA-ITEM-ED-FIM
           END-IF
           ADD 1 TO WPC-QTD-LIDAS
           IF WPC-QTD-ITENS NOT < 99
              MOVE 1 TO WPC-EXCESSO
              GO TO R-ANOTA-ITEM-ED-FIM
           END-IF
           ADD 1 TO WPC-QTD-ITENS
           MOVE ZEROES  TO WTI-SEQ(WPC-QTD-ITENS)
                           WTI-QTDE(WPC-QTD-ITENS)
                           WTI-PRECO(WPC-QTD-ITENS)
                           WTI-PROD(WPC-QTD-ITENS)
                           WTI-QTDE-UN(WPC-QTD-ITENS)
                           WTI-PRECO-NOSSO(WPC-QTD-ITENS)
           MOVE SPACES  TO WTI-MOTIVO(WPC-QTD-ITENS)
           MOVE WIT-EAN TO WTI-EAN(WPC-QTD-ITENS)
           IF WIT-SEQ NUMERIC
              MOVE WIT-SEQ TO WTI-SEQ(WPC-QTD-ITENS)
           END-IF
           IF WIT-QTDE NUMERIC AND WIT-PRECO NUMERIC
              MOVE WIT-QTDE  TO WTI-QTDE(WPC-QTD-ITENS)
              MOVE WIT-PRECO TO WTI-PRECO(WPC-QTD-ITENS)
           END-IF.
       R-ANOTA-ITEM-ED-FIM.
           EXIT.

       R-ANOTA-TRAILER-ED.
           IF WPC-ABERTO = 0
              MOVE WDATA-HOJE-ED TO LG-DATA-ED
              MOVE ZEROES        TO LG-GLN-ED LG-PEDIDO-ED
              MOVE SPACES        TO LG-PEDIDO-COMP-ED
              MOVE 'RE'          TO LG-SITUACAO-ED
              MOVE 'TRAILER SEM CABECALHO DE PEDIDO' TO LG-TEXTO-ED
              PERFORM R-GRAVA-EDILOG
           ELSE
              MOVE 1 TO WPC-TRAILER
              IF WTR-QTDE-LINHAS NUMERIC
                 MOVE WTR-QTDE-LINHAS TO WPC-TRL-LINHAS
              ELSE
                 MOVE 99999 TO WPC-TRL-LINHAS
              END-IF
              PERFORM R-FECHA-PEDIDO-ED THRU R-FECHA-PEDIDO-ED-FIM
           END-IF.

      *-------------------------------------
      * FECHA O PEDIDO CORRENTE: CABECALHO COM PROBLEMA RECUSA O
      * PEDIDO INTEIRO; ITEM COM PROBLEMA SAI SO ELE (PEDIDO
      * ACEITO EM PARTE); SEM NENHUM ITEM BOM O PEDIDO E
      * RECUSADO. O QUE NAO FOI ACEITO VOLTA NO ORDRSP.
      *-------------------------------------
       R-FECHA-PEDIDO-ED.
           IF WPC-ABERTO = 0
              GO TO R-FECHA-PEDIDO-ED-FIM
           END-IF
           MOVE 0 TO WPC-ABERTO
           MOVE SPACES TO WPC-MOTIVO
           MOVE ZEROES TO WPED-GERADO-ED WQTD-ITENS-OK-ED
           PERFORM R-VALIDA-CABECALHO-ED
              THRU R-VALIDA-CABECALHO-ED-FIM
           IF WPC-MOTIVO = SPACES
              PERFORM R-VALIDA-ITEM-ED THRU R-VALIDA-ITEM-ED-FIM
                 VARYING WI-ED FROM 1 BY 1
                 UNTIL WI-ED > WPC-QTD-ITENS
              IF WQTD-ITENS-OK-ED = ZEROES
                 MOVE 'NENHUM ITEM DO PEDIDO FOI ACEITO'
                   TO WPC-MOTIVO
              END-IF
           END-IF
           IF WPC-MOTIVO = SPACES
              PERFORM R-GRAVA-PEDIDO-ED THRU R-GRAVA-PEDIDO-ED-FIM
           END-IF
           EVALUATE TRUE
              WHEN WPC-MOTIVO NOT = SPACES
                 MOVE 'RE' TO WSITUACAO-ED
                 ADD 1 TO WQTD-RECUSADOS-ED
              WHEN WQTD-ITENS-OK-ED < WPC-QTD-ITENS
                 MOVE 'AP' TO WSITUACAO-ED
                 MOVE 'PEDIDO ACEITO EM PARTE' TO WPC-MOTIVO
                 ADD 1 TO WQTD-PARCIAIS-ED
              WHEN OTHER
                 MOVE 'AC' TO WSITUACAO-ED
                 MOVE 'PEDIDO ACEITO' TO WPC-MOTIVO
                 ADD 1 TO WQTD-ACEITOS-ED
           END-EVALUATE
           MOVE WDATA-HOJE-ED   TO LG-DATA-ED
           MOVE WPC-GLN-PAR     TO LG-GLN-ED
           MOVE WPC-PEDIDO-COMP TO LG-PEDIDO-COMP-ED
           MOVE WPED-GERADO-ED  TO LG-PEDIDO-ED
           MOVE WSITUACAO-ED    TO LG-SITUACAO-ED
           MOVE WPC-MOTIVO      TO LG-TEXTO-ED
           PERFORM R-GRAVA-EDILOG
           IF WSITUACAO-ED NOT = 'AC' AND WPAR-OK-ED = 1
              PERFORM R-GERA-ORDRSP-ED THRU R-GERA-ORDRSP-ED-FIM
           END-IF.
       R-FECHA-PEDIDO-ED-FIM.
           EXIT.

       R-VALIDA-CABECALHO-ED.
           MOVE 0 TO WPAR-OK-ED WREENVIO-ED
           MOVE WPC-GLN-PAR TO GLN-PAR
           READ EDIPAR
           IF FS-PAR NOT = '00'
              MOVE 'PARCEIRO EDI NAO CADASTRADO' TO WPC-MOTIVO
              GO TO R-VALIDA-CABECALHO-ED-FIM
           END-IF
           IF NOT PAR-ATIVO
              MOVE 'PARCEIRO EDI INATIVO' TO WPC-MOTIVO
              GO TO R-VALIDA-CABECALHO-ED-FIM
           END-IF
           MOVE 1               TO WPAR-OK-ED
           MOVE CODIGO-VEN-PAR  TO WVEN-ED
           MOVE COND-PAGTO-PAR  TO WCOND-ED
           MOVE TOLER-PRECO-PAR TO WTOLER-ED
           MOVE GLN-FORN-PAR    TO WGLN-FORN-ED
           IF WPC-CAB-INVALIDO = 1
              MOVE 'CABECALHO COM CAMPO NUMERICO INVALIDO'
                TO WPC-MOTIVO
              GO TO R-VALIDA-CABECALHO-ED-FIM
           END-IF
           IF WPC-TRAILER = 0
              MOVE 'PEDIDO SEM TRAILER' TO WPC-MOTIVO
              GO TO R-VALIDA-CABECALHO-ED-FIM
           END-IF
           IF WPC-TRL-LINHAS NOT = WPC-QTD-LIDAS
              MOVE 'TRAILER NAO CONFERE COM OS ITENS' TO WPC-MOTIVO
              GO TO R-VALIDA-CABECALHO-ED-FIM
           END-IF
           IF WPC-EXCESSO = 1
              MOVE 'PEDIDO COM MAIS DE 99 ITENS' TO WPC-MOTIVO
              GO TO R-VALIDA-CABECALHO-ED-FIM
           END-IF
           IF WPC-PEDIDO-COMP = SPACES
              MOVE 'NUMERO DO PEDIDO DO COMPRADOR EM BRANCO'
                TO WPC-MOTIVO
              GO TO R-VALIDA-CABECALHO-ED-FIM
           END-IF
           IF WGLN-FORN-ED NOT = ZEROES AND
              WPC-GLN-FORN NOT = WGLN-FORN-ED
              MOVE 'PEDIDO DESTINADO A OUTRO FORNECEDOR' TO WPC-MOTIVO
              GO TO R-VALIDA-CABECALHO-ED-FIM
           END-IF
           MOVE WPC-GLN-PAR     TO GLN-PAR-EP
           MOVE WPC-PEDIDO-COMP TO PEDIDO-COMP-EP
           READ EDIPED
           IF FS-EP = '00'
              IF EP-CANCELADO
                 MOVE 1 TO WREENVIO-ED
              ELSE
                 MOVE 'PEDIDO JA RECEBIDO' TO WPC-MOTIVO
                 GO TO R-VALIDA-CABECALHO-ED-FIM
              END-IF
           END-IF
           MOVE WPC-GLN-LOJA TO GLN-LOC
           READ EDILOC
           IF FS-LOC NOT = '00' OR GLN-PAR-LOC NOT = WPC-GLN-PAR
              MOVE 'LOJA (GLN) NAO CADASTRADA PARA O PARCEIRO'
                TO WPC-MOTIVO
              GO TO R-VALIDA-CABECALHO-ED-FIM
           END-IF
           MOVE CODIGO-CLI-LOC TO WCLI-ED
           MOVE SEQ-END-LOC    TO WSEQ-END-ED
           MOVE WCLI-ED TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              MOVE 'CLIENTE DA LOJA NAO CADASTRADO' TO WPC-MOTIVO
              GO TO R-VALIDA-CABECALHO-ED-FIM
           END-IF
           IF INATIVO = 'S'
              MOVE 'CLIENTE DA LOJA INATIVO' TO WPC-MOTIVO
              GO TO R-VALIDA-CABECALHO-ED-FIM
           END-IF
           IF WPC-CNPJ NOT = ZEROES AND WPC-CNPJ NOT = CNPJ
              MOVE 'CNPJ DA LOJA NAO CONFERE' TO WPC-MOTIVO
              GO TO R-VALIDA-CABECALHO-ED-FIM
           END-IF
           MOVE GRUPO-CLI        TO WGRUPO-ED
           MOVE TABELA-PRECO-CLI TO WTABELA-ED
           IF WSEQ-END-ED NOT = ZEROES
              MOVE WCLI-ED     TO CODIGO-CLI-EE
              MOVE WSEQ-END-ED TO SEQ-EE
              READ ENDENT
              IF FS-EE NOT = '00'
                 MOVE 'ENDERECO DE ENTREGA DA LOJA NAO CADASTRADO'
                   TO WPC-MOTIVO
                 GO TO R-VALIDA-CABECALHO-ED-FIM
              END-IF
           END-IF
           IF WPC-DATA-ENTREGA NOT = ZEROES AND
              WPC-DATA-ENTREGA < WDATA-HOJE-ED
              MOVE 'DATA DE ENTREGA JA VENCIDA' TO WPC-MOTIVO
              GO TO R-VALIDA-CABECALHO-ED-FIM
           END-IF.
       R-VALIDA-CABECALHO-ED-FIM.
           EXIT.

      *-------------------------------------
      * ITEM: EAN DE UNIDADE OU DUN DE EMBALAGEM (GTIN-14 COM ZERO
      * A ESQUERDA TAMBEM ACHA O EAN-13), QUANTIDADE CONVERTIDA EM
      * UNIDADES, PRODUTO ATIVO, MIX DA LOJA E PRECO DO COMPRADOR
      * DENTRO DA TOLERANCIA DO PARCEIRO SOBRE O PRECO DA TABELA.
      * O PEDIDO LEVA O NOSSO PRECO.
      *-------------------------------------
       R-VALIDA-ITEM-ED.
           IF WTI-QTDE(WI-ED) = ZEROES
              MOVE 'QUANTIDADE ZERADA OU INVALIDA'
                TO WTI-MOTIVO(WI-ED)
              GO TO R-VALIDA-ITEM-ED-FIM
           END-IF
           MOVE WTI-EAN(WI-ED) TO CODIGO-EAN
           READ CODBARRAS
           IF FS-EAN NOT = '00' AND WTI-EAN(WI-ED)(1:1) = '0'
              MOVE WTI-EAN(WI-ED)(2:13) TO CODIGO-EAN
              READ CODBARRAS
           END-IF
           IF FS-EAN NOT = '00'
              MOVE 'EAN NAO CADASTRADO' TO WTI-MOTIVO(WI-ED)
              GO TO R-VALIDA-ITEM-ED-FIM
           END-IF
           MOVE 1 TO WQTDE-EMB-ED
           IF EAN-EMBALAGEM AND QTDE-EMB-EAN NOT = ZEROES
              MOVE QTDE-EMB-EAN TO WQTDE-EMB-ED
           END-IF
           COMPUTE WQTDE-UN-ED = WTI-QTDE(WI-ED) * WQTDE-EMB-ED
           IF WQTDE-UN-ED > 99999
              MOVE 'QUANTIDADE ACIMA DO LIMITE DA LINHA'
                TO WTI-MOTIVO(WI-ED)
              GO TO R-VALIDA-ITEM-ED-FIM
           END-IF
           MOVE CODIGO-PROD-EAN TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD NOT = '00'
              MOVE 'PRODUTO DO EAN NAO CADASTRADO'
                TO WTI-MOTIVO(WI-ED)
              GO TO R-VALIDA-ITEM-ED-FIM
           END-IF
           IF INATIVO-PROD = 'S'
              MOVE 'PRODUTO INATIVO' TO WTI-MOTIVO(WI-ED)
              GO TO R-VALIDA-ITEM-ED-FIM
           END-IF
           IF WMX-DISPONIVEL-ED = 1
              PERFORM R-CHECA-MIX-ED
              IF LINK-MIX-SITUACAO = 'B'
                 MOVE 'PRODUTO FORA DO MIX DA LOJA'
                   TO WTI-MOTIVO(WI-ED)
                 GO TO R-VALIDA-ITEM-ED-FIM
              END-IF
           END-IF
           PERFORM R-RESOLVE-PRECO-ED
           IF WTI-PRECO(WI-ED) NOT = ZEROES
              COMPUTE WPRECO-COMP-ED ROUNDED =
                 WTI-PRECO(WI-ED) / WQTDE-EMB-ED
              COMPUTE WDIF-PRECO-ED =
                 WPRECO-COMP-ED - WPRECO-RESOLVIDO-ED
              IF WDIF-PRECO-ED < ZEROES
                 COMPUTE WDIF-PRECO-ED = WDIF-PRECO-ED * -1
              END-IF
              COMPUTE WLIMITE-PRECO-ED ROUNDED =
                 WPRECO-RESOLVIDO-ED * WTOLER-ED / 100
              IF WDIF-PRECO-ED > WLIMITE-PRECO-ED
                 MOVE 'PRECO FORA DA TOLERANCIA DA TABELA'
                   TO WTI-MOTIVO(WI-ED)
                 GO TO R-VALIDA-ITEM-ED-FIM
              END-IF
           END-IF
           MOVE CODIGO-PROD         TO WTI-PROD(WI-ED)
           MOVE WQTDE-UN-ED         TO WTI-QTDE-UN(WI-ED)
           MOVE WPRECO-RESOLVIDO-ED TO WTI-PRECO-NOSSO(WI-ED)
           ADD 1 TO WQTD-ITENS-OK-ED.
       R-VALIDA-ITEM-ED-FIM.
           EXIT.

       R-CHECA-MIX-ED.
           MOVE 'V'              TO LINK-MIX-FUNCAO
           MOVE WCLI-ED          TO LINK-MIX-CLIENTE
           MOVE WGRUPO-ED        TO LINK-MIX-GRUPO
           MOVE CODIGO-PROD      TO LINK-MIX-PRODUTO
           MOVE 'ExeEDIPedidos'  TO LINK-MIX-PROGRAMA
           MOVE LID-OPERADOR-1   TO LINK-MIX-OPERADOR
           MOVE ZEROES           TO LINK-MIX-PEDIDO
           MOVE 'S'              TO LINK-MIX-REGISTRA
           CALL "ChkMix" USING LINK-MIX.

      *-------------------------------------
      * PRECO VIGENTE: TABELA DO CLIENTE DA LOJA NA DATA DE HOJE,
      * COM O PRECO DO CADASTRO DO PRODUTO COMO PADRAO.
      *-------------------------------------
       R-RESOLVE-PRECO-ED.
           MOVE PRECO-PROD TO WPRECO-RESOLVIDO-ED
           IF WTABELA-ED NOT = ZEROES
              MOVE WTABELA-ED  TO WTAB-ALVO-ED
              MOVE CODIGO-PROD TO WPROD-ALVO-ED
              MOVE WTAB-ALVO-ED  TO CODIGO-TAB-TPR
              MOVE WPROD-ALVO-ED TO CODIGO-PROD-TPR
              MOVE ZEROES        TO DATA-INI-TPR
              START TABPRECO KEY IS NOT LESS THAN CHAVE-TPR
              MOVE 0 TO WSAIDA-TPR
              IF FS-TPR NOT = '00'
                 MOVE 1 TO WSAIDA-TPR
              END-IF
              PERFORM R-RESOLVE-PRECO-ED-1 UNTIL WSAIDA-TPR = 1
           END-IF.

       R-RESOLVE-PRECO-ED-1.
           READ TABPRECO NEXT
           IF FS-TPR NOT = '00' OR
              CODIGO-TAB-TPR NOT = WTAB-ALVO-ED OR
              CODIGO-PROD-TPR NOT = WPROD-ALVO-ED
              MOVE 1 TO WSAIDA-TPR
           ELSE
              IF DATA-INI-TPR NOT > WDATA-HOJE-ED AND
                 (DATA-FIM-TPR = ZEROES OR
                  DATA-FIM-TPR NOT < WDATA-HOJE-ED)
                 MOVE PRECO-TPR TO WPRECO-RESOLVIDO-ED
              END-IF
           END-IF.

      *-------------------------------------
      * GRAVA O PEDIDO ACEITO: NUMERO DO CONTROLE CENTRAL, ITENS
      * BONS COM RESERVA DE ESTOQUE, CABECALHO COM ORIGEM 'E' E O
      * CONTROLE DO PEDIDO DO COMPRADOR AGUARDANDO FATURAMENTO.
      *-------------------------------------
       R-GRAVA-PEDIDO-ED.
           MOVE 'PEDIDO' TO LINK-NUM-ENTIDADE
           CALL "GeraNumero" USING LINK-NUMERO
           IF LINK-NUM-STATUS NOT = '0'
              MOVE 'ERRO NA NUMERACAO DO PEDIDO' TO WPC-MOTIVO
              GO TO R-GRAVA-PEDIDO-ED-FIM
           END-IF
           MOVE LINK-NUM-VALOR TO WPED-GERADO-ED
           MOVE ZEROES TO WVALOR-PED-ED WSEQ-ITEM-ED
           PERFORM R-GRAVA-ITEM-ED
              VARYING WI-ED FROM 1 BY 1
              UNTIL WI-ED > WPC-QTD-ITENS
           MOVE WPED-GERADO-ED   TO CODIGO-PED
           MOVE WCLI-ED          TO CODIGO-CLI-PED
           MOVE WVEN-ED          TO CODIGO-VEN-PED
           MOVE WDATA-HOJE-ED    TO DATA-PED
           MOVE WVALOR-PED-ED    TO VALOR-PED
           MOVE 'A'              TO STATUS-PED
           MOVE ZEROES TO DESC-PERC-PED VALOR-DESC-PED
                          APROVADOR-DESC-PED TRANSP-PED
           MOVE WCOND-ED         TO COND-PAGTO-PED
           MOVE WSEQ-END-ED      TO END-ENTREGA-PED
           MOVE WPC-DATA-ENTREGA TO DATA-PREV-ENT-PED
           MOVE SPACES           TO FRETE-TIPO-PED
           MOVE 'E'              TO ORIGEM-PED
           WRITE REGISTRO-PEDIDOS
           IF FS-PED NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO PEDIDO' TO WPC-MOTIVO
              GO TO R-GRAVA-PEDIDO-ED-FIM
           END-IF
           MOVE WPC-GLN-PAR      TO GLN-PAR-EP
           MOVE WPC-PEDIDO-COMP  TO PEDIDO-COMP-EP
           MOVE WPED-GERADO-ED   TO CODIGO-PED-EP
           MOVE WPC-GLN-LOJA     TO GLN-LOC-EP
           MOVE WCLI-ED          TO CODIGO-CLI-EP
           MOVE WPC-DATA-EMISSAO TO DATA-EMISSAO-EP
           MOVE WPC-DATA-ENTREGA TO DATA-ENTREGA-EP
           MOVE WDATA-HOJE-ED    TO DATA-RECEB-EP
           MOVE 'A'              TO SITUACAO-EP
           MOVE ZEROES TO ULT-NF-EP SEQ-INVOIC-EP SEQ-DESADV-EP
                          DATA-ENVIO-EP
           IF WREENVIO-ED = 1
              REWRITE REGISTRO-EDIPED
           ELSE
              WRITE REGISTRO-EDIPED
           END-IF.
       R-GRAVA-PEDIDO-ED-FIM.
           EXIT.

       R-GRAVA-ITEM-ED.
           IF WTI-MOTIVO(WI-ED) = SPACES
              ADD 1 TO WSEQ-ITEM-ED
              MOVE WPED-GERADO-ED         TO CODIGO-PED-ITEM
              MOVE WSEQ-ITEM-ED           TO NUMERO-ITEM
              MOVE WTI-PROD(WI-ED)        TO CODIGO-PROD-ITEM
              MOVE WTI-QTDE-UN(WI-ED)     TO QUANTIDADE-ITEM
              MOVE WTI-PRECO-NOSSO(WI-ED) TO VALOR-UNIT-ITEM
              COMPUTE VALOR-TOTAL-ITEM =
                 QUANTIDADE-ITEM * VALOR-UNIT-ITEM
              MOVE ZEROES TO QTDE-ENTREGUE-ITEM PROMO-ITEM
              WRITE REGISTRO-PEDITEM
              IF FS-PEDITEM = '00'
                 ADD VALOR-TOTAL-ITEM TO WVALOR-PED-ED
                 MOVE WTI-QTDE-UN(WI-ED) TO WDELTA-RS
                 MOVE WTI-PROD(WI-ED)    TO CODIGO-PROD-RS
                 PERFORM R-AJUSTA-RESERVA
              END-IF
           END-IF.

      *-------------------------------------
      * RESERVA DE ESTOQUE DO ITEM ACEITO, COMO NA DIGITACAO DO
      * PEDIDO (LINHA CRIADA NA PRIMEIRA RESERVA DO PRODUTO).
      *-------------------------------------
       R-AJUSTA-RESERVA.
           READ RESERVA
           IF FS-RS = '00'
              ADD WDELTA-RS TO QTDE-RESERVADA-RS
              REWRITE REGISTRO-RESERVA
           ELSE
              MOVE WDELTA-RS TO QTDE-RESERVADA-RS
              WRITE REGISTRO-RESERVA
           END-IF.

      *-------------------------------------
      * ORDRSP DE VOLTA AO COMPRADOR COM A SEQUENCIA DO PARCEIRO:
      * CABECALHO COM A SITUACAO DO PEDIDO, UMA LINHA POR ITEM
      * RECUSADO E O TRAILER.
      *-------------------------------------
       R-GERA-ORDRSP-ED.
           MOVE WPC-GLN-PAR TO GLN-PAR
           READ EDIPAR
           IF FS-PAR NOT = '00'
              GO TO R-GERA-ORDRSP-ED-FIM
           END-IF
           ADD 1 TO SEQ-ORDRSP-PAR
           MOVE WDATA-HOJE-ED TO DATA-ULT-ENVIO-PAR
           REWRITE REGISTRO-EDIPAR
           MOVE SEQ-ORDRSP-PAR TO WSEQ-ARQ-ED
           MOVE SPACES TO WID-ARQ-EDISAI
           STRING 'ORDRSP-' WPC-GLN-PAR '-' WSEQ-ARQ-ED '.TXT'
              DELIMITED BY SIZE INTO WID-ARQ-EDISAI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EDISAI
           OPEN OUTPUT ARQEDISAI
           IF FS-EDISAI NOT = '00'
              MOVE WDATA-HOJE-ED   TO LG-DATA-ED
              MOVE WPC-GLN-PAR     TO LG-GLN-ED
              MOVE WPC-PEDIDO-COMP TO LG-PEDIDO-COMP-ED
              MOVE WPED-GERADO-ED  TO LG-PEDIDO-ED
              MOVE WSITUACAO-ED    TO LG-SITUACAO-ED
              MOVE 'ERRO NA GRAVACAO DO ORDRSP' TO LG-TEXTO-ED
              PERFORM R-GRAVA-EDILOG
              GO TO R-GERA-ORDRSP-ED-FIM
           END-IF
           MOVE SPACES          TO WSAI-LINHA-ED
           MOVE '01'            TO WSC-TIPO
           MOVE WPC-PEDIDO-COMP TO WSC-PEDIDO-COMP
           MOVE WGLN-FORN-ED    TO WSC-GLN-FORN
           IF WGLN-FORN-ED = ZEROES
              MOVE WPC-GLN-FORN TO WSC-GLN-FORN
           END-IF
           MOVE WPC-GLN-PAR     TO WSC-GLN-COMPRADOR
           MOVE WPC-GLN-LOJA    TO WSC-GLN-LOJA
           MOVE WDATA-HOJE-ED   TO WSC-DATA
           MOVE WSITUACAO-ED    TO WSC-SITUACAO
           MOVE WPED-GERADO-ED  TO WSC-PEDIDO
           MOVE WPC-MOTIVO      TO WSC-MOTIVO
           WRITE ARQEDISAI-REC FROM WSAI-LINHA-ED
           MOVE ZEROES TO WQTD-LIN-SAI-ED
           PERFORM R-GRAVA-ORDRSP-ITEM-ED
              VARYING WI-ED FROM 1 BY 1
              UNTIL WI-ED > WPC-QTD-ITENS
           MOVE SPACES          TO WSAI-LINHA-ED
           MOVE '09'            TO WSR-TIPO
           MOVE WQTD-LIN-SAI-ED TO WSR-QTDE-LINHAS
           WRITE ARQEDISAI-REC FROM WSAI-LINHA-ED
           CLOSE ARQEDISAI.
       R-GERA-ORDRSP-ED-FIM.
           EXIT.

       R-GRAVA-ORDRSP-ITEM-ED.
           IF WTI-MOTIVO(WI-ED) NOT = SPACES
              MOVE SPACES            TO WSAI-LINHA-ED
              MOVE '04'              TO WSI-TIPO
              MOVE WTI-SEQ(WI-ED)    TO WSI-SEQ
              MOVE WTI-EAN(WI-ED)    TO WSI-EAN
              MOVE WTI-QTDE(WI-ED)   TO WSI-QTDE
              MOVE 'RE'              TO WSI-SITUACAO
              MOVE WTI-MOTIVO(WI-ED) TO WSI-MOTIVO
              WRITE ARQEDISAI-REC FROM WSAI-LINHA-ED
              ADD 1 TO WQTD-LIN-SAI-ED
           END-IF.

       R-GRAVA-EDILOG.
           MOVE WLOG-LINHA-ED TO WLOG-LIVRE-ED
           PERFORM R-GRAVA-EDILOG-LIVRE.

       R-GRAVA-EDILOG-LIVRE.
           OPEN EXTEND ARQEDILOG
           IF FS-EDILOG = '05' OR FS-EDILOG = '35'
              OPEN OUTPUT ARQEDILOG
           END-IF
           MOVE WLOG-LIVRE-ED TO ARQEDILOG-REC
           WRITE ARQEDILOG-REC
           CLOSE ARQEDILOG.

       ABRE-ARQUIVOS.
           OPEN I-O EDIPED
           IF FS-EP = '35'
              CLOSE EDIPED OPEN OUTPUT EDIPED
              CLOSE EDIPED OPEN I-O EDIPED
           END-IF
           OPEN I-O PEDIDOS
           OPEN I-O PEDITEM
           OPEN I-O RESERVA
           IF FS-RS = '35'
              CLOSE RESERVA OPEN OUTPUT RESERVA
              CLOSE RESERVA OPEN I-O RESERVA
           END-IF
           OPEN INPUT EDILOC
           OPEN INPUT ENDENT
           OPEN INPUT CODBARRAS
           OPEN INPUT CLIENTES
           OPEN INPUT PRODUTOS
           OPEN INPUT TABPRECO.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
