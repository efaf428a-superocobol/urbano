      *              entregue de cada linha abate o total reservado
      *              do produto (ARQRESERVA.DAT), fechando o ciclo
      *              da reserva feita na digitacao do pedido.
      * 2026-10-10 - Adiantamento de cliente (CadAdiantamento): cada
      *              parcela gravada consome o saldo de adiantamento
      *              do cliente, do mais antigo para o mais novo; a
      *              parcela coberta por inteiro nasce quitada. Cada
      *              aplicacao vira movimento em ARQADTMOV.DAT e
      *              entra no jornal (imagem do adiantamento e chave
      *              do movimento) para o ExeRecupera.
      * 2026-10-15 - Pedido de mercadoria bonificada (origem 'B',
      *              gerado na liquidacao do CadBonific) ou nota de
      *              valor zero nao gera titulo no contas a receber.
      * 2026-10-15 - NF-e: cada nota grava os itens fiscais em
      *              ARQNFITEM.DAT (produto, quantidade, unitario,
      *              desconto rateado - o residuo do arredondamento
      *              fica no ultimo item -, CFOP 5102/6102 ou
      *              5910/6910 na bonificacao, base, ICMS e IPI por
      *              item) e, fechados os arquivos, o GeraNFe monta
      *              o XML e a chave de acesso de cada nota da
      *              rodada. Nota sem XML fica no FATURA.LOG e e
      *              gerada depois pelo ExeNFe.
      * 2026-10-15 - NFCTRL.DAT guarda tambem a primeira nota da
      *              rodada, para o RelDanfe imprimir a rodada toda.
      * 2026-10-15 - CFOP dos itens pelo DefCfop: venda, bonificacao
      *              ou transferencia (cliente com o CNPJ de outra
      *              empresa do EMPRESAS.CFG). A UF do deposito
      *              (DEPOSITO.CFG, posicoes 4-5), quando informada,
      *              passa a ser a UF de origem das notas.
      * 2026-10-15 - Faturamento agrupado (FATURA.CFG posicao 1 =
      *              'S'): os pedidos abertos do mesmo cliente, com
      *              o mesmo endereco de entrega, condicao de
      *              pagamento, transportadora, tipo de frete,
      *              vendedor e natureza (venda ou bonificacao)
      *              saem numa unica nota. Cada item fiscal guarda o
      *              pedido de origem (CODIGO-PED-NFI) e a linha do
      *              pedido; desconto, cubo e situacao continuam por
      *              pedido e cada pedido fechado leva o numero da
      *              nota no historico. A nota fica com o primeiro
      *              pedido do grupo em CODIGO-PED-NF.
      * 2026-10-15 - Kits (ARQKIT.DAT, cadastro CadKit): a linha de
      *              um kit entrega o que os componentes permitem
      *              montar e a saida de estoque baixa cada
      *              componente (quantidade do kit x quantidade da
      *              estrutura) - saldo, local, lotes e movimento NF
      *              do componente, que leva o custo do kit para as
      *              margens. A nota, o cubo e a reserva ficam no
      *              kit; o romaneio lista os componentes.
      * 2026-10-15 - Conferencia da separacao: o romaneio da rodada
      *              vira tambem a lista a conferir (ARQCONFER.DAT,
      *              cabecalho da rodada pendente, e ARQCONFITEM.DAT,
      *              quantidade esperada por nota x produto), lida
      *              pelo CadConferencia. A rodada, identificada
      *              pela primeira nota, sai no SEPARACAO.TXT.
      * 2026-10-15 - Separacao por endereco: com o cadastro de
      *              enderecos (ARQPOSICAO.DAT) a saida de cada lote
      *              consome primeiro o saldo dos enderecos do local
      *              (ARQSALDOPOS.DAT), um movimento 'S' por
      *              endereco com POSICAO-MOV, e o resto sai como
      *              sem endereco. O SEPARACAO.TXT ganha o roteiro
      *              de coleta por endereco, produto e lote na
      *              ordem de caminhamento.
      * 2026-10-15 - Numero de serie: linha de produto controlado
      *              por serie (ARQPRODSER.DAT) so entrega a
      *              quantidade com serie reservada para a linha do
      *              pedido (CadSerie); o resto fica pendente. Na
      *              entrega as series reservadas passam a vendidas
      *              com nota, cliente e data, com evento de venda
      *              no historico da serie e jornal das imagens.
      * 2026-10-15 - Pronta-entrega: pedido com ORIGEM-PED 'V' e
      *              faturado contra o estoque do local da van do
      *              vendedor (ARQVEIC.DAT) - sem saldo do local a
      *              linha fica pendente, nunca cai no saldo total.
      *              A nota nao passa por separacao nem coleta e ja
      *              nasce entregue; os pedidos de van agrupam entre
      *              si (tipo 'E' na chave de agrupamento).
      * 2026-10-15 - Consignacao: pedido com ORIGEM-PED 'C' (gerado
      *              na contagem do CadConsignacao) sai do local
      *              consignado do cliente (ARQCONSCLI.DAT), como a
      *              van: sem coleta, ja entregue, agrupando so
      *              entre si (tipo 'K'), CFOP de venda de
      *              mercadoria em consignacao.
      * 2026-10-15 - Embalagem retornavel: produto vinculado a uma
      *              embalagem (ARQPRODEMB.DAT, cadastro CadEmbalagem)
      *              soma as embalagens da linha entregue ao saldo
      *              do cliente (ARQEMBCLI.DAT), uma camada por nota
      *              e tipo de embalagem, com jornal.
      * 2026-10-15 - Nota de entrega ja nasce com a rota do cliente
      *              (ROTAITEM/ROTAS, preferindo a rota ativa com
      *              veiculo), base do manifesto de carga por
      *              veiculo (RelManifesto).
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Chaves alternativas de situacao e data em
      *              PEDIDOS, data em NOTAS e data em MOVESTOQUE: a
      *              varredura le so os pedidos abertos pela chave de
      *              situacao, anota os numeros e fatura cada um pela
      *              chave principal; com mais abertos que a tabela
      *              volta a varredura completa.
      * 2026-10-15 - Pedido EDI das redes (ORIGEM-PED 'E', gerado
      *              pelo ExeEDIPedidos) nunca agrupa: cada um sai na
      *              sua propria nota, base do INVOIC e do DESADV
      *              por pedido do comprador (ExeEDIFatura).
      * 2026-10-15 - NF-e gerada na rodada vai para a fila de e-mail
      *              do cliente (GravaMsg, tipo NFE) com o XML da
      *              nota anexo; falha na fila fica no FATURA.LOG.
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

              RECORD KEY        IS CHAVE-NF
              ALTERNATE RECORD KEY IS CODIGO-PED-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-CLI-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-NF WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NF.

       SELECT NFITEM ASSIGN TO  DISK WID-ARQ-NFI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-NFI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NFI.

       SELECT PRODUTOS ASSIGN TO  DISK WID-ARQ-PRODUTO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MOV
              ALTERNATE RECORD KEY IS CODIGO-PROD-MOV WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-MOV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MOVEST.

              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LT.

       SELECT POSICAO ASSIGN TO  DISK WID-ARQ-POSICAO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PS
              ALTERNATE RECORD KEY IS CHAVE-ORDEM-PS WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PS.

       SELECT SALDOPOS ASSIGN TO  DISK WID-ARQ-SALDOPOS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-SP
              ALTERNATE RECORD KEY IS ENDERECO-SP WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SP.

       SELECT RESERVA ASSIGN TO  DISK WID-ARQ-RESERVA
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

       SELECT PRODSERIE ASSIGN TO  DISK WID-ARQ-PRODSER
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD-PSR
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PSR.

       SELECT SERIES ASSIGN TO  DISK WID-ARQ-SERIE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-SR
              ALTERNATE RECORD KEY IS NUMERO-SR    WITH DUPLICATES
              ALTERNATE RECORD KEY IS CHAVE-PED-SR WITH DUPLICATES
              ALTERNATE RECORD KEY IS NUMERO-NF-SR WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SR.

       SELECT SERIEHIST ASSIGN TO  DISK WID-ARQ-SERIEHIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-SH
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SH.

       SELECT VEICULOS ASSIGN TO  DISK WID-ARQ-VEIC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS PLACA-VEI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEI.

       SELECT CONSCLI ASSIGN TO  DISK WID-ARQ-CONSCLI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-CCL
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CCL.

       SELECT TRANSP ASSIGN TO  DISK WID-ARQ-TRANSP
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TRP.

       SELECT ARQEMP ASSIGN TO DISK WID-ARQ-EMP
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-EMP.

       SELECT ARQFATCFG ASSIGN TO DISK WID-ARQ-FATCFG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-FATCFG.

       SELECT ARQNFCTRL ASSIGN TO DISK WID-ARQ-NFCTRL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ST.

       SELECT PRODEMB ASSIGN TO  DISK WID-ARQ-PRODEMB
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD-PE
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PE.

       SELECT EMBCLI ASSIGN TO  DISK WID-ARQ-EMBCLI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-EC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EC.

       SELECT ROTAS ASSIGN TO  DISK WID-ARQ-ROTA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-ROTA
              ALTERNATE RECORD KEY IS CODIGO-VEN-ROTA WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ROT.

       SELECT ROTAITEM ASSIGN TO  DISK WID-ARQ-ROTAITEM
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-ROTA-ITEM
              ALTERNATE RECORD KEY IS CODIGO-CLI-ITEM WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RI.

       SELECT ADIANTA ASSIGN TO  DISK WID-ARQ-ADT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUMERO-ADT
              ALTERNATE RECORD KEY IS CODIGO-CLI-ADT WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ADT.

       SELECT ADTMOV ASSIGN TO  DISK WID-ARQ-AMV
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-AMV
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-AMV.

       SELECT ARQSEP ASSIGN TO DISK WID-ARQ-SEP
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-SEP.

       SELECT CONFER ASSIGN TO  DISK WID-ARQ-CONF
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS RODADA-CF
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CF.

       SELECT CONFITEM ASSIGN TO  DISK WID-ARQ-CONFITEM
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CFI
              ALTERNATE RECORD KEY IS NUMERO-NF-CFI WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CFI.

       SELECT ARQFATLOG ASSIGN TO DISK WID-ARQ-FATLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
          02 COND-PAGTO-PED        PIC  9(003) VALUE ZEROES.
          02 ORIGEM-PED            PIC  X(001) VALUE SPACES.
             88 PED-GERADO-AUTO    VALUE 'P'.
             88 PED-BONIFICACAO    VALUE 'B'.
             88 PED-PRONTA-ENTREGA VALUE 'V'.
             88 PED-CONSIGNACAO    VALUE 'C'.
             88 PED-EDI            VALUE 'E'.
          02 TRANSP-PED            PIC  9(003) VALUE ZEROES.
          02 FRETE-TIPO-PED        PIC  X(001) VALUE SPACES.
             88 PED-FRETE-CIF      VALUE 'C'.
             88 PED-FRETE-FOB      VALUE 'F'.
          02 END-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 DATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.

       FD PEDITEM.
       01 REGISTRO-PEDITEM.
          02 VALOR-FRETE-NF           PIC  9(007)v9(002) VALUE ZEROES.
          02 END-ENTREGA-NF           PIC  9(003) VALUE ZEROES.

       FD NFITEM.
       01 REGISTRO-NFITEM.
          02 CHAVE-NFI.
             03 NUMERO-NF-NFI         PIC  9(009).
             03 SEQ-NFI               PIC  9(003).
          02 NUMERO-ITEM-NFI          PIC  9(003) VALUE ZEROES.
          02 CODIGO-PROD-NFI          PIC  9(007) VALUE ZEROES.
          02 QTDE-NFI                 PIC  9(005) VALUE ZEROES.
          02 VALOR-UNIT-NFI           PIC  9(007)v9(002) VALUE ZEROES.
          02 VALOR-BRUTO-NFI          PIC  9(009)v9(002) VALUE ZEROES.
          02 VALOR-DESC-NFI           PIC  9(009)v9(002) VALUE ZEROES.
          02 CLASS-FISCAL-NFI         PIC  X(001) VALUE SPACES.
          02 CFOP-NFI                 PIC  9(004) VALUE ZEROES.
          02 BASE-ICMS-NFI            PIC  9(009)v9(002) VALUE ZEROES.
          02 ALIQ-ICMS-NFI            PIC  9(003)v9(002) VALUE ZEROES.
          02 VALOR-ICMS-NFI           PIC  9(009)v9(002) VALUE ZEROES.
          02 ALIQ-IPI-NFI             PIC  9(003)v9(002) VALUE ZEROES.
          02 VALOR-IPI-NFI            PIC  9(009)v9(002) VALUE ZEROES.
          02 CODIGO-PED-NFI           PIC  9(009) VALUE ZEROES.
          02 FILLER                   PIC  X(011) VALUE SPACES.

       FD PRODUTOS.
       01 REGISTRO-PRODUTOS.
          02 CODIGO-PROD           PIC  9(007).
          02 LOCAL-DEST-MOV           PIC  9(003) VALUE ZEROES.
          02 LOTE-MOV                 PIC  X(010) VALUE SPACES.
          02 VALIDADE-MOV             PIC  9(008) VALUE ZEROES.
          02 POSICAO-MOV              PIC  9(008) VALUE ZEROES.
          02 POSICAO-DEST-MOV         PIC  9(008) VALUE ZEROES.

       FD  ARQMOVCTRL.
       01  ARQMOVCTRL-REC.
             03 LOTE-LT               PIC  X(010).
          02 SALDO-LT                 PIC  9(007) VALUE ZEROES.

       FD POSICAO.
       01 REGISTRO-POSICAO.
          02 CHAVE-PS.
             03 LOCAL-PS              PIC  9(003).
             03 POSICAO-PS.
                04 CORREDOR-PS        PIC  9(003).
                04 ESTANTE-PS         PIC  9(003).
                04 NIVEL-PS           PIC  9(002).
          02 CHAVE-ORDEM-PS.
             03 LOCAL-ORD-PS          PIC  9(003).
             03 ORDEM-PS              PIC  9(006).
          02 TIPO-PS                  PIC  X(001) VALUE 'S'.
             88 PS-SEPARACAO          VALUE 'S'.
             88 PS-PULMAO             VALUE 'P'.
          02 CAPACIDADE-PS            PIC  9(007) VALUE ZEROES.
          02 BLOQUEADO-PS             PIC  X(001) VALUE 'N'.
             88 PS-BLOQUEADO          VALUE 'S'.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD SALDOPOS.
       01 REGISTRO-SALDOPOS.
          02 CHAVE-SP.
             03 CODIGO-PROD-SP        PIC  9(007).
             03 ENDERECO-SP.
                04 LOCAL-SP           PIC  9(003).
                04 POSICAO-SP         PIC  9(008).
             03 LOTE-SP               PIC  X(010).
          02 VALIDADE-SP              PIC  9(008) VALUE ZEROES.
          02 SALDO-SP                 PIC  9(007) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD RESERVA.
       01 REGISTRO-RESERVA.
          02 CODIGO-PROD-RS           PIC  9(007).
          02 QTDE-RESERVADA-RS        PIC  9(009) VALUE ZEROES.

       FD KITS.
       01 REGISTRO-KITS.
          02 CHAVE-KT.
             03 CODIGO-KIT-KT         PIC  9(007).
             03 CODIGO-COMP-KT        PIC  9(007).
          02 QTDE-COMP-KT             PIC  9(005) VALUE ZEROES.
          02 FILLER                   PIC  X(021) VALUE SPACES.

       FD PRODSERIE.
       01 REGISTRO-PRODSERIE.
          02 CODIGO-PROD-PSR          PIC  9(007).
          02 GARANTIA-PSR             PIC  9(003) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD SERIES.
       01 REGISTRO-SERIES.
          02 CHAVE-SR.
             03 CODIGO-PROD-SR        PIC  9(007).
             03 NUMERO-SR             PIC  X(020).
          02 SITUACAO-SR              PIC  X(001) VALUE SPACES.
             88 SR-ESTOQUE            VALUE 'E'.
             88 SR-RESERVADA          VALUE 'R'.
             88 SR-VENDIDA            VALUE 'V'.
          02 CHAVE-PED-SR.
             03 CODIGO-PED-SR         PIC  9(009).
             03 NUMERO-ITEM-SR        PIC  9(003).
          02 CODIGO-FOR-SR            PIC  9(007) VALUE ZEROES.
          02 CODIGO-OC-SR             PIC  9(009) VALUE ZEROES.
          02 NF-COMPRA-SR             PIC  9(009) VALUE ZEROES.
          02 DATA-ENTRADA-SR          PIC  9(008) VALUE ZEROES.
          02 NUMERO-NF-SR             PIC  9(009) VALUE ZEROES.
          02 CODIGO-CLI-SR            PIC  9(007) VALUE ZEROES.
          02 DATA-SAIDA-SR            PIC  9(008) VALUE ZEROES.
          02 DATA-DEV-SR              PIC  9(008) VALUE ZEROES.
          02 ULT-SEQ-SR               PIC  9(003) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD SERIEHIST.
       01 REGISTRO-SERIEHIST.
          02 CHAVE-SH.
             03 CODIGO-PROD-SH        PIC  9(007).
             03 NUMERO-SH             PIC  X(020).
             03 SEQ-SH                PIC  9(003).
          02 TIPO-SH                  PIC  X(001) VALUE SPACES.
          02 DATA-SH                  PIC  9(008) VALUE ZEROES.
          02 DOCUMENTO-SH             PIC  9(009) VALUE ZEROES.
          02 PARCEIRO-SH              PIC  9(007) VALUE ZEROES.
          02 OPERADOR-SH              PIC  X(010) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD VEICULOS.
       01 REGISTRO-VEICULOS.
          02 PLACA-VEI                PIC  X(007).
          02 DESCRICAO-VEI            PIC  X(030).
          02 CAPAC-KG-VEI             PIC  9(007) VALUE ZEROES.
          02 CAPAC-M3-VEI             PIC  9(005)v9(002) VALUE ZEROES.
          02 INATIVO-VEI              PIC  X(001) VALUE SPACES.
          02 LOCAL-VEI                PIC  9(003) VALUE ZEROES.
          02 VENDEDOR-VEI             PIC  9(007) VALUE ZEROES.

       FD CONSCLI.
       01 REGISTRO-CONSCLI.
          02 CODIGO-CLI-CCL           PIC  9(007).
          02 LOCAL-CCL                PIC  9(003) VALUE ZEROES.
          02 CODIGO-VEN-CCL           PIC  9(007) VALUE ZEROES.
          02 COND-PAGTO-CCL           PIC  9(003) VALUE ZEROES.
          02 DATA-INI-CCL             PIC  9(008) VALUE ZEROES.
          02 INATIVO-CCL              PIC  X(001) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD TRANSP.
       01 REGISTRO-TRANSP.
          02 CODIGO-TRP               PIC  9(003).
          02 TARIFA-TRP               PIC  9(005)v9(002) VALUE ZEROES.
          02 INATIVO-TRP              PIC  X(001) VALUE SPACES.

       FD  ARQEMP.
       01  ARQEMP-REC                PIC X(60).

       FD  ARQFATCFG.
       01  ARQFATCFG-REC             PIC X(10).

       FD  ARQNFCTRL.
       01  ARQNFCTRL-REC.
           02 NFCTRL-ULTIMO-NF      PIC 9(009).
           02 NFCTRL-PRIM-RODADA    PIC 9(009).
           02 FILLER                PIC X(002).

       FD  ARQFATLOG.
       01  ARQFATLOG-REC             PIC X(170).
          02 VALOR-ST                 PIC  9(011)v9(002) VALUE ZEROES.
          02 DESCONTO-ST              PIC  9(011)v9(002) VALUE ZEROES.

       FD PRODEMB.
       01 REGISTRO-PRODEMB.
          02 CODIGO-PROD-PE           PIC  9(007).
          02 CODIGO-EMB-PE            PIC  9(003) VALUE ZEROES.
          02 UNID-POR-EMB-PE          PIC  9(005) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD EMBCLI.
       01 REGISTRO-EMBCLI.
          02 CHAVE-EC.
             03 CODIGO-CLI-EC         PIC  9(007).
             03 CODIGO-EMB-EC         PIC  9(003).
             03 DATA-EC               PIC  9(008).
             03 DOCUMENTO-EC          PIC  9(009).
             03 TIPO-EC               PIC  X(001).
          02 QTDE-EC                  PIC  9(007) VALUE ZEROES.
          02 ABERTO-EC                PIC  9(007) VALUE ZEROES.
          02 COBRADO-EC               PIC  9(007) VALUE ZEROES.
          02 TITULO-EC                PIC  9(009) VALUE ZEROES.
          02 OPERADOR-EC              PIC  X(010) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD ROTAS.
       01 REGISTRO-ROTAS.
          02 CODIGO-ROTA           PIC  9(007).
          02 DESCRICAO-ROTA        PIC  X(040).
          02 CODIGO-VEN-ROTA       PIC  9(007).
          02 INATIVO-ROTA          PIC  X(001) VALUE SPACES.
          02 DIA-SEMANA-ROTA       PIC  9(001) VALUE ZEROES.
          02 FREQUENCIA-ROTA       PIC  X(001) VALUE SPACES.
          02 VEICULO-ROTA          PIC  X(007) VALUE SPACES.
          02 COBERTURA-ROTA        PIC  9(007) VALUE ZEROES.

       FD ROTAITEM.
       01 REGISTRO-ROTAITEM.
          02 CHAVE-ROTA-ITEM.
             03 CODIGO-ROTA-ITEM      PIC  9(007).
             03 CODIGO-CLI-ITEM       PIC  9(007).
          02 ORDEM-VISITA-ITEM        PIC  9(003) VALUE ZEROES.

       FD ADIANTA.
       01 REGISTRO-ADIANTA.
          02 NUMERO-ADT               PIC  9(009).
          02 CODIGO-CLI-ADT           PIC  9(007).
          02 DATA-ADT                 PIC  9(008) VALUE ZEROES.
          02 VALOR-ADT                PIC  9(009)v9(002) VALUE ZEROES.
          02 SALDO-ADT                PIC  9(009)v9(002) VALUE ZEROES.
          02 DOCUMENTO-ADT            PIC  X(020) VALUE SPACES.
          02 CONTA-BCO-ADT            PIC  9(003) VALUE ZEROES.
          02 VALOR-DEV-ADT            PIC  9(009)v9(002) VALUE ZEROES.
          02 DATA-DEV-ADT             PIC  9(008) VALUE ZEROES.
          02 QTD-MOV-ADT              PIC  9(003) VALUE ZEROES.
          02 SITUACAO-ADT             PIC  X(001) VALUE 'A'.
             88 ADT-ABERTO            VALUE 'A'.
             88 ADT-ENCERRADO         VALUE 'E'.
          02 OPERADOR-ADT             PIC  X(010) VALUE SPACES.

       FD ADTMOV.
       01 REGISTRO-ADTMOV.
          02 CHAVE-AMV.
             03 NUMERO-ADT-AMV        PIC  9(009).
             03 SEQ-AMV               PIC  9(003).
          02 TIPO-AMV                 PIC  X(001) VALUE SPACES.
          02 DATA-AMV                 PIC  9(008) VALUE ZEROES.
          02 VALOR-AMV                PIC  9(009)v9(002) VALUE ZEROES.
          02 NF-AMV                   PIC  9(009) VALUE ZEROES.
          02 PARC-AMV                 PIC  9(003) VALUE ZEROES.
          02 OPERADOR-AMV             PIC  X(010) VALUE SPACES.

       FD  ARQSEP.
       01  ARQSEP-REC                PIC X(100).

       FD CONFER.
       01 REGISTRO-CONFER.
          02 RODADA-CF                PIC  9(009).
          02 ULTIMA-NF-CF             PIC  9(009) VALUE ZEROES.
          02 DATA-CF                  PIC  9(008) VALUE ZEROES.
          02 SITUACAO-CF              PIC  X(001) VALUE SPACES.
             88 CONF-PENDENTE         VALUE 'P'.
             88 CONF-LIBERADA         VALUE 'L'.
             88 CONF-LIB-SUPERVISOR   VALUE 'S'.
          02 INCOMPLETA-CF            PIC  X(001) VALUE SPACES.
          02 DATA-LIB-CF              PIC  9(008) VALUE ZEROES.
          02 OPERADOR-LIB-CF          PIC  X(010) VALUE SPACES.
          02 SUPERVISOR-CF            PIC  9(007) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD CONFITEM.
       01 REGISTRO-CONFITEM.
          02 CHAVE-CFI.
             03 RODADA-CFI            PIC  9(009).
             03 NUMERO-NF-CFI         PIC  9(009).
             03 CODIGO-PROD-CFI       PIC  9(007).
          02 QTDE-ESP-CFI             PIC  9(007) VALUE ZEROES.
          02 QTDE-LIDA-CFI            PIC  9(007) VALUE ZEROES.
          02 SEPARADOR-CFI            PIC  X(010) VALUE SPACES.
          02 DATA-CONF-CFI            PIC  9(008) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 FS-PED.
           02 FS-PED-1                PIC 9.
           02 FS-NF-1                PIC 9.
           02 FS-NF-2                PIC 9.
           02 FS-NF-R REDEFINES FS-NF-2 PIC 99 COMP-X.
       01 FS-NFI.
           02 FS-NFI-1                PIC 9.
           02 FS-NFI-2                PIC 9.
           02 FS-NFI-R REDEFINES FS-NFI-2 PIC 99 COMP-X.
       01 FS-PROD.
           02 FS-PROD-1                PIC 9.
           02 FS-PROD-2                PIC 9.
       01 WULT-SEQ-PH             PIC 9(003) VALUE ZEROES.
       01 WPED-ALVO-PH            PIC 9(009) VALUE ZEROES.
       01 FS-NFCTRL                   PIC XX VALUE '00'.
       01 FS-EMP                      PIC XX VALUE '00'.
       01 FS-FATLOG                   PIC XX VALUE '00'.
       01 FS-FATCFG                   PIC XX VALUE '00'.
       01 FS-CLI.
           02 FS-CLIENTES-1                PIC 9.
           02 FS-CLIENTES-2                PIC 9.
           02 WID-ARQ-PEDIDOS-1            PIC X(50).
       01 WID-ARQ-PEDITEM             PIC X(50) VALUE 'ARQPEDITEM.DAT'.
       01 WID-ARQ-NOTAS               PIC X(50) VALUE 'ARQNOTAS.DAT'.
       01 WID-ARQ-NFI                 PIC X(50) VALUE 'ARQNFITEM.DAT'.
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-MOVEST              PIC X(50) VALUE 'ARQMOVEST.DAT'.
       01 WID-ARQ-MOVCTRL             PIC X(50) VALUE 'MOVCTRL.DAT'.
       01 WID-ARQ-CREC                PIC X(50) VALUE 'ARQCREC.DAT'.
       01 WID-ARQ-NFCTRL              PIC X(50) VALUE 'NFCTRL.DAT'.
       01 WID-ARQ-EMP                 PIC X(50) VALUE 'EMPRESAS.CFG'.
       01 WID-ARQ-FATLOG              PIC X(50) VALUE 'FATURA.LOG'.
       01 WID-ARQ-FATCFG              PIC X(50) VALUE 'FATURA.CFG'.
       01 WID-ARQ-SEP                 PIC X(50) VALUE 'SEPARACAO.TXT'.
       01 FS-SEP                      PIC XX VALUE '00'.
       01 WID-ARQ-STAT                PIC X(50) VALUE 'ARQSTAT.DAT'.
       01 WID-ARQ-ADT                 PIC X(50) VALUE 'ARQADIANT.DAT'.
       01 WID-ARQ-AMV                 PIC X(50) VALUE 'ARQADTMOV.DAT'.
       01 FS-ADT                      PIC XX VALUE '00'.
       01 FS-AMV                      PIC XX VALUE '00'.
       01 FS-ST.
           02 FS-ST-1                 PIC 9.
           02 FS-ST-2                 PIC 9.
          02 SEPD-PROD         PIC 9(007).
          02 FILLER            PIC X(007) VALUE '  QTDE '.
          02 SEPD-QTDE         PIC ZZZZZZ9.

      *-------------ROTEIRO DE COLETA POR ENDERECO-----------------
      * CADA FATIA QUE SAI DE UM ENDERECO (OU SEM ENDERECO) SOMA NA
      * LINHA LOCAL X ENDERECO X PRODUTO X LOTE; A ORDEM DE
      * IMPRESSAO E A DE CAMINHAMENTO DO ENDERECO (LOCAL*1000000 +
      * ORDEM), COM O SEM ENDERECO NO FIM.
       01 WID-ARQ-POSICAO          PIC X(50) VALUE 'ARQPOSICAO.DAT'.
       01 WID-ARQ-SALDOPOS         PIC X(50) VALUE 'ARQSALDOPOS.DAT'.
       01 FS-PS                    PIC XX VALUE '00'.
       01 FS-SP                    PIC XX VALUE '00'.
       77 WPS-DISPONIVEL-FT    PIC 9 VALUE ZEROES.
       77 WSAIDA-SP-FT         PIC 9 VALUE ZEROES.
       01 WPOS-SAIDA-FT        PIC 9(008) VALUE ZEROES.
       01 WREST-POS-FT         PIC 9(007) VALUE ZEROES.
       77 WMAX-PICK-FT         PIC 9(004) VALUE 1000.
       77 WQTD-PICK-FT         PIC 9(004) VALUE ZEROES.
       77 WPICK-PERDIDOS-FT    PIC 9(004) VALUE ZEROES.
       01 WTAB-PICK-FT.
          02 WPICK-ITEM-FT OCCURS 1000 TIMES.
             03 WPICK-ORDEM       PIC 9(009).
             03 WPICK-LOCAL       PIC 9(003).
             03 WPICK-POSICAO     PIC 9(008).
             03 WPICK-PROD        PIC 9(007).
             03 WPICK-LOTE        PIC X(010).
             03 WPICK-QTDE        PIC 9(009).
       01 WPICK-TROCA-FT       PIC X(046).
       77 WJ-PICK-FT           PIC 9(004) VALUE ZEROES.
       77 WK-PICK-FT           PIC 9(004) VALUE ZEROES.
       77 WL-PICK-FT           PIC 9(004) VALUE ZEROES.
       77 WACHOU-PICK-FT       PIC 9(004) VALUE ZEROES.

       01 WSEP-LINHA-PICK.
          02 SEPP-ENDERECO.
             03 SEPP-LOCAL     PIC 9(003).
             03 SEPP-SEP1      PIC X(001) VALUE SPACE.
             03 SEPP-CORR      PIC 9(003).
             03 SEPP-SEP2      PIC X(001) VALUE '-'.
             03 SEPP-EST       PIC 9(003).
             03 SEPP-SEP3      PIC X(001) VALUE '-'.
             03 SEPP-NIV       PIC 9(002).
          02 SEPP-SEM-END REDEFINES SEPP-ENDERECO.
             03 FILLER         PIC X(004).
             03 SEPP-TXT-SEM   PIC X(010).
          02 FILLER            PIC X(002) VALUE SPACES.
          02 SEPP-PROD         PIC 9(007).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 SEPP-DESCR        PIC X(030).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 SEPP-LOTE         PIC X(010).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 SEPP-QTDE         PIC ZZZZZZZZ9.

       01 WSEP-LINHA-ROD.
          02 FILLER            PIC X(023)
                               VALUE 'RODADA P/ CONFERENCIA: '.
          02 SEPR-RODADA       PIC 9(009).

      *-------------CONFERENCIA DA SEPARACAO------------------------
      * A RODADA (PRIMEIRA NOTA) NASCE PENDENTE EM ARQCONFER.DAT E
      * CADA NOTA X PRODUTO DO ROMANEIO VIRA UMA LINHA A CONFERIR.
       01 WID-ARQ-CONF         PIC X(50) VALUE 'ARQCONFER.DAT'.
       01 WID-ARQ-CONFITEM     PIC X(50) VALUE 'ARQCONFITEM.DAT'.
       01 FS-CF                PIC XX VALUE '00'.
       01 FS-CFI               PIC XX VALUE '00'.
      *--------------------------------------------------
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
          02 WDIAS-PARC-FT     PIC 9(003) OCCURS 12 TIMES.
       01 WVAL-PARC-FT         PIC 9(009)v9(002) VALUE ZEROES.
       01 WVAL-ULT-PARC-FT     PIC 9(009)v9(002) VALUE ZEROES.

      *-------------ADIANTAMENTO DO CLIENTE-------------------------
       77 WADT-DISPONIVEL-FT   PIC 9 VALUE ZEROES.
       01 WVAL-ADT-FT          PIC 9(009)v9(002) VALUE ZEROES.
       01 WVAL-ADT-APLIC-FT    PIC 9(009)v9(002) VALUE ZEROES.
      *--------------------------------------------------

      *-------------ENTREGA PARCIAL / BACKORDER---------------------
             03 WENT-VALOR        PIC 9(009)v9(002).
             03 WENT-CLASS        PIC X(001).
             03 WENT-IPI          PIC 9(003)v9(002).
             03 WENT-UNIT         PIC 9(007)v9(002).
             03 WENT-VLIQ         PIC 9(009)v9(002).
             03 WENT-BASE         PIC 9(009)v9(002).
             03 WENT-ICMS         PIC 9(009)v9(002).
             03 WENT-VIPI         PIC 9(009)v9(002).
             03 WENT-PED          PIC 9(009).
             03 WENT-DESC         PIC 9(003)v9(002).
             03 WENT-VEN          PIC 9(007).
             03 WENT-MES          PIC 9(006).
             03 WENT-SERIE        PIC 9(001).
       77 WMAX-SAL-FT          PIC 9(002) VALUE 50.
       77 WQTD-SAL-FT          PIC 9(002) VALUE ZEROES.
       77 WJ-FT                PIC 9(002) VALUE ZEROES.
             03 WSAL-CLASS        PIC X(001).
             03 WSAL-IPI          PIC 9(003)v9(002).
             03 WSAL-PESO         PIC 9(005)v9(003).
       01 WPROD-SAL-FT         PIC 9(007) VALUE ZEROES.

      *-------------KITS (ESTRUTURA DE PRODUTO)---------------------
      * PRODUTO COM COMPONENTES EM ARQKIT.DAT E KIT: O ENTREGAVEL E
      * O QUE OS COMPONENTES DO CACHE PERMITEM MONTAR E A SAIDA
      * BAIXA CADA COMPONENTE. SEM O ARQUIVO NENHUM PRODUTO E KIT.
       01 WID-ARQ-KIT          PIC X(50) VALUE 'ARQKIT.DAT'.
       01 FS-KT.
           02 FS-KT-1              PIC 9.
           02 FS-KT-2              PIC 9.
           02 FS-KT-R REDEFINES FS-KT-2 PIC 99 COMP-X.
       77 WKIT-DISPONIVEL-FT   PIC 9 VALUE ZEROES.
       77 WSAIDA-KT-FT         PIC 9 VALUE ZEROES.
       77 WMAX-KIT-FT          PIC 9(002) VALUE 30.
       77 WQTD-KIT-FT          PIC 9(002) VALUE ZEROES.
       77 WK-KIT-FT            PIC 9(002) VALUE ZEROES.
       77 WSAL-KIT-FT          PIC 9(002) VALUE ZEROES.
       01 WPROD-KIT-FT         PIC 9(007) VALUE ZEROES.
       01 WMONTA-KIT-FT        PIC 9(007) VALUE ZEROES.
       01 WMONTA-COMP-FT       PIC 9(007) VALUE ZEROES.
       01 WTAB-KIT-FT.
          02 WKIT-ITEM-FT OCCURS 30 TIMES.
             03 WKIT-COMP         PIC 9(007).
             03 WKIT-QTDE         PIC 9(005).
             03 WKIT-SAL          PIC 9(002).
      * PRODUTO E QUANTIDADE DA BAIXA DE ESTOQUE EM CURSO (O
      * PROPRIO PRODUTO DA LINHA OU UM COMPONENTE DO KIT)
       01 WPROD-BX-FT          PIC 9(007) VALUE ZEROES.
       01 WQTDE-BX-FT          PIC 9(007) VALUE ZEROES.

      *-------------FRETE DA NOTA-----------------------------------
      * TARIFA DA TRANSPORTADORA DO PEDIDO (ARQTRANSP.DAT): POR
       77 WLOCAL-DEP-FT        PIC 9(003) VALUE 1.
       01 WDEP-CFG-TXT         PIC X(003) VALUE SPACES.
       01 WDEP-CFG-NUM REDEFINES WDEP-CFG-TXT PIC 9(003).
      * UF DO DEPOSITO (POSICOES 4-5): QUANDO INFORMADA E A UF DE
      * ORIGEM DAS NOTAS NO LUGAR DA UF DO FISCAL.CFG.
       01 WUF-DEP-FT           PIC X(002) VALUE SPACES.
      *--------------------------------------------------

      *-------------LOCAL DE SAIDA DA NOTA--------------------------
      * NOTA COMUM SAI DO DEPOSITO DA RODADA; NOTA DE PRONTA-ENTREGA
      * SAI DO LOCAL DA VAN DO VENDEDOR (ARQVEIC.DAT) E A DE
      * CONSIGNACAO DO LOCAL DO CLIENTE (ARQCONSCLI.DAT). VAN OU
      * CONTRATO NAO ACHADO = LOCAL ZERO, SEM SALDO - O PEDIDO
      * FICA PENDENTE.
       77 WLOCAL-NF-FT         PIC 9(003) VALUE 1.
       77 WVAN-NF-FT           PIC 9 VALUE ZEROES.
      *                       (1=NOTA FORA DO DEPOSITO: PRONTA-
      *                        ENTREGA OU CONSIGNACAO)
       01 WID-ARQ-VEIC         PIC X(50) VALUE 'ARQVEIC.DAT'.
       01 FS-VEI.
           02 FS-VEI-1             PIC 9.
           02 FS-VEI-2             PIC 9.
           02 FS-VEI-R REDEFINES FS-VEI-2 PIC 99 COMP-X.
       77 WVEI-DISPONIVEL-FT   PIC 9 VALUE ZEROES.
       77 WSAIDA-VEI-FT        PIC 9 VALUE ZEROES.
       01 WID-ARQ-CONSCLI      PIC X(50) VALUE 'ARQCONSCLI.DAT'.
       01 FS-CCL.
           02 FS-CCL-1             PIC 9.
           02 FS-CCL-2             PIC 9.
           02 FS-CCL-R REDEFINES FS-CCL-2 PIC 99 COMP-X.
       77 WCCL-DISPONIVEL-FT   PIC 9 VALUE ZEROES.
      *--------------------------------------------------

      *-------------EMBALAGEM RETORNAVEL----------------------------
      * O PRODUTO VINCULADO A UMA EMBALAGEM LEVA TANTAS EMBALAGENS
      * QUANTAS A QUANTIDADE ENTREGUE PEDE (FRACAO ARREDONDA PARA
      * CIMA); ELAS FICAM NO SALDO DO CLIENTE ATE A COLETA NA
      * CONFIRMACAO DE ENTREGA (CadEntrega) OU A COBRANCA.
       01 WID-ARQ-PRODEMB      PIC X(50) VALUE 'ARQPRODEMB.DAT'.
       01 WID-ARQ-EMBCLI       PIC X(50) VALUE 'ARQEMBCLI.DAT'.
       01 FS-PE                PIC XX VALUE '00'.
       01 FS-EC                PIC XX VALUE '00'.
       77 WEMB-DISPONIVEL-FT   PIC 9 VALUE ZEROES.
       77 WUNID-EMB-FT         PIC 9(005) VALUE ZEROES.
       77 WQTDE-EMB-FT         PIC 9(007) VALUE ZEROES.
      *--------------------------------------------------

      *-------------ROTA DE ENTREGA DA NOTA--------------------------
      * O CLIENTE PODE SER PARADA DE MAIS DE UMA ROTA: VALE A
      * PRIMEIRA ROTA ATIVA QUE TEM VEICULO (A QUE CARREGA NO
      * MANIFESTO); SEM NENHUMA COM VEICULO, A PRIMEIRA ATIVA. A
      * CONFIRMACAO DE ENTREGA PODE TROCAR A ROTA.
       01 WID-ARQ-ROTA.
           02 WID-ARQ-ROTA-1       PIC X(50).
       01 WID-ARQ-ROTAITEM     PIC X(50) VALUE 'ARQROTAITEM.DAT'.
       01 FS-ROT               PIC XX VALUE '00'.
       01 FS-RI                PIC XX VALUE '00'.
       77 WROT-DISPONIVEL-FT   PIC 9 VALUE ZEROES.
       77 WSAIDA-RI-FT         PIC 9 VALUE ZEROES.
       77 WROTA-NF-FT          PIC 9(007) VALUE ZEROES.
       77 WROTA-1A-FT          PIC 9(007) VALUE ZEROES.
      *--------------------------------------------------

      *-------------CONSUMO FEFO POR LOTE---------------------------
       01 WBASE-LIN-FT         PIC 9(009)v9(002) VALUE ZEROES.
      *--------------------------------------------------

      *-------------ITENS FISCAIS E XML DA NF-E---------------------
      * CADA LINHA ENTREGUE VIRA UM ITEM EM ARQNFITEM.DAT COM OS
      * VALORES JA CALCULADOS PARA A NOTA; O DESCONTO DO CABECALHO
      * E RATEADO PELOS ITENS E O RESIDUO DE ARREDONDAMENTO FICA
      * NO ULTIMO. NO FIM DA RODADA O GeraNFe MONTA O XML DE CADA
      * NOTA EMITIDA (WPRIM-NF-FT ATE WULTIMO-NF).
       77 WNFI-DISPONIVEL-FT   PIC 9 VALUE ZEROES.
       77 WSAIDA-NFI-FT        PIC 9 VALUE ZEROES.
       01 WPRIM-NF-FT          PIC 9(009) VALUE ZEROES.
       01 WNF-XML-FT           PIC 9(009) VALUE ZEROES.
       01 WDESC-ITENS-FT       PIC 9(009)v9(002) VALUE ZEROES.
       01 WDESC-RESIDUO-FT     PIC S9(009)v9(002) VALUE ZEROES.
       01 WDESC-ULT-FT         PIC S9(009)v9(002) VALUE ZEROES.
       01 WCFOP-FT             PIC 9(004) VALUE ZEROES.
      * CFOP PELO DefCfop: VENDA, BONIFICACAO OU TRANSFERENCIA
      * (CLIENTE COM O CNPJ DE OUTRA EMPRESA DO EMPRESAS.CFG).
       01 WCNPJ-DEST-FT        PIC 9(014) VALUE ZEROES.
       77 WMAX-GRUPO-FT        PIC 9(003) VALUE 100.
       77 WQTD-GRUPO-FT        PIC 9(003) VALUE ZEROES.
       77 WI-GRUPO-FT          PIC 9(003) VALUE ZEROES.
       77 WTRANSF-FT           PIC 9 VALUE ZEROES.
       01 WTAB-GRUPO-FT.
          02 WGRUPO-CNPJ-FT    PIC 9(014) OCCURS 100 TIMES.
       01 WEMP-REG-FT.
          02 WEMP-CODIGO-FT    PIC 9(003).
          02 WEMP-NOME-FT      PIC X(040).
          02 WEMP-CNPJ-FT      PIC 9(014).
       01 WQTD-NFE-GERADAS     PIC 9(007) VALUE ZEROES.
       01 WQTD-NFE-FALHAS      PIC 9(007) VALUE ZEROES.
      *--------------------------------------------------

      *-------------FATURAMENTO AGRUPADO---------------------------
      * COM FATURA.CFG POSICAO 1 = 'S' A VARREDURA SO ANOTA OS
      * PEDIDOS ABERTOS; DEPOIS OS DE MESMA CHAVE (CLIENTE, ENDERECO
      * DE ENTREGA, CONDICAO, TRANSPORTADORA, FRETE, VENDEDOR E
      * NATUREZA) SAEM NUMA SO NOTA. SEM AGRUPAMENTO, OU COM A
      * TABELA LOTADA, O GRUPO E O PROPRIO PEDIDO.
       77 WAGRUPA-FT           PIC 9 VALUE ZEROES.
       77 WMAX-AGR-FT          PIC 9(004) VALUE 2000.
       77 WQTD-AGR-FT          PIC 9(004) VALUE ZEROES.
       77 WI-AGR-FT            PIC 9(004) VALUE ZEROES.
       77 WJ-AGR-FT            PIC 9(004) VALUE ZEROES.
       01 WTAB-AGR-FT.
          02 WAGR-ITEM-FT OCCURS 2000 TIMES.
             03 WAGR-PED          PIC 9(009).
             03 WAGR-CHAVE.
                04 WAGR-CLI       PIC 9(007).
                04 WAGR-END       PIC 9(003).
                04 WAGR-CPG       PIC 9(003).
                04 WAGR-TRP       PIC 9(003).
                04 WAGR-FRETE     PIC X(001).
                04 WAGR-VEN       PIC 9(007).
                04 WAGR-TIPO      PIC X(001).
             03 WAGR-USADO        PIC 9(001).
       77 WMAX-GP-FT           PIC 9(003) VALUE 50.
       77 WQTD-GP-FT           PIC 9(003) VALUE ZEROES.
       77 WK-GP-FT             PIC 9(003) VALUE ZEROES.
       77 WNF-EMITIDA-FT       PIC 9 VALUE ZEROES.
      *    (PEDIDOS ABERTOS ANOTADOS PELA CHAVE DE SITUACAO)
       77 WMAX-ABE-FT          PIC 9(004) VALUE 5000.
       77 WQTD-ABE-FT          PIC 9(004) VALUE ZEROES.
       77 WI-ABE-FT            PIC 9(004) VALUE ZEROES.
       77 WCHEIA-ABE-FT        PIC X VALUE 'N'.
       01 WTAB-ABE-FT.
          02 WABE-PED-FT OCCURS 5000 TIMES PIC 9(009).
       01 WPED-VARRE-FT        PIC 9(009) VALUE ZEROES.
       01 WPED-LIDER-FT        PIC 9(009) VALUE ZEROES.
       01 WCLI-GP-FT           PIC 9(007) VALUE ZEROES.
       01 WTAB-GP-FT.
          02 WGP-ITEM-FT OCCURS 50 TIMES.
             03 WGP-PED           PIC 9(009).
             03 WGP-DESC          PIC 9(003)v9(002).
             03 WGP-VALOR         PIC 9(009)v9(002).
             03 WGP-LINHAS        PIC 9(001).
             03 WGP-ENTREGOU      PIC 9(001).
             03 WGP-PENDENTE      PIC 9(001).
             03 WGP-SEM-SERIE     PIC 9(001).
       01 WDESC-GP-FT          PIC 9(009)v9(002) VALUE ZEROES.
      *--------------------------------------------------

      *-------------NUMERO DE SERIE---------------------------------
      * PRODUTO EM ARQPRODSER.DAT SO ENTREGA O QUE TEM SERIE
      * RESERVADA NA LINHA DO PEDIDO; SEM O ARQUIVO NENHUM PRODUTO
      * CONTROLA SERIE.
       01 WID-ARQ-PRODSER      PIC X(50) VALUE 'ARQPRODSER.DAT'.
       01 WID-ARQ-SERIE        PIC X(50) VALUE 'ARQSERIE.DAT'.
       01 WID-ARQ-SERIEHIS     PIC X(50) VALUE 'ARQSERIEHIS.DAT'.
       01 FS-PSR               PIC XX VALUE '00'.
       01 FS-SR                PIC XX VALUE '00'.
       01 FS-SH                PIC XX VALUE '00'.
       77 WSR-DISPONIVEL-FT    PIC 9 VALUE ZEROES.
       77 WSERIE-LIN-FT        PIC 9 VALUE ZEROES.
       77 WSAIDA-SR-FT         PIC 9 VALUE ZEROES.
       01 WQTD-SERIE-FT        PIC 9(005) VALUE ZEROES.
       01 WPED-SR-FT           PIC 9(009) VALUE ZEROES.
       01 WITEM-SR-FT          PIC 9(003) VALUE ZEROES.
      *--------------------------------------------------

       01 WQTD-PED-LIDOS               PIC 9(007) VALUE ZEROES.
       01 WQTD-PED-FATURADOS           PIC 9(007) VALUE ZEROES.
       01 WQTD-PED-SEM-ITENS           PIC 9(007) VALUE ZEROES.
          02 FILLER            PIC X(09) VALUE 'VALOR....'.
          02 FTR-VALOR-TOTAL   PIC ZZZZZZZZZ9,99.

       01 WFATLOG-RESUMO-NFE.
          02 FILLER            PIC X(20) VALUE 'RESUMO NF-E.......: '.
          02 FILLER            PIC X(16) VALUE 'XML GERADOS.....'.
          02 FTR-NFE-GERADAS   PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 FILLER            PIC X(16) VALUE 'NAO GERADOS.....'.
          02 FTR-NFE-FALHAS    PIC ZZZZZZ9.

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

                                    WID-ARQ-PEDITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NOTAS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NFI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MOVEST
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CREC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NFCTRL
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FATCFG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ALIQ
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-LOTES
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-RESERVA
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-POSICAO
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SALDOPOS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-KIT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PRODSER
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SERIE
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SERIEHIS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SEP
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CONF
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CONFITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-TRANSP
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-VEIC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CONSCLI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PRODEMB
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EMBCLI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-STAT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ADT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-AMV
           MOVE LID-ARQ-CLIENTE-1  TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-PEDIDOS-1  TO WID-ARQ-PEDIDOS-1
           OPEN I-O PEDIDOS
                    CONTASREC
              EXIT PROGRAM
           END-IF
      *    (SEM O ARQUIVO DE ITENS FISCAIS A NOTA SAI SEM XML E FICA
      *     NO LOG PARA O ExeNFe)
           MOVE 0 TO WNFI-DISPONIVEL-FT
           OPEN I-O NFITEM
           IF FS-NFI = '35'
              CLOSE NFITEM OPEN OUTPUT NFITEM
              CLOSE NFITEM OPEN I-O NFITEM
           END-IF
           IF FS-NFI = '00' OR '05'
              MOVE 1 TO WNFI-DISPONIVEL-FT
           END-IF
      *    (SEM O CADASTRO DE CLIENTES OU SEM A TABELA DE ALIQUOTAS
      *     A NOTA SAI COM A ALIQUOTA PADRAO)
           MOVE 0 TO WCLI-DISPONIVEL-FT
           IF FS-TRP = '00'
              MOVE 1 TO WTRP-DISPONIVEL-FT
           END-IF
      *    (SEM A FROTA O PEDIDO DE PRONTA-ENTREGA NAO ACHA A VAN E
      *     FICA PENDENTE)
           MOVE 0 TO WVEI-DISPONIVEL-FT
           OPEN INPUT VEICULOS
           IF FS-VEI = '00'
              MOVE 1 TO WVEI-DISPONIVEL-FT
           END-IF
      *    (SEM OS CONTRATOS O PEDIDO DE CONSIGNACAO NAO ACHA O LOCAL
      *     DO CLIENTE E FICA PENDENTE)
           MOVE 0 TO WCCL-DISPONIVEL-FT
           OPEN INPUT CONSCLI
           IF FS-CCL = '00'
              MOVE 1 TO WCCL-DISPONIVEL-FT
           END-IF
      *    (SEM O VINCULO PRODUTO X EMBALAGEM NENHUMA EMBALAGEM VAI
      *     PARA O SALDO DO CLIENTE)
           MOVE 0 TO WEMB-DISPONIVEL-FT
           OPEN INPUT PRODEMB
           IF FS-PE = '00'
              OPEN I-O EMBCLI
              IF FS-EC = '35'
                 CLOSE EMBCLI OPEN OUTPUT EMBCLI
                 CLOSE EMBCLI OPEN I-O EMBCLI
              END-IF
              IF FS-EC = '00' OR '05'
                 MOVE 1 TO WEMB-DISPONIVEL-FT
              ELSE
                 CLOSE PRODEMB
              END-IF
           END-IF
      *    (SEM O ROTEIRO A NOTA NASCE SEM ROTA E ELA E INFORMADA NA
      *     CONFIRMACAO DE ENTREGA)
           MOVE LID-ARQ-ROTA-1 TO WID-ARQ-ROTA-1
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ROTAITEM
           MOVE 0 TO WROT-DISPONIVEL-FT
           OPEN INPUT ROTAS
           IF FS-ROT = '00'
              OPEN INPUT ROTAITEM
              IF FS-RI = '00'
                 MOVE 1 TO WROT-DISPONIVEL-FT
              ELSE
                 CLOSE ROTAS
              END-IF
           END-IF
      *    (SEM A ESTRUTURA DE KITS TODO PRODUTO SAI DO PROPRIO SALDO)
           MOVE 0 TO WKIT-DISPONIVEL-FT
           OPEN INPUT KITS
           IF FS-KT = '00'
              MOVE 1 TO WKIT-DISPONIVEL-FT
           END-IF
      *    (SEM O CADASTRO DE PRODUTOS COM SERIE NADA CONTROLA SERIE)
           MOVE 0 TO WSR-DISPONIVEL-FT
           OPEN INPUT PRODSERIE
           IF FS-PSR = '00'
              OPEN I-O SERIES SERIEHIST
              IF FS-SR = '00' AND FS-SH = '00'
                 MOVE 1 TO WSR-DISPONIVEL-FT
              ELSE
                 CLOSE PRODSERIE SERIES SERIEHIST
              END-IF
           END-IF
           OPEN I-O SALDOLOC
           IF FS-SL = '35'
              CLOSE SALDOLOC OPEN OUTPUT SALDOLOC
              CLOSE ESTATIS OPEN OUTPUT ESTATIS
              CLOSE ESTATIS OPEN I-O ESTATIS
           END-IF
      *    (SEM CADASTRO DE ENDERECOS A SAIDA NAO PASSA POR ELES)
           MOVE 0 TO WPS-DISPONIVEL-FT
           OPEN INPUT POSICAO
           IF FS-PS = '00'
              OPEN I-O SALDOPOS
              IF FS-SP = '00'
                 MOVE 1 TO WPS-DISPONIVEL-FT
              ELSE
                 CLOSE POSICAO
              END-IF
           END-IF
      *    (SEM ADIANTAMENTOS CADASTRADOS OS TITULOS SAEM CHEIOS)
           MOVE 0 TO WADT-DISPONIVEL-FT
           OPEN I-O ADIANTA
           IF FS-ADT = '00'
              OPEN I-O ADTMOV
              IF FS-AMV = '35'
                 CLOSE ADTMOV OPEN OUTPUT ADTMOV
                 CLOSE ADTMOV OPEN I-O ADTMOV
              END-IF
              IF FS-AMV = '00' OR '05'
                 MOVE 1 TO WADT-DISPONIVEL-FT
              ELSE
                 CLOSE ADIANTA
              END-IF
           END-IF
           ACCEPT WDATA-HOJE-FT FROM DATE YYYYMMDD
      *    (MES CONTABIL FECHADO: A RODADA NAO FATURA NADA E O
      *     MOTIVO FICA NO LOG DA VARREDURA)
           END-IF
           PERFORM R-LE-DEPOSITO
           PERFORM R-LE-UF-ORIGEM
           PERFORM R-CARREGA-GRUPO
           PERFORM R-LE-AGRUPAMENTO
           PERFORM R-LE-CONTROLE-NF
           COMPUTE WPRIM-NF-FT = WULTIMO-NF + 1
           IF WPERIODO-FECHADO-FT = ZERO
              PERFORM R-VARRE-PEDIDOS THRU R-VARRE-PEDIDOS-EXIT
              PERFORM R-GERA-SEPARACAO THRU R-GERA-SEPARACAO-FIM
              PERFORM R-GERA-CONFERENCIA THRU R-GERA-CONFERENCIA-FIM
           ELSE
              MOVE ZEROES             TO FT-NUMERO-NF
              MOVE ZEROES             TO FT-CODIGO-PED
           IF WTRP-DISPONIVEL-FT = 1
              CLOSE TRANSP
           END-IF
           IF WVEI-DISPONIVEL-FT = 1
              CLOSE VEICULOS
           END-IF
           IF WCCL-DISPONIVEL-FT = 1
              CLOSE CONSCLI
           END-IF
           IF WEMB-DISPONIVEL-FT = 1
              CLOSE PRODEMB EMBCLI
           END-IF
           IF WROT-DISPONIVEL-FT = 1
              CLOSE ROTAS ROTAITEM
           END-IF
           IF WKIT-DISPONIVEL-FT = 1
              CLOSE KITS
           END-IF
           IF WSR-DISPONIVEL-FT = 1
              CLOSE PRODSERIE SERIES SERIEHIST
           END-IF
           CLOSE SALDOLOC
           IF FS-LT = '00' OR '05'
              CLOSE LOTES
           END-IF
           IF WPS-DISPONIVEL-FT = 1
              CLOSE POSICAO SALDOPOS
           END-IF
           IF FS-RS = '00' OR '05'
              CLOSE RESERVA
           END-IF
           IF FS-ST = '00' OR '05'
              CLOSE ESTATIS
           END-IF
           IF WADT-DISPONIVEL-FT = 1
              CLOSE ADIANTA ADTMOV
           END-IF
           IF WNFI-DISPONIVEL-FT = 1
              CLOSE NFITEM
           END-IF
           PERFORM R-GRAVA-RESUMO
           IF WULTIMO-NF NOT < WPRIM-NF-FT
              PERFORM R-GERA-NFE VARYING WNF-XML-FT
                      FROM WPRIM-NF-FT BY 1
                      UNTIL WNF-XML-FT > WULTIMO-NF
              PERFORM R-GRAVA-RESUMO-NFE
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.

      *-------------------------------------
      * CELULA DO CUBO DE ESTATISTICAS (ARQSTAT.DAT): O MES E O DO
      * PEDIDO DA LINHA, PARA A RECONSTRUCAO PELO HISTORICO
      * (ExeRecalcStat) CHEGAR AO MESMO RESULTADO. O DESCONTO DA
      * CELULA E O PERCENTUAL DO CABECALHO SOBRE O VALOR DA LINHA
      * ENTREGUE.
      *-------------------------------------
       R-ATUALIZA-ESTATIS.
           MOVE WENT-MES(WI-FT)  TO ANO-MES-ST
           MOVE WENT-VEN(WI-FT)  TO CODIGO-VEN-ST
           MOVE WCLI-GP-FT       TO CODIGO-CLI-ST
           MOVE WENT-PROD(WI-FT) TO CODIGO-PROD-ST
           READ ESTATIS
           IF FS-ST NOT = '00'
              MOVE WENT-MES(WI-FT)  TO ANO-MES-ST
              MOVE WENT-VEN(WI-FT)  TO CODIGO-VEN-ST
              MOVE WCLI-GP-FT       TO CODIGO-CLI-ST
              MOVE WENT-PROD(WI-FT) TO CODIGO-PROD-ST
              MOVE ZEROES TO QTDE-ST VALOR-ST DESCONTO-ST
              WRITE REGISTRO-ESTATIS
           ADD WENT-QTDE(WI-FT)  TO QTDE-ST
           ADD WENT-VALOR(WI-FT) TO VALOR-ST
           COMPUTE WDESC-CELULA-FT ROUNDED =
              WENT-VALOR(WI-FT) * WENT-DESC(WI-FT) / 100
           ADD WDESC-CELULA-FT TO DESCONTO-ST
           REWRITE REGISTRO-ESTATIS.

           OPEN OUTPUT ARQNFCTRL
           MOVE SPACES     TO ARQNFCTRL-REC
           MOVE WULTIMO-NF TO NFCTRL-ULTIMO-NF
           MOVE WPRIM-NF-FT TO NFCTRL-PRIM-RODADA
           WRITE ARQNFCTRL-REC
           CLOSE ARQNFCTRL.

      *-------------------------------------
      * FATURA OS PEDIDOS ABERTOS, SEM PARAR PARA CONFIRMACAO DO
      * OPERADOR. OS ABERTOS SAO ANOTADOS PELA CHAVE ALTERNATIVA DE
      * SITUACAO E FATURADOS UM A UM PELA CHAVE PRINCIPAL (O PEDIDO
      * QUE NAO FATURA CONTINUA 'A' E NAO PODE REPOSICIONAR A
      * LEITURA). COM MAIS ABERTOS QUE A TABELA, VARRE O ARQUIVO
      * TODO COMO ANTES. NO FATURAMENTO AGRUPADO A VARREDURA SO
      * ANOTA OS ABERTOS E AS NOTAS SAEM NO FIM, UMA POR GRUPO.
      *-------------------------------------
       R-VARRE-PEDIDOS.
           MOVE ZEROES TO WQTD-AGR-FT
           MOVE ZEROES TO WQTD-ABE-FT
           MOVE 'N'    TO WCHEIA-ABE-FT
           MOVE 'A'    TO STATUS-PED
           START PEDIDOS KEY IS NOT LESS THAN STATUS-PED
           IF FS-PED = '00'
              PERFORM R-ANOTA-ABERTOS UNTIL FS-PED NOT = '00' OR
                                            STATUS-PED NOT = 'A' OR
                                            WCHEIA-ABE-FT = 'S'
           END-IF
           IF WCHEIA-ABE-FT = 'S'
              MOVE ZEROES TO CHAVE-PED
              START PEDIDOS KEY IS NOT LESS THAN CHAVE-PED
              IF FS-PED = '00'
                 PERFORM R-VARRE-PEDIDOS-1 UNTIL FS-PED NOT = '00'
              END-IF
           ELSE
              PERFORM R-VARRE-ABERTOS VARYING WI-ABE-FT
                      FROM 1 BY 1 UNTIL WI-ABE-FT > WQTD-ABE-FT
           END-IF
           IF WQTD-AGR-FT NOT = ZEROES
              PERFORM R-FATURA-AGRUPADOS VARYING WI-AGR-FT
                      FROM 1 BY 1 UNTIL WI-AGR-FT > WQTD-AGR-FT
           END-IF.
       R-VARRE-PEDIDOS-EXIT.
           EXIT.

       R-ANOTA-ABERTOS.
           READ PEDIDOS NEXT
           IF FS-PED = '00' AND PED-ABERTO
              IF WQTD-ABE-FT < WMAX-ABE-FT
                 ADD 1 TO WQTD-ABE-FT
                 MOVE CODIGO-PED TO WABE-PED-FT(WQTD-ABE-FT)
              ELSE
                 MOVE 'S' TO WCHEIA-ABE-FT
              END-IF
           END-IF.

       R-VARRE-ABERTOS.
           MOVE WABE-PED-FT(WI-ABE-FT) TO CODIGO-PED
           READ PEDIDOS
           IF FS-PED = '00'
              ADD 1 TO WQTD-PED-LIDOS
              IF PED-ABERTO
                 IF WAGRUPA-FT = 1 AND WQTD-AGR-FT < WMAX-AGR-FT
                    AND NOT PED-EDI
                    PERFORM R-ANOTA-AGRUPAMENTO
                 ELSE
                    MOVE 1          TO WQTD-GP-FT
                    MOVE CODIGO-PED TO WGP-PED(1)
                    PERFORM R-FATURA-PEDIDO
                 END-IF
              END-IF
           END-IF.

       R-VARRE-PEDIDOS-1.
           READ PEDIDOS NEXT
           IF FS-PED = '00'
              ADD 1 TO WQTD-PED-LIDOS
              IF PED-ABERTO
                 IF WAGRUPA-FT = 1 AND WQTD-AGR-FT < WMAX-AGR-FT
                    AND NOT PED-EDI
                    PERFORM R-ANOTA-AGRUPAMENTO
                 ELSE
                    MOVE CODIGO-PED TO WPED-VARRE-FT
                    MOVE 1          TO WQTD-GP-FT
                    MOVE CODIGO-PED TO WGP-PED(1)
                    PERFORM R-FATURA-PEDIDO
      *             (A NOTA RELE PEDIDOS PELA CHAVE: A VARREDURA
      *              SEGUE A PARTIR DO PEDIDO RECEM-FATURADO)
                    MOVE WPED-VARRE-FT TO CODIGO-PED
                    START PEDIDOS KEY IS GREATER THAN CHAVE-PED
                 END-IF
              END-IF
           END-IF.

       R-ANOTA-AGRUPAMENTO.
           ADD 1 TO WQTD-AGR-FT
           MOVE CODIGO-PED      TO WAGR-PED(WQTD-AGR-FT)
           MOVE CODIGO-CLI-PED  TO WAGR-CLI(WQTD-AGR-FT)
           MOVE END-ENTREGA-PED TO WAGR-END(WQTD-AGR-FT)
           MOVE COND-PAGTO-PED  TO WAGR-CPG(WQTD-AGR-FT)
           MOVE TRANSP-PED      TO WAGR-TRP(WQTD-AGR-FT)
           MOVE FRETE-TIPO-PED  TO WAGR-FRETE(WQTD-AGR-FT)
           MOVE CODIGO-VEN-PED  TO WAGR-VEN(WQTD-AGR-FT)
           MOVE 'V'             TO WAGR-TIPO(WQTD-AGR-FT)
           IF PED-BONIFICACAO
              MOVE 'B'          TO WAGR-TIPO(WQTD-AGR-FT)
           END-IF
           IF PED-PRONTA-ENTREGA
              MOVE 'E'          TO WAGR-TIPO(WQTD-AGR-FT)
           END-IF
           IF PED-CONSIGNACAO
              MOVE 'K'          TO WAGR-TIPO(WQTD-AGR-FT)
           END-IF
           MOVE 0               TO WAGR-USADO(WQTD-AGR-FT).

      *-------------------------------------
      * MONTA O GRUPO A PARTIR DO PRIMEIRO PEDIDO AINDA NAO
      * FATURADO: TODOS OS SEGUINTES COM A MESMA CHAVE, ATE O
      * LIMITE DE PEDIDOS POR NOTA (O EXCEDENTE FORMA OUTRO GRUPO).
      *-------------------------------------
       R-FATURA-AGRUPADOS.
           IF WAGR-USADO(WI-AGR-FT) = 0
              MOVE 1 TO WQTD-GP-FT
              MOVE WAGR-PED(WI-AGR-FT) TO WGP-PED(1)
              MOVE 1 TO WAGR-USADO(WI-AGR-FT)
              PERFORM R-JUNTA-AGRUPADO VARYING WJ-AGR-FT
                      FROM WI-AGR-FT BY 1
                      UNTIL WJ-AGR-FT > WQTD-AGR-FT
              MOVE WGP-PED(1) TO CODIGO-PED
              READ PEDIDOS
              IF FS-PED = '00' AND PED-ABERTO
                 PERFORM R-FATURA-PEDIDO
              END-IF
           END-IF.

       R-JUNTA-AGRUPADO.
           IF WAGR-USADO(WJ-AGR-FT) = 0 AND
              WAGR-CHAVE(WJ-AGR-FT) = WAGR-CHAVE(WI-AGR-FT) AND
              WQTD-GP-FT < WMAX-GP-FT
              ADD 1 TO WQTD-GP-FT
              MOVE WAGR-PED(WJ-AGR-FT) TO WGP-PED(WQTD-GP-FT)
              MOVE 1 TO WAGR-USADO(WJ-AGR-FT)
           END-IF.

      *-------------------------------------
      * FATURA UM GRUPO DE PEDIDOS ABERTOS (SEM AGRUPAMENTO, O
      * PROPRIO PEDIDO): APURA O ENTREGAVEL DE CADA LINHA (SALDO DE
      * ESTOQUE CONTRA O QUE AINDA NAO FOI ENTREGUE), EMITE A NOTA
      * SO PELO ENTREGAVEL - COM O DESCONTO DO CABECALHO DE CADA
      * PEDIDO - E ENTREGA: BAIXA O ESTOQUE, ATUALIZA A QUANTIDADE
      * ENTREGUE DE CADA LINHA E SO MUDA O PEDIDO PARA 'F' QUANDO
      * NADA MAIS FICOU PENDENTE. PEDIDO COM RESTO FICA EM 'A'
      * (BACKORDER) PARA A PROXIMA RODADA. O REGISTRO DO PRIMEIRO
      * PEDIDO DO GRUPO ESTA LIDO NA ENTRADA.
      *-------------------------------------
       R-FATURA-PEDIDO.
           PERFORM R-APURA-ENTREGA
           MOVE 0 TO WNF-EMITIDA-FT
           IF WTEM-LINHAS-FT = 0 OR WVALOR-ITENS-FT = ZEROES
              CONTINUE
           ELSE
      *       (A NOTA FICA COM O PRIMEIRO PEDIDO QUE ENTREGOU ALGO;
      *        CLIENTE, ENTREGA, CONDICAO E TRANSPORTE SAO COMUNS)
              PERFORM R-ACHA-LIDER VARYING WK-GP-FT FROM 1 BY 1
                      UNTIL WK-GP-FT > WQTD-GP-FT
              MOVE WPED-LIDER-FT TO CODIGO-PED
              READ PEDIDOS
      *       (ABERTURA DA UNIDADE LOGICA NO JORNAL: UM PEDIDO
      *        FATURADO E DESFEITO INTEIRO SE A RODADA CAIR ANTES
      *        DO MARCADOR DE FECHAMENTO)
              MOVE SPACES TO LINK-JRN-ARQUIVO LINK-JRN-CHAVE
                             LINK-JRN-IMAGEM
              CALL "GravaJrn" USING LINK-JORNAL
              PERFORM R-JRN-PEDIDO VARYING WK-GP-FT FROM 1 BY 1
                      UNTIL WK-GP-FT > WQTD-GP-FT
              MOVE WPED-LIDER-FT TO CODIGO-PED
              READ PEDIDOS
              ADD 1 TO WULTIMO-NF
              MOVE WULTIMO-NF         TO NUMERO-NF
              MOVE CODIGO-PED         TO CODIGO-PED-NF
              MOVE CODIGO-CLI-PED     TO CODIGO-CLI-NF
              ACCEPT WDHFT-DATA FROM DATE YYYYMMDD
              MOVE WDHFT-DATA         TO DATA-NF
      *       (O DESCONTO DO CABECALHO DE CADA PEDIDO E APLICADO
      *        SOBRE O SEU VALOR ENTREGAVEL - A NOTA SAI PELO
      *        VALOR LIQUIDO)
              MOVE ZEROES TO WVALOR-DESC-FT
              PERFORM R-SOMA-DESCONTO-GP VARYING WK-GP-FT
                      FROM 1 BY 1 UNTIL WK-GP-FT > WQTD-GP-FT
              SUBTRACT WVALOR-DESC-FT FROM WVALOR-ITENS-FT
              PERFORM R-CALCULA-IMPOSTOS
      *       (O IPI SOMA NO TOTAL DA NOTA; O ICMS FICA EMBUTIDO E O
                             OPERADOR-CANC-NF RECEBEDOR-NF
              MOVE ZEROES TO DATA-CANC-NF DATA-ENTREGA-NF
                             ROTA-ENTREGA-NF
      *       (A NOTA NASCE EM TRANSITO PARA O CONTROLE DE ENTREGA;
      *        A DE PRONTA-ENTREGA JA FOI ENTREGUE PELA VAN)
              MOVE 'T'    TO SIT-ENTREGA-NF
              IF WVAN-NF-FT = 1
                 MOVE 'E'      TO SIT-ENTREGA-NF
                 MOVE DATA-NF  TO DATA-ENTREGA-NF
              END-IF
              IF WVAN-NF-FT = 0 AND WROT-DISPONIVEL-FT = 1
                 PERFORM R-ROTA-CLIENTE-FT
              END-IF
      *       (O ENDERECO DE ENTREGA ESCOLHIDO NO PEDIDO VAI PARA
      *        A NOTA; ZERO = SEDE DO CLIENTE)
              MOVE END-ENTREGA-PED TO END-ENTREGA-NF
              WRITE REGISTRO-NOTAS
              IF FS-NF = '00'
                 MOVE 1 TO WNF-EMITIDA-FT
                 MOVE 'N'       TO LINK-JRN-FUNCAO
                 MOVE 'NOTAS'   TO LINK-JRN-ARQUIVO
                 MOVE SPACES    TO LINK-JRN-CHAVE LINK-JRN-IMAGEM
                 MOVE CHAVE-NF  TO LINK-JRN-CHAVE
                 CALL "GravaJrn" USING LINK-JORNAL
                 PERFORM R-GRAVA-CONTROLE-NF
                 IF WNFI-DISPONIVEL-FT = 1
                    PERFORM R-GRAVA-NFITEM
                 END-IF
                 IF NOT PED-BONIFICACAO AND VALOR-NF > ZEROES
                    PERFORM R-GRAVA-CONTASREC
                 END-IF
                 PERFORM R-APLICA-ENTREGA
                 ADD WVALOR-ITENS-FT TO WVALOR-TOTAL-FATURADO
                 PERFORM R-FECHA-PEDIDO-GP VARYING WK-GP-FT
                         FROM 1 BY 1 UNTIL WK-GP-FT > WQTD-GP-FT
      *          (FECHAMENTO DA UNIDADE LOGICA NO JORNAL)
                 MOVE 'C'    TO LINK-JRN-FUNCAO
                 MOVE SPACES TO LINK-JRN-ARQUIVO LINK-JRN-CHAVE
                                LINK-JRN-IMAGEM
                 CALL "GravaJrn" USING LINK-JORNAL
              ELSE
                 MOVE 2 TO WNF-EMITIDA-FT
                 MOVE NUMERO-NF       TO FT-NUMERO-NF
                 MOVE CODIGO-PED      TO FT-CODIGO-PED
                 MOVE CODIGO-CLI-PED  TO FT-CODIGO-CLI
                 PERFORM R-GRAVA-LINHA-LOG
              END-IF
           END-IF
      *    (PEDIDO DO GRUPO QUE NAO ENTROU NA NOTA FICA NO LOG; COM
      *     ERRO DE GRAVACAO O LOG JA TEM A LINHA DA NOTA)
           IF WNF-EMITIDA-FT NOT = 2
              PERFORM R-LOGA-NAO-FATURADO VARYING WK-GP-FT
                      FROM 1 BY 1 UNTIL WK-GP-FT > WQTD-GP-FT
           END-IF.

       R-ACHA-LIDER.
           IF WK-GP-FT = 1
              MOVE ZEROES TO WPED-LIDER-FT
           END-IF
           IF WPED-LIDER-FT = ZEROES AND WGP-ENTREGOU(WK-GP-FT) = 1
              MOVE WGP-PED(WK-GP-FT) TO WPED-LIDER-FT
           END-IF.

      *    (IMAGEM ANTERIOR DE CADA PEDIDO QUE ENTRA NA NOTA)
       R-JRN-PEDIDO.
           IF WGP-ENTREGOU(WK-GP-FT) = 1
              MOVE WGP-PED(WK-GP-FT) TO CODIGO-PED
              READ PEDIDOS
              IF FS-PED = '00'
                 MOVE 'B'        TO LINK-JRN-FUNCAO
                 MOVE 'PEDIDOS'  TO LINK-JRN-ARQUIVO
                 MOVE SPACES     TO LINK-JRN-CHAVE
                 MOVE CHAVE-PED  TO LINK-JRN-CHAVE
                 MOVE REGISTRO-PEDIDOS TO LINK-JRN-IMAGEM
                 CALL "GravaJrn" USING LINK-JORNAL
              END-IF
           END-IF.

       R-SOMA-DESCONTO-GP.
           COMPUTE WDESC-GP-FT ROUNDED =
              WGP-VALOR(WK-GP-FT) * WGP-DESC(WK-GP-FT) / 100
           ADD WDESC-GP-FT TO WVALOR-DESC-FT.

      *-------------------------------------
      * SITUACAO DE CADA PEDIDO QUE ENTROU NA NOTA: 'F' COM O
      * NUMERO DA NOTA NO HISTORICO QUANDO NADA FICOU PENDENTE,
      * SENAO SEGUE 'A' (BACKORDER). UMA LINHA DE LOG POR PEDIDO;
      * O VALOR DA NOTA VAI NA LINHA DO PEDIDO DA NOTA.
      *-------------------------------------
       R-FECHA-PEDIDO-GP.
           IF WGP-ENTREGOU(WK-GP-FT) = 1
              MOVE WGP-PED(WK-GP-FT) TO CODIGO-PED
              READ PEDIDOS
              IF WGP-PENDENTE(WK-GP-FT) = 0
                 MOVE 'F' TO STATUS-PED
                 REWRITE REGISTRO-PEDIDOS
                 PERFORM R-GRAVA-PEDHIST-FT
                 MOVE 'NOTA EMITIDA'  TO FT-MOTIVO
                 IF WQTD-GP-FT > 1
                    MOVE 'NOTA AGRUPADA' TO FT-MOTIVO
                 END-IF
              ELSE
                 ADD 1 TO WQTD-PED-PARCIAIS
                 MOVE 'NOTA PARCIAL - BACKORDER' TO FT-MOTIVO
                 IF WQTD-GP-FT > 1
                    MOVE 'NOTA AGRUPADA - BACKORDER' TO FT-MOTIVO
                 END-IF
              END-IF
              ADD 1 TO WQTD-PED-FATURADOS
              MOVE NUMERO-NF          TO FT-NUMERO-NF
              MOVE WGP-PED(WK-GP-FT)  TO FT-CODIGO-PED
              MOVE WCLI-GP-FT         TO FT-CODIGO-CLI
              MOVE ZEROES             TO FT-VALOR-NF
              IF WGP-PED(WK-GP-FT) = CODIGO-PED-NF
                 MOVE VALOR-NF        TO FT-VALOR-NF
              END-IF
              PERFORM R-GRAVA-LINHA-LOG
           END-IF.

       R-LOGA-NAO-FATURADO.
           IF WNF-EMITIDA-FT = 0 OR WGP-ENTREGOU(WK-GP-FT) = 0
              MOVE ZEROES             TO FT-NUMERO-NF
              MOVE WGP-PED(WK-GP-FT)  TO FT-CODIGO-PED
              MOVE WCLI-GP-FT         TO FT-CODIGO-CLI
              MOVE ZEROES             TO FT-VALOR-NF
              IF WGP-LINHAS(WK-GP-FT) = 0
                 ADD 1 TO WQTD-PED-SEM-ITENS
                 MOVE 'PEDIDO SEM ITENS - NAO FATURADO' TO FT-MOTIVO
              ELSE
                 ADD 1 TO WQTD-PED-SEM-ESTOQUE
                 MOVE 'SEM ESTOQUE - BACKORDER TOTAL' TO FT-MOTIVO
                 IF WGP-SEM-SERIE(WK-GP-FT) = 1
                    MOVE 'SEM SERIE - BACKORDER TOTAL' TO FT-MOTIVO
                 END-IF
              END-IF
              PERFORM R-GRAVA-LINHA-LOG
           END-IF.

      *-------------------------------------
      * APURA O ENTREGAVEL DO GRUPO: PARA CADA LINHA COM RESTO A
      * ENTREGAR, O SALDO DO PRODUTO (CACHE POR NOTA, COMUM AOS
      * PEDIDOS DO GRUPO) LIMITA A ENTREGA; O VALOR ENTREGAVEL
      * ACUMULA PELO PRECO UNITARIO DA LINHA E O QUE NAO COUBE
      * MARCA O PEDIDO COMO PENDENTE.
      *-------------------------------------
       R-APURA-ENTREGA.
           PERFORM R-LOCAL-NF THRU R-LOCAL-NF-FIM
           MOVE ZEROES TO WPESO-NF-FT
           MOVE ZEROES TO WVALOR-ITENS-FT WQTD-LIN-FT WQTD-SAL-FT
           MOVE 0 TO WTEM-LINHAS-FT WTEM-PENDENTE-FT
           MOVE ZEROES TO WPED-LIDER-FT
           MOVE CODIGO-CLI-PED TO WCLI-GP-FT
           PERFORM R-APURA-PEDIDO VARYING WK-GP-FT FROM 1 BY 1
                   UNTIL WK-GP-FT > WQTD-GP-FT.

      *-------------------------------------
      * LOCAL DE SAIDA DA NOTA PELO PRIMEIRO PEDIDO DO GRUPO (O
      * TIPO DE PEDIDO E O VENDEDOR FAZEM PARTE DA CHAVE DE
      * AGRUPAMENTO, ENTAO VALEM PARA O GRUPO TODO).
      *-------------------------------------
       R-LOCAL-NF.
           MOVE WLOCAL-DEP-FT TO WLOCAL-NF-FT
           MOVE 0 TO WVAN-NF-FT
           IF PED-CONSIGNACAO
              MOVE 1 TO WVAN-NF-FT
              MOVE ZEROES TO WLOCAL-NF-FT
              IF WCCL-DISPONIVEL-FT = 1
                 MOVE CODIGO-CLI-PED TO CODIGO-CLI-CCL
                 READ CONSCLI
                 IF FS-CCL = '00'
                    MOVE LOCAL-CCL TO WLOCAL-NF-FT
                 END-IF
              END-IF
              GO TO R-LOCAL-NF-FIM
           END-IF
           IF NOT PED-PRONTA-ENTREGA
              GO TO R-LOCAL-NF-FIM
           END-IF
           MOVE 1 TO WVAN-NF-FT
           MOVE ZEROES TO WLOCAL-NF-FT
           IF WVEI-DISPONIVEL-FT = 0
              GO TO R-LOCAL-NF-FIM
           END-IF
           MOVE SPACES TO PLACA-VEI
           START VEICULOS KEY IS NOT LESS THAN PLACA-VEI
           MOVE 0 TO WSAIDA-VEI-FT
           IF FS-VEI NOT = '00'
              MOVE 1 TO WSAIDA-VEI-FT
           END-IF
           PERFORM R-LOCAL-NF-1 UNTIL WSAIDA-VEI-FT = 1.
       R-LOCAL-NF-FIM.
           EXIT.

       R-LOCAL-NF-1.
           READ VEICULOS NEXT
           IF FS-VEI NOT = '00'
              MOVE 1 TO WSAIDA-VEI-FT
           ELSE
              IF VENDEDOR-VEI = CODIGO-VEN-PED AND
                 LOCAL-VEI NOT = ZEROES AND INATIVO-VEI NOT = 'I'
                 MOVE LOCAL-VEI TO WLOCAL-NF-FT
                 MOVE 1 TO WSAIDA-VEI-FT
              END-IF
           END-IF.

       R-APURA-PEDIDO.
           MOVE WGP-PED(WK-GP-FT) TO CODIGO-PED
           IF WK-GP-FT > 1
              READ PEDIDOS
           END-IF
           MOVE DESC-PERC-PED TO WGP-DESC(WK-GP-FT)
           MOVE ZEROES        TO WGP-VALOR(WK-GP-FT)
           MOVE 0 TO WGP-LINHAS(WK-GP-FT) WGP-ENTREGOU(WK-GP-FT)
                     WGP-PENDENTE(WK-GP-FT) WGP-SEM-SERIE(WK-GP-FT)
           MOVE CODIGO-PED    TO WPED-ALVO-FT
           MOVE CODIGO-PED    TO CODIGO-PED-ITEM
           MOVE ZEROES        TO NUMERO-ITEM
              CODIGO-PED-ITEM NOT = WPED-ALVO-FT
              MOVE 1 TO WSAIDA-ITEM
           ELSE
              MOVE 1 TO WTEM-LINHAS-FT WGP-LINHAS(WK-GP-FT)
              COMPUTE WRESTO-FT =
                 QUANTIDADE-ITEM - QTDE-ENTREGUE-ITEM
              IF WRESTO-FT > ZEROES
                 MOVE CODIGO-PROD-ITEM TO WPROD-SAL-FT
                 PERFORM R-SALDO-CACHE
      *          (KIT: O SALDO E O QUE OS COMPONENTES PERMITEM MONTAR)
                 PERFORM R-SALDO-KIT
      * CACHE LOTADO: A LINHA FICA COMO PENDENTE EM VEZ DE MEXER
      * NO SALDO DE OUTRO PRODUTO.
                 IF WACHOU-SAL-FT = ZEROES
                    MOVE ZEROES TO WENTREGA-FT
                    MOVE 1 TO WTEM-PENDENTE-FT WGP-PENDENTE(WK-GP-FT)
                 ELSE
                    IF WSAL-SALDO(WACHOU-SAL-FT) < WRESTO-FT
                       MOVE WSAL-SALDO(WACHOU-SAL-FT) TO WENTREGA-FT
                       MOVE 1 TO WTEM-PENDENTE-FT
                                 WGP-PENDENTE(WK-GP-FT)
                    ELSE
                       MOVE WRESTO-FT TO WENTREGA-FT
                    END-IF
                 END-IF
      *          (PRODUTO COM SERIE: SO O QUE TEM SERIE RESERVADA)
                 MOVE 0 TO WSERIE-LIN-FT
                 IF WSR-DISPONIVEL-FT = 1 AND WENTREGA-FT > ZEROES
                    PERFORM R-LIMITA-SERIE-FT
                 END-IF
                 IF WENTREGA-FT > ZEROES
                    IF WQTD-LIN-FT < WMAX-LIN-FT
                       SUBTRACT WENTREGA-FT
                          FROM WSAL-SALDO(WACHOU-SAL-FT)
                       PERFORM R-CONSOME-KIT-CACHE
                          VARYING WK-KIT-FT FROM 1 BY 1
                          UNTIL WK-KIT-FT > WQTD-KIT-FT
                       ADD 1 TO WQTD-LIN-FT
                       MOVE NUMERO-ITEM
                         TO WENT-NUMERO(WQTD-LIN-FT)
                         TO WENT-CLASS(WQTD-LIN-FT)
                       MOVE WSAL-IPI(WACHOU-SAL-FT)
                         TO WENT-IPI(WQTD-LIN-FT)
                       MOVE VALOR-UNIT-ITEM TO WENT-UNIT(WQTD-LIN-FT)
                       MOVE CODIGO-PED     TO WENT-PED(WQTD-LIN-FT)
                       MOVE DESC-PERC-PED  TO WENT-DESC(WQTD-LIN-FT)
                       MOVE CODIGO-VEN-PED TO WENT-VEN(WQTD-LIN-FT)
                       MOVE DATA-PED(1:6)  TO WENT-MES(WQTD-LIN-FT)
                       MOVE WSERIE-LIN-FT  TO WENT-SERIE(WQTD-LIN-FT)
                       COMPUTE WVALOR-ITENS-FT = WVALOR-ITENS-FT +
                          (WENTREGA-FT * VALOR-UNIT-ITEM)
                       COMPUTE WGP-VALOR(WK-GP-FT) =
                          WGP-VALOR(WK-GP-FT) +
                          (WENTREGA-FT * VALOR-UNIT-ITEM)
                       MOVE 1 TO WGP-ENTREGOU(WK-GP-FT)
                       COMPUTE WPESO-NF-FT = WPESO-NF-FT +
                          (WENTREGA-FT * WSAL-PESO(WACHOU-SAL-FT))
                    ELSE
      * TABELA DE ENTREGA LOTADA: NADA ENTREGUE NESTA LINHA, O
      * PEDIDO NAO PODE FECHAR COMO TOTALMENTE FATURADO.
                       MOVE 1 TO WTEM-PENDENTE-FT
                                 WGP-PENDENTE(WK-GP-FT)
                    END-IF
                 END-IF
              END-IF
           PERFORM VARYING WJ-FT FROM 1 BY 1
                   UNTIL WJ-FT > WQTD-SAL-FT OR
                         WACHOU-SAL-FT NOT = ZEROES
              IF WSAL-PROD(WJ-FT) = WPROD-SAL-FT
                 MOVE WJ-FT TO WACHOU-SAL-FT
              END-IF
           END-PERFORM
           IF WACHOU-SAL-FT = ZEROES AND WQTD-SAL-FT < WMAX-SAL-FT
              ADD 1 TO WQTD-SAL-FT
              MOVE WQTD-SAL-FT TO WACHOU-SAL-FT
              MOVE WPROD-SAL-FT     TO WSAL-PROD(WACHOU-SAL-FT)
              MOVE ZEROES           TO WSAL-SALDO(WACHOU-SAL-FT)
              MOVE SPACES           TO WSAL-CLASS(WACHOU-SAL-FT)
              MOVE ZEROES           TO WSAL-IPI(WACHOU-SAL-FT)
              MOVE ZEROES           TO WSAL-PESO(WACHOU-SAL-FT)
              MOVE WPROD-SAL-FT     TO CODIGO-PROD
              READ PRODUTOS
              IF FS-PROD = '00'
                 MOVE SALDO-ESTOQUE-PROD
                 MOVE PESO-PROD
                   TO WSAL-PESO(WACHOU-SAL-FT)
      *          (COM SALDO POR LOCAL, O DEPOSITO DA RODADA LIMITA
      *           A DISPONIBILIDADE NO LUGAR DO TOTAL; NA VAN SO
      *           VALE O SALDO DO LOCAL DELA)
                 MOVE WPROD-SAL-FT     TO CODIGO-PROD-SL
                 MOVE WLOCAL-NF-FT     TO LOCAL-SL
                 READ SALDOLOC
                 IF FS-SL = '00'
                    MOVE SALDO-SL TO WSAL-SALDO(WACHOU-SAL-FT)
                 ELSE
                    IF WVAN-NF-FT = 1
                       MOVE ZEROES TO WSAL-SALDO(WACHOU-SAL-FT)
                    END-IF
                 END-IF
      *          (PRODUTO COM LOTES: SO OS NAO VENCIDOS CONTAM)
                 MOVE WPROD-SAL-FT TO WPROD-LT-FT
                 PERFORM R-SOMA-LOTES-VALIDOS
                 IF WTEM-LOTE-FT = 1 AND
                    WLOTES-TOT-FT < WSAL-SALDO(WACHOU-SAL-FT)
              END-IF
           END-IF.

      *-------------------------------------
      * KIT NA LINHA: O SALDO DO KIT NO CACHE E REFEITO PELO MENOR
      * NUMERO DE KITS QUE O SALDO DE CADA COMPONENTE (TAMBEM NO
      * CACHE, DISPUTADO COM AS DEMAIS LINHAS) PERMITE MONTAR.
      * COMPONENTE QUE NAO CABE NO CACHE ZERA O KIT.
      *-------------------------------------
       R-SALDO-KIT.
           MOVE ZEROES TO WQTD-KIT-FT
           IF WACHOU-SAL-FT NOT = ZEROES
              MOVE CODIGO-PROD-ITEM TO WPROD-KIT-FT
              PERFORM R-CARREGA-KIT
              IF WQTD-KIT-FT > ZEROES
                 MOVE WACHOU-SAL-FT TO WSAL-KIT-FT
                 MOVE 9999999       TO WMONTA-KIT-FT
                 PERFORM R-SALDO-KIT-1
                    VARYING WK-KIT-FT FROM 1 BY 1
                    UNTIL WK-KIT-FT > WQTD-KIT-FT
                 MOVE WSAL-KIT-FT   TO WACHOU-SAL-FT
                 MOVE WMONTA-KIT-FT TO WSAL-SALDO(WACHOU-SAL-FT)
              END-IF
           END-IF.

       R-SALDO-KIT-1.
           MOVE WKIT-COMP(WK-KIT-FT) TO WPROD-SAL-FT
           PERFORM R-SALDO-CACHE
           MOVE WACHOU-SAL-FT TO WKIT-SAL(WK-KIT-FT)
           IF WACHOU-SAL-FT = ZEROES
              MOVE ZEROES TO WMONTA-KIT-FT
           ELSE
              DIVIDE WSAL-SALDO(WACHOU-SAL-FT) BY WKIT-QTDE(WK-KIT-FT)
                 GIVING WMONTA-COMP-FT
              IF WMONTA-COMP-FT < WMONTA-KIT-FT
                 MOVE WMONTA-COMP-FT TO WMONTA-KIT-FT
              END-IF
           END-IF.

      *-------------------------------------
      * KIT ENTREGUE: DESCONTA DO CACHE DE CADA COMPONENTE A
      * QUANTIDADE CONSUMIDA, PARA AS LINHAS SEGUINTES.
      *-------------------------------------
       R-CONSOME-KIT-CACHE.
           COMPUTE WQTDE-BX-FT =
              WENTREGA-FT * WKIT-QTDE(WK-KIT-FT)
           IF WQTDE-BX-FT > WSAL-SALDO(WKIT-SAL(WK-KIT-FT))
              MOVE ZEROES TO WSAL-SALDO(WKIT-SAL(WK-KIT-FT))
           ELSE
              SUBTRACT WQTDE-BX-FT
                 FROM WSAL-SALDO(WKIT-SAL(WK-KIT-FT))
           END-IF.

      *-------------------------------------
      * CARREGA OS COMPONENTES DO PRODUTO EM WPROD-KIT-FT (NENHUM
      * QUANDO O PRODUTO NAO E KIT).
      *-------------------------------------
       R-CARREGA-KIT.
           MOVE ZEROES TO WQTD-KIT-FT
           IF WKIT-DISPONIVEL-FT = 1
              MOVE WPROD-KIT-FT TO CODIGO-KIT-KT
              MOVE ZEROES       TO CODIGO-COMP-KT
              START KITS KEY IS NOT LESS THAN CHAVE-KT
              MOVE 0 TO WSAIDA-KT-FT
              IF FS-KT NOT = '00'
                 MOVE 1 TO WSAIDA-KT-FT
              END-IF
              PERFORM R-CARREGA-KIT-1 UNTIL WSAIDA-KT-FT = 1
           END-IF.

       R-CARREGA-KIT-1.
           READ KITS NEXT
           IF FS-KT NOT = '00' OR CODIGO-KIT-KT NOT = WPROD-KIT-FT
              MOVE 1 TO WSAIDA-KT-FT
           ELSE
              IF QTDE-COMP-KT > ZEROES AND WQTD-KIT-FT < WMAX-KIT-FT
                 ADD 1 TO WQTD-KIT-FT
                 MOVE CODIGO-COMP-KT TO WKIT-COMP(WQTD-KIT-FT)
                 MOVE QTDE-COMP-KT   TO WKIT-QTDE(WQTD-KIT-FT)
              END-IF
           END-IF.

      *-------------------------------------
      * SOMA OS LOTES NAO VENCIDOS DO PRODUTO (FLAG INDICA SE O
      * PRODUTO TEM ALGUM LOTE REGISTRADO).
              READ ARQDEPCFG
                 NOT AT END
                    MOVE ARQDEPCFG-REC(1:3) TO WDEP-CFG-TXT
                    MOVE ARQDEPCFG-REC(4:2) TO WUF-DEP-FT
                    IF WDEP-CFG-TXT IS NUMERIC AND
                       WDEP-CFG-NUM NOT = ZEROES
                       MOVE WDEP-CFG-NUM TO WLOCAL-DEP-FT
                    END-IF
              END-READ
              CLOSE ARQFISCFG
           END-IF
           IF WUF-DEP-FT NOT = SPACES
              MOVE WUF-DEP-FT TO WUF-ORIGEM-FT
           END-IF.

      *-------------------------------------
      * FATURAMENTO AGRUPADO: FATURA.CFG COM 'S' NA POSICAO 1 JUNTA
      * NUMA SO NOTA OS PEDIDOS ABERTOS DO MESMO CLIENTE, ENDERECO
      * DE ENTREGA, CONDICAO DE PAGAMENTO E TRANSPORTADORA. SEM O
      * ARQUIVO, UMA NOTA POR PEDIDO.
      *-------------------------------------
       R-LE-AGRUPAMENTO.
           MOVE 0 TO WAGRUPA-FT
           OPEN INPUT ARQFATCFG
           IF FS-FATCFG = '00'
              READ ARQFATCFG
                 NOT AT END
                    IF ARQFATCFG-REC(1:1) = 'S'
                       MOVE 1 TO WAGRUPA-FT
                    END-IF
              END-READ
              CLOSE ARQFATCFG
           END-IF.

      *-------------------------------------
      * CNPJS DAS DEMAIS EMPRESAS DO EMPRESAS.CFG: NOTA PARA UMA
      * DELAS E TRANSFERENCIA E NAO VENDA.
      *-------------------------------------
       R-CARREGA-GRUPO.
           MOVE ZEROES TO WQTD-GRUPO-FT
           OPEN INPUT ARQEMP
           IF FS-EMP = '00'
              PERFORM R-CARREGA-GRUPO-1 UNTIL FS-EMP NOT = '00'
              CLOSE ARQEMP
           END-IF.

       R-CARREGA-GRUPO-1.
           READ ARQEMP INTO WEMP-REG-FT
              AT END MOVE '10' TO FS-EMP
           END-READ
           IF FS-EMP = '00' AND WEMP-CODIGO-FT NOT = LID-EMPRESA-1
              AND WEMP-CNPJ-FT IS NUMERIC
              AND WEMP-CNPJ-FT NOT = ZEROES
              AND WQTD-GRUPO-FT < WMAX-GRUPO-FT
              ADD 1 TO WQTD-GRUPO-FT
              MOVE WEMP-CNPJ-FT TO WGRUPO-CNPJ-FT(WQTD-GRUPO-FT)
           END-IF.

       R-CONFERE-GRUPO.
           IF WGRUPO-CNPJ-FT(WI-GRUPO-FT) = WCNPJ-DEST-FT
              MOVE 1 TO WTRANSF-FT
              MOVE WQTD-GRUPO-FT TO WI-GRUPO-FT
           END-IF.

      *-------------------------------------
      * IMPOSTOS DA NOTA: PARA CADA LINHA ENTREGUE, A BASE DE ICMS
      * SAI DO VALOR DA LINHA (JA COM O DESCONTO DO CABECALHO
      * DO PEDIDO DA LINHA)
      * CONFORME A CLASSIFICACAO FISCAL DO PRODUTO (T=INTEGRAL,
      * R=BASE REDUZIDA A 60%, I=ISENTO), COM A ALIQUOTA DO PAR DE
      * UFS; O IPI E A ALIQUOTA DO PRODUTO SOBRE O VALOR DA LINHA.
       R-CALCULA-IMPOSTOS.
           MOVE ZEROES TO WBASE-ICMS-FT WVALOR-ICMS-FT WVALOR-IPI-FT
           MOVE SPACES TO WUF-DEST-FT
           MOVE ZEROES TO WCNPJ-DEST-FT
           IF WCLI-DISPONIVEL-FT = 1
              MOVE CODIGO-CLI-PED TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI = '00'
                 MOVE ESTADO TO WUF-DEST-FT
                 MOVE CNPJ   TO WCNPJ-DEST-FT
              END-IF
           END-IF
           PERFORM R-BUSCA-ALIQUOTA
           PERFORM VARYING WI-FT FROM 1 BY 1
                   UNTIL WI-FT > WQTD-LIN-FT
              COMPUTE WVAL-LIN-FT ROUNDED = WENT-VALOR(WI-FT) *
                 (100 - WENT-DESC(WI-FT)) / 100
              EVALUATE WENT-CLASS(WI-FT)
                 WHEN 'I'
                    MOVE ZEROES TO WBASE-LIN-FT
                 WHEN OTHER
                    MOVE WVAL-LIN-FT TO WBASE-LIN-FT
              END-EVALUATE
              MOVE WVAL-LIN-FT  TO WENT-VLIQ(WI-FT)
              MOVE WBASE-LIN-FT TO WENT-BASE(WI-FT)
              COMPUTE WENT-ICMS(WI-FT) ROUNDED =
                 WBASE-LIN-FT * WALIQ-ICMS-FT / 100
              COMPUTE WENT-VIPI(WI-FT) ROUNDED =
                 WVAL-LIN-FT * WENT-IPI(WI-FT) / 100
              ADD WBASE-LIN-FT     TO WBASE-ICMS-FT
              ADD WENT-ICMS(WI-FT) TO WVALOR-ICMS-FT
              ADD WENT-VIPI(WI-FT) TO WVALOR-IPI-FT
           END-PERFORM.

       R-BUSCA-ALIQUOTA.

      *-------------------------------------
      * ENTREGA O APURADO: PARA CADA LINHA DA TABELA, BAIXA O SALDO
      * DO PRODUTO (PARANDO EM ZERO) - OU DE CADA COMPONENTE, QUANDO
      * O PRODUTO E KIT -, GRAVA O MOVIMENTO DE SAIDA COM O NUMERO
      * DA NOTA E SOMA A ENTREGA NA QUANTIDADE ENTREGUE DA LINHA DO
      * PEDIDO.
      *-------------------------------------
       R-APLICA-ENTREGA.
           PERFORM VARYING WI-FT FROM 1 BY 1
                   UNTIL WI-FT > WQTD-LIN-FT
              MOVE WENT-PROD(WI-FT) TO WPROD-KIT-FT
              PERFORM R-CARREGA-KIT
              IF WQTD-KIT-FT = ZEROES
                 MOVE WENT-PROD(WI-FT) TO WPROD-BX-FT
                 MOVE WENT-QTDE(WI-FT) TO WQTDE-BX-FT
                 PERFORM R-BAIXA-PRODUTO
              ELSE
                 PERFORM R-BAIXA-KIT
                    VARYING WK-KIT-FT FROM 1 BY 1
                    UNTIL WK-KIT-FT > WQTD-KIT-FT
              END-IF
      *       (A ENTREGA CONSOME A RESERVA FEITA NA DIGITACAO, QUE E
      *        DO PRODUTO VENDIDO - O KIT, NO CASO DE KIT)
              MOVE WENT-PROD(WI-FT) TO CODIGO-PROD-RS
              READ RESERVA
              IF FS-RS = '00'
                 IF WENT-QTDE(WI-FT) > QTDE-RESERVADA-RS
                    MOVE ZEROES TO QTDE-RESERVADA-RS
                 ELSE
                    SUBTRACT WENT-QTDE(WI-FT)
                       FROM QTDE-RESERVADA-RS
                 END-IF
                 REWRITE REGISTRO-RESERVA
              END-IF
              MOVE WENT-PED(WI-FT)  TO CODIGO-PED-ITEM
              MOVE WENT-NUMERO(WI-FT) TO NUMERO-ITEM
              READ PEDITEM
              IF FS-PEDITEM = '00'
                 ADD WENT-QTDE(WI-FT) TO QTDE-ENTREGUE-ITEM
                 REWRITE REGISTRO-PEDITEM
              END-IF
              IF WENT-SERIE(WI-FT) = 1
                 PERFORM R-VENDE-SERIES-FT
              END-IF
      *       (CADA LINHA ENTREGUE ALIMENTA O CUBO DE ESTATISTICAS
      *        MES X VENDEDOR X CLIENTE X PRODUTO)
              PERFORM R-ATUALIZA-ESTATIS
              IF WEMB-DISPONIVEL-FT = 1
                 PERFORM R-SOMA-EMBALAGEM-FT
              END-IF
           END-PERFORM.

      *-------------------------------------
      * EMBALAGENS DA LINHA ENTREGUE NO SALDO DO CLIENTE DA NOTA: UMA
      * CAMADA (TIPO 'S') POR NOTA E EMBALAGEM, SOMANDO AS LINHAS DE
      * PRODUTOS DA MESMA EMBALAGEM.
      *-------------------------------------
       R-SOMA-EMBALAGEM-FT.
           MOVE WENT-PROD(WI-FT) TO CODIGO-PROD-PE
           READ PRODEMB
           IF FS-PE = '00' AND CODIGO-EMB-PE NOT = ZEROES
              MOVE UNID-POR-EMB-PE TO WUNID-EMB-FT
              IF WUNID-EMB-FT = ZEROES
                 MOVE 1 TO WUNID-EMB-FT
              END-IF
              COMPUTE WQTDE-EMB-FT =
                 (WENT-QTDE(WI-FT) + WUNID-EMB-FT - 1) / WUNID-EMB-FT
              MOVE CODIGO-CLI-NF TO CODIGO-CLI-EC
              MOVE CODIGO-EMB-PE TO CODIGO-EMB-EC
              MOVE DATA-NF       TO DATA-EC
              MOVE NUMERO-NF     TO DOCUMENTO-EC
              MOVE 'S'           TO TIPO-EC
              READ EMBCLI
              IF FS-EC = '00'
                 MOVE 'B'         TO LINK-JRN-FUNCAO
                 MOVE 'EMBCLI'    TO LINK-JRN-ARQUIVO
                 MOVE SPACES      TO LINK-JRN-CHAVE LINK-JRN-IMAGEM
                 MOVE CHAVE-EC    TO LINK-JRN-CHAVE
                 MOVE REGISTRO-EMBCLI TO LINK-JRN-IMAGEM
                 CALL "GravaJrn" USING LINK-JORNAL
                 ADD WQTDE-EMB-FT TO QTDE-EC ABERTO-EC
                 REWRITE REGISTRO-EMBCLI
              ELSE
                 INITIALIZE REGISTRO-EMBCLI
                 MOVE CODIGO-CLI-NF  TO CODIGO-CLI-EC
                 MOVE CODIGO-EMB-PE  TO CODIGO-EMB-EC
                 MOVE DATA-NF        TO DATA-EC
                 MOVE NUMERO-NF      TO DOCUMENTO-EC
                 MOVE 'S'            TO TIPO-EC
                 MOVE WQTDE-EMB-FT   TO QTDE-EC ABERTO-EC
                 MOVE LID-OPERADOR-1 TO OPERADOR-EC
                 WRITE REGISTRO-EMBCLI
                 IF FS-EC = '00'
                    MOVE 'N'         TO LINK-JRN-FUNCAO
                    MOVE 'EMBCLI'    TO LINK-JRN-ARQUIVO
                    MOVE SPACES      TO LINK-JRN-CHAVE
                                        LINK-JRN-IMAGEM
                    MOVE CHAVE-EC    TO LINK-JRN-CHAVE
                    CALL "GravaJrn" USING LINK-JORNAL
                 END-IF
              END-IF
           END-IF.

      *-------------------------------------
      * ROTA DE ENTREGA DA NOTA PELAS PARADAS DO CLIENTE NO ROTEIRO.
      *-------------------------------------
       R-ROTA-CLIENTE-FT.
           MOVE ZEROES TO WROTA-NF-FT WROTA-1A-FT
           MOVE CODIGO-CLI-NF TO CODIGO-CLI-ITEM
           START ROTAITEM KEY IS EQUAL CODIGO-CLI-ITEM
           MOVE 0 TO WSAIDA-RI-FT
           IF FS-RI NOT = '00'
              MOVE 1 TO WSAIDA-RI-FT
           END-IF
           PERFORM R-LE-PARADA-FT UNTIL WSAIDA-RI-FT = 1
           IF WROTA-NF-FT = ZEROES
              MOVE WROTA-1A-FT TO WROTA-NF-FT
           END-IF
           MOVE WROTA-NF-FT TO ROTA-ENTREGA-NF.

       R-LE-PARADA-FT.
           READ ROTAITEM NEXT
           IF FS-RI NOT = '00' OR CODIGO-CLI-ITEM NOT = CODIGO-CLI-NF
              MOVE 1 TO WSAIDA-RI-FT
           ELSE
              MOVE CODIGO-ROTA-ITEM TO CODIGO-ROTA
              READ ROTAS
              IF FS-ROT = '00' AND INATIVO-ROTA NOT = 'S'
                 IF WROTA-1A-FT = ZEROES
                    MOVE CODIGO-ROTA TO WROTA-1A-FT
                 END-IF
                 IF VEICULO-ROTA NOT = SPACES
                    MOVE CODIGO-ROTA TO WROTA-NF-FT
                    MOVE 1 TO WSAIDA-RI-FT
                 END-IF
              END-IF
           END-IF.

      *-------------------------------------
      * LIMITA O ENTREGAVEL DA LINHA DE PRODUTO COM SERIE AS SERIES
      * RESERVADAS PARA ELA; O QUE FALTAR FICA PENDENTE.
      *-------------------------------------
       R-LIMITA-SERIE-FT.
           MOVE CODIGO-PROD-ITEM TO CODIGO-PROD-PSR
           READ PRODSERIE
           IF FS-PSR = '00'
              MOVE 1 TO WSERIE-LIN-FT
              MOVE CODIGO-PED-ITEM TO WPED-SR-FT
              MOVE NUMERO-ITEM     TO WITEM-SR-FT
              MOVE ZEROES TO WQTD-SERIE-FT
              MOVE WPED-SR-FT  TO CODIGO-PED-SR
              MOVE WITEM-SR-FT TO NUMERO-ITEM-SR
              START SERIES KEY IS EQUAL CHAVE-PED-SR
              MOVE 0 TO WSAIDA-SR-FT
              IF FS-SR NOT = '00'
                 MOVE 1 TO WSAIDA-SR-FT
              END-IF
              PERFORM R-CONTA-SERIE-FT UNTIL WSAIDA-SR-FT = 1
              IF WQTD-SERIE-FT < WENTREGA-FT
                 MOVE WQTD-SERIE-FT TO WENTREGA-FT
                 MOVE 1 TO WTEM-PENDENTE-FT WGP-PENDENTE(WK-GP-FT)
                           WGP-SEM-SERIE(WK-GP-FT)
              END-IF
           END-IF.

       R-CONTA-SERIE-FT.
           READ SERIES NEXT
           IF FS-SR NOT = '00' OR CODIGO-PED-SR NOT = WPED-SR-FT
              OR NUMERO-ITEM-SR NOT = WITEM-SR-FT
              MOVE 1 TO WSAIDA-SR-FT
           ELSE
              IF SR-RESERVADA
                 ADD 1 TO WQTD-SERIE-FT
              END-IF
           END-IF.

      *-------------------------------------
      * AS SERIES RESERVADAS DA LINHA ENTREGUE PASSAM A VENDIDAS NA
      * NOTA (ATE A QUANTIDADE ENTREGUE), COM EVENTO NO HISTORICO.
      *-------------------------------------
       R-VENDE-SERIES-FT.
           MOVE WENT-PED(WI-FT)    TO WPED-SR-FT
           MOVE WENT-NUMERO(WI-FT) TO WITEM-SR-FT
           MOVE ZEROES TO WQTD-SERIE-FT
           MOVE WPED-SR-FT  TO CODIGO-PED-SR
           MOVE WITEM-SR-FT TO NUMERO-ITEM-SR
           START SERIES KEY IS EQUAL CHAVE-PED-SR
           MOVE 0 TO WSAIDA-SR-FT
           IF FS-SR NOT = '00'
              MOVE 1 TO WSAIDA-SR-FT
           END-IF
           PERFORM R-VENDE-SERIES-FT-1 UNTIL WSAIDA-SR-FT = 1.

       R-VENDE-SERIES-FT-1.
           READ SERIES NEXT
           IF FS-SR NOT = '00' OR CODIGO-PED-SR NOT = WPED-SR-FT
              OR NUMERO-ITEM-SR NOT = WITEM-SR-FT
              OR WQTD-SERIE-FT NOT < WENT-QTDE(WI-FT)
              MOVE 1 TO WSAIDA-SR-FT
           ELSE
              IF SR-RESERVADA
                 MOVE 'B'         TO LINK-JRN-FUNCAO
                 MOVE 'SERIES'    TO LINK-JRN-ARQUIVO
                 MOVE SPACES      TO LINK-JRN-CHAVE LINK-JRN-IMAGEM
                 MOVE CHAVE-SR    TO LINK-JRN-CHAVE
                 MOVE REGISTRO-SERIES TO LINK-JRN-IMAGEM
                 CALL "GravaJrn" USING LINK-JORNAL
                 MOVE 'V'           TO SITUACAO-SR
                 MOVE NUMERO-NF     TO NUMERO-NF-SR
                 MOVE CODIGO-CLI-NF TO CODIGO-CLI-SR
                 MOVE DATA-NF       TO DATA-SAIDA-SR
                 MOVE ZEROES        TO DATA-DEV-SR
                 ADD 1 TO ULT-SEQ-SR
                 REWRITE REGISTRO-SERIES
                 IF FS-SR = '00'
                    ADD 1 TO WQTD-SERIE-FT
                    INITIALIZE REGISTRO-SERIEHIST
                    MOVE CODIGO-PROD-SR TO CODIGO-PROD-SH
                    MOVE NUMERO-SR      TO NUMERO-SH
                    MOVE ULT-SEQ-SR     TO SEQ-SH
                    MOVE 'V'            TO TIPO-SH
                    MOVE DATA-NF        TO DATA-SH
                    MOVE NUMERO-NF      TO DOCUMENTO-SH
                    MOVE CODIGO-CLI-NF  TO PARCEIRO-SH
                    MOVE LID-OPERADOR-1 TO OPERADOR-SH
                    WRITE REGISTRO-SERIEHIST
                    IF FS-SH = '00'
                       MOVE 'N'         TO LINK-JRN-FUNCAO
                       MOVE 'SERIEHIST' TO LINK-JRN-ARQUIVO
                       MOVE SPACES      TO LINK-JRN-CHAVE
                                           LINK-JRN-IMAGEM
                       MOVE CHAVE-SH    TO LINK-JRN-CHAVE
                       CALL "GravaJrn" USING LINK-JORNAL
                    END-IF
                 END-IF
              END-IF
           END-IF.

       R-BAIXA-KIT.
           MOVE WKIT-COMP(WK-KIT-FT) TO WPROD-BX-FT
           COMPUTE WQTDE-BX-FT =
              WENT-QTDE(WI-FT) * WKIT-QTDE(WK-KIT-FT)
           PERFORM R-BAIXA-PRODUTO.

      *-------------------------------------
      * BAIXA DE ESTOQUE DE UM PRODUTO (WPROD-BX-FT/WQTDE-BX-FT):
      * JORNAL DA IMAGEM, SALDO DO CADASTRO, SALDO DO LOCAL, LOTES
      * E MOVIMENTO DE SAIDA; O QUE SAIU VAI PARA O ROMANEIO.
      *-------------------------------------
       R-BAIXA-PRODUTO.
           MOVE WPROD-BX-FT TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE 'B'         TO LINK-JRN-FUNCAO
              MOVE 'PRODUTOS'  TO LINK-JRN-ARQUIVO
              MOVE SPACES      TO LINK-JRN-CHAVE LINK-JRN-IMAGEM
              MOVE CODIGO-PROD TO LINK-JRN-CHAVE
              MOVE REGISTRO-PRODUTOS TO LINK-JRN-IMAGEM
              CALL "GravaJrn" USING LINK-JORNAL
              IF WQTDE-BX-FT > SALDO-ESTOQUE-PROD
                 MOVE ZEROES TO SALDO-ESTOQUE-PROD
              ELSE
                 SUBTRACT WQTDE-BX-FT FROM SALDO-ESTOQUE-PROD
              END-IF
              REWRITE REGISTRO-PRODUTOS
              MOVE WPROD-BX-FT   TO CODIGO-PROD-SL
              MOVE WLOCAL-NF-FT  TO LOCAL-SL
              READ SALDOLOC
              IF FS-SL = '00'
                 IF WQTDE-BX-FT > SALDO-SL
                    MOVE ZEROES TO SALDO-SL
                 ELSE
                    SUBTRACT WQTDE-BX-FT FROM SALDO-SL
                 END-IF
                 REWRITE REGISTRO-SALDOLOC
              END-IF
              PERFORM R-BAIXA-SAIDA-LOTES
           END-IF
      *    (CADA PRODUTO QUE SAI VAI PARA O ROMANEIO DA RODADA;
      *     A NOTA DA VAN NAO PASSA PELA SEPARACAO)
           IF WVAN-NF-FT = 0
              IF WQTD-SEP-FT < WMAX-SEP-FT
                 ADD 1 TO WQTD-SEP-FT
                 MOVE WULTIMO-NF  TO WSEP-NF(WQTD-SEP-FT)
                 MOVE WPROD-BX-FT TO WSEP-PROD(WQTD-SEP-FT)
                 MOVE WQTDE-BX-FT TO WSEP-QTDE(WQTD-SEP-FT)
              ELSE
                 ADD 1 TO WSEP-PERDIDOS-FT
              END-IF
           END-IF.

      *-------------------------------------
      * TRANSICAO A>F NO HISTORICO DE SITUACAO DO PEDIDO, COM O
           MOVE 'A'              TO STATUS-ANTES-PH
           MOVE 'F'              TO STATUS-DEPOIS-PH
           MOVE SPACES           TO MOTIVO-COD-PH MOTIVO-TXT-PH
           STRING 'NOTA FISCAL ' DELIMITED BY SIZE
                  NUMERO-NF      DELIMITED BY SIZE
                  INTO MOTIVO-TXT-PH
           WRITE REGISTRO-PEDHIST.

       R-GRAVA-PEDHIST-FT-1.
      * PRODUTO SEM LOTES SAI NUM UNICO MOVIMENTO SEM LOTE.
      *-------------------------------------
       R-BAIXA-SAIDA-LOTES.
           MOVE WPROD-BX-FT TO WPROD-LT-FT
           PERFORM R-SOMA-LOTES-VALIDOS
           IF WTEM-LOTE-FT = 0
              MOVE SPACES           TO WLOTE-SAIDA-FT
              MOVE ZEROES           TO WVALID-SAIDA-FT
              MOVE WQTDE-BX-FT      TO WQTDE-SAIDA-FT
              PERFORM R-BAIXA-SAIDA-POSICOES
           ELSE
              MOVE WQTDE-BX-FT TO WREST-SAIDA-FT
              MOVE WPROD-LT-FT TO CODIGO-PROD-LT
              MOVE ZEROES      TO VALIDADE-LT
              MOVE SPACES      TO LOTE-LT
                 MOVE VALIDADE-LT TO WVALID-SAIDA-FT
                 MOVE WCONSOME-FT TO WQTDE-SAIDA-FT
                 REWRITE REGISTRO-LOTES
                 PERFORM R-BAIXA-SAIDA-POSICOES
              END-IF
           END-IF.

      *-------------------------------------
      * SAIDA DE UMA FATIA (LOTE WLOTE-SAIDA-FT, QUANTIDADE
      * WQTDE-SAIDA-FT) PELOS ENDERECOS DO LOCAL QUE GUARDAM O
      * PRODUTO NAQUELE LOTE: UM MOVIMENTO POR ENDERECO CONSUMIDO;
      * O QUE OS ENDERECOS NAO COBREM SAI SEM ENDERECO. CADA
      * MOVIMENTO VAI PARA O ROTEIRO DE COLETA.
      *-------------------------------------
       R-BAIXA-SAIDA-POSICOES.
           MOVE WQTDE-SAIDA-FT TO WREST-POS-FT
           IF WPS-DISPONIVEL-FT = 1
              MOVE WPROD-BX-FT   TO CODIGO-PROD-SP
              MOVE WLOCAL-NF-FT  TO LOCAL-SP
              MOVE ZEROES        TO POSICAO-SP
              MOVE SPACES        TO LOTE-SP
              START SALDOPOS KEY IS NOT LESS THAN CHAVE-SP
              MOVE 0 TO WSAIDA-SP-FT
              IF FS-SP NOT = '00'
                 MOVE 1 TO WSAIDA-SP-FT
              END-IF
              PERFORM R-BAIXA-SAIDA-POSICOES-1
                 UNTIL WSAIDA-SP-FT = 1 OR WREST-POS-FT = ZEROES
           END-IF
           IF WREST-POS-FT NOT = ZEROES
              MOVE ZEROES       TO WPOS-SAIDA-FT
              MOVE WREST-POS-FT TO WQTDE-SAIDA-FT
              PERFORM R-GRAVA-MOVIMENTO-SAIDA
              IF WVAN-NF-FT = 0
                 PERFORM R-ANOTA-COLETA
              END-IF
           END-IF.

       R-BAIXA-SAIDA-POSICOES-1.
           READ SALDOPOS NEXT
           IF FS-SP NOT = '00' OR
              CODIGO-PROD-SP NOT = WPROD-BX-FT OR
              LOCAL-SP NOT = WLOCAL-NF-FT
              MOVE 1 TO WSAIDA-SP-FT
           ELSE
              IF LOTE-SP = WLOTE-SAIDA-FT AND SALDO-SP > ZEROES
                 IF SALDO-SP < WREST-POS-FT
                    MOVE SALDO-SP TO WQTDE-SAIDA-FT
                 ELSE
                    MOVE WREST-POS-FT TO WQTDE-SAIDA-FT
                 END-IF
                 SUBTRACT WQTDE-SAIDA-FT FROM SALDO-SP
                 SUBTRACT WQTDE-SAIDA-FT FROM WREST-POS-FT
                 MOVE POSICAO-SP TO WPOS-SAIDA-FT
      *          (ENDERECO ESVAZIADO PARA O PRODUTO/LOTE SAI DO
      *           ARQUIVO)
                 IF SALDO-SP = ZEROES
                    DELETE SALDOPOS
                 ELSE
                    REWRITE REGISTRO-SALDOPOS
                 END-IF
                 PERFORM R-GRAVA-MOVIMENTO-SAIDA
                 IF WVAN-NF-FT = 0
                    PERFORM R-ANOTA-COLETA
                 END-IF
              END-IF
           END-IF.

       R-ANOTA-COLETA.
           MOVE ZEROES TO WACHOU-PICK-FT
           PERFORM R-PROCURA-COLETA
              VARYING WK-PICK-FT FROM 1 BY 1
              UNTIL WK-PICK-FT > WQTD-PICK-FT OR
                    WACHOU-PICK-FT NOT = ZEROES
           IF WACHOU-PICK-FT NOT = ZEROES
              ADD WQTDE-SAIDA-FT TO WPICK-QTDE(WACHOU-PICK-FT)
           ELSE
              IF WQTD-PICK-FT < WMAX-PICK-FT
                 ADD 1 TO WQTD-PICK-FT
                 MOVE WLOCAL-DEP-FT  TO WPICK-LOCAL(WQTD-PICK-FT)
                 MOVE WPOS-SAIDA-FT  TO WPICK-POSICAO(WQTD-PICK-FT)
                 MOVE WPROD-BX-FT    TO WPICK-PROD(WQTD-PICK-FT)
                 MOVE WLOTE-SAIDA-FT TO WPICK-LOTE(WQTD-PICK-FT)
                 MOVE WQTDE-SAIDA-FT TO WPICK-QTDE(WQTD-PICK-FT)
                 MOVE 999999999      TO WPICK-ORDEM(WQTD-PICK-FT)
                 IF WPOS-SAIDA-FT NOT = ZEROES
                    MOVE WLOCAL-DEP-FT TO LOCAL-PS
                    MOVE WPOS-SAIDA-FT TO POSICAO-PS
                    READ POSICAO
                    IF FS-PS = '00'
                       COMPUTE WPICK-ORDEM(WQTD-PICK-FT) =
                          (WLOCAL-DEP-FT * 1000000) + ORDEM-PS
                    ELSE
                       COMPUTE WPICK-ORDEM(WQTD-PICK-FT) =
                          (WLOCAL-DEP-FT * 1000000) + 999999
                    END-IF
                 END-IF
              ELSE
                 ADD 1 TO WPICK-PERDIDOS-FT
              END-IF
           END-IF.

       R-PROCURA-COLETA.
           IF WPICK-LOCAL(WK-PICK-FT)   = WLOCAL-DEP-FT AND
              WPICK-POSICAO(WK-PICK-FT) = WPOS-SAIDA-FT AND
              WPICK-PROD(WK-PICK-FT)    = WPROD-BX-FT AND
              WPICK-LOTE(WK-PICK-FT)    = WLOTE-SAIDA-FT
              MOVE WK-PICK-FT TO WACHOU-PICK-FT
           END-IF.

       R-GRAVA-MOVIMENTO-SAIDA.
           PERFORM R-LE-CONTROLE-MOV
           ADD 1 TO WULTIMO-SEQ-MOV
           MOVE WULTIMO-SEQ-MOV  TO SEQ-MOV
           MOVE WPROD-BX-FT      TO CODIGO-PROD-MOV
           MOVE 'S'              TO TIPO-MOV
           MOVE WQTDE-SAIDA-FT   TO QTDE-MOV
           ACCEPT WDHFT-DATA FROM DATE YYYYMMDD
           STRING 'NF ' DELIMITED BY SIZE
                  NUMERO-NF DELIMITED BY SIZE
                  INTO DOCUMENTO-MOV
           MOVE WLOCAL-NF-FT  TO LOCAL-MOV
           MOVE ZEROES        TO LOCAL-DEST-MOV
           MOVE WLOTE-SAIDA-FT  TO LOTE-MOV
           MOVE WVALID-SAIDA-FT TO VALIDADE-MOV
           MOVE WPOS-SAIDA-FT   TO POSICAO-MOV
           MOVE ZEROES          TO POSICAO-DEST-MOV
           WRITE REGISTRO-MOVESTOQUE
           IF FS-MOVEST = '00'
              MOVE 'N'          TO LINK-JRN-FUNCAO
              MOVE SPACES       TO LINK-JRN-CHAVE LINK-JRN-IMAGEM
              MOVE CHAVE-CREC   TO LINK-JRN-CHAVE
              CALL "GravaJrn" USING LINK-JORNAL
              IF WADT-DISPONIVEL-FT = 1
                 PERFORM R-APLICA-ADIANTAMENTO
              END-IF
           ELSE
              MOVE NUMERO-NF       TO FT-NUMERO-NF
              MOVE CODIGO-PED      TO FT-CODIGO-PED
              PERFORM R-GRAVA-LINHA-LOG
           END-IF.

      *-------------------------------------
      * ABATE DA PARCELA RECEM-GRAVADA O SALDO DE ADIANTAMENTO DO
      * CLIENTE, DO ADIANTAMENTO MAIS ANTIGO PARA O MAIS NOVO. A
      * PARCELA COBERTA POR INTEIRO FICA QUITADA NA DATA DA NOTA.
      *-------------------------------------
       R-APLICA-ADIANTAMENTO.
           MOVE ZEROES TO WVAL-ADT-APLIC-FT
           MOVE CODIGO-CLI-NF TO CODIGO-CLI-ADT
           START ADIANTA KEY IS NOT LESS THAN CODIGO-CLI-ADT
           IF FS-ADT = '00'
              PERFORM R-APLICA-ADIANTAMENTO-1
                 UNTIL FS-ADT NOT = '00' OR SALDO-CREC = ZEROES
           END-IF
           IF WVAL-ADT-APLIC-FT NOT = ZEROES
              IF SALDO-CREC = ZEROES
                 MOVE 'Q'     TO SITUACAO-CREC
                 MOVE DATA-NF TO DATA-ULT-PGTO-CREC
              END-IF
              REWRITE REGISTRO-CONTASREC
              MOVE NUMERO-NF         TO FT-NUMERO-NF
              MOVE CODIGO-PED        TO FT-CODIGO-PED
              MOVE CODIGO-CLI-NF     TO FT-CODIGO-CLI
              MOVE WVAL-ADT-APLIC-FT TO FT-VALOR-NF
              MOVE SPACES            TO FT-MOTIVO
              STRING 'ADIANTAMENTO APLICADO PARC ' PARCELA-CREC
                 DELIMITED BY SIZE INTO FT-MOTIVO
              PERFORM R-GRAVA-LINHA-LOG
           END-IF.

       R-APLICA-ADIANTAMENTO-1.
           READ ADIANTA NEXT
           IF FS-ADT = '00' AND CODIGO-CLI-ADT NOT = CODIGO-CLI-NF
              MOVE '10' TO FS-ADT
           END-IF
           IF FS-ADT = '00' AND ADT-ABERTO AND SALDO-ADT NOT = ZEROES
              MOVE 'B'        TO LINK-JRN-FUNCAO
              MOVE 'ADIANTA'  TO LINK-JRN-ARQUIVO
              MOVE SPACES     TO LINK-JRN-CHAVE LINK-JRN-IMAGEM
              MOVE NUMERO-ADT TO LINK-JRN-CHAVE
              MOVE REGISTRO-ADIANTA TO LINK-JRN-IMAGEM
              CALL "GravaJrn" USING LINK-JORNAL
              IF SALDO-ADT < SALDO-CREC
                 MOVE SALDO-ADT  TO WVAL-ADT-FT
              ELSE
                 MOVE SALDO-CREC TO WVAL-ADT-FT
              END-IF
              SUBTRACT WVAL-ADT-FT FROM SALDO-ADT SALDO-CREC
              ADD WVAL-ADT-FT TO WVAL-ADT-APLIC-FT
              IF SALDO-ADT = ZEROES
                 MOVE 'E' TO SITUACAO-ADT
              END-IF
              ADD 1 TO QTD-MOV-ADT
              REWRITE REGISTRO-ADIANTA
              MOVE NUMERO-ADT     TO NUMERO-ADT-AMV
              MOVE QTD-MOV-ADT    TO SEQ-AMV
              MOVE 'A'            TO TIPO-AMV
              MOVE DATA-NF        TO DATA-AMV
              MOVE WVAL-ADT-FT    TO VALOR-AMV
              MOVE NUMERO-NF-CREC TO NF-AMV
              MOVE PARCELA-CREC   TO PARC-AMV
              MOVE LID-OPERADOR-1 TO OPERADOR-AMV
              WRITE REGISTRO-ADTMOV
              IF FS-AMV = '00'
                 MOVE 'N'        TO LINK-JRN-FUNCAO
                 MOVE 'ADTMOV'   TO LINK-JRN-ARQUIVO
                 MOVE SPACES     TO LINK-JRN-CHAVE LINK-JRN-IMAGEM
                 MOVE CHAVE-AMV  TO LINK-JRN-CHAVE
                 CALL "GravaJrn" USING LINK-JORNAL
              END-IF
           END-IF.

       R-GRAVA-LINHA-LOG.
           ACCEPT WDHFT-DATA FROM DATE YYYYMMDD
           ACCEPT WDHFT-HORA FROM TIME
           MOVE 'ROMANEIO DE SEPARACAO DA RODADA DE FATURAMENTO'
             TO ARQSEP-REC
           WRITE ARQSEP-REC
           MOVE WPRIM-NF-FT TO SEPR-RODADA
           MOVE WSEP-LINHA-ROD TO ARQSEP-REC
           WRITE ARQSEP-REC
           MOVE 'LOCAL   PRODUTO DESCRICAO' TO ARQSEP-REC
           WRITE ARQSEP-REC
           PERFORM R-IMPRIME-CONS
              VARYING WK-SEP-FT FROM 1 BY 1
              UNTIL WK-SEP-FT > WQTD-CONS-FT
           IF WPS-DISPONIVEL-FT = 1 AND WQTD-PICK-FT NOT = ZEROES
              PERFORM R-GERA-ROTEIRO
           END-IF
           MOVE SPACES TO ARQSEP-REC
           WRITE ARQSEP-REC
           MOVE 'DETALHE POR NOTA (EMBALAGEM)' TO ARQSEP-REC
           MOVE WSEP-LINHA-CONS TO ARQSEP-REC
           WRITE ARQSEP-REC.

      *-------------------------------------
      * ROTEIRO DE COLETA: UMA LINHA POR ENDERECO X PRODUTO X LOTE
      * NA ORDEM DE CAMINHAMENTO; O SEM ENDERECO VEM NO FIM (LOCAL
      * DE ARMAZENAGEM DO CADASTRO NO CONSOLIDADO ACIMA).
      *-------------------------------------
       R-GERA-ROTEIRO.
           IF WQTD-PICK-FT > 1
              PERFORM R-ORDENA-COLETA
                 VARYING WK-PICK-FT FROM 1 BY 1
                 UNTIL WK-PICK-FT NOT < WQTD-PICK-FT
           END-IF
           MOVE SPACES TO ARQSEP-REC
           WRITE ARQSEP-REC
           MOVE 'ROTEIRO DE COLETA POR ENDERECO (ORDEM DE CAMINHAMENTO)'
             TO ARQSEP-REC
           WRITE ARQSEP-REC
           MOVE 'LOC ENDERECO    PRODUTO DESCRICAO' TO ARQSEP-REC
           WRITE ARQSEP-REC
           PERFORM R-IMPRIME-COLETA
              VARYING WJ-PICK-FT FROM 1 BY 1
              UNTIL WJ-PICK-FT > WQTD-PICK-FT
           IF WPICK-PERDIDOS-FT NOT = ZEROES
              MOVE 'ATENCAO: ROTEIRO INCOMPLETO - TABELA LOTADA'
                TO ARQSEP-REC
              WRITE ARQSEP-REC
           END-IF.

      *    (ORDENACAO SIMPLES POR TROCA: ORDEM DE CAMINHAMENTO, LOCAL
      *     E ENDERECO - AS 20 PRIMEIRAS POSICOES DA LINHA)
       R-ORDENA-COLETA.
           PERFORM R-ORDENA-COLETA-1
              VARYING WL-PICK-FT FROM 1 BY 1
              UNTIL WL-PICK-FT NOT < (WQTD-PICK-FT - WK-PICK-FT + 1).

       R-ORDENA-COLETA-1.
           IF WPICK-ITEM-FT(WL-PICK-FT)(1:20) >
              WPICK-ITEM-FT(WL-PICK-FT + 1)(1:20)
              MOVE WPICK-ITEM-FT(WL-PICK-FT)     TO WPICK-TROCA-FT
              MOVE WPICK-ITEM-FT(WL-PICK-FT + 1)
                TO WPICK-ITEM-FT(WL-PICK-FT)
              MOVE WPICK-TROCA-FT TO WPICK-ITEM-FT(WL-PICK-FT + 1)
           END-IF.

       R-IMPRIME-COLETA.
           MOVE WPICK-LOCAL(WJ-PICK-FT) TO SEPP-LOCAL
           MOVE SPACE TO SEPP-SEP1
           IF WPICK-POSICAO(WJ-PICK-FT) = ZEROES
              MOVE 'SEM END.' TO SEPP-TXT-SEM
           ELSE
              MOVE WPICK-POSICAO(WJ-PICK-FT)(1:3) TO SEPP-CORR
              MOVE WPICK-POSICAO(WJ-PICK-FT)(4:3) TO SEPP-EST
              MOVE WPICK-POSICAO(WJ-PICK-FT)(7:2) TO SEPP-NIV
              MOVE '-' TO SEPP-SEP2 SEPP-SEP3
           END-IF
           MOVE WPICK-PROD(WJ-PICK-FT) TO SEPP-PROD
           MOVE SPACES                 TO SEPP-DESCR
           MOVE WPICK-PROD(WJ-PICK-FT) TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE DESCRICAO-PROD TO SEPP-DESCR
           END-IF
           MOVE WPICK-LOTE(WJ-PICK-FT) TO SEPP-LOTE
           MOVE WPICK-QTDE(WJ-PICK-FT) TO SEPP-QTDE
           MOVE WSEP-LINHA-PICK TO ARQSEP-REC
           WRITE ARQSEP-REC.

       R-IMPRIME-DET.
           MOVE WSEP-NF(WJ-SEP-FT)   TO SEPD-NF
           MOVE WSEP-PROD(WJ-SEP-FT) TO SEPD-PROD
           MOVE WSEP-LINHA-DET TO ARQSEP-REC
           WRITE ARQSEP-REC.

      *-------------------------------------
      * LISTA DE CONFERENCIA DA RODADA: CABECALHO PENDENTE E UMA
      * LINHA POR NOTA X PRODUTO COM A QUANTIDADE SEPARADA (LINHAS
      * REPETIDAS DO MESMO PRODUTO NA NOTA SAO SOMADAS). ROMANEIO
      * INCOMPLETO (TABELA LOTADA) SO E LIBERADO POR SUPERVISOR.
      *-------------------------------------
       R-GERA-CONFERENCIA.
           IF WQTD-SEP-FT = ZEROES
              GO TO R-GERA-CONFERENCIA-FIM
           END-IF
           OPEN I-O CONFER
           IF FS-CF = '35'
              CLOSE CONFER OPEN OUTPUT CONFER
              CLOSE CONFER OPEN I-O CONFER
           END-IF
           IF FS-CF NOT = '00' AND FS-CF NOT = '05'
              GO TO R-GERA-CONFERENCIA-FIM
           END-IF
           OPEN I-O CONFITEM
           IF FS-CFI = '35'
              CLOSE CONFITEM OPEN OUTPUT CONFITEM
              CLOSE CONFITEM OPEN I-O CONFITEM
           END-IF
           IF FS-CFI NOT = '00' AND FS-CFI NOT = '05'
              CLOSE CONFER
              GO TO R-GERA-CONFERENCIA-FIM
           END-IF
           INITIALIZE REGISTRO-CONFER
           MOVE WPRIM-NF-FT   TO RODADA-CF
           MOVE WULTIMO-NF    TO ULTIMA-NF-CF
           MOVE WDATA-HOJE-FT TO DATA-CF
           MOVE 'P'           TO SITUACAO-CF
           IF WSEP-PERDIDOS-FT NOT = ZEROES
              MOVE 'S' TO INCOMPLETA-CF
           ELSE
              MOVE 'N' TO INCOMPLETA-CF
           END-IF
           WRITE REGISTRO-CONFER
           IF FS-CF = '22'
              REWRITE REGISTRO-CONFER
           END-IF
           PERFORM R-GRAVA-ITEM-CONF
              VARYING WJ-SEP-FT FROM 1 BY 1
              UNTIL WJ-SEP-FT > WQTD-SEP-FT
           CLOSE CONFER CONFITEM.
       R-GERA-CONFERENCIA-FIM.
           EXIT.

       R-GRAVA-ITEM-CONF.
           MOVE WPRIM-NF-FT          TO RODADA-CFI
           MOVE WSEP-NF(WJ-SEP-FT)   TO NUMERO-NF-CFI
           MOVE WSEP-PROD(WJ-SEP-FT) TO CODIGO-PROD-CFI
           READ CONFITEM
           IF FS-CFI = '00'
              ADD WSEP-QTDE(WJ-SEP-FT) TO QTDE-ESP-CFI
              REWRITE REGISTRO-CONFITEM
           ELSE
              INITIALIZE REGISTRO-CONFITEM
              MOVE WPRIM-NF-FT          TO RODADA-CFI
              MOVE WSEP-NF(WJ-SEP-FT)   TO NUMERO-NF-CFI
              MOVE WSEP-PROD(WJ-SEP-FT) TO CODIGO-PROD-CFI
              MOVE WSEP-QTDE(WJ-SEP-FT) TO QTDE-ESP-CFI
              WRITE REGISTRO-CONFITEM
           END-IF.

       R-GRAVA-RESUMO.
           MOVE WQTD-PED-LIDOS        TO FTR-PED-LIDOS
           MOVE WQTD-PED-FATURADOS    TO FTR-PED-FATURADOS
           MOVE WFATLOG-RESUMO TO ARQFATLOG-REC
           WRITE ARQFATLOG-REC
           CLOSE ARQFATLOG.

      *-------------------------------------
      * ITENS FISCAIS DA NOTA RECEM-GRAVADA: SOBRA DE UMA RODADA
      * INTERROMPIDA COM O MESMO NUMERO E APAGADA ANTES. O DESCONTO
      * DE CADA ITEM E A DIFERENCA PARA O VALOR LIQUIDO DA LINHA;
      * O RESIDUO PARA O DESCONTO DO CABECALHO VAI PARA O ULTIMO.
      *-------------------------------------
       R-GRAVA-NFITEM.
           MOVE NUMERO-NF TO NUMERO-NF-NFI
           MOVE ZEROES    TO SEQ-NFI
           START NFITEM KEY IS NOT LESS THAN CHAVE-NFI
           MOVE 0 TO WSAIDA-NFI-FT
           IF FS-NFI NOT = '00'
              MOVE 1 TO WSAIDA-NFI-FT
           END-IF
           PERFORM R-APAGA-NFITEM UNTIL WSAIDA-NFI-FT = 1
           MOVE 0 TO WTRANSF-FT
           IF WCNPJ-DEST-FT NOT = ZEROES
              PERFORM R-CONFERE-GRUPO VARYING WI-GRUPO-FT
                      FROM 1 BY 1 UNTIL WI-GRUPO-FT > WQTD-GRUPO-FT
           END-IF
           EVALUATE TRUE
              WHEN PED-BONIFICACAO
                 MOVE 'B' TO LINK-CFOP-OPERACAO
              WHEN PED-CONSIGNACAO
                 MOVE 'C' TO LINK-CFOP-OPERACAO
              WHEN WTRANSF-FT = 1
                 MOVE 'T' TO LINK-CFOP-OPERACAO
              WHEN OTHER
                 MOVE 'V' TO LINK-CFOP-OPERACAO
           END-EVALUATE
           MOVE LID-EMPRESA-1 TO LINK-CFOP-EMPRESA
           MOVE WUF-ORIGEM-FT TO LINK-CFOP-UF-ORIGEM
           MOVE WUF-DEST-FT   TO LINK-CFOP-UF-DESTINO
           MOVE ZEROES        TO LINK-CFOP-ORIGINAL
           CALL "DefCfop" USING LINK-CFOP
           MOVE LINK-CFOP-CODIGO TO WCFOP-FT
           MOVE ZEROES TO WDESC-ITENS-FT
           PERFORM VARYING WI-FT FROM 1 BY 1
                   UNTIL WI-FT > WQTD-LIN-FT
              COMPUTE WDESC-ITENS-FT = WDESC-ITENS-FT +
                 WENT-VALOR(WI-FT) - WENT-VLIQ(WI-FT)
           END-PERFORM
           COMPUTE WDESC-RESIDUO-FT = WVALOR-DESC-FT - WDESC-ITENS-FT
           PERFORM VARYING WI-FT FROM 1 BY 1
                   UNTIL WI-FT > WQTD-LIN-FT
              INITIALIZE REGISTRO-NFITEM
              MOVE NUMERO-NF           TO NUMERO-NF-NFI
              MOVE WI-FT               TO SEQ-NFI
              MOVE WENT-NUMERO(WI-FT)  TO NUMERO-ITEM-NFI
              MOVE WENT-PED(WI-FT)     TO CODIGO-PED-NFI
              MOVE WENT-PROD(WI-FT)    TO CODIGO-PROD-NFI
              MOVE WENT-QTDE(WI-FT)    TO QTDE-NFI
              MOVE WENT-UNIT(WI-FT)    TO VALOR-UNIT-NFI
              MOVE WENT-VALOR(WI-FT)   TO VALOR-BRUTO-NFI
              COMPUTE WDESC-ULT-FT =
                 WENT-VALOR(WI-FT) - WENT-VLIQ(WI-FT)
              IF WI-FT = WQTD-LIN-FT
                 ADD WDESC-RESIDUO-FT TO WDESC-ULT-FT
                 IF WDESC-ULT-FT < ZEROES
                    MOVE ZEROES TO WDESC-ULT-FT
                 END-IF
                 IF WDESC-ULT-FT > WENT-VALOR(WI-FT)
                    MOVE WENT-VALOR(WI-FT) TO WDESC-ULT-FT
                 END-IF
              END-IF
              MOVE WDESC-ULT-FT        TO VALOR-DESC-NFI
              MOVE WENT-CLASS(WI-FT)   TO CLASS-FISCAL-NFI
              MOVE WCFOP-FT            TO CFOP-NFI
              MOVE WENT-BASE(WI-FT)    TO BASE-ICMS-NFI
              IF WENT-CLASS(WI-FT) NOT = 'I'
                 MOVE WALIQ-ICMS-FT    TO ALIQ-ICMS-NFI
              END-IF
              MOVE WENT-ICMS(WI-FT)    TO VALOR-ICMS-NFI
              MOVE WENT-IPI(WI-FT)     TO ALIQ-IPI-NFI
              MOVE WENT-VIPI(WI-FT)    TO VALOR-IPI-NFI
              WRITE REGISTRO-NFITEM
           END-PERFORM.

       R-APAGA-NFITEM.
           READ NFITEM NEXT
           IF FS-NFI NOT = '00' OR NUMERO-NF-NFI NOT = NUMERO-NF
              MOVE 1 TO WSAIDA-NFI-FT
           ELSE
              DELETE NFITEM
           END-IF.

      *-------------------------------------
      * XML DA NF-E DE CADA NOTA DA RODADA, COM OS ARQUIVOS JA
      * FECHADOS; A NOTA QUE NAO GEROU FICA NO LOG (O ExeNFe GERA
      * AS PENDENTES DEPOIS).
      *-------------------------------------
       R-GERA-NFE.
           MOVE 'E'               TO LINK-NFE-FUNCAO
           MOVE WNF-XML-FT        TO LINK-NFE-NUMERO
           MOVE LID-EMPRESA-1     TO LINK-NFE-EMPRESA
           MOVE LID-OPERADOR-1    TO LINK-NFE-OPERADOR
           MOVE LID-ARQ-CLIENTE-1 TO LINK-NFE-ARQ-CLIENTE
           MOVE LID-ARQ-PRODUTO-1 TO LINK-NFE-ARQ-PRODUTO
           MOVE LID-ARQ-PEDIDOS-1 TO LINK-NFE-ARQ-PEDIDOS
           MOVE SPACES            TO LINK-NFE-JUSTIFICATIVA
           CALL "GeraNFe" USING LINK-NFE
           IF LINK-NFE-STATUS = '0'
              ADD 1 TO WQTD-NFE-GERADAS
              PERFORM R-ENFILEIRA-NFE THRU R-ENFILEIRA-NFE-FIM
           ELSE
              ADD 1 TO WQTD-NFE-FALHAS
              MOVE WNF-XML-FT         TO FT-NUMERO-NF
              MOVE ZEROES             TO FT-CODIGO-PED FT-CODIGO-CLI
                                         FT-VALOR-NF
              MOVE SPACES             TO FT-MOTIVO
              STRING 'NF-E SEM XML - STATUS ' DELIMITED BY SIZE
                     LINK-NFE-STATUS          DELIMITED BY SIZE
                     INTO FT-MOTIVO
              PERFORM R-GRAVA-LINHA-LOG
           END-IF.

      *-------------------------------------
      * NF-E GERADA VAI PARA A FILA DE E-MAIL DO CLIENTE (GravaMsg),
      * COM O XML DA NOTA (LINK-NFE-ARQUIVO) ANEXO. O E-MAIL E O DO
      * CADASTRO NA HORA DA EMISSAO; SEM E-MAIL VALIDO A MENSAGEM E
      * MARCADA PELO ExeEnvioMsg. OS ARQUIVOS DA RODADA JA ESTAO
      * FECHADOS: NOTAS E CLIENTES SAO ABERTOS SO PARA A CONSULTA.
      *-------------------------------------
       R-ENFILEIRA-NFE.
           OPEN INPUT NOTAS
           IF FS-NF NOT = '00'
              GO TO R-ENFILEIRA-NFE-FIM
           END-IF
           MOVE WNF-XML-FT TO NUMERO-NF
           READ NOTAS
           IF FS-NF NOT = '00'
              CLOSE NOTAS
              GO TO R-ENFILEIRA-NFE-FIM
           END-IF
           CLOSE NOTAS
           MOVE SPACES TO LINK-MSG-EMAIL
           OPEN INPUT CLIENTES
           IF FS-CLI = '00'
              MOVE CODIGO-CLI-NF TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI = '00'
                 MOVE EMAIL TO LINK-MSG-EMAIL
              END-IF
              CLOSE CLIENTES
           END-IF
           MOVE LID-EMPRESA-1    TO LINK-MSG-EMPRESA
           MOVE CODIGO-CLI-NF    TO LINK-MSG-CLIENTE
           MOVE 'NFE'            TO LINK-MSG-TIPO
           MOVE LINK-NFE-ARQUIVO TO LINK-MSG-ANEXO
           MOVE WNF-XML-FT       TO LINK-MSG-NF
           MOVE ZEROES           TO LINK-MSG-PARCELA
           MOVE SPACES           TO LINK-MSG-ASSUNTO
           STRING 'NOTA FISCAL ELETRONICA ' WNF-XML-FT
              DELIMITED BY SIZE INTO LINK-MSG-ASSUNTO
           MOVE LID-OPERADOR-1   TO LINK-MSG-OPERADOR
           CALL "GravaMsg" USING LINK-MENSAGEM
           IF LINK-MSG-STATUS NOT = '0'
              MOVE WNF-XML-FT         TO FT-NUMERO-NF
              MOVE CODIGO-PED-NF      TO FT-CODIGO-PED
              MOVE CODIGO-CLI-NF      TO FT-CODIGO-CLI
              MOVE VALOR-NF           TO FT-VALOR-NF
              MOVE SPACES             TO FT-MOTIVO
              STRING 'NF-E SEM E-MAIL - STATUS ' DELIMITED BY SIZE
                     LINK-MSG-STATUS             DELIMITED BY SIZE
                     INTO FT-MOTIVO
              PERFORM R-GRAVA-LINHA-LOG
           END-IF.
       R-ENFILEIRA-NFE-FIM.
           EXIT.

       R-GRAVA-RESUMO-NFE.
           MOVE WQTD-NFE-GERADAS TO FTR-NFE-GERADAS
           MOVE WQTD-NFE-FALHAS  TO FTR-NFE-FALHAS
           OPEN EXTEND ARQFATLOG
           IF FS-FATLOG = '05' OR FS-FATLOG = '35'
              OPEN OUTPUT ARQFATLOG
           END-IF
           MOVE WFATLOG-RESUMO-NFE TO ARQFATLOG-REC
           WRITE ARQFATLOG-REC
           CLOSE ARQFATLOG.
