      *--------------------------
      * CONTROLE DE NUMERO DE SERIE
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadSerie.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Produtos controlados por numero
      *              de serie (ARQPRODSER.DAT, com meses de garantia),
      *              cadastro das series (ARQSERIE.DAT) e historico
      *              de eventos de cada serie (ARQSERIEHIS.DAT). As
      *              series entram no recebimento da OC (CadCompras),
      *              sao reservadas aqui para a linha do pedido antes
      *              do faturamento, saem na NF (ExeFaturamento) e
      *              voltam na devolucao (CadDevolucao) ou no
      *              cancelamento da NF (ExeCancelaNF). A consulta
      *              pela serie mostra fornecedor, compra, venda,
      *              garantia e todos os eventos. Alteracoes no
      *              TRANLOG.LOG.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Chaves alternativas de situacao e data em
      *              PEDIDOS.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       SELECT PRODUTOS ASSIGN TO  DISK WID-ARQ-PRODUTO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD
              ALTERNATE RECORD KEY IS DESCRICAO-PROD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PROD.

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

       SELECT FORNECEDORES ASSIGN TO  DISK WID-ARQ-FORN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FOR
              ALTERNATE RECORD KEY IS CNPJ-FOR  WITH DUPLICATES
              ALTERNATE RECORD KEY IS RAZAO-FOR WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FOR.

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRANLOG.

       DATA DIVISION.
       FILE SECTION.
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
             88 SH-ENTRADA            VALUE 'E'.
             88 SH-RESERVA            VALUE 'R'.
             88 SH-LIBERACAO          VALUE 'L'.
             88 SH-VENDA              VALUE 'V'.
             88 SH-DEVOLUCAO          VALUE 'D'.
             88 SH-CANCELA-NF         VALUE 'C'.
          02 DATA-SH                  PIC  9(008) VALUE ZEROES.
          02 DOCUMENTO-SH             PIC  9(009) VALUE ZEROES.
          02 PARCEIRO-SH              PIC  9(007) VALUE ZEROES.
          02 OPERADOR-SH              PIC  X(010) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

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
             88 PED-BONIFICACAO    VALUE 'B'.
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

       FD FORNECEDORES.
       01 REGISTRO-FORNECEDORES.
          02 CHAVE-FOR.
             03 CODIGO-FOR            PIC  9(007).
          02 CNPJ-FOR                 PIC  9(014).
          02 RAZAO-FOR                PIC  X(040).
          02 INATIVO-FOR              PIC  X(001) VALUE SPACES.
          02 ENDERECO-FOR             PIC  X(040) VALUE SPACES.
          02 CIDADE-FOR               PIC  X(020) VALUE SPACES.
          02 ESTADO-FOR               PIC  X(002) VALUE SPACES.
          02 TELEFONE-FOR             PIC  X(015) VALUE SPACES.
          02 EMAIL-FOR                PIC  X(040) VALUE SPACES.

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01 FS-PSR.
           02 FS-PSR-1                PIC 9.
           02 FS-PSR-2                PIC 9.
           02 FS-PSR-R REDEFINES FS-PSR-2 PIC 99 COMP-X.
       01 FS-SR.
           02 FS-SR-1                 PIC 9.
           02 FS-SR-2                 PIC 9.
           02 FS-SR-R REDEFINES FS-SR-2 PIC 99 COMP-X.
       01 FS-SH.
           02 FS-SH-1                 PIC 9.
           02 FS-SH-2                 PIC 9.
           02 FS-SH-R REDEFINES FS-SH-2 PIC 99 COMP-X.
       01 FS-PROD.
           02 FS-PROD-1               PIC 9.
           02 FS-PROD-2               PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-PED.
           02 FS-PED-1                PIC 9.
           02 FS-PED-2                PIC 9.
           02 FS-PED-R REDEFINES FS-PED-2 PIC 99 COMP-X.
       01 FS-PEDITEM.
           02 FS-PEDITEM-1            PIC 9.
           02 FS-PEDITEM-2            PIC 9.
           02 FS-PEDITEM-R REDEFINES FS-PEDITEM-2 PIC 99 COMP-X.
       01 FS-FOR.
           02 FS-FOR-1                PIC 9.
           02 FS-FOR-2                PIC 9.
           02 FS-FOR-R REDEFINES FS-FOR-2 PIC 99 COMP-X.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WID-ARQ-PRODSER             PIC X(50) VALUE 'ARQPRODSER.DAT'.
       01 WID-ARQ-SERIE               PIC X(50) VALUE 'ARQSERIE.DAT'.
       01 WID-ARQ-SERIEHIS            PIC X(50)
                                      VALUE 'ARQSERIEHIS.DAT'.
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-PEDIDOS.
           02 WID-ARQ-PEDIDOS-1            PIC X(50).
       01 WID-ARQ-PEDITEM             PIC X(50) VALUE 'ARQPEDITEM.DAT'.
       01 WID-ARQ-FORN                PIC X(50) VALUE 'ARQFORN.DAT'.
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WOPCAO-SR       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
       77 WSAIDA-EV       PIC 9 VALUE ZEROES.
       77 WPEND-SR        PIC 9(005) VALUE ZEROES.
       77 WQTD-ATIVAS-SR  PIC 9(007) VALUE ZEROES.
       77 WMESES-SR       PIC 9(007) VALUE ZEROES.
       77 WRESTO-SR       PIC 9(002) VALUE ZEROES.
       77 WANO-GAR-SR     PIC 9(004) VALUE ZEROES.

       01 WREGISTRO-SERIE.
          02 WCODIGO-PROD-SR        PIC 9(007) VALUE ZEROES.
          02 WDESCR-PROD-SR         PIC X(040) VALUE SPACES.
          02 WGARANTIA-SR           PIC 9(003) VALUE ZEROES.
          02 WNUMERO-SR             PIC X(020) VALUE SPACES.
          02 WCODIGO-PED-SR         PIC 9(009) VALUE ZEROES.
          02 WNUMERO-ITEM-SR        PIC 9(003) VALUE ZEROES.
          02 WQTDE-ITEM-SR          PIC 9(005) VALUE ZEROES.
          02 WQTDE-ENT-SR           PIC 9(005) VALUE ZEROES.
          02 WQTDE-RES-SR           PIC 9(005) VALUE ZEROES.

      * CAMPOS DA CONSULTA DA SERIE (TELA-CONSULTA-SR)
       01 WCONSULTA-SR.
          02 WCS-PROD               PIC 9(007) VALUE ZEROES.
          02 WCS-DESCR              PIC X(040) VALUE SPACES.
          02 WCS-NUMERO             PIC X(020) VALUE SPACES.
          02 WCS-SITUACAO           PIC X(001) VALUE SPACES.
          02 WCS-SIT-DESCR          PIC X(012) VALUE SPACES.
          02 WCS-PED                PIC 9(009) VALUE ZEROES.
          02 WCS-ITEM               PIC 9(003) VALUE ZEROES.
          02 WCS-FOR                PIC 9(007) VALUE ZEROES.
          02 WCS-RAZAO-FOR          PIC X(040) VALUE SPACES.
          02 WCS-OC                 PIC 9(009) VALUE ZEROES.
          02 WCS-NF-COMPRA          PIC 9(009) VALUE ZEROES.
          02 WCS-DATA-ENT           PIC 9(008) VALUE ZEROES.
          02 WCS-NF-VENDA           PIC 9(009) VALUE ZEROES.
          02 WCS-CLI                PIC 9(007) VALUE ZEROES.
          02 WCS-DATA-SAI           PIC 9(008) VALUE ZEROES.
          02 WCS-GARANTIA           PIC 9(006) VALUE ZEROES.
          02 WCS-DATA-DEV           PIC 9(008) VALUE ZEROES.

      * CAMPOS DO EVENTO DA SERIE (TELA-EVENTO-SR)
       01 WEVENTO-SR.
          02 WEV-SEQ                PIC 9(003) VALUE ZEROES.
          02 WEV-TIPO               PIC X(001) VALUE SPACES.
          02 WEV-DESCR              PIC X(012) VALUE SPACES.
          02 WEV-DATA               PIC 9(008) VALUE ZEROES.
          02 WEV-DOC                PIC 9(009) VALUE ZEROES.
          02 WEV-PARC               PIC 9(007) VALUE ZEROES.
          02 WEV-OPER               PIC X(010) VALUE SPACES.

      * EVENTO A GRAVAR NO HISTORICO DA SERIE (R-GRAVA-EVENTO-SR)
       01 WNOVO-EVENTO-SR.
          02 WNE-TIPO               PIC X(001) VALUE SPACES.
          02 WNE-DOC                PIC 9(009) VALUE ZEROES.
          02 WNE-PARC               PIC 9(007) VALUE ZEROES.

       01 WDATA-HOJE-SR             PIC 9(008) VALUE ZEROES.
       01 WDATA-SAI-SR.
          02 WDSS-ANO               PIC 9(004).
          02 WDSS-MES               PIC 9(002).
          02 WDSS-DIA               PIC 9(002).

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
          02 FILLER                 PIC X(07) VALUE ' PROD= '.
          02 WTL-PROD               PIC 9(007).
          02 FILLER                 PIC X(08) VALUE ' SERIE= '.
          02 WTL-SERIE              PIC X(020).
          02 FILLER                 PIC X(06) VALUE ' PED= '.
          02 WTL-PED                PIC 9(009).
          02 FILLER                 PIC X(01) VALUE '/'.
          02 WTL-ITEM               PIC 9(003).

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-OPCAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - NUMERO DE SERIE".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] MARCAR PRODUTO COM SERIE".
          02 LINE 8 COL 10 VALUE "[2] DESMARCAR PRODUTO".
          02 LINE 9 COL 10 VALUE "[3] SERIES DA LINHA DO PEDIDO".
          02 LINE 10 COL 10 VALUE "[4] CONSULTAR SERIE".
          02 LINE 11 COL 10 VALUE "[5] LISTAR SERIES DO PRODUTO".
          02 LINE 12 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-SR AUTO.

       01 TELA-PRODSER.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - NUMERO DE SERIE".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 26 VALUE "PRODUTO CONTROLADO POR SERIE".
          02 LINE 7 COL 10 VALUE "Produto.........:".
          02 LINE 7 COL 29 PIC 9(007) USING WCODIGO-PROD-SR.
          02 LINE 8 COL 29 PIC X(040) FROM WDESCR-PROD-SR.
          02 LINE 9 COL 10 VALUE "Garantia (meses):".
          02 LINE 9 COL 29 PIC 9(003) USING WGARANTIA-SR.

       01 TELA-ITEM-SR.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - NUMERO DE SERIE".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 27 VALUE "SERIES DA LINHA DO PEDIDO".
          02 LINE 7 COL 10 VALUE "Pedido..........:".
          02 LINE 7 COL 29 PIC 9(009) USING WCODIGO-PED-SR.
          02 LINE 8 COL 10 VALUE "Item............:".
          02 LINE 8 COL 29 PIC 9(003) USING WNUMERO-ITEM-SR.
          02 LINE 9 COL 10 VALUE "Produto.........:".
          02 LINE 9 COL 29 PIC 9(007) FROM WCODIGO-PROD-SR.
          02 LINE 10 COL 29 PIC X(040) FROM WDESCR-PROD-SR.
          02 LINE 11 COL 10 VALUE "Quantidade......:".
          02 LINE 11 COL 29 PIC ZZZZ9 FROM WQTDE-ITEM-SR.
          02 LINE 12 COL 10 VALUE "Ja entregue.....:".
          02 LINE 12 COL 29 PIC ZZZZ9 FROM WQTDE-ENT-SR.
          02 LINE 13 COL 10 VALUE "Series reservad.:".
          02 LINE 13 COL 29 PIC ZZZZ9 FROM WQTDE-RES-SR.

       01 TELA-NUMERO-SR.
          02 LINE 16 COL 10 VALUE "Numero de serie.:".
          02 LINE 16 COL 29 PIC X(020) USING WNUMERO-SR.

       01 TELA-CONSULTA-SR.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - NUMERO DE SERIE".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 30 VALUE "CONSULTA DA SERIE".
          02 LINE 6 COL 10 VALUE "Produto.........:".
          02 LINE 6 COL 29 PIC 9(007) FROM WCS-PROD.
          02 LINE 6 COL 37 PIC X(040) FROM WCS-DESCR.
          02 LINE 7 COL 10 VALUE "Numero de serie.:".
          02 LINE 7 COL 29 PIC X(020) FROM WCS-NUMERO.
          02 LINE 8 COL 10 VALUE "Situacao........:".
          02 LINE 8 COL 29 PIC X(001) FROM WCS-SITUACAO.
          02 LINE 8 COL 31 PIC X(012) FROM WCS-SIT-DESCR.
          02 LINE 9 COL 10 VALUE "Pedido/item.....:".
          02 LINE 9 COL 29 PIC 9(009) FROM WCS-PED.
          02 LINE 9 COL 38 VALUE "/".
          02 LINE 9 COL 39 PIC 9(003) FROM WCS-ITEM.
          02 LINE 10 COL 10 VALUE "Fornecedor......:".
          02 LINE 10 COL 29 PIC 9(007) FROM WCS-FOR.
          02 LINE 10 COL 37 PIC X(040) FROM WCS-RAZAO-FOR.
          02 LINE 11 COL 10 VALUE "OC / NF compra..:".
          02 LINE 11 COL 29 PIC 9(009) FROM WCS-OC.
          02 LINE 11 COL 39 PIC 9(009) FROM WCS-NF-COMPRA.
          02 LINE 12 COL 10 VALUE "Data entrada....:".
          02 LINE 12 COL 29 PIC 9999/99/99 FROM WCS-DATA-ENT.
          02 LINE 13 COL 10 VALUE "NF venda/cliente:".
          02 LINE 13 COL 29 PIC 9(009) FROM WCS-NF-VENDA.
          02 LINE 13 COL 39 PIC 9(007) FROM WCS-CLI.
          02 LINE 14 COL 10 VALUE "Data venda......:".
          02 LINE 14 COL 29 PIC 9999/99/99 FROM WCS-DATA-SAI.
          02 LINE 15 COL 10 VALUE "Garantia ate....:".
          02 LINE 15 COL 29 PIC 99/9999 FROM WCS-GARANTIA.
          02 LINE 16 COL 10 VALUE "Data devolucao..:".
          02 LINE 16 COL 29 PIC 9999/99/99 FROM WCS-DATA-DEV.
          02 LINE 18 COL 10 VALUE "ENTER=PROXIMO REGISTRO  9=SAIR".
          02 LINE 18 COL 42 PIC X USING WX.

       01 TELA-EVENTO-SR.
          02 LINE 20 COL 10 VALUE "Evento..........:".
          02 LINE 20 COL 29 PIC 9(003) FROM WEV-SEQ.
          02 LINE 20 COL 33 PIC X(001) FROM WEV-TIPO.
          02 LINE 20 COL 35 PIC X(012) FROM WEV-DESCR.
          02 LINE 20 COL 48 PIC 9999/99/99 FROM WEV-DATA.
          02 LINE 21 COL 10 VALUE "Documento/parc..:".
          02 LINE 21 COL 29 PIC 9(009) FROM WEV-DOC.
          02 LINE 21 COL 39 PIC 9(007) FROM WEV-PARC.
          02 LINE 21 COL 48 PIC X(010) FROM WEV-OPER.
          02 LINE 22 COL 10 VALUE "ENTER=PROXIMO EVENTO  9=SAIR".
          02 LINE 22 COL 42 PIC X USING WX.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PRODSER
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SERIE
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SERIEHIS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PEDITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FORN
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
           MOVE LID-ARQ-PEDIDOS-1 TO WID-ARQ-PEDIDOS-1
           INITIALIZE WSAIDA WOPCAO-SR
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-SR = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-SR
             WHEN 1
               PERFORM S-MARCAR-SR
             WHEN 2
               PERFORM S-DESMARCAR-SR
             WHEN 3
               PERFORM S-RESERVAR-SR
             WHEN 4
               PERFORM S-CONSULTAR-SR
             WHEN 5
               PERFORM S-LISTAR-SR
             WHEN 6
               CLOSE PRODSERIE SERIES SERIEHIST PRODUTOS
                     PEDIDOS PEDITEM FORNECEDORES
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *-------------------------------------
      * MARCA O PRODUTO COMO CONTROLADO POR NUMERO DE SERIE (OU
      * ALTERA OS MESES DE GARANTIA DE UM JA MARCADO).
      *-------------------------------------
       S-MARCAR-SR SECTION.
       MARCAR-SR-1.
           INITIALIZE WREGISTRO-SERIE
           MOVE '=> INFORME O PRODUTO (0 SAI) ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-PRODSER
           ACCEPT TELA-PRODSER
           INITIALIZE WMENSAGEM
           IF WCODIGO-PROD-SR = ZEROES
              GO TO MARCAR-SR-EXIT
           END-IF
           MOVE WCODIGO-PROD-SR TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD NOT = '00'
              MOVE 'PRODUTO NAO CADASTRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-SR
              GO TO MARCAR-SR-EXIT
           END-IF
           MOVE DESCRICAO-PROD TO WDESCR-PROD-SR
           DISPLAY TELA-PRODSER
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO MARCAR-SR-EXIT
           END-IF
           MOVE WCODIGO-PROD-SR TO CODIGO-PROD-PSR
           READ PRODSERIE
           IF FS-PSR = '00'
              MOVE WGARANTIA-SR TO GARANTIA-PSR
              REWRITE REGISTRO-PRODSERIE
              MOVE 'SR-ALTER' TO WTL-OPERACAO
           ELSE
              INITIALIZE REGISTRO-PRODSERIE
              MOVE WCODIGO-PROD-SR TO CODIGO-PROD-PSR
              MOVE WGARANTIA-SR    TO GARANTIA-PSR
              WRITE REGISTRO-PRODSERIE
              MOVE 'SR-MARCA' TO WTL-OPERACAO
           END-IF
           IF FS-PSR = '00'
              MOVE SPACES TO WNUMERO-SR
              PERFORM R-GRAVA-LOG
           ELSE
              MOVE 'ERRO DE GRAVAÇÃO ST ' TO WTXT
              MOVE FS-PSR TO WST
              PERFORM R-MOSTRA-MSG-SR
           END-IF.
       MARCAR-SR-EXIT.
           EXIT.

      *-------------------------------------
      * DESMARCA O PRODUTO. RECUSADO ENQUANTO HOUVER SERIE EM
      * ESTOQUE OU RESERVADA - O HISTORICO DAS SERIES FICA.
      *-------------------------------------
       S-DESMARCAR-SR SECTION.
       DESMARCAR-SR-1.
           INITIALIZE WREGISTRO-SERIE
           MOVE '=> INFORME O PRODUTO (0 SAI) ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-PRODSER
           ACCEPT TELA-PRODSER
           INITIALIZE WMENSAGEM
           IF WCODIGO-PROD-SR = ZEROES
              GO TO DESMARCAR-SR-EXIT
           END-IF
           MOVE WCODIGO-PROD-SR TO CODIGO-PROD-PSR
           READ PRODSERIE
           IF FS-PSR NOT = '00'
              MOVE 'PRODUTO NAO CONTROLA SERIE' TO WTXT
              PERFORM R-MOSTRA-MSG-SR
              GO TO DESMARCAR-SR-EXIT
           END-IF
           MOVE GARANTIA-PSR TO WGARANTIA-SR
           MOVE WCODIGO-PROD-SR TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE DESCRICAO-PROD TO WDESCR-PROD-SR
           END-IF
           DISPLAY TELA-PRODSER
           PERFORM R-CONTA-ATIVAS-SR
           IF WQTD-ATIVAS-SR > ZEROES
              MOVE 'HA SERIES EM ESTOQUE OU RESERVADAS' TO WTXT
              PERFORM R-MOSTRA-MSG-SR
              GO TO DESMARCAR-SR-EXIT
           END-IF
           MOVE 'CONFIRMA EXCLUSÃO ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX = 'S' OR 's'
              DELETE PRODSERIE
              IF FS-PSR = '00'
                 MOVE 'SR-DESMA' TO WTL-OPERACAO
                 MOVE SPACES TO WNUMERO-SR
                 PERFORM R-GRAVA-LOG
              END-IF
           END-IF.
       DESMARCAR-SR-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-DESMARCAR-SR-ROTINAS SECTION.

      *-------------------------------------
      * CONTA AS SERIES DO PRODUTO AINDA EM ESTOQUE OU RESERVADAS.
      *-------------------------------------
       R-CONTA-ATIVAS-SR.
           MOVE ZEROES TO WQTD-ATIVAS-SR
           MOVE WCODIGO-PROD-SR TO CODIGO-PROD-SR
           MOVE SPACES          TO NUMERO-SR
           START SERIES KEY IS NOT LESS THAN CHAVE-SR
           MOVE 0 TO WSAIDA
           IF FS-SR NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-CONTA-ATIVAS-SR-1 UNTIL WSAIDA = 1.

       R-CONTA-ATIVAS-SR-1.
           READ SERIES NEXT
           IF FS-SR NOT = '00' OR CODIGO-PROD-SR NOT = WCODIGO-PROD-SR
              MOVE 1 TO WSAIDA
           ELSE
              IF SR-ESTOQUE OR SR-RESERVADA
                 ADD 1 TO WQTD-ATIVAS-SR
              END-IF
           END-IF.

      *-------------------------------------
      * RESERVA DAS SERIES PARA A LINHA DO PEDIDO EM ABERTO. O
      * FATURAMENTO SO ENTREGA DE PRODUTO COM SERIE A QUANTIDADE
      * QUE TIVER SERIE RESERVADA NA LINHA. DIGITAR UMA SERIE JA
      * RESERVADA PARA A MESMA LINHA OFERECE A LIBERACAO DELA.
      *-------------------------------------
       S-RESERVAR-SR SECTION.
       RESERVAR-SR-1.
           INITIALIZE WREGISTRO-SERIE
           MOVE '=> INFORME PEDIDO E ITEM (0 SAI) ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-ITEM-SR
           ACCEPT TELA-ITEM-SR
           INITIALIZE WMENSAGEM
           IF WCODIGO-PED-SR = ZEROES
              GO TO RESERVAR-SR-EXIT
           END-IF
           MOVE WCODIGO-PED-SR TO CODIGO-PED
           READ PEDIDOS
           IF FS-PED NOT = '00'
              MOVE 'PEDIDO NAO CADASTRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-RS
              GO TO RESERVAR-SR-EXIT
           END-IF
           IF NOT PED-ABERTO
              MOVE 'PEDIDO NAO ESTA EM ABERTO' TO WTXT
              PERFORM R-MOSTRA-MSG-RS
              GO TO RESERVAR-SR-EXIT
           END-IF
           MOVE WCODIGO-PED-SR  TO CODIGO-PED-ITEM
           MOVE WNUMERO-ITEM-SR TO NUMERO-ITEM
           READ PEDITEM
           IF FS-PEDITEM NOT = '00'
              MOVE 'ITEM NAO EXISTE NO PEDIDO' TO WTXT
              PERFORM R-MOSTRA-MSG-RS
              GO TO RESERVAR-SR-EXIT
           END-IF
           MOVE CODIGO-PROD-ITEM   TO WCODIGO-PROD-SR
           MOVE QUANTIDADE-ITEM    TO WQTDE-ITEM-SR
           MOVE QTDE-ENTREGUE-ITEM TO WQTDE-ENT-SR
           MOVE WCODIGO-PROD-SR TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE DESCRICAO-PROD TO WDESCR-PROD-SR
           END-IF
           MOVE WCODIGO-PROD-SR TO CODIGO-PROD-PSR
           READ PRODSERIE
           IF FS-PSR NOT = '00'
              MOVE 'PRODUTO NAO CONTROLA SERIE' TO WTXT
              PERFORM R-MOSTRA-MSG-RS
              GO TO RESERVAR-SR-EXIT
           END-IF
           PERFORM R-CONTA-RESERVA-SR
           MOVE 0 TO WSAIDA
           PERFORM RESERVAR-SR-2 THRU RESERVAR-SR-FIM
              UNTIL WSAIDA = 1.
       RESERVAR-SR-EXIT.
           EXIT.

       S-RESERVAR-SR-ROTINAS SECTION.

       RESERVAR-SR-2.
           COMPUTE WPEND-SR = WQTDE-ITEM-SR - WQTDE-ENT-SR
           MOVE SPACES TO WNUMERO-SR
           DISPLAY TELA-ITEM-SR
           MOVE '=> SERIE EM BRANCO PARA SAIR ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-NUMERO-SR
           ACCEPT TELA-NUMERO-SR
           INITIALIZE WMENSAGEM
           IF WNUMERO-SR = SPACES
              MOVE 1 TO WSAIDA
              GO TO RESERVAR-SR-FIM
           END-IF
           MOVE WCODIGO-PROD-SR TO CODIGO-PROD-SR
           MOVE WNUMERO-SR      TO NUMERO-SR
           READ SERIES
           IF FS-SR NOT = '00'
              MOVE 'SERIE NAO CADASTRADA PARA O PRODUTO' TO WTXT
              PERFORM R-MOSTRA-MSG-RS
              GO TO RESERVAR-SR-FIM
           END-IF
           IF SR-VENDIDA
              MOVE 'SERIE JA VENDIDA' TO WTXT
              PERFORM R-MOSTRA-MSG-RS
              GO TO RESERVAR-SR-FIM
           END-IF
           IF SR-RESERVADA AND CODIGO-PED-SR = WCODIGO-PED-SR
              AND NUMERO-ITEM-SR = WNUMERO-ITEM-SR
              PERFORM R-LIBERA-SR
              GO TO RESERVAR-SR-FIM
           END-IF
           IF SR-RESERVADA
      *       (RESERVA DE PEDIDO CANCELADO PODE SER TOMADA)
              MOVE CODIGO-PED-SR TO CODIGO-PED
              READ PEDIDOS
              IF FS-PED = '00' AND NOT PED-CANCELADO
                 MOVE 'SERIE RESERVADA PARA OUTRO PEDIDO' TO WTXT
                 PERFORM R-MOSTRA-MSG-RS
                 GO TO RESERVAR-SR-FIM
              END-IF
           END-IF
           IF WQTDE-RES-SR NOT < WPEND-SR
              MOVE 'LINHA JA TEM TODAS AS SERIES RESERVADAS' TO WTXT
              PERFORM R-MOSTRA-MSG-RS
              GO TO RESERVAR-SR-FIM
           END-IF
           MOVE 'R'             TO SITUACAO-SR
           MOVE WCODIGO-PED-SR  TO CODIGO-PED-SR
           MOVE WNUMERO-ITEM-SR TO NUMERO-ITEM-SR
           MOVE 'R'             TO WNE-TIPO
           MOVE WCODIGO-PED-SR  TO WNE-DOC
           MOVE ZEROES          TO WNE-PARC
           PERFORM R-GRAVA-EVENTO-SR
           IF FS-SR = '00'
              ADD 1 TO WQTDE-RES-SR
              MOVE 'SR-RESER' TO WTL-OPERACAO
              PERFORM R-GRAVA-LOG
           ELSE
              MOVE 'ERRO DE GRAVAÇÃO ST ' TO WTXT
              MOVE FS-SR TO WST
              PERFORM R-MOSTRA-MSG-RS
           END-IF.
       RESERVAR-SR-FIM.
           EXIT.

      *-------------------------------------
      * LIBERA A SERIE RESERVADA PARA A LINHA: VOLTA AO ESTOQUE.
      *-------------------------------------
       R-LIBERA-SR.
           MOVE 'SERIE JA RESERVADA - LIBERA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX = 'S' OR 's'
              MOVE 'E'    TO SITUACAO-SR
              MOVE ZEROES TO CODIGO-PED-SR NUMERO-ITEM-SR
              MOVE 'L'             TO WNE-TIPO
              MOVE WCODIGO-PED-SR  TO WNE-DOC
              MOVE ZEROES          TO WNE-PARC
              PERFORM R-GRAVA-EVENTO-SR
              IF FS-SR = '00'
                 SUBTRACT 1 FROM WQTDE-RES-SR
                 MOVE 'SR-LIBER' TO WTL-OPERACAO
                 PERFORM R-GRAVA-LOG
              END-IF
           END-IF.

       R-MOSTRA-MSG-RS.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

      *-------------------------------------
      * CONTA AS SERIES JA RESERVADAS PARA A LINHA DO PEDIDO.
      *-------------------------------------
       R-CONTA-RESERVA-SR.
           MOVE ZEROES TO WQTDE-RES-SR
           MOVE WCODIGO-PED-SR  TO CODIGO-PED-SR
           MOVE WNUMERO-ITEM-SR TO NUMERO-ITEM-SR
           START SERIES KEY IS EQUAL CHAVE-PED-SR
           MOVE 0 TO WSAIDA
           IF FS-SR NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-CONTA-RESERVA-SR-1 UNTIL WSAIDA = 1.

       R-CONTA-RESERVA-SR-1.
           READ SERIES NEXT
           IF FS-SR NOT = '00' OR CODIGO-PED-SR NOT = WCODIGO-PED-SR
              OR NUMERO-ITEM-SR NOT = WNUMERO-ITEM-SR
              MOVE 1 TO WSAIDA
           ELSE
              IF SR-RESERVADA
                 ADD 1 TO WQTDE-RES-SR
              END-IF
           END-IF.

      *-------------------------------------
      * CONSULTA PELO NUMERO DE SERIE: O MESMO NUMERO PODE EXISTIR
      * EM MAIS DE UM PRODUTO - MOSTRA CADA UM COM SEUS EVENTOS.
      *-------------------------------------
       S-CONSULTAR-SR SECTION.
       CONSULTAR-SR-1.
           INITIALIZE WREGISTRO-SERIE
           MOVE SPACES TO WX
           DISPLAY TELA-OPCAO
           MOVE '=> SERIE EM BRANCO PARA SAIR ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-NUMERO-SR
           ACCEPT TELA-NUMERO-SR
           INITIALIZE WMENSAGEM
           IF WNUMERO-SR = SPACES
              GO TO CONSULTAR-SR-EXIT
           END-IF
           MOVE WNUMERO-SR TO NUMERO-SR
           START SERIES KEY IS EQUAL NUMERO-SR
           IF FS-SR NOT = '00'
              MOVE 'SERIE NAO ENCONTRADA' TO WTXT
              PERFORM R-MOSTRA-MSG-CS
              GO TO CONSULTAR-SR-EXIT
           END-IF
           MOVE 0 TO WSAIDA
           PERFORM CONSULTAR-SR-2 UNTIL WSAIDA = 1.
       CONSULTAR-SR-EXIT.
           EXIT.

       S-CONSULTAR-SR-ROTINAS SECTION.
       R-MOSTRA-MSG-CS.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       CONSULTAR-SR-2.
           READ SERIES NEXT
           IF FS-SR NOT = '00' OR NUMERO-SR NOT = WNUMERO-SR
              MOVE 1 TO WSAIDA
           ELSE
              PERFORM R-MONTA-CONSULTA-SR
              MOVE SPACES TO WX
              DISPLAY TELA-CONSULTA-SR
              PERFORM R-LISTA-EVENTOS-SR
              IF WX = '9'
                 MOVE 1 TO WSAIDA
              ELSE
                 ACCEPT TELA-CONSULTA-SR
                 IF WX = '9'
                    MOVE 1 TO WSAIDA
                 END-IF
              END-IF
           END-IF.

      *-------------------------------------
      * EVENTOS DA SERIE EM TELA, UM POR VEZ (9 ENCERRA).
      *-------------------------------------
       R-LISTA-EVENTOS-SR.
           MOVE CODIGO-PROD-SR TO CODIGO-PROD-SH
           MOVE NUMERO-SR      TO NUMERO-SH
           MOVE ZEROES         TO SEQ-SH
           START SERIEHIST KEY IS NOT LESS THAN CHAVE-SH
           MOVE 0 TO WSAIDA-EV
           IF FS-SH NOT = '00'
              MOVE 1 TO WSAIDA-EV
           END-IF
           PERFORM R-LISTA-EVENTOS-SR-1 UNTIL WSAIDA-EV = 1.

       R-LISTA-EVENTOS-SR-1.
           READ SERIEHIST NEXT
           IF FS-SH NOT = '00' OR CODIGO-PROD-SH NOT = WCS-PROD
              OR NUMERO-SH NOT = WCS-NUMERO
              MOVE 1 TO WSAIDA-EV
           ELSE
              MOVE SEQ-SH       TO WEV-SEQ
              MOVE TIPO-SH      TO WEV-TIPO
              MOVE DATA-SH      TO WEV-DATA
              MOVE DOCUMENTO-SH TO WEV-DOC
              MOVE PARCEIRO-SH  TO WEV-PARC
              MOVE OPERADOR-SH  TO WEV-OPER
              EVALUATE TRUE
                WHEN SH-ENTRADA
                  MOVE 'ENTRADA'    TO WEV-DESCR
                WHEN SH-RESERVA
                  MOVE 'RESERVA'    TO WEV-DESCR
                WHEN SH-LIBERACAO
                  MOVE 'LIBERACAO'  TO WEV-DESCR
                WHEN SH-VENDA
                  MOVE 'VENDA'      TO WEV-DESCR
                WHEN SH-DEVOLUCAO
                  MOVE 'DEVOLUCAO'  TO WEV-DESCR
                WHEN SH-CANCELA-NF
                  MOVE 'NF CANCEL.' TO WEV-DESCR
                WHEN OTHER
                  MOVE SPACES       TO WEV-DESCR
              END-EVALUATE
              MOVE SPACES TO WX
              DISPLAY TELA-EVENTO-SR
              ACCEPT TELA-EVENTO-SR
              IF WX = '9'
                 MOVE 1 TO WSAIDA-EV
              END-IF
           END-IF.

      *-------------------------------------
      * MONTA A TELA DE CONSULTA A PARTIR DO REGISTRO DA SERIE.
      * GARANTIA: MES/ANO DA VENDA MAIS OS MESES DO PRODUTO.
      *-------------------------------------
       R-MONTA-CONSULTA-SR.
           INITIALIZE WCONSULTA-SR
           MOVE CODIGO-PROD-SR  TO WCS-PROD
           MOVE NUMERO-SR       TO WCS-NUMERO
           MOVE SITUACAO-SR     TO WCS-SITUACAO
           EVALUATE TRUE
             WHEN SR-ESTOQUE
               MOVE 'EM ESTOQUE'   TO WCS-SIT-DESCR
             WHEN SR-RESERVADA
               MOVE 'RESERVADA'    TO WCS-SIT-DESCR
             WHEN SR-VENDIDA
               MOVE 'VENDIDA'      TO WCS-SIT-DESCR
           END-EVALUATE
           MOVE CODIGO-PED-SR   TO WCS-PED
           MOVE NUMERO-ITEM-SR  TO WCS-ITEM
           MOVE CODIGO-FOR-SR   TO WCS-FOR
           MOVE CODIGO-OC-SR    TO WCS-OC
           MOVE NF-COMPRA-SR    TO WCS-NF-COMPRA
           MOVE DATA-ENTRADA-SR TO WCS-DATA-ENT
           MOVE NUMERO-NF-SR    TO WCS-NF-VENDA
           MOVE CODIGO-CLI-SR   TO WCS-CLI
           MOVE DATA-SAIDA-SR   TO WCS-DATA-SAI
           MOVE DATA-DEV-SR     TO WCS-DATA-DEV
           MOVE CODIGO-PROD-SR TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE DESCRICAO-PROD TO WCS-DESCR
           END-IF
           IF CODIGO-FOR-SR NOT = ZEROES
              MOVE CODIGO-FOR-SR TO CODIGO-FOR
              READ FORNECEDORES
              IF FS-FOR = '00'
                 MOVE RAZAO-FOR TO WCS-RAZAO-FOR
              END-IF
           END-IF
           IF DATA-SAIDA-SR NOT = ZEROES
              MOVE CODIGO-PROD-SR TO CODIGO-PROD-PSR
              READ PRODSERIE
              IF FS-PSR NOT = '00'
                 MOVE ZEROES TO GARANTIA-PSR
              END-IF
              MOVE DATA-SAIDA-SR TO WDATA-SAI-SR
              COMPUTE WMESES-SR = WDSS-ANO * 12 + WDSS-MES - 1
                                + GARANTIA-PSR
              DIVIDE WMESES-SR BY 12 GIVING WANO-GAR-SR
                     REMAINDER WRESTO-SR
              COMPUTE WCS-GARANTIA = (WRESTO-SR + 1) * 10000
                                   + WANO-GAR-SR
           END-IF.

      *-------------------------------------
      * LISTA AS SERIES DO PRODUTO, UMA POR TELA.
      *-------------------------------------
       S-LISTAR-SR SECTION.
       LISTAR-SR-1.
           INITIALIZE WREGISTRO-SERIE
           MOVE '=> INFORME O PRODUTO (0 SAI) ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-PRODSER
           ACCEPT TELA-PRODSER
           INITIALIZE WMENSAGEM
           IF WCODIGO-PROD-SR = ZEROES
              GO TO LISTAR-SR-EXIT
           END-IF
           MOVE WCODIGO-PROD-SR TO CODIGO-PROD-SR
           MOVE SPACES          TO NUMERO-SR
           START SERIES KEY IS NOT LESS THAN CHAVE-SR
           IF FS-SR NOT = '00'
              MOVE 'NENHUMA SERIE ENCONTRADA ST ' TO WTXT
              MOVE FS-SR TO WST
              PERFORM R-MOSTRA-MSG-LST
              GO TO LISTAR-SR-EXIT
           END-IF
           MOVE 0 TO WSAIDA
           PERFORM LISTAR-SR-2 UNTIL WSAIDA = 1.
       LISTAR-SR-EXIT.
           EXIT.

       S-LISTAR-SR-ROTINAS SECTION.
       R-MOSTRA-MSG-LST.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       LISTAR-SR-2.
           READ SERIES NEXT
           IF FS-SR NOT = '00' OR
              CODIGO-PROD-SR NOT = WCODIGO-PROD-SR
              MOVE 1 TO WSAIDA
           ELSE
              PERFORM R-MONTA-CONSULTA-SR
              MOVE SPACES TO WX
              DISPLAY TELA-CONSULTA-SR
              ACCEPT TELA-CONSULTA-SR
              IF WX = '9'
                 MOVE 1 TO WSAIDA
              END-IF
           END-IF.

       S-ROTINAS-GERAIS SECTION.
       R-MOSTRA-MSG-SR.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

      *-------------------------------------
      * GRAVA O EVENTO WNOVO-EVENTO-SR NO HISTORICO DA SERIE LIDA
      * E REGRAVA A SERIE COM A SEQUENCIA DO EVENTO.
      *-------------------------------------
       R-GRAVA-EVENTO-SR.
           ACCEPT WDATA-HOJE-SR FROM DATE YYYYMMDD
           ADD 1 TO ULT-SEQ-SR
           REWRITE REGISTRO-SERIES
           IF FS-SR = '00'
              INITIALIZE REGISTRO-SERIEHIST
              MOVE CODIGO-PROD-SR TO CODIGO-PROD-SH
              MOVE NUMERO-SR      TO NUMERO-SH
              MOVE ULT-SEQ-SR     TO SEQ-SH
              MOVE WNE-TIPO       TO TIPO-SH
              MOVE WDATA-HOJE-SR  TO DATA-SH
              MOVE WNE-DOC        TO DOCUMENTO-SH
              MOVE WNE-PARC       TO PARCEIRO-SH
              MOVE LID-OPERADOR-1 TO OPERADOR-SH
              WRITE REGISTRO-SERIEHIST
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
           MOVE WCODIGO-PROD-SR TO WTL-PROD
           MOVE WNUMERO-SR      TO WTL-SERIE
           MOVE WCODIGO-PED-SR  TO WTL-PED
           MOVE WNUMERO-ITEM-SR TO WTL-ITEM
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
           OPEN I-O PRODSERIE.
           IF FS-PSR = '35'
              CLOSE PRODSERIE OPEN OUTPUT PRODSERIE
              CLOSE PRODSERIE OPEN I-O PRODSERIE
           END-IF
           IF FS-PSR = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DO PRODSERIE ST ' TO WTXT
              MOVE FS-PSR TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF
           OPEN I-O SERIES.
           IF FS-SR = '35'
              CLOSE SERIES OPEN OUTPUT SERIES
              CLOSE SERIES OPEN I-O SERIES
           END-IF
           IF FS-SR = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DAS SERIES ST ' TO WTXT
              MOVE FS-SR TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF
           OPEN I-O SERIEHIST.
           IF FS-SH = '35'
              CLOSE SERIEHIST OPEN OUTPUT SERIEHIST
              CLOSE SERIEHIST OPEN I-O SERIEHIST
           END-IF
           IF FS-SH = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DO HISTORICO ST ' TO WTXT
              MOVE FS-SH TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF
           OPEN INPUT PRODUTOS PEDIDOS PEDITEM FORNECEDORES.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
