      *--------------------------
      * ACORDOS DE BONIFICACAO POR VOLUME (REBATE DE FIM DE ANO)
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadBonific.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Acordo anual de bonificacao por
      *              volume (ARQBONIF.DAT), chave ano + alvo (C =
      *              cliente, G = grupo economico) + codigo, com ate
      *              cinco faixas de volume (a partir de / %). A
      *              provisao do ano e apurada mes a mes pelo
      *              ExeBonific. Apos a apuracao de dezembro o acordo
      *              e liquidado aqui: forma C gera um credito do
      *              cliente de liquidacao no ARQADIANT.DAT (saldo
      *              consumido pelo ExeFaturamento nas parcelas
      *              seguintes, como um adiantamento, sem movimento
      *              bancario); forma M gera um pedido de
      *              mercadoria bonificada (origem 'B', desconto de
      *              100%) do produto do acordo. Operacoes no
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

       SELECT BONIFIC ASSIGN TO  DISK WID-ARQ-BNF
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-BNF
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-BNF.

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

       SELECT GRUPOS ASSIGN TO  DISK WID-ARQ-GRUPO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-GR
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-GR.

       SELECT PRODUTOS ASSIGN TO  DISK WID-ARQ-PRODUTO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD
              ALTERNATE RECORD KEY IS DESCRICAO-PROD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PROD.

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

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

       SELECT RESERVA ASSIGN TO  DISK WID-ARQ-RESERVA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD-RS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RS.

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRANLOG.

       DATA DIVISION.
       FILE SECTION.
       FD BONIFIC.
       01 REGISTRO-BONIFIC.
          02 CHAVE-BNF.
             03 ANO-BNF               PIC  9(004).
             03 ALVO-BNF              PIC  X(001).
                88 BNF-CLIENTE        VALUE 'C'.
                88 BNF-GRUPO          VALUE 'G'.
             03 CODIGO-ALVO-BNF       PIC  9(007).
          02 DESCRICAO-BNF            PIC  X(030) VALUE SPACES.
          02 FAIXAS-BNF.
             03 FAIXA-BNF OCCURS 5 TIMES.
                04 VOLUME-MIN-BNF     PIC  9(011)v9(002).
                04 PERC-FAIXA-BNF     PIC  9(003)v9(002).
          02 FORMA-LIQ-BNF            PIC  X(001) VALUE 'C'.
             88 BNF-LIQ-CREDITO       VALUE 'C'.
             88 BNF-LIQ-MERCADORIA    VALUE 'M'.
          02 CLIENTE-LIQ-BNF          PIC  9(007) VALUE ZEROES.
          02 PRODUTO-BNF              PIC  9(007) VALUE ZEROES.
          02 VENDEDOR-BNF             PIC  9(007) VALUE ZEROES.
          02 VOLUME-BNF               PIC  9(011)v9(002) VALUE ZEROES.
          02 PERC-ATING-BNF           PIC  9(003)v9(002) VALUE ZEROES.
          02 VALOR-PROV-BNF           PIC  9(011)v9(002) VALUE ZEROES.
          02 ULT-MES-BNF              PIC  9(006) VALUE ZEROES.
          02 SITUACAO-BNF             PIC  X(001) VALUE 'A'.
             88 BNF-ATIVO             VALUE 'A'.
             88 BNF-LIQUIDADO         VALUE 'L'.
             88 BNF-CANCELADO         VALUE 'C'.
          02 DATA-LIQ-BNF             PIC  9(008) VALUE ZEROES.
          02 VALOR-LIQ-BNF            PIC  9(011)v9(002) VALUE ZEROES.
          02 DOCUMENTO-LIQ-BNF        PIC  9(009) VALUE ZEROES.
          02 OPERADOR-BNF             PIC  X(010) VALUE SPACES.
          02 FILLER                   PIC  X(020).

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

       FD GRUPOS.
       01 REGISTRO-GRUPOS.
          02 CODIGO-GR                PIC  9(003).
          02 DESCRICAO-GR             PIC  X(030).
          02 LIMITE-GR                PIC  9(011)v9(002) VALUE ZEROES.

       FD PRODUTOS.
       01 REGISTRO-PRODUTOS.
          02 CODIGO-PROD           PIC  9(007).
          02 DESCRICAO-PROD        PIC  X(040).
          02 PRECO-PROD            PIC  9(007)v9(002) VALUE ZEROES.
          02 INATIVO-PROD          PIC  X(001) VALUE SPACES.
          02 FILLER                PIC  X(061).

       FD VENDEDORES.
       01  REGISTRO-VENDEDORES.
           02 CHAVE-VEN.
              03 CODIGO-VEN             PIC  9(007).
              03 CPF-VEN                PIC  9(011).
           02 NOME-VEN                  PIC  X(040).
           02 LATITUDE-VEN              PIC S9(003)v9(008).
           02 LONGITUDE-VEN             PIC S9(003)v9(008).
           02 INATIVO-VEN               PIC  X(001) VALUE SPACES.
           02 SUPERVISOR-VEN            PIC  9(007) VALUE ZEROES.
           02 COMISSAO-VEN              PIC  9(003)v9(002) VALUE ZEROES.
           02 CAPACIDADE-VEN            PIC  9(005) VALUE ZEROES.

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
             88 AMV-RECEBIMENTO       VALUE 'R'.
             88 AMV-APLICACAO         VALUE 'A'.
             88 AMV-DEVOLUCAO         VALUE 'D'.
          02 DATA-AMV                 PIC  9(008) VALUE ZEROES.
          02 VALOR-AMV                PIC  9(009)v9(002) VALUE ZEROES.
          02 NF-AMV                   PIC  9(009) VALUE ZEROES.
          02 PARC-AMV                 PIC  9(003) VALUE ZEROES.
          02 OPERADOR-AMV             PIC  X(010) VALUE SPACES.

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

       FD RESERVA.
       01 REGISTRO-RESERVA.
          02 CODIGO-PROD-RS           PIC  9(007).
          02 QTDE-RESERVADA-RS        PIC  9(009) VALUE ZEROES.

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01 FS-BNF.
           02 FS-BNF-1                PIC 9.
           02 FS-BNF-2                PIC 9.
           02 FS-BNF-R REDEFINES FS-BNF-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLIENTES-1                PIC 9.
           02 FS-CLIENTES-2                PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01 FS-GR.
           02 FS-GR-1                 PIC 9.
           02 FS-GR-2                 PIC 9.
           02 FS-GR-R REDEFINES FS-GR-2 PIC 99 COMP-X.
       01 FS-PROD.
           02 FS-PROD-1               PIC 9.
           02 FS-PROD-2               PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-ADT.
           02 FS-ADT-1                PIC 9.
           02 FS-ADT-2                PIC 9.
           02 FS-ADT-R REDEFINES FS-ADT-2 PIC 99 COMP-X.
       01 FS-AMV.
           02 FS-AMV-1                PIC 9.
           02 FS-AMV-2                PIC 9.
           02 FS-AMV-R REDEFINES FS-AMV-2 PIC 99 COMP-X.
       01 FS-PED.
           02 FS-PED-1                PIC 9.
           02 FS-PED-2                PIC 9.
           02 FS-PED-R REDEFINES FS-PED-2 PIC 99 COMP-X.
       01 FS-PEDITEM.
           02 FS-PEDITEM-1            PIC 9.
           02 FS-PEDITEM-2            PIC 9.
           02 FS-PEDITEM-R REDEFINES FS-PEDITEM-2 PIC 99 COMP-X.
       01 FS-RS.
           02 FS-RS-1                 PIC 9.
           02 FS-RS-2                 PIC 9.
           02 FS-RS-R REDEFINES FS-RS-2 PIC 99 COMP-X.

       01 WID-ARQ-BNF                 PIC X(50) VALUE 'ARQBONIF.DAT'.
       01 WID-ARQ-GRUPO               PIC X(50) VALUE 'ARQGRUPO.DAT'.
       01 WID-ARQ-ADT                 PIC X(50) VALUE 'ARQADIANT.DAT'.
       01 WID-ARQ-AMV                 PIC X(50) VALUE 'ARQADTMOV.DAT'.
       01 WID-ARQ-PEDITEM             PIC X(50) VALUE 'ARQPEDITEM.DAT'.
       01 WID-ARQ-RESERVA             PIC X(50) VALUE 'ARQRESERVA.DAT'.
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-VENDEDOR.
           02 WID-ARQ-VENDEDOR-1           PIC X(50).
       01 WID-ARQ-PEDIDOS.
           02 WID-ARQ-PEDIDOS-1            PIC X(50).

       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

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
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-ANO                PIC 9(004).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-ALVO               PIC X(001).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-CODIGO             PIC 9(007).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-VALOR              PIC 9(011)v9(002).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-DOCUMENTO          PIC 9(009).

       77 WOPCAO-BN       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WGR-ABERTO-BN   PIC 9 VALUE ZEROES.
       77 WCHAVE-OK-BN    PIC 9 VALUE ZEROES.
       77 WDADOS-OK-BN    PIC 9 VALUE ZEROES.
       77 WI-BN           PIC 9(002) VALUE ZEROES.
       77 WLIQ-OK-BN      PIC 9 VALUE ZEROES.

      *-------------DADOS EM DIGITACAO------------------------------
       01 WANO-BN                 PIC  9(004) VALUE ZEROES.
       01 WALVO-BN                PIC  X(001) VALUE SPACES.
       01 WCODIGO-BN              PIC  9(007) VALUE ZEROES.
       01 WNOME-ALVO-BN           PIC  X(040) VALUE SPACES.
       01 WDESCRICAO-BN           PIC  X(030) VALUE SPACES.
       01 WFAIXAS-BN.
          02 WVOL-1-BN            PIC  9(011)v9(002) VALUE ZEROES.
          02 WPERC-1-BN           PIC  9(003)v9(002) VALUE ZEROES.
          02 WVOL-2-BN            PIC  9(011)v9(002) VALUE ZEROES.
          02 WPERC-2-BN           PIC  9(003)v9(002) VALUE ZEROES.
          02 WVOL-3-BN            PIC  9(011)v9(002) VALUE ZEROES.
          02 WPERC-3-BN           PIC  9(003)v9(002) VALUE ZEROES.
          02 WVOL-4-BN            PIC  9(011)v9(002) VALUE ZEROES.
          02 WPERC-4-BN           PIC  9(003)v9(002) VALUE ZEROES.
          02 WVOL-5-BN            PIC  9(011)v9(002) VALUE ZEROES.
          02 WPERC-5-BN           PIC  9(003)v9(002) VALUE ZEROES.
       01 WFAIXAS-BN-R REDEFINES WFAIXAS-BN.
          02 WFAIXA-BN OCCURS 5 TIMES.
             03 WVOL-MIN-BN       PIC  9(011)v9(002).
             03 WPERC-FX-BN       PIC  9(003)v9(002).
       01 WFORMA-BN               PIC  X(001) VALUE 'C'.
       01 WCLI-LIQ-BN             PIC  9(007) VALUE ZEROES.
       01 WPROD-BN                PIC  9(007) VALUE ZEROES.
       01 WVEN-BN                 PIC  9(007) VALUE ZEROES.
       01 WSITUACAO-BN            PIC  X(001) VALUE SPACES.
       01 WVOLUME-BN              PIC  9(011)v9(002) VALUE ZEROES.
       01 WPERC-ATING-BN          PIC  9(003)v9(002) VALUE ZEROES.
       01 WVALOR-PROV-BN          PIC  9(011)v9(002) VALUE ZEROES.
       01 WULT-MES-BN             PIC  9(006) VALUE ZEROES.
       01 WVALOR-LIQ-BN           PIC  9(011)v9(002) VALUE ZEROES.
       01 WDOC-LIQ-BN             PIC  9(009) VALUE ZEROES.
       01 WVOL-ANT-BN             PIC  9(011)v9(002) VALUE ZEROES.

      *-------------LIQUIDACAO-------------------------------------
       01 WDATA-HOJE-BN           PIC  9(008) VALUE ZEROES.
       01 WQTDE-BRINDE-BN         PIC  9(009) VALUE ZEROES.
       01 WVALOR-ITEM-BN          PIC  9(009)v9(002) VALUE ZEROES.
       01 WNUMERO-GERADO-BN       PIC  9(009) VALUE ZEROES.
      *--------------------------------------------------

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
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - BONIFICACAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] INCLUIR/ALTERAR ACORDO".
          02 LINE 8 COL 10 VALUE "[2] LIQUIDAR ACORDO DO ANO".
          02 LINE 9 COL 10 VALUE "[3] CANCELAR ACORDO".
          02 LINE 10 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-BN AUTO.

       01 TELA-ACORDO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - BONIFICACAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 10 VALUE "Ano.............:".
          02 LINE 6 COL 10 VALUE "Alvo (C/G)......:".
          02 LINE 6 COL 31 VALUE "(C=CLIENTE G=GRUPO ECONOMICO)".
          02 LINE 7 COL 10 VALUE "Codigo..........:".
          02 LINE 7 COL 37 PIC X(040) FROM WNOME-ALVO-BN.
          02 LINE 8 COL 10 VALUE "Descricao.......:".
          02 LINE 10 COL 10 VALUE "FAIXA  VOLUME A PARTIR DE  %".
          02 LINE 11 COL 12 VALUE "1".
          02 LINE 12 COL 12 VALUE "2".
          02 LINE 13 COL 12 VALUE "3".
          02 LINE 14 COL 12 VALUE "4".
          02 LINE 15 COL 12 VALUE "5".
          02 LINE 17 COL 10 VALUE "Liquidacao (C/M):".
          02 LINE 17 COL 31 VALUE "(C=CREDITO M=MERCADORIA)".
          02 LINE 18 COL 10 VALUE "Cliente Liquid..:".
          02 LINE 19 COL 10 VALUE "Produto Bonif...:".
          02 LINE 20 COL 10 VALUE "Vendedor Pedido.:".
          02 LINE 22 COL 10 VALUE "Situacao:".
          02 LINE 22 COL 20 PIC X(001) FROM WSITUACAO-BN.
          02 LINE 22 COL 23 VALUE "Apurado ate:".
          02 LINE 22 COL 36 PIC 9(006) FROM WULT-MES-BN.
          02 LINE 22 COL 44 VALUE "Volume:".
          02 LINE 22 COL 52 PIC ZZZZZZZZZZ9,99 FROM WVOLUME-BN.
          02 LINE 23 COL 10 VALUE "% Atingido:".
          02 LINE 23 COL 22 PIC ZZ9,99 FROM WPERC-ATING-BN.
          02 LINE 23 COL 30 VALUE "Provisao:".
          02 LINE 23 COL 40 PIC ZZZZZZZZZZ9,99 FROM WVALOR-PROV-BN.
          02 LINE 23 COL 56 VALUE "Liq:".
          02 LINE 23 COL 61 PIC ZZZZZZZZZZ9,99 FROM WVALOR-LIQ-BN.

       01 TELA-CHAVE-BN.
          02 LINE 05 COL 29 PIC 9(004) USING WANO-BN.
          02 LINE 06 COL 29 PIC X(001) USING WALVO-BN.
          02 LINE 07 COL 29 PIC 9(007) USING WCODIGO-BN.

       01 TELA-DADOS-BN.
          02 LINE 08 COL 29 PIC X(030) USING WDESCRICAO-BN.
          02 LINE 11 COL 17 PIC 9(011)v9(002) USING WVOL-1-BN.
          02 LINE 11 COL 35 PIC 9(003)v9(002) USING WPERC-1-BN.
          02 LINE 12 COL 17 PIC 9(011)v9(002) USING WVOL-2-BN.
          02 LINE 12 COL 35 PIC 9(003)v9(002) USING WPERC-2-BN.
          02 LINE 13 COL 17 PIC 9(011)v9(002) USING WVOL-3-BN.
          02 LINE 13 COL 35 PIC 9(003)v9(002) USING WPERC-3-BN.
          02 LINE 14 COL 17 PIC 9(011)v9(002) USING WVOL-4-BN.
          02 LINE 14 COL 35 PIC 9(003)v9(002) USING WPERC-4-BN.
          02 LINE 15 COL 17 PIC 9(011)v9(002) USING WVOL-5-BN.
          02 LINE 15 COL 35 PIC 9(003)v9(002) USING WPERC-5-BN.
          02 LINE 17 COL 29 PIC X(001) USING WFORMA-BN.
          02 LINE 18 COL 29 PIC 9(007) USING WCLI-LIQ-BN.
          02 LINE 19 COL 29 PIC 9(007) USING WPROD-BN.
          02 LINE 20 COL 29 PIC 9(007) USING WVEN-BN.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-BNF
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-GRUPO
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ADT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-AMV
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PEDITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-RESERVA
           MOVE LID-ARQ-CLIENTE-1  TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-PRODUTO-1  TO WID-ARQ-PRODUTO-1
           MOVE LID-ARQ-VENDEDOR-1 TO WID-ARQ-VENDEDOR-1
           MOVE LID-ARQ-PEDIDOS-1  TO WID-ARQ-PEDIDOS-1
           INITIALIZE WOPCAO-BN
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-BN = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-BN
             WHEN 1
               PERFORM S-MANUTENCAO
             WHEN 2
               PERFORM S-LIQUIDACAO
             WHEN 3
               PERFORM S-CANCELAMENTO
             WHEN 6
               CLOSE BONIFIC CLIENTES PRODUTOS VENDEDORES
               IF WGR-ABERTO-BN = 1
                  CLOSE GRUPOS
               END-IF
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *-------------------------------------
      * INCLUSAO/ALTERACAO DO ACORDO. ACORDO LIQUIDADO OU CANCELADO
      * NAO E ALTERADO; A PROVISAO JA APURADA E REFEITA PELA
      * PROXIMA APURACAO COM AS FAIXAS NOVAS.
      *-------------------------------------
       S-MANUTENCAO SECTION.
       MANUTENCAO-1.
           PERFORM R-PEDE-CHAVE THRU R-PEDE-CHAVE-EXIT
           IF WCHAVE-OK-BN = ZERO
              GO TO MANUTENCAO-EXIT
           END-IF
           READ BONIFIC
           IF FS-BNF = '00'
              PERFORM R-MOVE-ACORDO
              IF NOT BNF-ATIVO
                 DISPLAY TELA-ACORDO
                 DISPLAY TELA-CHAVE-BN
                 DISPLAY TELA-DADOS-BN
                 MOVE 'ACORDO LIQUIDADO/CANCELADO - SO CONSULTA'
                    TO WTXT
                 PERFORM R-MOSTRA-MENSAGEM
                 GO TO MANUTENCAO-EXIT
              END-IF
              MOVE 'ACORDO EXISTENTE - ALTERACAO' TO WTXT
           ELSE
              IF WALVO-BN = 'C'
                 MOVE WCODIGO-BN TO WCLI-LIQ-BN
              END-IF
              MOVE 'ACORDO NOVO - INCLUSAO' TO WTXT
           END-IF
           DISPLAY TELA-ACORDO
           DISPLAY TELA-CHAVE-BN
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-DADOS-BN
           INITIALIZE WMENSAGEM
           PERFORM R-VALIDA-DADOS THRU R-VALIDA-DADOS-EXIT
           IF WDADOS-OK-BN = ZERO
              GO TO MANUTENCAO-EXIT
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO MANUTENCAO-EXIT
           END-IF
           MOVE WANO-BN    TO ANO-BNF
           MOVE WALVO-BN   TO ALVO-BNF
           MOVE WCODIGO-BN TO CODIGO-ALVO-BNF
           READ BONIFIC WITH LOCK
           IF FS-BNF = '9D'
              MOVE 'REGISTRO EM USO EM OUTRO TERMINAL' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO MANUTENCAO-EXIT
           END-IF
           IF FS-BNF = '00'
              PERFORM R-MOVE-DADOS-BNF
              REWRITE REGISTRO-BONIFIC
              MOVE 'BNF-ALT ' TO WTL-OPERACAO
           ELSE
              INITIALIZE REGISTRO-BONIFIC
              MOVE WANO-BN    TO ANO-BNF
              MOVE WALVO-BN   TO ALVO-BNF
              MOVE WCODIGO-BN TO CODIGO-ALVO-BNF
              MOVE 'A'        TO SITUACAO-BNF
              PERFORM R-MOVE-DADOS-BNF
              WRITE REGISTRO-BONIFIC
              MOVE 'BNF-INC ' TO WTL-OPERACAO
           END-IF
           IF FS-BNF = '00'
              MOVE ZEROES TO WTL-VALOR WTL-DOCUMENTO
              PERFORM R-GRAVA-LOG
              MOVE 'ACORDO GRAVADO' TO WTXT
           ELSE
              MOVE 'ERRO NA GRAVACAO DO ACORDO ST ' TO WTXT
              MOVE FS-BNF TO WST
           END-IF
           PERFORM R-MOSTRA-MENSAGEM.
       MANUTENCAO-EXIT.
           EXIT.

      *-------------------------------------
      * LIQUIDACAO DO ACORDO: SO DEPOIS DA APURACAO DE DEZEMBRO, PELO
      * VALOR PROVISIONADO NO ANO, NA FORMA DO ACORDO.
      *-------------------------------------
       S-LIQUIDACAO SECTION.
       LIQUIDACAO-1.
           PERFORM R-PEDE-CHAVE THRU R-PEDE-CHAVE-EXIT
           IF WCHAVE-OK-BN = ZERO
              GO TO LIQUIDACAO-EXIT
           END-IF
           READ BONIFIC WITH LOCK
           IF FS-BNF = '9D'
              MOVE 'REGISTRO EM USO EM OUTRO TERMINAL' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO LIQUIDACAO-EXIT
           END-IF
           IF FS-BNF NOT = '00'
              MOVE 'ACORDO NÃO EXISTE ST ' TO WTXT
              MOVE FS-BNF TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO LIQUIDACAO-EXIT
           END-IF
           PERFORM R-MOVE-ACORDO
           DISPLAY TELA-ACORDO
           DISPLAY TELA-CHAVE-BN
           DISPLAY TELA-DADOS-BN
           IF NOT BNF-ATIVO
              UNLOCK BONIFIC
              MOVE 'ACORDO JA LIQUIDADO OU CANCELADO' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO LIQUIDACAO-EXIT
           END-IF
           IF ULT-MES-BNF NOT = (ANO-BNF * 100) + 12
              UNLOCK BONIFIC
              MOVE 'APURACAO DE DEZEMBRO AINDA NAO FEITA' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO LIQUIDACAO-EXIT
           END-IF
           IF VALOR-PROV-BNF = ZEROES
              UNLOCK BONIFIC
              MOVE 'VOLUME NAO ATINGIU FAIXA - CANCELE O ACORDO'
                 TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO LIQUIDACAO-EXIT
           END-IF
           MOVE 'CONFIRMA A LIQUIDACAO ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              UNLOCK BONIFIC
              GO TO LIQUIDACAO-EXIT
           END-IF
           ACCEPT WDATA-HOJE-BN FROM DATE YYYYMMDD
           MOVE ZERO TO WLIQ-OK-BN
           IF BNF-LIQ-MERCADORIA
              PERFORM R-LIQUIDA-MERCADORIA
                 THRU R-LIQUIDA-MERCADORIA-EXIT
           ELSE
              PERFORM R-LIQUIDA-CREDITO THRU R-LIQUIDA-CREDITO-EXIT
           END-IF
           IF WLIQ-OK-BN = ZERO
              UNLOCK BONIFIC
              PERFORM R-MOSTRA-MENSAGEM
              GO TO LIQUIDACAO-EXIT
           END-IF
           MOVE 'L'               TO SITUACAO-BNF
           MOVE WDATA-HOJE-BN     TO DATA-LIQ-BNF
           MOVE WVALOR-LIQ-BN     TO VALOR-LIQ-BNF
           MOVE WNUMERO-GERADO-BN TO DOCUMENTO-LIQ-BNF
           MOVE LID-OPERADOR-1    TO OPERADOR-BNF
           REWRITE REGISTRO-BONIFIC
           MOVE 'BNF-LIQ '        TO WTL-OPERACAO
           MOVE WVALOR-LIQ-BN     TO WTL-VALOR
           MOVE WNUMERO-GERADO-BN TO WTL-DOCUMENTO
           PERFORM R-GRAVA-LOG
           MOVE 'L' TO WSITUACAO-BN
           DISPLAY TELA-ACORDO
           DISPLAY TELA-CHAVE-BN
           DISPLAY TELA-DADOS-BN
           MOVE SPACES TO WTXT
           IF BNF-LIQ-MERCADORIA
              STRING 'PEDIDO BONIFICADO ' WNUMERO-GERADO-BN
                 DELIMITED BY SIZE INTO WTXT
           ELSE
              STRING 'CREDITO GERADO - ADIANTAMENTO '
                     WNUMERO-GERADO-BN
                 DELIMITED BY SIZE INTO WTXT
           END-IF
           PERFORM R-MOSTRA-MENSAGEM.
       LIQUIDACAO-EXIT.
           EXIT.

      *-------------------------------------
      * CANCELAMENTO: ACORDO SEM LIQUIDACAO SAI DA APURACAO.
      *-------------------------------------
       S-CANCELAMENTO SECTION.
       CANCELAMENTO-1.
           PERFORM R-PEDE-CHAVE THRU R-PEDE-CHAVE-EXIT
           IF WCHAVE-OK-BN = ZERO
              GO TO CANCELAMENTO-EXIT
           END-IF
           READ BONIFIC WITH LOCK
           IF FS-BNF = '9D'
              MOVE 'REGISTRO EM USO EM OUTRO TERMINAL' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO CANCELAMENTO-EXIT
           END-IF
           IF FS-BNF NOT = '00'
              MOVE 'ACORDO NÃO EXISTE ST ' TO WTXT
              MOVE FS-BNF TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO CANCELAMENTO-EXIT
           END-IF
           PERFORM R-MOVE-ACORDO
           DISPLAY TELA-ACORDO
           DISPLAY TELA-CHAVE-BN
           DISPLAY TELA-DADOS-BN
           IF NOT BNF-ATIVO
              UNLOCK BONIFIC
              MOVE 'ACORDO JA LIQUIDADO OU CANCELADO' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO CANCELAMENTO-EXIT
           END-IF
           MOVE 'CONFIRMA O CANCELAMENTO ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              UNLOCK BONIFIC
              GO TO CANCELAMENTO-EXIT
           END-IF
           MOVE 'C'            TO SITUACAO-BNF
           MOVE LID-OPERADOR-1 TO OPERADOR-BNF
           REWRITE REGISTRO-BONIFIC
           IF FS-BNF = '00'
              MOVE 'BNF-CAN ' TO WTL-OPERACAO
              MOVE VALOR-PROV-BNF TO WTL-VALOR
              MOVE ZEROES TO WTL-DOCUMENTO
              PERFORM R-GRAVA-LOG
              MOVE 'ACORDO CANCELADO' TO WTXT
           ELSE
              MOVE 'ERRO NA REGRAVACAO DO ACORDO ST ' TO WTXT
              MOVE FS-BNF TO WST
           END-IF
           PERFORM R-MOSTRA-MENSAGEM.
       CANCELAMENTO-EXIT.
           EXIT.

      *-------------------------------------
      * ROTINAS COMUNS
      *-------------------------------------
       S-ROTINAS SECTION.

      *-------------------------------------
      * PEDE ANO + ALVO + CODIGO E CONFERE O CLIENTE OU O GRUPO.
      *-------------------------------------
       R-PEDE-CHAVE.
           MOVE ZERO TO WCHAVE-OK-BN
           MOVE ZEROES TO WCODIGO-BN WFAIXAS-BN WCLI-LIQ-BN WPROD-BN
                          WVEN-BN WVOLUME-BN WPERC-ATING-BN
                          WVALOR-PROV-BN WULT-MES-BN WVALOR-LIQ-BN
                          WDOC-LIQ-BN
           MOVE SPACES TO WALVO-BN WNOME-ALVO-BN WDESCRICAO-BN
                          WSITUACAO-BN
           MOVE 'C' TO WFORMA-BN
           IF WANO-BN = ZEROES
              ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
              MOVE WDHTL-ANO TO WANO-BN
           END-IF
           MOVE 'INFORME ANO, ALVO E CODIGO (ANO 0 SAI)' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-ACORDO
           ACCEPT TELA-CHAVE-BN
           INITIALIZE WMENSAGEM
           IF WANO-BN = ZEROES
              GO TO R-PEDE-CHAVE-EXIT
           END-IF
           INSPECT WALVO-BN CONVERTING 'cg' TO 'CG'
           EVALUATE WALVO-BN
              WHEN 'C'
                 MOVE WCODIGO-BN TO CODIGO
                 READ CLIENTES KEY IS CODIGO
                 IF FS-CLI NOT = '00'
                    MOVE 'CLIENTE NÃO EXISTE ST ' TO WTXT
                    MOVE FS-CLI TO WST
                    PERFORM R-MOSTRA-MENSAGEM
                    GO TO R-PEDE-CHAVE-EXIT
                 END-IF
                 MOVE RAZAO TO WNOME-ALVO-BN
              WHEN 'G'
                 IF WCODIGO-BN = ZEROES OR WCODIGO-BN > 999
                    MOVE 'GRUPO DEVE SER DE 1 A 999' TO WTXT
                    PERFORM R-MOSTRA-MENSAGEM
                    GO TO R-PEDE-CHAVE-EXIT
                 END-IF
                 IF WGR-ABERTO-BN = 1
                    MOVE WCODIGO-BN TO CODIGO-GR
                    READ GRUPOS
                    IF FS-GR NOT = '00'
                       MOVE 'GRUPO NÃO EXISTE ST ' TO WTXT
                       MOVE FS-GR TO WST
                       PERFORM R-MOSTRA-MENSAGEM
                       GO TO R-PEDE-CHAVE-EXIT
                    END-IF
                    MOVE DESCRICAO-GR TO WNOME-ALVO-BN
                 END-IF
              WHEN OTHER
                 MOVE 'ALVO INVALIDO (C OU G)' TO WTXT
                 PERFORM R-MOSTRA-MENSAGEM
                 GO TO R-PEDE-CHAVE-EXIT
           END-EVALUATE
           MOVE WANO-BN    TO ANO-BNF
           MOVE WALVO-BN   TO ALVO-BNF
           MOVE WCODIGO-BN TO CODIGO-ALVO-BNF
           MOVE 1 TO WCHAVE-OK-BN.
       R-PEDE-CHAVE-EXIT.
           EXIT.

      *-------------------------------------
      * FAIXAS: A PRIMEIRA OBRIGATORIA, CADA UMA ACIMA DA ANTERIOR;
      * O CLIENTE DE LIQUIDACAO PERTENCE AO ALVO; NA FORMA M O
      * PRODUTO E O VENDEDOR DO PEDIDO SAO OBRIGATORIOS.
      *-------------------------------------
       R-VALIDA-DADOS.
           MOVE ZERO TO WDADOS-OK-BN
           INSPECT WFORMA-BN CONVERTING 'cm' TO 'CM'
           IF WPERC-1-BN = ZEROES
              MOVE 'INFORME AO MENOS A PRIMEIRA FAIXA' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-VALIDA-DADOS-EXIT
           END-IF
           MOVE ZEROES TO WVOL-ANT-BN
           PERFORM R-VALIDA-FAIXA
              VARYING WI-BN FROM 2 BY 1 UNTIL WI-BN > 5
           IF WVOL-ANT-BN = 99
              MOVE 'FAIXAS FORA DE ORDEM CRESCENTE' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-VALIDA-DADOS-EXIT
           END-IF
           IF WFORMA-BN NOT = 'C' AND WFORMA-BN NOT = 'M'
              MOVE 'FORMA DE LIQUIDACAO INVALIDA (C OU M)' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-VALIDA-DADOS-EXIT
           END-IF
           IF WALVO-BN = 'C' AND WCLI-LIQ-BN = ZEROES
              MOVE WCODIGO-BN TO WCLI-LIQ-BN
           END-IF
           MOVE WCLI-LIQ-BN TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              MOVE 'CLIENTE DE LIQUIDACAO NÃO EXISTE' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-VALIDA-DADOS-EXIT
           END-IF
           IF (WALVO-BN = 'C' AND WCLI-LIQ-BN NOT = WCODIGO-BN) OR
              (WALVO-BN = 'G' AND GRUPO-CLI NOT = WCODIGO-BN)
              MOVE 'CLIENTE DE LIQUIDACAO FORA DO ALVO' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-VALIDA-DADOS-EXIT
           END-IF
           IF WFORMA-BN = 'M'
              MOVE WPROD-BN TO CODIGO-PROD
              READ PRODUTOS
              IF FS-PROD NOT = '00' OR PRECO-PROD = ZEROES
                 MOVE 'PRODUTO BONIFICADO INVALIDO' TO WTXT
                 PERFORM R-MOSTRA-MENSAGEM
                 GO TO R-VALIDA-DADOS-EXIT
              END-IF
              MOVE WVEN-BN TO CODIGO-VEN
              READ VENDEDORES KEY IS CODIGO-VEN
              IF FS-VEN NOT = '00'
                 MOVE 'VENDEDOR DO PEDIDO NÃO EXISTE' TO WTXT
                 PERFORM R-MOSTRA-MENSAGEM
                 GO TO R-VALIDA-DADOS-EXIT
              END-IF
           ELSE
              MOVE ZEROES TO WPROD-BN WVEN-BN
           END-IF
           MOVE 1 TO WDADOS-OK-BN.
       R-VALIDA-DADOS-EXIT.
           EXIT.

      *    (FAIXA EM USO DEPOIS DE UMA VAZIA OU COM VOLUME NAO
      *     SUPERIOR AO DA ANTERIOR MARCA O ERRO COM 99)
       R-VALIDA-FAIXA.
           IF WPERC-FX-BN(WI-BN) NOT = ZEROES
              IF WPERC-FX-BN(WI-BN - 1) = ZEROES OR
                 WVOL-MIN-BN(WI-BN) NOT > WVOL-MIN-BN(WI-BN - 1)
                 MOVE 99 TO WVOL-ANT-BN
              END-IF
           END-IF.

       R-MOVE-ACORDO.
           MOVE DESCRICAO-BNF     TO WDESCRICAO-BN
           MOVE FAIXAS-BNF        TO WFAIXAS-BN
           MOVE FORMA-LIQ-BNF     TO WFORMA-BN
           MOVE CLIENTE-LIQ-BNF   TO WCLI-LIQ-BN
           MOVE PRODUTO-BNF       TO WPROD-BN
           MOVE VENDEDOR-BNF      TO WVEN-BN
           MOVE SITUACAO-BNF      TO WSITUACAO-BN
           MOVE VOLUME-BNF        TO WVOLUME-BN
           MOVE PERC-ATING-BNF    TO WPERC-ATING-BN
           MOVE VALOR-PROV-BNF    TO WVALOR-PROV-BN
           MOVE ULT-MES-BNF       TO WULT-MES-BN
           MOVE VALOR-LIQ-BNF     TO WVALOR-LIQ-BN
           MOVE DOCUMENTO-LIQ-BNF TO WDOC-LIQ-BN.

       R-MOVE-DADOS-BNF.
           MOVE WDESCRICAO-BN  TO DESCRICAO-BNF
           MOVE WFAIXAS-BN     TO FAIXAS-BNF
           MOVE WFORMA-BN      TO FORMA-LIQ-BNF
           MOVE WCLI-LIQ-BN    TO CLIENTE-LIQ-BNF
           MOVE WPROD-BN       TO PRODUTO-BNF
           MOVE WVEN-BN        TO VENDEDOR-BNF
           MOVE LID-OPERADOR-1 TO OPERADOR-BNF.

      *-------------------------------------
      * CREDITO: UM ADIANTAMENTO DO CLIENTE DE LIQUIDACAO PELO VALOR
      * PROVISIONADO, SEM CONTA BANCARIA (NAO HOUVE ENTRADA DE
      * CAIXA). O FATURAMENTO CONSOME O SALDO NAS PROXIMAS PARCELAS.
      *-------------------------------------
       R-LIQUIDA-CREDITO.
           OPEN I-O ADIANTA
           IF FS-ADT = '35'
              CLOSE ADIANTA OPEN OUTPUT ADIANTA
              CLOSE ADIANTA OPEN I-O ADIANTA
           END-IF
           IF FS-ADT NOT = '00' AND FS-ADT NOT = '05'
              MOVE 'ERRO NA ABERTURA DOS ADIANTAMENTOS ST ' TO WTXT
              MOVE FS-ADT TO WST
              GO TO R-LIQUIDA-CREDITO-EXIT
           END-IF
           OPEN I-O ADTMOV
           IF FS-AMV = '35'
              CLOSE ADTMOV OPEN OUTPUT ADTMOV
              CLOSE ADTMOV OPEN I-O ADTMOV
           END-IF
           MOVE 'ADIANTA' TO LINK-NUM-ENTIDADE
           CALL "GeraNumero" USING LINK-NUMERO
           IF LINK-NUM-STATUS NOT = '0'
              MOVE 'ERRO NA NUMERACAO DO ADIANTAMENTO' TO WTXT
              CLOSE ADIANTA ADTMOV
              GO TO R-LIQUIDA-CREDITO-EXIT
           END-IF
           MOVE LINK-NUM-VALOR TO WNUMERO-GERADO-BN
           MOVE VALOR-PROV-BNF TO WVALOR-LIQ-BN
           INITIALIZE REGISTRO-ADIANTA
           MOVE WNUMERO-GERADO-BN TO NUMERO-ADT
           MOVE CLIENTE-LIQ-BNF   TO CODIGO-CLI-ADT
           MOVE WDATA-HOJE-BN     TO DATA-ADT
           MOVE WVALOR-LIQ-BN     TO VALOR-ADT SALDO-ADT
           STRING 'BONIF ' ANO-BNF ' ' ALVO-BNF CODIGO-ALVO-BNF
              DELIMITED BY SIZE INTO DOCUMENTO-ADT
           MOVE ZEROES            TO CONTA-BCO-ADT
           MOVE 1                 TO QTD-MOV-ADT
           MOVE 'A'               TO SITUACAO-ADT
           MOVE LID-OPERADOR-1    TO OPERADOR-ADT
           WRITE REGISTRO-ADIANTA
           IF FS-ADT NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO CREDITO ST ' TO WTXT
              MOVE FS-ADT TO WST
              CLOSE ADIANTA ADTMOV
              GO TO R-LIQUIDA-CREDITO-EXIT
           END-IF
           MOVE WNUMERO-GERADO-BN TO NUMERO-ADT-AMV
           MOVE 1                 TO SEQ-AMV
           MOVE 'R'               TO TIPO-AMV
           MOVE WDATA-HOJE-BN     TO DATA-AMV
           MOVE WVALOR-LIQ-BN     TO VALOR-AMV
           MOVE ZEROES            TO NF-AMV PARC-AMV
           MOVE LID-OPERADOR-1    TO OPERADOR-AMV
           WRITE REGISTRO-ADTMOV
           CLOSE ADIANTA ADTMOV
           MOVE 1 TO WLIQ-OK-BN.
       R-LIQUIDA-CREDITO-EXIT.
           EXIT.

      *-------------------------------------
      * MERCADORIA: PEDIDO ABERTO DO CLIENTE DE LIQUIDACAO COM O
      * PRODUTO DO ACORDO NA QUANTIDADE QUE O VALOR PROVISIONADO
      * COMPRA PELO PRECO DO CADASTRO (SOBRA ABAIXO DE UMA UNIDADE
      * FICA DE FORA), DESCONTO DE 100% E ORIGEM 'B'. O FATURAMENTO
      * EMITE A NOTA SEM TITULO A RECEBER. RESERVA DE ESTOQUE COMO
      * NA DIGITACAO.
      *-------------------------------------
       R-LIQUIDA-MERCADORIA.
           MOVE PRODUTO-BNF TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD NOT = '00' OR PRECO-PROD = ZEROES
              MOVE 'PRODUTO BONIFICADO INVALIDO' TO WTXT
              GO TO R-LIQUIDA-MERCADORIA-EXIT
           END-IF
           DIVIDE VALOR-PROV-BNF BY PRECO-PROD
              GIVING WQTDE-BRINDE-BN
           IF WQTDE-BRINDE-BN = ZEROES
              MOVE 'VALOR NAO COBRE UMA UNIDADE DO PRODUTO' TO WTXT
              GO TO R-LIQUIDA-MERCADORIA-EXIT
           END-IF
           IF WQTDE-BRINDE-BN > 99999
              MOVE 99999 TO WQTDE-BRINDE-BN
           END-IF
           COMPUTE WVALOR-ITEM-BN = WQTDE-BRINDE-BN * PRECO-PROD
           IF WVALOR-ITEM-BN > 9999999.99
              MOVE 'VALOR ACIMA DO LIMITE DE UM PEDIDO' TO WTXT
              GO TO R-LIQUIDA-MERCADORIA-EXIT
           END-IF
           OPEN I-O PEDIDOS
           IF FS-PED NOT = '00'
              MOVE 'ERRO NA ABERTURA DOS PEDIDOS ST ' TO WTXT
              MOVE FS-PED TO WST
              GO TO R-LIQUIDA-MERCADORIA-EXIT
           END-IF
           OPEN I-O PEDITEM
           IF FS-PEDITEM = '35'
              CLOSE PEDITEM OPEN OUTPUT PEDITEM
              CLOSE PEDITEM OPEN I-O PEDITEM
           END-IF
           OPEN I-O RESERVA
           IF FS-RS = '35'
              CLOSE RESERVA OPEN OUTPUT RESERVA
              CLOSE RESERVA OPEN I-O RESERVA
           END-IF
           MOVE 'PEDIDO' TO LINK-NUM-ENTIDADE
           CALL "GeraNumero" USING LINK-NUMERO
           IF LINK-NUM-STATUS NOT = '0'
              MOVE 'ERRO NA NUMERACAO DO PEDIDO' TO WTXT
              CLOSE PEDIDOS PEDITEM RESERVA
              GO TO R-LIQUIDA-MERCADORIA-EXIT
           END-IF
           MOVE LINK-NUM-VALOR TO WNUMERO-GERADO-BN
           MOVE WNUMERO-GERADO-BN TO CODIGO-PED-ITEM
           MOVE 1                 TO NUMERO-ITEM
           MOVE PRODUTO-BNF       TO CODIGO-PROD-ITEM
           MOVE WQTDE-BRINDE-BN   TO QUANTIDADE-ITEM
           MOVE PRECO-PROD        TO VALOR-UNIT-ITEM
           MOVE WVALOR-ITEM-BN    TO VALOR-TOTAL-ITEM
           MOVE ZEROES TO QTDE-ENTREGUE-ITEM PROMO-ITEM
           WRITE REGISTRO-PEDITEM
           IF FS-PEDITEM NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO ITEM ST ' TO WTXT
              MOVE FS-PEDITEM TO WST
              CLOSE PEDIDOS PEDITEM RESERVA
              GO TO R-LIQUIDA-MERCADORIA-EXIT
           END-IF
           INITIALIZE REGISTRO-PEDIDOS
           MOVE WNUMERO-GERADO-BN TO CODIGO-PED
           MOVE CLIENTE-LIQ-BNF   TO CODIGO-CLI-PED
           MOVE VENDEDOR-BNF      TO CODIGO-VEN-PED
           MOVE WDATA-HOJE-BN     TO DATA-PED
           MOVE WVALOR-ITEM-BN    TO VALOR-PED VALOR-DESC-PED
           MOVE 'A'               TO STATUS-PED
           MOVE 100               TO DESC-PERC-PED
           MOVE 'B'               TO ORIGEM-PED
           WRITE REGISTRO-PEDIDOS
           IF FS-PED NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO PEDIDO ST ' TO WTXT
              MOVE FS-PED TO WST
              CLOSE PEDIDOS PEDITEM RESERVA
              GO TO R-LIQUIDA-MERCADORIA-EXIT
           END-IF
           MOVE PRODUTO-BNF TO CODIGO-PROD-RS
           READ RESERVA
           IF FS-RS = '00'
              ADD WQTDE-BRINDE-BN TO QTDE-RESERVADA-RS
              REWRITE REGISTRO-RESERVA
           ELSE
              MOVE WQTDE-BRINDE-BN TO QTDE-RESERVADA-RS
              WRITE REGISTRO-RESERVA
           END-IF
           CLOSE PEDIDOS PEDITEM RESERVA
           MOVE WVALOR-ITEM-BN TO WVALOR-LIQ-BN
           MOVE 1 TO WLIQ-OK-BN.
       R-LIQUIDA-MERCADORIA-EXIT.
           EXIT.

       R-GRAVA-LOG.
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME
           MOVE WDHTL-DATA       TO WTL-DATA
           MOVE WDHTL-HH         TO WTL-HH
           MOVE WDHTL-MM         TO WTL-MM
           MOVE WDHTL-SS         TO WTL-SS
           MOVE LID-OPERADOR-1   TO WTL-OPERADOR
           MOVE WANO-BN          TO WTL-ANO
           MOVE WALVO-BN         TO WTL-ALVO
           MOVE WCODIGO-BN       TO WTL-CODIGO
           OPEN EXTEND ARQTRANLOG
           IF FS-TRANLOG = '05' OR FS-TRANLOG = '35'
              OPEN OUTPUT ARQTRANLOG
           END-IF
           MOVE WTRANLOG-LINHA TO ARQTRANLOG-REC
           WRITE ARQTRANLOG-REC
           CLOSE ARQTRANLOG.

       R-MOSTRA-MENSAGEM.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       ABRE-ARQUIVOS.
           OPEN I-O BONIFIC.
           IF FS-BNF = '35'
              CLOSE BONIFIC OPEN OUTPUT BONIFIC
              CLOSE BONIFIC OPEN I-O BONIFIC
           END-IF
           IF FS-BNF = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS ACORDOS ST ' TO WTXT
              MOVE FS-BNF TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE 'ERRO NA ABERTURA DOS CLIENTES ST ' TO WTXT
              MOVE FS-CLI TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PROD NOT = '00'
              MOVE 'ERRO NA ABERTURA DOS PRODUTOS ST ' TO WTXT
              MOVE FS-PROD TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN INPUT VENDEDORES.
           IF FS-VEN NOT = '00'
              MOVE 'ERRO NA ABERTURA DOS VENDEDORES ST ' TO WTXT
              MOVE FS-VEN TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
      *    (SEM O CADASTRO DE GRUPOS O CODIGO E ACEITO SEM
      *     CONFERENCIA)
           MOVE ZERO TO WGR-ABERTO-BN
           OPEN INPUT GRUPOS.
           IF FS-GR = '00'
              MOVE 1 TO WGR-ABERTO-BN
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
