      *--------------------------
      * DEVOLUCAO DE COMPRA (RETORNO DE MERCADORIA AO FORNECEDOR)
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadDevCompra.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Devolve ao fornecedor mercadoria
      *              recebida por ordem de compra: o operador informa
      *              a ordem, a nota do fornecedor (padrao o titulo
      *              em aberto da ordem no contas a pagar) e o
      *              motivo (A=avaria E=produto errado V=validade
      *              Q=qualidade O=outros); depois, item a item, a
      *              linha da ordem, a quantidade e o lote/validade.
      *              A quantidade nao passa do recebido menos o ja
      *              devolvido da linha nem do saldo do produto, do
      *              deposito padrao [1] ou do lote. Cada item grava
      *              ARQDEVCOMP.DAT (numerado pelo GeraNumero), lanca
      *              a saida 'S' no MOVESTOQUE (documento DVC +
      *              numero) com o lote, baixa o saldo do produto,
      *              do deposito e do lote, tira do custo medio o
      *              custo da linha da ordem e abate o valor do saldo
      *              em aberto do titulo da nota do fornecedor; o que
      *              o titulo nao absorve fica como debito em aberto
      *              na propria devolucao. Ao final imprime o
      *              documento de devolucao (spool DEVCOMPRA), que
      *              tambem pode ser reimpresso. Operacoes no
      *              TRANLOG.LOG.
      * 2026-10-15 - Chaves alternativas de data em MOVESTOQUE.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ORDCOMPRA ASSIGN TO  DISK WID-ARQ-OC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-OC
              ALTERNATE RECORD KEY IS CODIGO-FOR-OC WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-OC.

       SELECT OCITEM ASSIGN TO  DISK WID-ARQ-OCITEM
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-OCI
              ALTERNATE RECORD KEY IS CODIGO-PROD-OCI WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-OCI.

       SELECT FORNECEDORES ASSIGN TO  DISK WID-ARQ-FORN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FOR
              ALTERNATE RECORD KEY IS CNPJ-FOR  WITH DUPLICATES
              ALTERNATE RECORD KEY IS RAZAO-FOR WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FOR.

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

       SELECT SALDOLOC ASSIGN TO  DISK WID-ARQ-SALDOLOC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-SL
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SL.

       SELECT LOTES ASSIGN TO  DISK WID-ARQ-LOTES
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-LT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LT.

       SELECT CONTASPAG ASSIGN TO  DISK WID-ARQ-CPAG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CPAG
              ALTERNATE RECORD KEY IS DATA-VENC-CPAG WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-OC-CPAG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CPAG.

       SELECT DEVCOMPRA ASSIGN TO  DISK WID-ARQ-DEVCOMP
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DVC
              ALTERNATE RECORD KEY IS CODIGO-FOR-DVC WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-OC-DVC WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DVC.

       SELECT ARQMOVCTRL ASSIGN TO DISK WID-ARQ-MOVCTRL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-MOVCTRL.

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRANLOG.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ORDCOMPRA.
       01 REGISTRO-ORDCOMPRA.
          02 CHAVE-OC.
             03 CODIGO-OC             PIC  9(009).
          02 CODIGO-FOR-OC            PIC  9(007).
          02 DATA-OC                  PIC  9(008) VALUE ZEROES.
          02 STATUS-OC                PIC  X(001) VALUE 'A'.
             88 OC-ABERTA             VALUE 'A'.
             88 OC-PARCIAL            VALUE 'P'.
             88 OC-FECHADA            VALUE 'F'.
             88 OC-CANCELADA          VALUE 'C'.
          02 VALOR-OC                 PIC  9(011)v9(002) VALUE ZEROES.
          02 PRAZO-ENT-OC             PIC  9(003) VALUE ZEROES.

       FD OCITEM.
       01 REGISTRO-OCITEM.
          02 CHAVE-OCI.
             03 CODIGO-OC-OCI         PIC  9(009).
             03 NUMERO-OCI            PIC  9(003).
          02 CODIGO-PROD-OCI          PIC  9(007).
          02 QTDE-OCI                 PIC  9(007) VALUE ZEROES.
          02 CUSTO-UNIT-OCI           PIC  9(007)v9(002) VALUE ZEROES.
          02 QTDE-RECEBIDA-OCI        PIC  9(007) VALUE ZEROES.

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
             88 PROD-TRIBUTADO     VALUE 'T'.
             88 PROD-BASE-REDUZ    VALUE 'R'.
             88 PROD-ISENTO        VALUE 'I'.
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

       FD SALDOLOC.
       01 REGISTRO-SALDOLOC.
          02 CHAVE-SL.
             03 CODIGO-PROD-SL        PIC  9(007).
             03 LOCAL-SL              PIC  9(003).
          02 SALDO-SL                 PIC  9(007) VALUE ZEROES.

       FD LOTES.
       01 REGISTRO-LOTES.
          02 CHAVE-LT.
             03 CODIGO-PROD-LT        PIC  9(007).
             03 VALIDADE-LT           PIC  9(008).
             03 LOTE-LT               PIC  X(010).
          02 SALDO-LT                 PIC  9(007) VALUE ZEROES.

       FD CONTASPAG.
       01 REGISTRO-CONTASPAG.
          02 CHAVE-CPAG.
             03 TIPO-CRED-CPAG        PIC  X(001).
                88 CPAG-FORNECEDOR    VALUE 'F'.
             03 CODIGO-CRED-CPAG      PIC  9(007).
             03 NUMERO-DOC-CPAG       PIC  9(009).
             03 PARCELA-CPAG          PIC  9(003).
          02 ORIGEM-CPAG              PIC  X(001) VALUE SPACES.
             88 CPAG-COMPRA           VALUE 'C'.
             88 CPAG-DESPESA          VALUE 'D'.
          02 CODIGO-OC-CPAG           PIC  9(009) VALUE ZEROES.
          02 HISTORICO-CPAG           PIC  X(030) VALUE SPACES.
          02 DATA-EMISSAO-CPAG        PIC  9(008) VALUE ZEROES.
          02 DATA-VENC-CPAG           PIC  9(008) VALUE ZEROES.
          02 VALOR-CPAG               PIC  9(009)v9(002) VALUE ZEROES.
          02 SALDO-CPAG               PIC  9(009)v9(002) VALUE ZEROES.
          02 DATA-ULT-PGTO-CPAG       PIC  9(008) VALUE ZEROES.
          02 SITUACAO-CPAG            PIC  X(001) VALUE 'A'.
             88 CPAG-ABERTO           VALUE 'A'.
             88 CPAG-QUITADO          VALUE 'Q'.
             88 CPAG-CANCELADO        VALUE 'C'.
          02 TOTAL-PARC-CPAG          PIC  9(003) VALUE ZEROES.
          02 OPERADOR-CPAG            PIC  X(010) VALUE SPACES.

       FD DEVCOMPRA.
       01 REGISTRO-DEVCOMPRA.
          02 CHAVE-DVC.
             03 NUMERO-DVC            PIC  9(009).
             03 SEQ-DVC               PIC  9(003).
          02 CODIGO-FOR-DVC           PIC  9(007).
          02 CODIGO-OC-DVC            PIC  9(009).
          02 NUMERO-OCI-DVC           PIC  9(003).
          02 CODIGO-PROD-DVC          PIC  9(007).
          02 QTDE-DVC                 PIC  9(007) VALUE ZEROES.
          02 CUSTO-UNIT-DVC           PIC  9(007)v9(002) VALUE ZEROES.
          02 VALOR-DVC                PIC  9(009)v9(002) VALUE ZEROES.
          02 LOTE-DVC                 PIC  X(010) VALUE SPACES.
          02 VALIDADE-DVC             PIC  9(008) VALUE ZEROES.
          02 NF-FORN-DVC              PIC  9(009) VALUE ZEROES.
          02 VALOR-ABATIDO-DVC        PIC  9(009)v9(002) VALUE ZEROES.
          02 DEBITO-ABERTO-DVC        PIC  9(009)v9(002) VALUE ZEROES.
          02 DATA-DVC                 PIC  9(008) VALUE ZEROES.
          02 OPERADOR-DVC             PIC  X(010) VALUE SPACES.
          02 MOTIVO-COD-DVC           PIC  X(001) VALUE SPACES.
             88 DVC-AVARIA            VALUE 'A'.
             88 DVC-ERRADO            VALUE 'E'.
             88 DVC-VALIDADE          VALUE 'V'.
             88 DVC-QUALIDADE         VALUE 'Q'.
             88 DVC-OUTROS            VALUE 'O'.
          02 MOTIVO-DVC               PIC  X(040) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD  ARQMOVCTRL.
       01  ARQMOVCTRL-REC.
           02 MOVCTRL-ULTIMO-SEQ    PIC 9(009).
           02 FILLER                PIC X(011).

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-OC.
           02 FS-OC-1                PIC 9.
           02 FS-OC-2                PIC 9.
           02 FS-OC-R REDEFINES FS-OC-2 PIC 99 COMP-X.
       01 FS-OCI.
           02 FS-OCI-1                PIC 9.
           02 FS-OCI-2                PIC 9.
           02 FS-OCI-R REDEFINES FS-OCI-2 PIC 99 COMP-X.
       01 FS-FOR.
           02 FS-FOR-1                PIC 9.
           02 FS-FOR-2                PIC 9.
           02 FS-FOR-R REDEFINES FS-FOR-2 PIC 99 COMP-X.
       01 FS-PROD.
           02 FS-PROD-1                PIC 9.
           02 FS-PROD-2                PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-MOVEST.
           02 FS-MOVEST-1                PIC 9.
           02 FS-MOVEST-2                PIC 9.
           02 FS-MOVEST-R REDEFINES FS-MOVEST-2 PIC 99 COMP-X.
       01 FS-LT.
           02 FS-LT-1                PIC 9.
           02 FS-LT-2                PIC 9.
           02 FS-LT-R REDEFINES FS-LT-2 PIC 99 COMP-X.
       01 FS-CPAG.
           02 FS-CPAG-1                PIC 9.
           02 FS-CPAG-2                PIC 9.
           02 FS-CPAG-R REDEFINES FS-CPAG-2 PIC 99 COMP-X.
       01 FS-DVC.
           02 FS-DVC-1                PIC 9.
           02 FS-DVC-2                PIC 9.
           02 FS-DVC-R REDEFINES FS-DVC-2 PIC 99 COMP-X.
       01 FS-MOVCTRL                  PIC XX VALUE '00'.
       01 FS-TRANLOG                  PIC XX VALUE '00'.
       01 FS-REL                      PIC XX VALUE '00'.

       01 WID-ARQ-OC                  PIC X(50) VALUE 'ARQOC.DAT'.
       01 WID-ARQ-OCITEM              PIC X(50) VALUE 'ARQOCITEM.DAT'.
       01 WID-ARQ-FORN                PIC X(50) VALUE 'ARQFORN.DAT'.
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-MOVEST              PIC X(50) VALUE 'ARQMOVEST.DAT'.
       01 WID-ARQ-SALDOLOC          PIC X(50) VALUE 'ARQSALDOLOC.DAT'.
       01 FS-SL.
           02 FS-SL-1                 PIC 9.
           02 FS-SL-2                 PIC 9.
           02 FS-SL-R REDEFINES FS-SL-2 PIC 99 COMP-X.
       01 WID-ARQ-LOTES               PIC X(50) VALUE 'ARQLOTES.DAT'.
       01 WID-ARQ-MOVCTRL             PIC X(50) VALUE 'MOVCTRL.DAT'.
       01 WID-ARQ-CPAG                PIC X(50) VALUE 'ARQCPAG.DAT'.
       01 WID-ARQ-DEVCOMP             PIC X(50) VALUE 'ARQDEVCOMP.DAT'.
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WOPCAO-DC       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)

      *-------------CABECALHO DA DEVOLUCAO--------------------------
       01 WNUMERO-DC           PIC 9(009) VALUE ZEROES.
       01 WCODIGO-OC-DC        PIC 9(009) VALUE ZEROES.
       01 WCODIGO-FOR-DC       PIC 9(007) VALUE ZEROES.
       01 WRAZAO-FOR-DC        PIC X(040) VALUE SPACES.
       01 WNF-FORN-DC          PIC 9(009) VALUE ZEROES.
       01 WMOTIVO-COD-DC       PIC X(001) VALUE SPACES.
       01 WMOTIVO-DC           PIC X(040) VALUE SPACES.
       01 WDATA-HOJE-DC        PIC 9(008) VALUE ZEROES.
       01 WULT-SEQ-DC          PIC 9(003) VALUE ZEROES.
       77 WFIM-ITENS-DC        PIC 9 VALUE ZEROES.
      *--------------------------------------------------

      *-------------ITEM DEVOLVIDO----------------------------------
       01 WNUMERO-OCI-DC       PIC 9(003) VALUE ZEROES.
       01 WCODIGO-PROD-DC      PIC 9(007) VALUE ZEROES.
       01 WDESCRICAO-PROD-DC   PIC X(040) VALUE SPACES.
       01 WQTDE-RECEBIDA-DC    PIC 9(007) VALUE ZEROES.
       01 WJA-DEVOLVIDO-DC     PIC 9(007) VALUE ZEROES.
       01 WCUSTO-UNIT-DC       PIC 9(007)v9(002) VALUE ZEROES.
       01 WQTDE-DC             PIC 9(007) VALUE ZEROES.
       01 WLOTE-DC             PIC X(010) VALUE SPACES.
       01 WVALIDADE-DC         PIC 9(008) VALUE ZEROES.
       01 WVALOR-DC            PIC 9(009)v9(002) VALUE ZEROES.
       01 WSALDO-LOCAL-DC      PIC 9(007) VALUE ZEROES.
       77 WTEM-SL-DC           PIC 9 VALUE ZEROES.
      *--------------------------------------------------

      *-------------CUSTO MEDIO E DEBITO NO FORNECEDOR--------------
      * A BASE DO CUSTO MEDIO PERDE O CUSTO DA LINHA DA ORDEM; BASE
      * NEGATIVA (CUSTO MEDIO JA ABAIXO DO DA ORDEM) ZERA O CUSTO.
       01 WBASE-CUSTO-DC       PIC S9(013)v9(002) VALUE ZEROES.
       01 WDEBITO-DC           PIC 9(009)v9(002) VALUE ZEROES.
       01 WABATIDO-DC          PIC 9(009)v9(002) VALUE ZEROES.
       77 WSAIDA-CP-DC         PIC 9 VALUE ZEROES.
      *--------------------------------------------------

      *-------------APURACAO DO JA DEVOLVIDO DA LINHA---------------
       77 WSAIDA-DC            PIC 9 VALUE ZEROES.
       01 WOC-ALVO-DC          PIC 9(009) VALUE ZEROES.
      *--------------------------------------------------

      *-------------DOCUMENTO DE DEVOLUCAO--------------------------
       01 WNUM-ALVO-DC         PIC 9(009) VALUE ZEROES.
       01 WTOT-QTDE-DC         PIC 9(009) VALUE ZEROES.
       01 WTOT-VALOR-DC        PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-ABATIDO-DC      PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-DEBITO-DC       PIC 9(011)v9(002) VALUE ZEROES.
       77 WTEM-DOC-DC          PIC 9 VALUE ZEROES.
      *--------------------------------------------------

       01 WULTIMO-SEQ-MOV      PIC 9(009) VALUE ZEROES.

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
          02 WTL-DEVOL              PIC 9(009).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-OC                 PIC 9(009).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-ITEM               PIC 9(003).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-QTDE               PIC 9(007).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-VALOR              PIC 9(009)v9(002).

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

      *------------------------------------
      * LAYOUT DO DOCUMENTO DE DEVOLUCAO
      *------------------------------------
       01  CAB01-DC.
           02 FILLER            PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(40) VALUE
           'DOCUMENTO DE DEVOLUCAO AO FORNECEDOR'.

       01  CAB02-DC.
           02 FILLER            PIC X(18) VALUE 'DEVOLUCAO NUMERO: '.
           02 RD-NUMERO         PIC 9(009).
           02 FILLER            PIC X(08) VALUE '  DATA: '.
           02 RD-DATA           PIC 9(004)/9(002)/9(002).

       01  CAB03-DC.
           02 FILLER            PIC X(18) VALUE 'FORNECEDOR......: '.
           02 RD-FORNECEDOR     PIC 9(007).
           02 FILLER            PIC X(03) VALUE ' - '.
           02 RD-RAZAO          PIC X(040).
           02 FILLER            PIC X(08) VALUE '  CNPJ: '.
           02 RD-CNPJ           PIC 9(014).

       01  CAB04-DC.
           02 FILLER            PIC X(18) VALUE 'ORDEM DE COMPRA.: '.
           02 RD-OC             PIC 9(009).
           02 FILLER            PIC X(19) VALUE '  NOTA DO FORNEC.: '.
           02 RD-NF             PIC 9(009).

       01  CAB05-DC.
           02 FILLER            PIC X(18) VALUE 'MOTIVO..........: '.
           02 RD-MOTIVO-COD     PIC X(015).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 RD-MOTIVO         PIC X(040).

       01  CAB06-DC.
           03 FILLER PIC X(05) VALUE 'ITEM '.
           03 FILLER PIC X(08) VALUE 'PRODUTO '.
           03 FILLER PIC X(31) VALUE 'DESCRICAO                      '.
           03 FILLER PIC X(11) VALUE 'LOTE       '.
           03 FILLER PIC X(11) VALUE 'VALIDADE   '.
           03 FILLER PIC X(08) VALUE '    QTDE'.
           03 FILLER PIC X(14) VALUE '  CUSTO UNIT. '.
           03 FILLER PIC X(14) VALUE '         VALOR'.

       01  CAB07-DC.
           03 FILLER PIC X(102) VALUE IS ALL '-'.

       01  DET01-DC.
           03 RD-ITEM             PIC 9(003).
           03 FILLER              PIC X(02)  VALUE SPACES.
           03 RD-PRODUTO          PIC 9(007).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RD-DESCRICAO        PIC X(030).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RD-LOTE             PIC X(010).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RD-VALIDADE         PIC 9(004)/9(002)/9(002).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RD-QTDE             PIC ZZZZZZ9.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RD-CUSTO            PIC Z(09)9.99.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RD-VALOR            PIC Z(10)9.99.

       01  TOT01-DC.
           03 FILLER              PIC X(18) VALUE 'TOTAL DEVOLVIDO.:'.
           03 FILLER              PIC X(07) VALUE ' QTDE '.
           03 RD-TOT-QTDE         PIC ZZZZZZZZ9.
           03 FILLER              PIC X(08) VALUE '  VALOR '.
           03 RD-TOT-VALOR        PIC Z(12)9.99.

       01  TOT02-DC.
           03 FILLER              PIC X(18) VALUE 'ABATIDO NO TITULO'.
           03 FILLER              PIC X(02) VALUE ': '.
           03 RD-TOT-ABATIDO      PIC Z(12)9.99.
           03 FILLER              PIC X(22) VALUE
              '  DEBITO EM ABERTO: '.
           03 RD-TOT-DEBITO       PIC Z(12)9.99.

       01  ASS01-DC.
           03 FILLER              PIC X(60) VALUE
           'EXPEDIDO POR: ______________________  RECEBIDO POR: '.
           03 FILLER              PIC X(22) VALUE
           '______________________'.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-OPCAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - DEVOL. COMPRA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] REGISTRAR DEVOLUCAO".
          02 LINE 8 COL 10 VALUE "[2] REIMPRIMIR DOCUMENTO".
          02 LINE 9 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-DC AUTO.

       01 TELA-DEVCOMPRA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - DEVOL. COMPRA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 25 VALUE "DEVOLUCAO AO FORNECEDOR".
          02 LINE 6 COL 10 VALUE "Numero Devolucao:".
          02 LINE 6 COL 29 PIC 9(009) FROM WNUMERO-DC.
          02 LINE 7 COL 10 VALUE "Ordem de Compra.:".
          02 LINE 8 COL 10 VALUE "Fornecedor......:".
          02 LINE 8 COL 29 PIC 9(007) FROM WCODIGO-FOR-DC.
          02 LINE 8 COL 37 PIC X(040) FROM WRAZAO-FOR-DC.
          02 LINE 9 COL 10 VALUE "NF do Fornec....:".
          02 LINE 10 COL 10 VALUE "Motivo..........:".
          02 LINE 10 COL 32 VALUE
             "(A=AVARIA E=ERRADO V=VALIDADE Q=QUALID. O=OUTROS)".
          02 LINE 11 COL 10 VALUE "Observacao......:".

       01 TELA-OC-DC.
          02 LINE 07 COL 29 PIC 9(009) USING WCODIGO-OC-DC.

       01 TELA-CAB-DC.
          02 LINE 09 COL 29 PIC 9(009) USING WNF-FORN-DC.
          02 LINE 10 COL 29 PIC X(001) USING WMOTIVO-COD-DC.
          02 LINE 11 COL 29 PIC X(040) USING WMOTIVO-DC.

       01 TELA-ITEM-DC.
          02 LINE 13 COL 10 VALUE "Item da Ordem...:".
          02 LINE 13 COL 29 PIC 9(003) USING WNUMERO-OCI-DC.

       01 TELA-INFO-ITEM-DC.
          02 LINE 14 COL 10 VALUE "Produto.........:".
          02 LINE 14 COL 29 PIC 9(007) FROM WCODIGO-PROD-DC.
          02 LINE 14 COL 37 PIC X(040) FROM WDESCRICAO-PROD-DC.
          02 LINE 15 COL 10 VALUE "Recebido/Devolv.:".
          02 LINE 15 COL 29 PIC 9(007) FROM WQTDE-RECEBIDA-DC.
          02 LINE 15 COL 37 PIC 9(007) FROM WJA-DEVOLVIDO-DC.
          02 LINE 16 COL 10 VALUE "Custo Unitario..:".
          02 LINE 16 COL 29 PIC 9(007)v9(002) FROM WCUSTO-UNIT-DC.
          02 LINE 17 COL 10 VALUE "Qtde Devolvida..:".
          02 LINE 18 COL 10 VALUE "Lote............:".
          02 LINE 19 COL 10 VALUE "Validade........:".

       01 TELA-DADOS-ITEM-DC.
          02 LINE 17 COL 29 PIC 9(007) USING WQTDE-DC.
          02 LINE 18 COL 29 PIC X(010) USING WLOTE-DC.
          02 LINE 19 COL 29 PIC 9(008) USING WVALIDADE-DC.

       01 TELA-NUMERO-DC.
          02 LINE 06 COL 29 PIC 9(009) USING WNUMERO-DC.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-OC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-OCITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FORN
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MOVEST
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SALDOLOC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-LOTES
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MOVCTRL
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CPAG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-DEVCOMP
           INITIALIZE WSAIDA WOPCAO-DC
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-DC = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-DC
             WHEN 1
               PERFORM S-REGISTRAR-DC
             WHEN 2
               PERFORM S-REIMPRIMIR-DC
             WHEN 6
               CLOSE ORDCOMPRA OCITEM FORNECEDORES PRODUTOS
                     MOVESTOQUE LOTES CONTASPAG DEVCOMPRA
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *-------------------------------------
      * REGISTRO: CABECALHO (ORDEM, NOTA DO FORNECEDOR E MOTIVO) E
      * DEPOIS OS ITENS DA ORDEM DEVOLVIDOS, UM A UM, ATE O ITEM 0.
      * O NUMERO DA DEVOLUCAO SO E TIRADO NO PRIMEIRO ITEM ACEITO.
      *-------------------------------------
       S-REGISTRAR-DC SECTION.
       REGISTRAR-DC-1.
           MOVE ZEROES TO WNUMERO-DC WCODIGO-OC-DC WCODIGO-FOR-DC
                          WNF-FORN-DC WULT-SEQ-DC
           MOVE SPACES TO WRAZAO-FOR-DC WMOTIVO-COD-DC WMOTIVO-DC
           MOVE 'INFORME A ORDEM DE COMPRA (0 SAI) ' TO WTXT
           DISPLAY TELA-DEVCOMPRA
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-OC-DC
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WCODIGO-OC-DC = ZEROES
              GO TO REGISTRAR-DC-EXIT
           END-IF
           MOVE WCODIGO-OC-DC TO CODIGO-OC
           READ ORDCOMPRA
           IF FS-OC NOT = '00'
              MOVE 'ORDEM NÃO EXISTE ST ' TO WTXT
              MOVE FS-OC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO REGISTRAR-DC-EXIT
           END-IF
           MOVE CODIGO-FOR-OC TO WCODIGO-FOR-DC CODIGO-FOR
           READ FORNECEDORES
           IF FS-FOR = '00'
              MOVE RAZAO-FOR TO WRAZAO-FOR-DC
           END-IF
      *    (NOTA PADRAO: O PRIMEIRO TITULO EM ABERTO DA ORDEM)
           PERFORM R-ACHA-TITULO-OC-DC
           DISPLAY TELA-DEVCOMPRA
           ACCEPT TELA-CAB-DC
           INSPECT WMOTIVO-COD-DC CONVERTING 'aevqo' TO 'AEVQO'
           IF WMOTIVO-COD-DC NOT = 'A' AND NOT = 'E' AND NOT = 'V'
              AND NOT = 'Q' AND NOT = 'O'
              MOVE 'MOTIVO INVALIDO (A/E/V/Q/O)' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO REGISTRAR-DC-EXIT
           END-IF
           IF WNF-FORN-DC NOT = ZEROES
              MOVE 'F'            TO TIPO-CRED-CPAG
              MOVE WCODIGO-FOR-DC TO CODIGO-CRED-CPAG
              MOVE WNF-FORN-DC    TO NUMERO-DOC-CPAG
              MOVE 1              TO PARCELA-CPAG
              READ CONTASPAG
              IF FS-CPAG NOT = '00'
                 MOVE 'NOTA NAO CONSTA NO CONTAS A PAGAR' TO WTXT
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE WMENSAGEM
                 DISPLAY TELA-MENSAGEM
                 GO TO REGISTRAR-DC-EXIT
              END-IF
           END-IF
           MOVE 0 TO WFIM-ITENS-DC
           PERFORM R-ITEM-DC THRU R-ITEM-DC-FIM
              UNTIL WFIM-ITENS-DC = 1
           IF WNUMERO-DC NOT = ZEROES
              MOVE WNUMERO-DC TO WNUM-ALVO-DC
              PERFORM R-IMPRIME-DOCUMENTO
                 THRU R-IMPRIME-DOCUMENTO-FIM
           END-IF.
       REGISTRAR-DC-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-REGISTRAR-DC-ROTINAS SECTION.

       R-ITEM-DC.
           MOVE ZEROES TO WNUMERO-OCI-DC WCODIGO-PROD-DC
                          WQTDE-RECEBIDA-DC WJA-DEVOLVIDO-DC
                          WCUSTO-UNIT-DC WQTDE-DC WVALIDADE-DC
           MOVE SPACES TO WDESCRICAO-PROD-DC WLOTE-DC
           DISPLAY TELA-DEVCOMPRA
           MOVE '=> ITEM 0 ENCERRA A DEVOLUCAO ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-ITEM-DC
           ACCEPT TELA-ITEM-DC
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WNUMERO-OCI-DC = ZEROES
              MOVE 1 TO WFIM-ITENS-DC
              GO TO R-ITEM-DC-FIM
           END-IF
           MOVE WCODIGO-OC-DC  TO CODIGO-OC-OCI
           MOVE WNUMERO-OCI-DC TO NUMERO-OCI
           READ OCITEM
           IF FS-OCI NOT = '00'
              MOVE 'ITEM NÃO EXISTE NA ORDEM ST ' TO WTXT
              MOVE FS-OCI TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-ITEM-DC-FIM
           END-IF
           MOVE CODIGO-PROD-OCI   TO WCODIGO-PROD-DC
           MOVE QTDE-RECEBIDA-OCI TO WQTDE-RECEBIDA-DC
           MOVE CUSTO-UNIT-OCI    TO WCUSTO-UNIT-DC
           MOVE WCODIGO-PROD-DC TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD NOT = '00'
              MOVE 'PRODUTO NÃO EXISTE ST ' TO WTXT
              MOVE FS-PROD TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-ITEM-DC-FIM
           END-IF
           MOVE DESCRICAO-PROD TO WDESCRICAO-PROD-DC
           PERFORM R-SOMA-JA-DEVOLVIDO-DC
           DISPLAY TELA-INFO-ITEM-DC
           IF WJA-DEVOLVIDO-DC NOT < WQTDE-RECEBIDA-DC
              MOVE 'LINHA SEM SALDO RECEBIDO A DEVOLVER' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-ITEM-DC-FIM
           END-IF
           ACCEPT TELA-DADOS-ITEM-DC
           IF WQTDE-DC = ZEROES
              GO TO R-ITEM-DC-FIM
           END-IF
           IF WQTDE-DC + WJA-DEVOLVIDO-DC > WQTDE-RECEBIDA-DC
              MOVE 'QTDE MAIOR QUE O RECEBIDO MENOS DEVOLVIDO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-ITEM-DC-FIM
           END-IF
           IF WQTDE-DC > SALDO-ESTOQUE-PROD
              MOVE 'SALDO INSUFICIENTE PARA A SAIDA' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-ITEM-DC-FIM
           END-IF
           PERFORM R-LE-SALDOLOC-DC
           IF WTEM-SL-DC = 1 AND WQTDE-DC > WSALDO-LOCAL-DC
              MOVE 'SALDO DO LOCAL INSUFICIENTE' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-ITEM-DC-FIM
           END-IF
           IF WLOTE-DC NOT = SPACES
              PERFORM R-LE-LOTE-DC
              IF FS-LT NOT = '00' OR WQTDE-DC > SALDO-LT
                 MOVE 'LOTE INEXISTENTE OU SEM SALDO' TO WTXT
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE WMENSAGEM
                 DISPLAY TELA-MENSAGEM
                 GO TO R-ITEM-DC-FIM
              END-IF
           ELSE
              MOVE ZEROES TO WVALIDADE-DC
           END-IF
           COMPUTE WVALOR-DC = WQTDE-DC * WCUSTO-UNIT-DC
           MOVE 'CONFIRMA A DEVOLUCAO DO ITEM ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-ITEM-DC-FIM
           END-IF
           IF WNUMERO-DC = ZEROES
              MOVE 'DEVCOMPRA' TO LINK-NUM-ENTIDADE
              CALL "GeraNumero" USING LINK-NUMERO
              IF LINK-NUM-STATUS NOT = '0'
                 MOVE 'ERRO NA NUMERACAO DA DEVOLUCAO' TO WTXT
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE WMENSAGEM
                 DISPLAY TELA-MENSAGEM
                 MOVE 1 TO WFIM-ITENS-DC
                 GO TO R-ITEM-DC-FIM
              END-IF
              MOVE LINK-NUM-VALOR TO WNUMERO-DC
              MOVE ZEROES TO WULT-SEQ-DC
           END-IF
           PERFORM R-GRAVA-DEVCOMPRA
           IF FS-DVC NOT = '00'
              MOVE 'ERRO DE GRAVAÇÃO ST ' TO WTXT
              MOVE FS-DVC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-ITEM-DC-FIM
           END-IF
           PERFORM R-BAIXA-ESTOQUE-DC
           PERFORM R-ABATE-TITULO-DC THRU R-ABATE-TITULO-DC-FIM
           MOVE WABATIDO-DC TO VALOR-ABATIDO-DVC
           MOVE WDEBITO-DC  TO DEBITO-ABERTO-DVC
           REWRITE REGISTRO-DEVCOMPRA
           MOVE 'DVC-ITEM' TO WTL-OPERACAO
           PERFORM R-GRAVA-LOG
           MOVE 'ITEM DEVOLVIDO - ANOTE O NUMERO ACIMA' TO WTXT
           DISPLAY TELA-DEVCOMPRA
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       R-ITEM-DC-FIM.
           EXIT.

      *-------------------------------------
      * TITULO PADRAO DA DEVOLUCAO: A PRIMEIRA NOTA DO FORNECEDOR
      * LANCADA PELA ORDEM QUE AINDA TEM SALDO EM ABERTO.
      *-------------------------------------
       R-ACHA-TITULO-OC-DC.
           MOVE ZEROES TO WNF-FORN-DC
           MOVE WCODIGO-OC-DC TO CODIGO-OC-CPAG
           START CONTASPAG KEY IS EQUAL CODIGO-OC-CPAG
           MOVE 0 TO WSAIDA-CP-DC
           IF FS-CPAG NOT = '00'
              MOVE 1 TO WSAIDA-CP-DC
           END-IF
           PERFORM R-ACHA-TITULO-OC-DC-1 UNTIL WSAIDA-CP-DC = 1.

       R-ACHA-TITULO-OC-DC-1.
           READ CONTASPAG NEXT
           IF FS-CPAG NOT = '00' OR
              CODIGO-OC-CPAG NOT = WCODIGO-OC-DC
              MOVE 1 TO WSAIDA-CP-DC
           ELSE
              IF CPAG-FORNECEDOR AND
                 CODIGO-CRED-CPAG = WCODIGO-FOR-DC AND
                 CPAG-ABERTO AND SALDO-CPAG NOT = ZEROES
                 MOVE NUMERO-DOC-CPAG TO WNF-FORN-DC
                 MOVE 1 TO WSAIDA-CP-DC
              END-IF
           END-IF.

      *-------------------------------------
      * SOMA O QUE JA FOI DEVOLVIDO DA MESMA LINHA DA ORDEM, EM
      * QUALQUER DEVOLUCAO, PARA NAO DEVOLVER MAIS QUE O RECEBIDO.
      *-------------------------------------
       R-SOMA-JA-DEVOLVIDO-DC.
           MOVE ZEROES TO WJA-DEVOLVIDO-DC
           MOVE WCODIGO-OC-DC TO WOC-ALVO-DC
           MOVE WCODIGO-OC-DC TO CODIGO-OC-DVC
           START DEVCOMPRA KEY IS EQUAL CODIGO-OC-DVC
           MOVE 0 TO WSAIDA-DC
           IF FS-DVC NOT = '00'
              MOVE 1 TO WSAIDA-DC
           END-IF
           PERFORM R-SOMA-JA-DEVOLVIDO-DC-1 UNTIL WSAIDA-DC = 1.

       R-SOMA-JA-DEVOLVIDO-DC-1.
           READ DEVCOMPRA NEXT
           IF FS-DVC NOT = '00' OR
              CODIGO-OC-DVC NOT = WOC-ALVO-DC
              MOVE 1 TO WSAIDA-DC
           ELSE
              IF NUMERO-OCI-DVC = WNUMERO-OCI-DC
                 ADD QTDE-DVC TO WJA-DEVOLVIDO-DC
              END-IF
           END-IF.

       R-GRAVA-DEVCOMPRA.
           ADD 1 TO WULT-SEQ-DC
           ACCEPT WDATA-HOJE-DC FROM DATE YYYYMMDD
           MOVE WNUMERO-DC      TO NUMERO-DVC
           MOVE WULT-SEQ-DC     TO SEQ-DVC
           MOVE WCODIGO-FOR-DC  TO CODIGO-FOR-DVC
           MOVE WCODIGO-OC-DC   TO CODIGO-OC-DVC
           MOVE WNUMERO-OCI-DC  TO NUMERO-OCI-DVC
           MOVE WCODIGO-PROD-DC TO CODIGO-PROD-DVC
           MOVE WQTDE-DC        TO QTDE-DVC
           MOVE WCUSTO-UNIT-DC  TO CUSTO-UNIT-DVC
           MOVE WVALOR-DC       TO VALOR-DVC
           MOVE WLOTE-DC        TO LOTE-DVC
           MOVE WVALIDADE-DC    TO VALIDADE-DVC
           MOVE WNF-FORN-DC     TO NF-FORN-DVC
           MOVE ZEROES          TO VALOR-ABATIDO-DVC
           MOVE WVALOR-DC       TO DEBITO-ABERTO-DVC
           MOVE WDATA-HOJE-DC   TO DATA-DVC
           MOVE LID-OPERADOR-1  TO OPERADOR-DVC
           MOVE WMOTIVO-COD-DC  TO MOTIVO-COD-DVC
           MOVE WMOTIVO-DC      TO MOTIVO-DVC
           WRITE REGISTRO-DEVCOMPRA.

      *-------------------------------------
      * SAIDA DA MERCADORIA: TIRA DO CUSTO MEDIO O CUSTO DA LINHA DA
      * ORDEM (ANTES DE BAIXAR O SALDO), BAIXA O PRODUTO, O
      * DEPOSITO PADRAO [1] E O LOTE, E GRAVA O MOVIMENTO 'S' COM
      * DOCUMENTO DVC + NUMERO DA DEVOLUCAO.
      *-------------------------------------
       R-BAIXA-ESTOQUE-DC.
           MOVE WCODIGO-PROD-DC TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD = '00'
      *       (SALDO TODO DEVOLVIDO MANTEM O ULTIMO CUSTO MEDIO)
              IF WCUSTO-UNIT-DC NOT = ZEROES AND
                 SALDO-ESTOQUE-PROD > WQTDE-DC
                 COMPUTE WBASE-CUSTO-DC =
                    (SALDO-ESTOQUE-PROD * CUSTO-MEDIO-PROD) -
                    (WQTDE-DC * WCUSTO-UNIT-DC)
                 IF WBASE-CUSTO-DC < ZEROES
                    MOVE ZEROES TO CUSTO-MEDIO-PROD
                 ELSE
                    COMPUTE CUSTO-MEDIO-PROD ROUNDED =
                       WBASE-CUSTO-DC /
                       (SALDO-ESTOQUE-PROD - WQTDE-DC)
                 END-IF
              END-IF
              IF WQTDE-DC NOT < SALDO-ESTOQUE-PROD
                 MOVE ZEROES TO SALDO-ESTOQUE-PROD
              ELSE
                 SUBTRACT WQTDE-DC FROM SALDO-ESTOQUE-PROD
              END-IF
              REWRITE REGISTRO-PRODUTOS
           END-IF
           IF WLOTE-DC NOT = SPACES
              PERFORM R-LE-LOTE-DC
              IF FS-LT = '00'
                 IF WQTDE-DC NOT < SALDO-LT
                    MOVE ZEROES TO SALDO-LT
                 ELSE
                    SUBTRACT WQTDE-DC FROM SALDO-LT
                 END-IF
                 REWRITE REGISTRO-LOTES
              END-IF
           END-IF
           PERFORM R-LE-CONTROLE-MOV
           ADD 1 TO WULTIMO-SEQ-MOV
           MOVE WULTIMO-SEQ-MOV  TO SEQ-MOV
           MOVE WCODIGO-PROD-DC  TO CODIGO-PROD-MOV
           MOVE 'S'              TO TIPO-MOV
           MOVE WQTDE-DC         TO QTDE-MOV
           MOVE WDATA-HOJE-DC    TO DATA-MOV
           MOVE LID-OPERADOR-1   TO OPERADOR-MOV
           MOVE SPACES           TO DOCUMENTO-MOV
           STRING 'DVC' DELIMITED BY SIZE
                  WNUMERO-DC DELIMITED BY SIZE
                  INTO DOCUMENTO-MOV
           MOVE 1            TO LOCAL-MOV
           MOVE ZEROES       TO LOCAL-DEST-MOV
           MOVE WLOTE-DC     TO LOTE-MOV
           MOVE WVALIDADE-DC TO VALIDADE-MOV
           MOVE ZEROES TO POSICAO-MOV POSICAO-DEST-MOV
           WRITE REGISTRO-MOVESTOQUE
           IF FS-MOVEST = '00'
              PERFORM R-GRAVA-CONTROLE-MOV
              PERFORM R-BAIXA-SALDOLOC-DC
           ELSE
              MOVE 'ERRO GRAVACAO MOVIMENTO ST ' TO WTXT
              MOVE FS-MOVEST TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.

       R-LE-LOTE-DC.
           MOVE WCODIGO-PROD-DC TO CODIGO-PROD-LT
           MOVE WVALIDADE-DC    TO VALIDADE-LT
           MOVE WLOTE-DC        TO LOTE-LT
           READ LOTES.

      *    (A DEVOLUCAO SAI DO DEPOSITO PADRAO [1], ONDE ENTROU O
      *     RECEBIMENTO; O PAR SO E CONFERIDO E BAIXADO QUANDO JA
      *     EXISTE - PRODUTO SEM CONTROLE POR LOCAL SEGUE SO NO
      *     SALDO DO CADASTRO)
       R-LE-SALDOLOC-DC.
           MOVE 0 TO WTEM-SL-DC
           MOVE ZEROES TO WSALDO-LOCAL-DC
           OPEN INPUT SALDOLOC
           IF FS-SL = '00'
              MOVE WCODIGO-PROD-DC TO CODIGO-PROD-SL
              MOVE 1               TO LOCAL-SL
              READ SALDOLOC
              IF FS-SL = '00'
                 MOVE 1 TO WTEM-SL-DC
                 MOVE SALDO-SL TO WSALDO-LOCAL-DC
              END-IF
              CLOSE SALDOLOC
           END-IF.

       R-BAIXA-SALDOLOC-DC.
           OPEN I-O SALDOLOC
           IF FS-SL = '00'
              MOVE WCODIGO-PROD-DC TO CODIGO-PROD-SL
              MOVE 1               TO LOCAL-SL
              READ SALDOLOC
              IF FS-SL = '00'
                 IF WQTDE-DC NOT < SALDO-SL
                    MOVE ZEROES TO SALDO-SL
                 ELSE
                    SUBTRACT WQTDE-DC FROM SALDO-SL
                 END-IF
                 REWRITE REGISTRO-SALDOLOC
              END-IF
              CLOSE SALDOLOC
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
      * DEBITO NO FORNECEDOR: ABATE O VALOR DEVOLVIDO DO SALDO EM
      * ABERTO DAS PARCELAS DA NOTA DO FORNECEDOR, NA ORDEM DAS
      * PARCELAS. O QUE O TITULO NAO ABSORVE (NOTA JA PAGA OU SEM
      * NOTA) FICA EM WDEBITO-DC COMO DEBITO EM ABERTO DA DEVOLUCAO.
      *-------------------------------------
       R-ABATE-TITULO-DC.
           MOVE WVALOR-DC TO WDEBITO-DC
           MOVE ZEROES    TO WABATIDO-DC
           IF WNF-FORN-DC = ZEROES OR WVALOR-DC = ZEROES
              GO TO R-ABATE-TITULO-DC-FIM
           END-IF
           MOVE 'F'            TO TIPO-CRED-CPAG
           MOVE WCODIGO-FOR-DC TO CODIGO-CRED-CPAG
           MOVE WNF-FORN-DC    TO NUMERO-DOC-CPAG
           MOVE ZEROES         TO PARCELA-CPAG
           START CONTASPAG KEY IS NOT LESS THAN CHAVE-CPAG
           MOVE 0 TO WSAIDA-CP-DC
           IF FS-CPAG NOT = '00'
              MOVE 1 TO WSAIDA-CP-DC
           END-IF
           PERFORM R-ABATE-TITULO-DC-1 UNTIL WSAIDA-CP-DC = 1
           IF WABATIDO-DC NOT = ZEROES
              MOVE 'DVC-CPAG' TO WTL-OPERACAO
              PERFORM R-GRAVA-LOG
           END-IF.
       R-ABATE-TITULO-DC-FIM.
           EXIT.

       R-ABATE-TITULO-DC-1.
           READ CONTASPAG NEXT
           IF FS-CPAG NOT = '00' OR
              TIPO-CRED-CPAG NOT = 'F' OR
              CODIGO-CRED-CPAG NOT = WCODIGO-FOR-DC OR
              NUMERO-DOC-CPAG NOT = WNF-FORN-DC OR
              WDEBITO-DC = ZEROES
              MOVE 1 TO WSAIDA-CP-DC
           ELSE
              IF CPAG-ABERTO AND SALDO-CPAG NOT = ZEROES
                 IF WDEBITO-DC NOT < SALDO-CPAG
                    ADD SALDO-CPAG TO WABATIDO-DC
                    SUBTRACT SALDO-CPAG FROM WDEBITO-DC
                    MOVE ZEROES TO SALDO-CPAG
                    MOVE 'Q' TO SITUACAO-CPAG
                 ELSE
                    ADD WDEBITO-DC TO WABATIDO-DC
                    SUBTRACT WDEBITO-DC FROM SALDO-CPAG
                    MOVE ZEROES TO WDEBITO-DC
                 END-IF
                 REWRITE REGISTRO-CONTASPAG
              END-IF
           END-IF.

      *-------------------------------------
      * DOCUMENTO DE DEVOLUCAO: CABECALHO DO FORNECEDOR E DA ORDEM,
      * OS ITENS DEVOLVIDOS COM LOTE E VALIDADE, E O QUE FOI ABATIDO
      * DO TITULO OU FICOU COMO DEBITO EM ABERTO.
      *-------------------------------------
       R-IMPRIME-DOCUMENTO.
           MOVE WNUM-ALVO-DC TO NUMERO-DVC
           MOVE ZEROES       TO SEQ-DVC
           START DEVCOMPRA KEY IS NOT LESS THAN CHAVE-DVC
           IF FS-DVC = '00'
              READ DEVCOMPRA NEXT
           END-IF
           IF FS-DVC NOT = '00' OR NUMERO-DVC NOT = WNUM-ALVO-DC
              MOVE 'DEVOLUCAO NAO ENCONTRADA' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-IMPRIME-DOCUMENTO-FIM
           END-IF
           MOVE 'DEVCOMPRA.TXT' TO WID-ARQ-REL-1
           MOVE 'DEVCOMPRA' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           STRING 'DEVOLUCAO ' WNUM-ALVO-DC
              DELIMITED BY SIZE INTO LINK-SPL-PARAMS
           MOVE LID-OPERADOR-1 TO LINK-SPL-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-SPL-EMPRESA
           CALL "RegSpool" USING LINK-SPOOL
           IF LINK-SPL-STATUS = '0'
              MOVE LINK-SPL-ARQUIVO TO WID-ARQ-REL-1
           END-IF
           OPEN OUTPUT ARQREL
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB01-DC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE NUMERO-DVC TO RD-NUMERO
           MOVE DATA-DVC   TO RD-DATA
           MOVE CAB02-DC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CODIGO-FOR-DVC TO RD-FORNECEDOR CODIGO-FOR
           MOVE SPACES TO RD-RAZAO
           MOVE ZEROES TO RD-CNPJ
           READ FORNECEDORES
           IF FS-FOR = '00'
              MOVE RAZAO-FOR TO RD-RAZAO
              MOVE CNPJ-FOR  TO RD-CNPJ
           END-IF
           MOVE CAB03-DC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CODIGO-OC-DVC TO RD-OC
           MOVE NF-FORN-DVC   TO RD-NF
           MOVE CAB04-DC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-DESCREVE-MOTIVO-DC
           MOVE MOTIVO-DVC TO RD-MOTIVO
           MOVE CAB05-DC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB06-DC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB07-DC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WTOT-QTDE-DC WTOT-VALOR-DC WTOT-ABATIDO-DC
                          WTOT-DEBITO-DC
           MOVE 0 TO WSAIDA-DC
           PERFORM R-IMPRIME-ITEM-DC UNTIL WSAIDA-DC = 1
           MOVE CAB07-DC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WTOT-QTDE-DC  TO RD-TOT-QTDE
           MOVE WTOT-VALOR-DC TO RD-TOT-VALOR
           MOVE TOT01-DC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WTOT-ABATIDO-DC TO RD-TOT-ABATIDO
           MOVE WTOT-DEBITO-DC  TO RD-TOT-DEBITO
           MOVE TOT02-DC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           WRITE ARQREL-REC
           MOVE ASS01-DC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL
           MOVE SPACES TO WTXT
           STRING 'DOCUMENTO GERADO EM ' WID-ARQ-REL-1
              DELIMITED BY SIZE INTO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       R-IMPRIME-DOCUMENTO-FIM.
           EXIT.

      *    (O REGISTRO CORRENTE E IMPRESSO E A LEITURA AVANCA; O
      *     PRIMEIRO JA VEM LIDO DO CABECALHO)
       R-IMPRIME-ITEM-DC.
           MOVE NUMERO-OCI-DVC  TO RD-ITEM
           MOVE CODIGO-PROD-DVC TO RD-PRODUTO CODIGO-PROD
           MOVE SPACES TO RD-DESCRICAO
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE DESCRICAO-PROD TO RD-DESCRICAO
           END-IF
           MOVE LOTE-DVC       TO RD-LOTE
           MOVE VALIDADE-DVC   TO RD-VALIDADE
           MOVE QTDE-DVC       TO RD-QTDE
           MOVE CUSTO-UNIT-DVC TO RD-CUSTO
           MOVE VALOR-DVC      TO RD-VALOR
           MOVE DET01-DC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD QTDE-DVC          TO WTOT-QTDE-DC
           ADD VALOR-DVC         TO WTOT-VALOR-DC
           ADD VALOR-ABATIDO-DVC TO WTOT-ABATIDO-DC
           ADD DEBITO-ABERTO-DVC TO WTOT-DEBITO-DC
           READ DEVCOMPRA NEXT
           IF FS-DVC NOT = '00' OR NUMERO-DVC NOT = WNUM-ALVO-DC
              MOVE 1 TO WSAIDA-DC
           END-IF.

       R-DESCREVE-MOTIVO-DC.
           EVALUATE TRUE
              WHEN DVC-AVARIA
                 MOVE 'AVARIA'         TO RD-MOTIVO-COD
              WHEN DVC-ERRADO
                 MOVE 'PRODUTO ERRADO' TO RD-MOTIVO-COD
              WHEN DVC-VALIDADE
                 MOVE 'VALIDADE'       TO RD-MOTIVO-COD
              WHEN DVC-QUALIDADE
                 MOVE 'QUALIDADE'      TO RD-MOTIVO-COD
              WHEN OTHER
                 MOVE 'OUTROS'         TO RD-MOTIVO-COD
           END-EVALUATE.

       S-REIMPRIMIR-DC SECTION.
       REIMPRIMIR-DC-1.
           MOVE ZEROES TO WNUMERO-DC WCODIGO-FOR-DC
           MOVE SPACES TO WRAZAO-FOR-DC
           MOVE '=> 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-DEVCOMPRA
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-NUMERO-DC
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WNUMERO-DC NOT = ZEROES
              MOVE WNUMERO-DC TO WNUM-ALVO-DC
              PERFORM R-IMPRIME-DOCUMENTO
                 THRU R-IMPRIME-DOCUMENTO-FIM
           END-IF.
       REIMPRIMIR-DC-EXIT.
           EXIT.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG.
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME
           MOVE WDHTL-DATA      TO WTL-DATA
           MOVE WDHTL-HH        TO WTL-HH
           MOVE WDHTL-MM        TO WTL-MM
           MOVE WDHTL-SS        TO WTL-SS
           MOVE LID-OPERADOR-1  TO WTL-OPERADOR
           MOVE WNUMERO-DC      TO WTL-DEVOL
           MOVE WCODIGO-OC-DC   TO WTL-OC
           MOVE WNUMERO-OCI-DC  TO WTL-ITEM
           MOVE WQTDE-DC        TO WTL-QTDE
           MOVE WVALOR-DC       TO WTL-VALOR
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
           OPEN INPUT ORDCOMPRA.
           IF FS-OC NOT = '00'
              MOVE 'ERRO NA ABERTURA DAS ORDENS ST ' TO WTXT
              MOVE FS-OC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN INPUT OCITEM.
           IF FS-OCI NOT = '00'
              MOVE 'ERRO NA ABERTURA DOS ITENS DA ORDEM ST ' TO WTXT
              MOVE FS-OCI TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN INPUT FORNECEDORES.
           IF FS-FOR NOT = '00'
              MOVE 'ERRO NA ABERTURA DOS FORNECEDORES ST ' TO WTXT
              MOVE FS-FOR TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O PRODUTOS.
           IF FS-PROD NOT = '00'
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS ST ' TO WTXT
              MOVE FS-PROD TO WST
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
           OPEN I-O LOTES.
           IF FS-LT = '35'
              CLOSE LOTES OPEN OUTPUT LOTES
              CLOSE LOTES OPEN I-O LOTES
           END-IF
           IF FS-LT = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS LOTES ST ' TO WTXT
              MOVE FS-LT TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O CONTASPAG.
           IF FS-CPAG = '35'
              CLOSE CONTASPAG OPEN OUTPUT CONTASPAG
              CLOSE CONTASPAG OPEN I-O CONTASPAG
           END-IF
           IF FS-CPAG = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DO CONTAS A PAGAR ST ' TO WTXT
              MOVE FS-CPAG TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O DEVCOMPRA.
           IF FS-DVC = '35'
              CLOSE DEVCOMPRA OPEN OUTPUT DEVCOMPRA
              CLOSE DEVCOMPRA OPEN I-O DEVCOMPRA
           END-IF
           IF FS-DVC = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DAS DEVOLUCOES DE COMPRA ST '
                TO WTXT
              MOVE FS-DVC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
