      *--------------------------
      * EMBALAGENS RETORNAVEIS (ENGRADADOS, PALETES, BARRIS)
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadEmbalagem.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Cadastro dos tipos de embalagem
      *              retornavel (ARQEMBRET.DAT) com o valor de
      *              reposicao e o prazo de devolucao combinado em
      *              dias, e do vinculo produto x embalagem
      *              (ARQPRODEMB.DAT) com as unidades por embalagem.
      *              O faturamento soma as embalagens ao saldo do
      *              cliente (ARQEMBCLI.DAT) e a confirmacao de
      *              entrega baixa as coletadas. Saldo por cliente
      *              com a idade das remessas (RELEMBAL.TXT) e
      *              cobranca das embalagens nao devolvidas no prazo
      *              em titulo do contas a receber (RELCOBEMB.TXT),
      *              ambos no catalogo de spool. Operacoes no
      *              TRANLOG.LOG.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT EMBRET ASSIGN TO  DISK WID-ARQ-EMBRET
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-EMB
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EMB.

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

       SELECT PRODUTOS ASSIGN TO  DISK WID-ARQ-PRODUTO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD
              ALTERNATE RECORD KEY IS DESCRICAO-PROD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PROD.

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

       SELECT CONTASREC ASSIGN TO  DISK WID-ARQ-CREC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CREC
              ALTERNATE RECORD KEY IS CODIGO-CLI-CREC WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-VENC-CREC  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CREC.

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
       FD EMBRET.
       01 REGISTRO-EMBRET.
          02 CODIGO-EMB               PIC  9(003).
          02 DESCRICAO-EMB            PIC  X(030) VALUE SPACES.
          02 VALOR-EMB                PIC  9(007)v9(002) VALUE ZEROES.
          02 DIAS-LIMITE-EMB          PIC  9(003) VALUE ZEROES.
          02 INATIVO-EMB              PIC  X(001) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD PRODEMB.
       01 REGISTRO-PRODEMB.
          02 CODIGO-PROD-PE           PIC  9(007).
          02 CODIGO-EMB-PE            PIC  9(003) VALUE ZEROES.
          02 UNID-POR-EMB-PE          PIC  9(005) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

      * SALDO DE EMBALAGENS DO CLIENTE EM CAMADAS: 'S' = REMESSA NA
      * NOTA (ABERTO = O QUE AINDA NAO VOLTOU), 'R' = RETORNO NA
      * ENTREGA, 'C' = COBRANCA EM TITULO.
       FD EMBCLI.
       01 REGISTRO-EMBCLI.
          02 CHAVE-EC.
             03 CODIGO-CLI-EC         PIC  9(007).
             03 CODIGO-EMB-EC         PIC  9(003).
             03 DATA-EC               PIC  9(008).
             03 DOCUMENTO-EC          PIC  9(009).
             03 TIPO-EC               PIC  X(001).
                88 EC-REMESSA         VALUE 'S'.
                88 EC-RETORNO         VALUE 'R'.
                88 EC-COBRANCA        VALUE 'C'.
          02 QTDE-EC                  PIC  9(007) VALUE ZEROES.
          02 ABERTO-EC                PIC  9(007) VALUE ZEROES.
          02 COBRADO-EC               PIC  9(007) VALUE ZEROES.
          02 TITULO-EC                PIC  9(009) VALUE ZEROES.
          02 OPERADOR-EC              PIC  X(010) VALUE SPACES.
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

       FD CONTASREC.
       01 REGISTRO-CONTASREC.
          02 CHAVE-CREC.
             03 NUMERO-NF-CREC        PIC  9(009).
             03 PARCELA-CREC         PIC  9(003).
          02 CODIGO-CLI-CREC          PIC  9(007).
          02 DATA-EMISSAO-CREC        PIC  9(008) VALUE ZEROES.
          02 DATA-VENC-CREC           PIC  9(008) VALUE ZEROES.
          02 VALOR-CREC               PIC  9(009)v9(002) VALUE ZEROES.
          02 SALDO-CREC               PIC  9(009)v9(002) VALUE ZEROES.
          02 DATA-ULT-PGTO-CREC       PIC  9(008) VALUE ZEROES.
          02 SITUACAO-CREC            PIC  X(001) VALUE 'A'.
             88 CREC-ABERTO           VALUE 'A'.
             88 CREC-QUITADO          VALUE 'Q'.
             88 CREC-PERDA            VALUE 'P'.
             88 CREC-RENEGOCIADO      VALUE 'R'.
          02 REMESSA-CREC             PIC  X(001) VALUE SPACES.
             88 CREC-REMETIDO         VALUE 'R'.
          02 TOTAL-PARC-CREC          PIC  9(003) VALUE ZEROES.
          02 DATA-PERDA-CREC          PIC  9(008) VALUE ZEROES.
          02 MOTIVO-PERDA-CREC        PIC  X(030) VALUE SPACES.

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01 FS-EMB.
           02 FS-EMB-1                PIC 9.
           02 FS-EMB-2                PIC 9.
           02 FS-EMB-R REDEFINES FS-EMB-2 PIC 99 COMP-X.
       01 FS-PE.
           02 FS-PE-1                 PIC 9.
           02 FS-PE-2                 PIC 9.
           02 FS-PE-R REDEFINES FS-PE-2 PIC 99 COMP-X.
       01 FS-EC.
           02 FS-EC-1                 PIC 9.
           02 FS-EC-2                 PIC 9.
           02 FS-EC-R REDEFINES FS-EC-2 PIC 99 COMP-X.
       01 FS-PROD.
           02 FS-PROD-1               PIC 9.
           02 FS-PROD-2               PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLIENTES-1           PIC 9.
           02 FS-CLIENTES-2           PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01 FS-CREC.
           02 FS-CREC-1                PIC 9.
           02 FS-CREC-2                PIC 9.
           02 FS-CREC-R REDEFINES FS-CREC-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WID-ARQ-EMBRET              PIC X(50) VALUE 'ARQEMBRET.DAT'.
       01 WID-ARQ-PRODEMB             PIC X(50) VALUE 'ARQPRODEMB.DAT'.
       01 WID-ARQ-EMBCLI              PIC X(50) VALUE 'ARQEMBCLI.DAT'.
       01 WID-ARQ-CREC                PIC X(50) VALUE 'ARQCREC.DAT'.
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WOPCAO-EB       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.

      *-------------TIPO DE EMBALAGEM E VINCULO DA TELA-------------
       01 WREG-EMB-EB.
          02 WCODIGO-EMB-EB        PIC 9(003) VALUE ZEROES.
          02 WDESCRICAO-EB         PIC X(030) VALUE SPACES.
          02 WVALOR-EB             PIC 9(007)v9(002) VALUE ZEROES.
          02 WDIAS-LIMITE-EB       PIC 9(003) VALUE ZEROES.
          02 WINATIVO-EB           PIC X(001) VALUE SPACES.
       01 WREG-VINC-EB.
          02 WCODIGO-PROD-EB       PIC 9(007) VALUE ZEROES.
          02 WDESCR-PROD-EB        PIC X(040) VALUE SPACES.
          02 WEMB-VINC-EB          PIC 9(003) VALUE ZEROES.
          02 WDESCR-VINC-EB        PIC X(030) VALUE SPACES.
          02 WUNID-EB              PIC 9(005) VALUE ZEROES.
       01 WRAZAO-EB               PIC X(040) VALUE SPACES.
       01 WDATA-HOJE-EB           PIC 9(008) VALUE ZEROES.
       77 WHOJE-INT-EB            PIC 9(008) VALUE ZEROES.
       77 WIDADE-EB               PIC S9(005) VALUE ZEROES.
      *--------------------------------------------------

      *-------------SALDO POR CLIENTE E IDADE-----------------------
      * UMA LINHA POR CLIENTE E EMBALAGEM COM O QUE AINDA NAO
      * VOLTOU DAS REMESSAS, SEPARADO PELA IDADE DA NOTA.
       77 WCLI-FILTRO-EB          PIC 9(007) VALUE ZEROES.
       77 WCLI-GRUPO-EB           PIC 9(007) VALUE ZEROES.
       77 WEMB-GRUPO-EB           PIC 9(003) VALUE ZEROES.
       77 WTEM-GRUPO-EB           PIC 9 VALUE ZEROES.
       01 WFAIXAS-EB.
          02 WFX-30-EB            PIC 9(007) VALUE ZEROES.
          02 WFX-60-EB            PIC 9(007) VALUE ZEROES.
          02 WFX-90-EB            PIC 9(007) VALUE ZEROES.
          02 WFX-MAIS-EB          PIC 9(007) VALUE ZEROES.
          02 WFX-SALDO-EB         PIC 9(007) VALUE ZEROES.
       01 WFAIXAS-TOT-EB.
          02 WTOT-30-EB           PIC 9(009) VALUE ZEROES.
          02 WTOT-60-EB           PIC 9(009) VALUE ZEROES.
          02 WTOT-90-EB           PIC 9(009) VALUE ZEROES.
          02 WTOT-MAIS-EB         PIC 9(009) VALUE ZEROES.
          02 WTOT-SALDO-EB        PIC 9(009) VALUE ZEROES.
       01 WVALOR-GRUPO-EB         PIC 9(011)v9(002) VALUE ZEROES.
       01 WVALOR-TOT-EB           PIC 9(011)v9(002) VALUE ZEROES.

       01 WRL-TITULOS.
          02 FILLER            PIC X(40) VALUE
             'CLIENTE RAZAO SOCIAL              EMB DE'.
          02 FILLER            PIC X(40) VALUE
             'SCRICAO        SALDO  0-30D 31-60D 61-90'.
          02 FILLER            PIC X(40) VALUE
             'D  +90D     VALOR REPOS.'.

       01 WRL-LINHA.
          02 RL-CLI            PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-RAZAO          PIC X(025).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-EMB            PIC 9(003).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-DESCRICAO      PIC X(012).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-SALDO          PIC ZZZZZZ9.
          02 RL-FX-30          PIC ZZZZZZ9.
          02 RL-FX-60          PIC ZZZZZZ9.
          02 RL-FX-90          PIC ZZZZZZ9.
          02 RL-FX-MAIS        PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-VALOR          PIC ZZZZZZZZZ9.99.

       01 WRL-TOTAL.
          02 FILLER            PIC X(51) VALUE
             'TOTAL GERAL'.
          02 RL-TOT-SALDO      PIC ZZZZZZZZ9.
          02 RL-TOT-30         PIC ZZZZZZZZ9.
          02 RL-TOT-60         PIC ZZZZZZZZ9.
          02 RL-TOT-90         PIC ZZZZZZZZ9.
          02 RL-TOT-MAIS       PIC ZZZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-TOT-VALOR      PIC ZZZZZZZZZ9.99.
      *--------------------------------------------------

      *-------------COBRANCA DE EMBALAGEM NAO DEVOLVIDA-------------
      * REMESSA EM ABERTO HA MAIS DIAS QUE O PRAZO DO TIPO (PRAZO
      * ZERO OU SEM VALOR DE REPOSICAO = TIPO NAO COBRADO) ENTRA NA
      * TABELA NA ORDEM DO ARQUIVO (CLIENTE, EMBALAGEM, DATA). CADA
      * CLIENTE GERA UM TITULO DE 800000000 + NUMERO 'COBREMB'. O
      * QUE PASSAR DE 2000 REMESSAS FICA PARA A PROXIMA RODADA.
       77 WMAX-EB                 PIC 9(004) VALUE 2000.
       77 WQTD-EB                 PIC 9(004) VALUE ZEROES.
       77 WQTD-EXCED-EB           PIC 9(005) VALUE ZEROES.
       77 WI-EB                   PIC 9(004) VALUE ZEROES.
       77 WJ-EB                   PIC 9(004) VALUE ZEROES.
       77 WINI-EB                 PIC 9(004) VALUE ZEROES.
       77 WFIM-EB                 PIC 9(004) VALUE ZEROES.
       01 WTAB-EB.
          02 WCB-ITEM OCCURS 2000 TIMES.
             03 WCB-CHAVE         PIC X(028).
             03 WCB-CLI           PIC 9(007).
             03 WCB-EMB           PIC 9(003).
             03 WCB-QTDE          PIC 9(007).
             03 WCB-VALOR         PIC 9(009)v9(002).
       77 WEMB-LIDA-EB            PIC 9(003) VALUE ZEROES.
       77 WCOBRA-TIPO-EB          PIC 9 VALUE ZEROES.
       77 WPRAZO-VENC-EB          PIC 9(003) VALUE 30.
       01 WVENC-EB                PIC 9(008) VALUE ZEROES.
       77 WQTD-CLI-EB             PIC 9(005) VALUE ZEROES.
       01 WVALOR-COBR-EB          PIC 9(011)v9(002) VALUE ZEROES.
       01 WVALOR-CLI-EB           PIC 9(009)v9(002) VALUE ZEROES.
       77 WQTDE-CLI-EB            PIC 9(007) VALUE ZEROES.
       77 WNUMERO-EB              PIC 9(009) VALUE ZEROES.
       77 WTITULO-EB              PIC 9(009) VALUE ZEROES.
       77 WERRO-EB                PIC 9 VALUE ZEROES.
       77 WQTD-TIT-EB             PIC 9(005) VALUE ZEROES.
       01 WVALOR-ED-EB            PIC ZZZZZZZZZ9.99.
       01 WQTD-CLI-ED-EB          PIC ZZZZ9.

       01 WRL-COBR-TITULOS.
          02 FILLER            PIC X(40) VALUE
             'CLIENTE RAZAO SOCIAL                    '.
          02 FILLER            PIC X(33) VALUE
             '   TITULO EMBALAGENS       VALOR '.
          02 FILLER            PIC X(10) VALUE
             'VENCIMENTO'.

       01 WRL-COBR-LINHA.
          02 RL-CB-CLI         PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-CB-RAZAO       PIC X(030).
          02 FILLER            PIC X(02) VALUE SPACES.
          02 RL-CB-TITULO      PIC 9(009).
          02 FILLER            PIC X(02) VALUE SPACES.
          02 RL-CB-QTDE        PIC ZZZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-CB-VALOR       PIC ZZZZZZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-CB-VENC        PIC 9(004)/9(002)/9(002).

       01 WRL-COBR-RODAPE.
          02 FILLER            PIC X(30) VALUE
             'TITULOS GERADOS.............:'.
          02 RL-CB-QTD-TIT     PIC ZZZZ9.
          02 FILLER            PIC X(20) VALUE
             '   VALOR TOTAL....:'.
          02 RL-CB-TOTAL       PIC ZZZZZZZZZ9.99.

       01 WRL-COBR-EXCED.
          02 FILLER            PIC X(40) VALUE
             'REMESSAS PARA A PROXIMA RODADA (LIMITE):'.
          02 RL-CB-EXCED       PIC ZZZZ9.
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
          02 FILLER                 PIC X(06) VALUE ' EMB= '.
          02 WTL-EMB                PIC 9(003).
          02 FILLER                 PIC X(07) VALUE ' PROD= '.
          02 WTL-PROD               PIC 9(007).
          02 FILLER                 PIC X(06) VALUE ' CLI= '.
          02 WTL-CLI                PIC 9(007).
          02 FILLER                 PIC X(06) VALUE ' TIT= '.
          02 WTL-TITULO             PIC 9(009).
          02 FILLER                 PIC X(08) VALUE ' VALOR= '.
          02 WTL-VALOR              PIC ZZZZZZZZ9.99.

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
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - EMBALAGENS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] TIPOS DE EMBALAGEM".
          02 LINE 8 COL 10 VALUE "[2] PRODUTO X EMBALAGEM".
          02 LINE 9 COL 10 VALUE "[3] SALDO POR CLIENTE (RELATORIO)".
          02 LINE 10 COL 10 VALUE "[4] COBRAR EMBALAGEM NAO DEVOLVIDA".
          02 LINE 11 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-EB AUTO.

       01 TELA-TIPO-EB.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - EMBALAGENS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 28 VALUE "TIPO DE EMBALAGEM".
          02 LINE 7 COL 10 VALUE "Codigo..........:".
          02 LINE 7 COL 29 PIC 9(003) FROM WCODIGO-EMB-EB.
          02 LINE 9 COL 10 VALUE "Descricao.......:".
          02 LINE 9 COL 29 PIC X(030) USING WDESCRICAO-EB.
          02 LINE 10 COL 10 VALUE "Valor reposicao.:".
          02 LINE 10 COL 29 PIC 9(007)V99 USING WVALOR-EB.
          02 LINE 11 COL 10 VALUE "Prazo devolucao.:".
          02 LINE 11 COL 29 PIC 9(003) USING WDIAS-LIMITE-EB.
          02 LINE 11 COL 35 VALUE "DIAS (ZERO = NAO COBRA)".
          02 LINE 12 COL 10 VALUE "Inativo.........:".
          02 LINE 12 COL 29 PIC X(001) USING WINATIVO-EB.
          02 LINE 12 COL 35 VALUE "(S=INATIVO)".

       01 TELA-ACC-TIPO-EB.
          02 LINE 07 COL 29 PIC 9(003) USING WCODIGO-EMB-EB.

       01 TELA-VINCULO-EB.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - EMBALAGENS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 28 VALUE "PRODUTO X EMBALAGEM".
          02 LINE 7 COL 10 VALUE "Produto.........:".
          02 LINE 7 COL 29 PIC 9(007) FROM WCODIGO-PROD-EB.
          02 LINE 8 COL 29 PIC X(040) FROM WDESCR-PROD-EB.
          02 LINE 10 COL 10 VALUE "Embalagem.......:".
          02 LINE 10 COL 29 PIC 9(003) USING WEMB-VINC-EB.
          02 LINE 10 COL 35 VALUE "(ZERO = SEM EMBALAGEM)".
          02 LINE 11 COL 29 PIC X(030) FROM WDESCR-VINC-EB.
          02 LINE 12 COL 10 VALUE "Unid. por embal.:".
          02 LINE 12 COL 29 PIC 9(005) USING WUNID-EB.

       01 TELA-ACC-PROD-EB.
          02 LINE 07 COL 29 PIC 9(007) USING WCODIGO-PROD-EB.

       01 TELA-PARAM-SALDO-EB.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - EMBALAGENS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 25 VALUE "SALDO DE EMBALAGENS POR CLIENTE".
          02 LINE 7 COL 10 VALUE "Cliente (0=todos):".
          02 LINE 7 COL 30 PIC 9(007) USING WCLI-FILTRO-EB.

       01 TELA-PARAM-COBR-EB.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - EMBALAGENS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 22 VALUE "COBRANCA DE EMBALAGEM NAO DEVOLVIDA".
          02 LINE 7 COL 10 VALUE "Vencimento em (dias):".
          02 LINE 7 COL 33 PIC 9(003) USING WPRAZO-VENC-EB.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EMBRET
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PRODEMB
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EMBCLI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CREC
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
           MOVE LID-ARQ-CLIENTE-1 TO WID-ARQ-CLIENTE-1
           INITIALIZE WSAIDA WOPCAO-EB
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-EB = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-EB
             WHEN 1
               PERFORM S-TIPO-EB
             WHEN 2
               PERFORM S-VINCULO-EB
             WHEN 3
               PERFORM S-SALDO-EB
             WHEN 4
               PERFORM S-COBRANCA-EB
             WHEN 6
               PERFORM FECHA-ARQUIVOS
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *-------------------------------------
      * TIPO DE EMBALAGEM: INCLUI OU ALTERA DESCRICAO, VALOR DE
      * REPOSICAO (BASE DA COBRANCA), PRAZO DE DEVOLUCAO EM DIAS E
      * INATIVO. TIPO INATIVO NAO RECEBE VINCULO NOVO, MAS O SALDO
      * QUE JA ESTA NOS CLIENTES CONTINUA VALENDO.
      *-------------------------------------
       S-TIPO-EB SECTION.
       TIPO-EB-1.
           INITIALIZE WREG-EMB-EB
           MOVE '=> CODIGO 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-TIPO-EB
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-TIPO-EB
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WCODIGO-EMB-EB NOT = ZEROES
              PERFORM TIPO-EB-2 THRU TIPO-EB-FIM
           END-IF.
       TIPO-EB-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-TIPO-EB-ROTINAS SECTION.

       TIPO-EB-2.
           MOVE WCODIGO-EMB-EB TO CODIGO-EMB
           READ EMBRET
           IF FS-EMB = '00'
              MOVE DESCRICAO-EMB   TO WDESCRICAO-EB
              MOVE VALOR-EMB       TO WVALOR-EB
              MOVE DIAS-LIMITE-EMB TO WDIAS-LIMITE-EB
              MOVE INATIVO-EMB     TO WINATIVO-EB
           END-IF
           DISPLAY TELA-TIPO-EB
           ACCEPT TELA-TIPO-EB
           IF WDESCRICAO-EB = SPACES
              MOVE 'INFORME A DESCRICAO' TO WTXT
              PERFORM R-MOSTRA-MSG-EB
              GO TO TIPO-EB-FIM
           END-IF
           IF WINATIVO-EB = 's'
              MOVE 'S' TO WINATIVO-EB
           END-IF
           IF WINATIVO-EB NOT = 'S'
              MOVE SPACES TO WINATIVO-EB
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO TIPO-EB-FIM
           END-IF
           MOVE WCODIGO-EMB-EB TO CODIGO-EMB
           READ EMBRET
           IF FS-EMB NOT = '00'
              INITIALIZE REGISTRO-EMBRET
              MOVE WCODIGO-EMB-EB TO CODIGO-EMB
           END-IF
           MOVE WDESCRICAO-EB   TO DESCRICAO-EMB
           MOVE WVALOR-EB       TO VALOR-EMB
           MOVE WDIAS-LIMITE-EB TO DIAS-LIMITE-EMB
           MOVE WINATIVO-EB     TO INATIVO-EMB
           IF FS-EMB = '00'
              REWRITE REGISTRO-EMBRET
           ELSE
              WRITE REGISTRO-EMBRET
           END-IF
           IF FS-EMB NOT = '00'
              MOVE 'ERRO DE GRAVAÇÃO DO TIPO ST ' TO WTXT
              MOVE FS-EMB TO WST
           ELSE
              MOVE 'TIPO DE EMBALAGEM GRAVADO' TO WTXT
              MOVE 'EMB-TIPO' TO WTL-OPERACAO
              MOVE WCODIGO-EMB-EB TO WTL-EMB
              MOVE ZEROES TO WTL-PROD WTL-CLI WTL-TITULO
              MOVE WVALOR-EB TO WTL-VALOR
              PERFORM R-GRAVA-LOG
           END-IF
           PERFORM R-MOSTRA-MSG-EB.
       TIPO-EB-FIM.
           EXIT.

      *-------------------------------------
      * PRODUTO X EMBALAGEM: O PRODUTO VENDIDO LEVA UMA EMBALAGEM
      * A CADA N UNIDADES (FRACAO CONTA UMA INTEIRA). EMBALAGEM
      * ZERO DESFAZ O VINCULO; AS REMESSAS JA FEITAS CONTINUAM NO
      * SALDO DOS CLIENTES.
      *-------------------------------------
       S-VINCULO-EB SECTION.
       VINCULO-EB-1.
           INITIALIZE WREG-VINC-EB
           MOVE '=> PRODUTO 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-VINCULO-EB
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-PROD-EB
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WCODIGO-PROD-EB NOT = ZEROES
              PERFORM VINCULO-EB-2 THRU VINCULO-EB-FIM
           END-IF.
       VINCULO-EB-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-VINCULO-EB-ROTINAS SECTION.

       VINCULO-EB-2.
           MOVE WCODIGO-PROD-EB TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD NOT = '00'
              MOVE 'PRODUTO NAO CADASTRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-EB
              GO TO VINCULO-EB-FIM
           END-IF
           MOVE DESCRICAO-PROD TO WDESCR-PROD-EB
           MOVE WCODIGO-PROD-EB TO CODIGO-PROD-PE
           READ PRODEMB
           IF FS-PE = '00'
              MOVE CODIGO-EMB-PE   TO WEMB-VINC-EB
              MOVE UNID-POR-EMB-PE TO WUNID-EB
              MOVE WEMB-VINC-EB    TO CODIGO-EMB
              READ EMBRET
              IF FS-EMB = '00'
                 MOVE DESCRICAO-EMB TO WDESCR-VINC-EB
              END-IF
           ELSE
              MOVE 1 TO WUNID-EB
           END-IF
           DISPLAY TELA-VINCULO-EB
           ACCEPT TELA-VINCULO-EB
           MOVE SPACES TO WDESCR-VINC-EB
           IF WEMB-VINC-EB NOT = ZEROES
              MOVE WEMB-VINC-EB TO CODIGO-EMB
              READ EMBRET
              IF FS-EMB NOT = '00'
                 MOVE 'EMBALAGEM NAO CADASTRADA' TO WTXT
                 PERFORM R-MOSTRA-MSG-EB
                 GO TO VINCULO-EB-FIM
              END-IF
              IF INATIVO-EMB = 'S'
                 MOVE 'EMBALAGEM INATIVA' TO WTXT
                 PERFORM R-MOSTRA-MSG-EB
                 GO TO VINCULO-EB-FIM
              END-IF
              MOVE DESCRICAO-EMB TO WDESCR-VINC-EB
              IF WUNID-EB = ZEROES
                 MOVE 'INFORME AS UNIDADES POR EMBALAGEM' TO WTXT
                 PERFORM R-MOSTRA-MSG-EB
                 GO TO VINCULO-EB-FIM
              END-IF
           END-IF
           DISPLAY TELA-VINCULO-EB
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO VINCULO-EB-FIM
           END-IF
           MOVE WCODIGO-PROD-EB TO CODIGO-PROD-PE
           READ PRODEMB
           IF WEMB-VINC-EB = ZEROES
              IF FS-PE = '00'
                 DELETE PRODEMB
              ELSE
                 MOVE 'PRODUTO SEM EMBALAGEM' TO WTXT
                 PERFORM R-MOSTRA-MSG-EB
                 GO TO VINCULO-EB-FIM
              END-IF
           ELSE
              IF FS-PE NOT = '00'
                 INITIALIZE REGISTRO-PRODEMB
                 MOVE WCODIGO-PROD-EB TO CODIGO-PROD-PE
              END-IF
              MOVE WEMB-VINC-EB TO CODIGO-EMB-PE
              MOVE WUNID-EB     TO UNID-POR-EMB-PE
              IF FS-PE = '00'
                 REWRITE REGISTRO-PRODEMB
              ELSE
                 WRITE REGISTRO-PRODEMB
              END-IF
           END-IF
           IF FS-PE NOT = '00'
              MOVE 'ERRO DE GRAVAÇÃO DO VINCULO ST ' TO WTXT
              MOVE FS-PE TO WST
           ELSE
              MOVE 'VINCULO GRAVADO' TO WTXT
              MOVE 'EMB-PROD' TO WTL-OPERACAO
              MOVE WEMB-VINC-EB    TO WTL-EMB
              MOVE WCODIGO-PROD-EB TO WTL-PROD
              MOVE ZEROES TO WTL-CLI WTL-TITULO WTL-VALOR
              PERFORM R-GRAVA-LOG
           END-IF
           PERFORM R-MOSTRA-MSG-EB.
       VINCULO-EB-FIM.
           EXIT.

      *-------------------------------------
      * SALDO POR CLIENTE: PASSADA PELAS CAMADAS NA ORDEM CLIENTE X
      * EMBALAGEM; O ABERTO DE CADA REMESSA CAI NA FAIXA DA IDADE
      * DA NOTA (ATE 30, 31-60, 61-90 E MAIS DE 90 DIAS) E O SALDO
      * SAI VALORIZADO PELO VALOR DE REPOSICAO DO TIPO.
      *-------------------------------------
       S-SALDO-EB SECTION.
       SALDO-EB-1.
           MOVE ZEROES TO WCLI-FILTRO-EB
           DISPLAY TELA-PARAM-SALDO-EB
           ACCEPT TELA-PARAM-SALDO-EB
           ACCEPT WDATA-HOJE-EB FROM DATE YYYYMMDD
           COMPUTE WHOJE-INT-EB =
              FUNCTION INTEGER-OF-DATE(WDATA-HOJE-EB)
           MOVE 'RELEMBAL.TXT' TO WID-ARQ-REL-1
           MOVE 'RELEMBAL'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE WCLI-FILTRO-EB TO LINK-SPL-PARAMS(1:7)
           MOVE LID-OPERADOR-1 TO LINK-SPL-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-SPL-EMPRESA
           CALL "RegSpool" USING LINK-SPOOL
           IF LINK-SPL-STATUS = '0'
              MOVE LINK-SPL-ARQUIVO TO WID-ARQ-REL-1
           END-IF
           OPEN OUTPUT ARQREL
           IF FS-REL NOT = '00'
              MOVE 'ERRO NA ABERTURA DO RELATORIO ST ' TO WTXT
              MOVE FS-REL TO WST
              PERFORM R-MOSTRA-MSG-EB
              GO TO SALDO-EB-EXIT
           END-IF
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'SALDO DE EMBALAGENS RETORNAVEIS POR CLIENTE EM '
                  WDATA-HOJE-EB
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WRL-TITULOS TO ARQREL-DATA-01
           WRITE ARQREL-REC
           INITIALIZE WFAIXAS-EB WFAIXAS-TOT-EB
           MOVE ZEROES TO WVALOR-TOT-EB WTEM-GRUPO-EB
           MOVE WCLI-FILTRO-EB TO CODIGO-CLI-EC
           MOVE ZEROES TO CODIGO-EMB-EC DATA-EC DOCUMENTO-EC
           MOVE SPACES TO TIPO-EC
           START EMBCLI KEY IS NOT LESS THAN CHAVE-EC
           MOVE 0 TO WSAIDA
           IF FS-EC NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM SALDO-EB-2 UNTIL WSAIDA = 1
           IF WTEM-GRUPO-EB = 1
              PERFORM R-IMPRIME-GRUPO-EB
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WTOT-SALDO-EB TO RL-TOT-SALDO
           MOVE WTOT-30-EB    TO RL-TOT-30
           MOVE WTOT-60-EB    TO RL-TOT-60
           MOVE WTOT-90-EB    TO RL-TOT-90
           MOVE WTOT-MAIS-EB  TO RL-TOT-MAIS
           MOVE WVALOR-TOT-EB TO RL-TOT-VALOR
           MOVE WRL-TOTAL TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL
           MOVE SPACES TO WTXT
           STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
              INTO WTXT
           PERFORM R-MOSTRA-MSG-EB.
       SALDO-EB-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-SALDO-EB-ROTINAS SECTION.

       SALDO-EB-2.
           READ EMBCLI NEXT
           IF FS-EC NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF WCLI-FILTRO-EB NOT = ZEROES AND
                 CODIGO-CLI-EC NOT = WCLI-FILTRO-EB
                 MOVE 1 TO WSAIDA
              ELSE
                 IF WTEM-GRUPO-EB = 1 AND
                    (CODIGO-CLI-EC NOT = WCLI-GRUPO-EB OR
                     CODIGO-EMB-EC NOT = WEMB-GRUPO-EB)
                    PERFORM R-IMPRIME-GRUPO-EB
                 END-IF
                 IF EC-REMESSA AND ABERTO-EC NOT = ZEROES
                    PERFORM R-SOMA-FAIXA-EB
                 END-IF
              END-IF
           END-IF.

       R-SOMA-FAIXA-EB.
           IF WTEM-GRUPO-EB = 0
              MOVE 1 TO WTEM-GRUPO-EB
              MOVE CODIGO-CLI-EC TO WCLI-GRUPO-EB
              MOVE CODIGO-EMB-EC TO WEMB-GRUPO-EB
              INITIALIZE WFAIXAS-EB
           END-IF
           COMPUTE WIDADE-EB = WHOJE-INT-EB -
              FUNCTION INTEGER-OF-DATE(DATA-EC)
           EVALUATE TRUE
              WHEN WIDADE-EB NOT > 30
                 ADD ABERTO-EC TO WFX-30-EB
              WHEN WIDADE-EB NOT > 60
                 ADD ABERTO-EC TO WFX-60-EB
              WHEN WIDADE-EB NOT > 90
                 ADD ABERTO-EC TO WFX-90-EB
              WHEN OTHER
                 ADD ABERTO-EC TO WFX-MAIS-EB
           END-EVALUATE
           ADD ABERTO-EC TO WFX-SALDO-EB.

      *    (O REGISTRO DA CAMADA SEGUE NA AREA DO ARQUIVO; SO OS
      *     CADASTROS SAO LIDOS AQUI)
       R-IMPRIME-GRUPO-EB.
           MOVE WCLI-GRUPO-EB TO RL-CLI CODIGO
           MOVE SPACES TO WRAZAO-EB
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE RAZAO TO WRAZAO-EB
           END-IF
           MOVE WRAZAO-EB(1:25) TO RL-RAZAO
           MOVE WEMB-GRUPO-EB TO RL-EMB CODIGO-EMB
           MOVE SPACES TO RL-DESCRICAO
           MOVE ZEROES TO WVALOR-GRUPO-EB
           READ EMBRET
           IF FS-EMB = '00'
              MOVE DESCRICAO-EMB(1:12) TO RL-DESCRICAO
              COMPUTE WVALOR-GRUPO-EB = WFX-SALDO-EB * VALOR-EMB
           END-IF
           MOVE WFX-SALDO-EB    TO RL-SALDO
           MOVE WFX-30-EB       TO RL-FX-30
           MOVE WFX-60-EB       TO RL-FX-60
           MOVE WFX-90-EB       TO RL-FX-90
           MOVE WFX-MAIS-EB     TO RL-FX-MAIS
           MOVE WVALOR-GRUPO-EB TO RL-VALOR
           MOVE WRL-LINHA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD WFX-SALDO-EB    TO WTOT-SALDO-EB
           ADD WFX-30-EB       TO WTOT-30-EB
           ADD WFX-60-EB       TO WTOT-60-EB
           ADD WFX-90-EB       TO WTOT-90-EB
           ADD WFX-MAIS-EB     TO WTOT-MAIS-EB
           ADD WVALOR-GRUPO-EB TO WVALOR-TOT-EB
           MOVE 0 TO WTEM-GRUPO-EB
           INITIALIZE WFAIXAS-EB.

      *-------------------------------------
      * COBRANCA: AS REMESSAS VENCIDAS (IDADE ACIMA DO PRAZO DO
      * TIPO) SAO JUNTADAS POR CLIENTE EM UM TITULO DO CONTAS A
      * RECEBER (QUANTIDADE X VALOR DE REPOSICAO, PARCELA UNICA),
      * COMO O ACORDO FAZ (CadAcordo). A REMESSA COBRADA SAI DO
      * SALDO (ABERTO ZERO, COBRADO E TITULO GRAVADOS) E O CLIENTE
      * GANHA UMA CAMADA 'C' POR EMBALAGEM COM O TITULO.
      *-------------------------------------
       S-COBRANCA-EB SECTION.
       COBRANCA-EB-1.
           MOVE 30 TO WPRAZO-VENC-EB
           DISPLAY TELA-PARAM-COBR-EB
           ACCEPT TELA-PARAM-COBR-EB
           ACCEPT WDATA-HOJE-EB FROM DATE YYYYMMDD
           COMPUTE WHOJE-INT-EB =
              FUNCTION INTEGER-OF-DATE(WDATA-HOJE-EB)
           COMPUTE WVENC-EB = FUNCTION DATE-OF-INTEGER
              (WHOJE-INT-EB + WPRAZO-VENC-EB)
           PERFORM R-CARREGA-VENCIDAS-EB
           IF WQTD-EB = ZEROES
              MOVE 'NENHUMA EMBALAGEM VENCIDA PARA COBRAR' TO WTXT
              PERFORM R-MOSTRA-MSG-EB
              GO TO COBRANCA-EB-EXIT
           END-IF
           MOVE WQTD-CLI-EB    TO WQTD-CLI-ED-EB
           MOVE WVALOR-COBR-EB TO WVALOR-ED-EB
           MOVE SPACES TO WTXT
           STRING 'COBRAR ' WQTD-CLI-ED-EB ' CLIENTES, '
                  WVALOR-ED-EB ' ?'
              DELIMITED BY SIZE INTO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO COBRANCA-EB-EXIT
           END-IF
           MOVE 'RELCOBEMB.TXT' TO WID-ARQ-REL-1
           MOVE 'RELCOBEMB'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE WPRAZO-VENC-EB TO LINK-SPL-PARAMS(1:3)
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
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'COBRANCA DE EMBALAGENS NAO DEVOLVIDAS EM '
                  WDATA-HOJE-EB
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WRL-COBR-TITULOS TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WQTD-TIT-EB WVALOR-COBR-EB WERRO-EB
           MOVE 1 TO WI-EB
           PERFORM R-COBRA-CLIENTE-EB THRU R-COBRA-CLIENTE-EB-FIM
              UNTIL WI-EB > WQTD-EB OR WERRO-EB = 1
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WQTD-TIT-EB    TO RL-CB-QTD-TIT
           MOVE WVALOR-COBR-EB TO RL-CB-TOTAL
           MOVE WRL-COBR-RODAPE TO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF WQTD-EXCED-EB NOT = ZEROES
              MOVE WQTD-EXCED-EB TO RL-CB-EXCED
              MOVE WRL-COBR-EXCED TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           CLOSE ARQREL
           MOVE SPACES TO WTXT
           IF WERRO-EB = 1
              MOVE 'ERRO NA NUMERACAO/GRAVACAO DO TITULO' TO WTXT
           ELSE
              STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
                 INTO WTXT
           END-IF
           PERFORM R-MOSTRA-MSG-EB.
       COBRANCA-EB-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-COBRANCA-EB-ROTINAS SECTION.

       R-CARREGA-VENCIDAS-EB.
           MOVE ZEROES TO WQTD-EB WQTD-EXCED-EB WQTD-CLI-EB
                          WVALOR-COBR-EB WEMB-LIDA-EB
           MOVE 0 TO WCOBRA-TIPO-EB
           MOVE ZEROES TO CHAVE-EC
           START EMBCLI KEY IS NOT LESS THAN CHAVE-EC
           MOVE 0 TO WSAIDA
           IF FS-EC NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-CARREGA-VENCIDAS-EB-1 UNTIL WSAIDA = 1.

       R-CARREGA-VENCIDAS-EB-1.
           READ EMBCLI NEXT
           IF FS-EC NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF EC-REMESSA AND ABERTO-EC NOT = ZEROES
                 IF CODIGO-EMB-EC NOT = WEMB-LIDA-EB
                    PERFORM R-LE-TIPO-COBRANCA-EB
                 END-IF
                 COMPUTE WIDADE-EB = WHOJE-INT-EB -
                    FUNCTION INTEGER-OF-DATE(DATA-EC)
                 IF WCOBRA-TIPO-EB = 1 AND
                    WIDADE-EB > DIAS-LIMITE-EMB
                    IF WQTD-EB < WMAX-EB
                       PERFORM R-GUARDA-VENCIDA-EB
                    ELSE
                       ADD 1 TO WQTD-EXCED-EB
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    (O TIPO FICA NA AREA DO CADASTRO ENQUANTO A EMBALAGEM DAS
      *     CAMADAS NAO MUDA)
       R-LE-TIPO-COBRANCA-EB.
           MOVE CODIGO-EMB-EC TO WEMB-LIDA-EB CODIGO-EMB
           MOVE 0 TO WCOBRA-TIPO-EB
           READ EMBRET
           IF FS-EMB = '00' AND DIAS-LIMITE-EMB NOT = ZEROES AND
              VALOR-EMB NOT = ZEROES
              MOVE 1 TO WCOBRA-TIPO-EB
           END-IF.

       R-GUARDA-VENCIDA-EB.
           IF WQTD-EB = ZEROES
              ADD 1 TO WQTD-CLI-EB
           ELSE
              IF WCB-CLI(WQTD-EB) NOT = CODIGO-CLI-EC
                 ADD 1 TO WQTD-CLI-EB
              END-IF
           END-IF
           ADD 1 TO WQTD-EB
           MOVE CHAVE-EC      TO WCB-CHAVE(WQTD-EB)
           MOVE CODIGO-CLI-EC TO WCB-CLI(WQTD-EB)
           MOVE CODIGO-EMB-EC TO WCB-EMB(WQTD-EB)
           MOVE ABERTO-EC     TO WCB-QTDE(WQTD-EB)
           COMPUTE WCB-VALOR(WQTD-EB) = ABERTO-EC * VALOR-EMB
           ADD WCB-VALOR(WQTD-EB) TO WVALOR-COBR-EB.

      *    (AS REMESSAS DO CLIENTE ESTAO SEGUIDAS NA TABELA: SOMA ATE
      *     O CLIENTE MUDAR, GERA O TITULO E BAIXA AS REMESSAS)
       R-COBRA-CLIENTE-EB.
           MOVE WI-EB TO WINI-EB
           MOVE ZEROES TO WVALOR-CLI-EB WQTDE-CLI-EB
           PERFORM R-SOMA-CLIENTE-EB
              VARYING WI-EB FROM WINI-EB BY 1
              UNTIL WI-EB > WQTD-EB OR
                    WCB-CLI(WI-EB) NOT = WCB-CLI(WINI-EB)
           COMPUTE WFIM-EB = WI-EB - 1
           MOVE 'COBREMB' TO LINK-NUM-ENTIDADE
           CALL "GeraNumero" USING LINK-NUMERO
           IF LINK-NUM-STATUS NOT = '0'
              MOVE 1 TO WERRO-EB
              GO TO R-COBRA-CLIENTE-EB-FIM
           END-IF
           MOVE LINK-NUM-VALOR TO WNUMERO-EB
           COMPUTE WTITULO-EB = 800000000 + WNUMERO-EB
           INITIALIZE REGISTRO-CONTASREC
           MOVE WTITULO-EB         TO NUMERO-NF-CREC
           MOVE 1                  TO PARCELA-CREC
           MOVE WCB-CLI(WINI-EB)   TO CODIGO-CLI-CREC
           MOVE WDATA-HOJE-EB      TO DATA-EMISSAO-CREC
           MOVE WVENC-EB           TO DATA-VENC-CREC
           MOVE WVALOR-CLI-EB      TO VALOR-CREC SALDO-CREC
           MOVE ZEROES             TO DATA-ULT-PGTO-CREC
                                      DATA-PERDA-CREC
           MOVE 'A'                TO SITUACAO-CREC
           MOVE SPACES             TO REMESSA-CREC MOTIVO-PERDA-CREC
           MOVE 1                  TO TOTAL-PARC-CREC
           WRITE REGISTRO-CONTASREC
           IF FS-CREC NOT = '00'
              MOVE 1 TO WERRO-EB
              GO TO R-COBRA-CLIENTE-EB-FIM
           END-IF
           ADD 1 TO WQTD-TIT-EB
           ADD WVALOR-CLI-EB TO WVALOR-COBR-EB
           PERFORM R-BAIXA-REMESSA-EB
              VARYING WJ-EB FROM WINI-EB BY 1 UNTIL WJ-EB > WFIM-EB
           MOVE WCB-CLI(WINI-EB) TO RL-CB-CLI CODIGO
           MOVE SPACES TO WRAZAO-EB
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE RAZAO TO WRAZAO-EB
           END-IF
           MOVE WRAZAO-EB(1:30) TO RL-CB-RAZAO
           MOVE WTITULO-EB      TO RL-CB-TITULO
           MOVE WQTDE-CLI-EB    TO RL-CB-QTDE
           MOVE WVALOR-CLI-EB   TO RL-CB-VALOR
           MOVE WVENC-EB        TO RL-CB-VENC
           MOVE WRL-COBR-LINHA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'EMB-COBR'       TO WTL-OPERACAO
           MOVE ZEROES           TO WTL-EMB WTL-PROD
           MOVE WCB-CLI(WINI-EB) TO WTL-CLI
           MOVE WTITULO-EB       TO WTL-TITULO
           MOVE WVALOR-CLI-EB    TO WTL-VALOR
           PERFORM R-GRAVA-LOG.
       R-COBRA-CLIENTE-EB-FIM.
           EXIT.

       R-SOMA-CLIENTE-EB.
           ADD WCB-VALOR(WI-EB) TO WVALOR-CLI-EB
           ADD WCB-QTDE(WI-EB)  TO WQTDE-CLI-EB.

      *    (A REMESSA E RELIDA: O QUE VOLTOU ENTRE A CARGA DA TABELA
      *     E A GRAVACAO DO TITULO JA SAIU DO ABERTO E FICA COBRADO
      *     ASSIM MESMO - O TITULO SEGUE A QUANTIDADE DA TABELA)
       R-BAIXA-REMESSA-EB.
           MOVE WCB-CHAVE(WJ-EB) TO CHAVE-EC
           READ EMBCLI
           IF FS-EC = '00'
              MOVE ZEROES         TO ABERTO-EC
              ADD WCB-QTDE(WJ-EB) TO COBRADO-EC
              MOVE WTITULO-EB     TO TITULO-EC
              REWRITE REGISTRO-EMBCLI
           END-IF
           MOVE WCB-CLI(WJ-EB)   TO CODIGO-CLI-EC
           MOVE WCB-EMB(WJ-EB)   TO CODIGO-EMB-EC
           MOVE WDATA-HOJE-EB    TO DATA-EC
           MOVE WTITULO-EB       TO DOCUMENTO-EC
           MOVE 'C'              TO TIPO-EC
           READ EMBCLI
           IF FS-EC = '00'
              ADD WCB-QTDE(WJ-EB) TO QTDE-EC COBRADO-EC
              REWRITE REGISTRO-EMBCLI
           ELSE
              INITIALIZE REGISTRO-EMBCLI
              MOVE WCB-CLI(WJ-EB)   TO CODIGO-CLI-EC
              MOVE WCB-EMB(WJ-EB)   TO CODIGO-EMB-EC
              MOVE WDATA-HOJE-EB    TO DATA-EC
              MOVE WTITULO-EB       TO DOCUMENTO-EC TITULO-EC
              MOVE 'C'              TO TIPO-EC
              MOVE WCB-QTDE(WJ-EB)  TO QTDE-EC COBRADO-EC
              MOVE LID-OPERADOR-1   TO OPERADOR-EC
              WRITE REGISTRO-EMBCLI
           END-IF.

       R-MOSTRA-MSG-EB.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG.
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME
           MOVE WDHTL-DATA      TO WTL-DATA
           MOVE WDHTL-HH        TO WTL-HH
           MOVE WDHTL-MM        TO WTL-MM
           MOVE WDHTL-SS        TO WTL-SS
           MOVE LID-OPERADOR-1  TO WTL-OPERADOR
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
           OPEN I-O CONTASREC.
           IF FS-CREC NOT = '00'
              MOVE 'ERRO NA ABERTURA DO CONTAS A RECEBER ST ' TO WTXT
              MOVE FS-CREC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O EMBRET.
           IF FS-EMB = '35'
              CLOSE EMBRET OPEN OUTPUT EMBRET
              CLOSE EMBRET OPEN I-O EMBRET
           END-IF
           IF FS-EMB = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS TIPOS ST ' TO WTXT
              MOVE FS-EMB TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O PRODEMB.
           IF FS-PE = '35'
              CLOSE PRODEMB OPEN OUTPUT PRODEMB
              CLOSE PRODEMB OPEN I-O PRODEMB
           END-IF
           IF FS-PE = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS VINCULOS ST ' TO WTXT
              MOVE FS-PE TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O EMBCLI.
           IF FS-EC = '35'
              CLOSE EMBCLI OPEN OUTPUT EMBCLI
              CLOSE EMBCLI OPEN I-O EMBCLI
           END-IF
           IF FS-EC = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DO SALDO DE EMBALAGENS ST '
                 TO WTXT
              MOVE FS-EC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FECHA-ARQUIVOS.
           CLOSE CLIENTES PRODUTOS CONTASREC EMBRET PRODEMB EMBCLI.
       FECHA-ARQUIVOS-EXIT.
           EXIT.
