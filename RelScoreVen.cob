      *--------------------------
      * SCORECARD MENSAL DE VENDEDORES E SUPERVISORES
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RelScoreVen.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Scorecard do mes por vendedor
      *              ativo, agrupado por supervisor, reunindo numa
      *              so folha os indicadores que hoje saem do
      *              RelMetas, das visitas, do RelMargem, das
      *              devolucoes e do aging: atingimento da cota do
      *              mes, margem sobre o custo medio, cobertura da
      *              carteira (positivacao), visitas com venda,
      *              percentual de devolucao, titulos vencidos dos
      *              clientes da carteira e clientes novos (primeira
      *              compra no cubo). Cada indicador tem peso e meta
      *              em SCOREVEN.CFG (opcao [2]); o score e a media
      *              ponderada do atingimento, com ranking na equipe
      *              e geral e a tendencia dos tres ultimos meses.
      *              Saida no catalogo de spool (RELSCOVEN).
      * 2026-10-15 - Chaves alternativas de situacao e data em
      *              PEDIDOS.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT DISTRIBUICAO ASSIGN TO  DISK WID-ARQ-DISTRIBUICAO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DIS
              ALTERNATE RECORD KEY IS CODIGO-CLI-DIS   WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-DIS   WITH DUPLICATES
              ALTERNATE RECORD KEY IS LATITUDE-DIS     WITH DUPLICATES
              ALTERNATE RECORD KEY IS LONGITUDE-DIS    WITH DUPLICATES
              ALTERNATE RECORD KEY IS DISTANCIA-DIS    WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DIS.

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

       SELECT METAS ASSIGN TO  DISK WID-ARQ-META
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-META
              ALTERNATE RECORD KEY IS CODIGO-VEN-META WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-META.

       SELECT METAPOS ASSIGN TO  DISK WID-ARQ-METAPOS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-VEN-MP
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MP.

       SELECT ESTATIS ASSIGN TO  DISK WID-ARQ-STAT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-ST
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ST.

       SELECT PRODUTOS ASSIGN TO  DISK WID-ARQ-PRODUTO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD
              ALTERNATE RECORD KEY IS DESCRICAO-PROD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PROD.

       SELECT VISITAS ASSIGN TO  DISK WID-ARQ-VISITA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VIS
              ALTERNATE RECORD KEY IS CODIGO-VEN-VIS WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VIS.

       SELECT DEVOL ASSIGN TO  DISK WID-ARQ-DEVOL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DEV
              ALTERNATE RECORD KEY IS CODIGO-CLI-DEV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DEV.

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

       SELECT CONTASREC ASSIGN TO  DISK WID-ARQ-CREC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CREC
              ALTERNATE RECORD KEY IS CODIGO-CLI-CREC WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-VENC-CREC  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CREC.

       SELECT PRICOMP ASSIGN TO  DISK WID-ARQ-PRICOMP
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-PC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PC.

       SELECT SCOREWRK ASSIGN TO  DISK WID-ARQ-SCOREWRK
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-VEN-SW
              ALTERNATE RECORD KEY IS ORD-SUP-SW WITH DUPLICATES
              ALTERNATE RECORD KEY IS ORD-GER-SW WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SW.

       SELECT ARQSCORECFG ASSIGN TO DISK WID-ARQ-SCORECFG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-SCORECFG.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
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

       FD DISTRIBUICAO.
       01  REGISTRO-DISTRIBUICAO.
           02 CHAVE-DIS.
              03 CODIGO-VEN-DIS         PIC  9(007).
              03 CODIGO-CLI-DIS         PIC  9(007).
           02 LATITUDE-DIS              PIC S9(003)v9(008).
           02 LONGITUDE-DIS             PIC S9(003)v9(008).
           02 DISTANCIA-DIS             PIC  9(008)v9(002) VALUE ZEROES.

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

       FD METAS.
       01 REGISTRO-METAS.
          02 CHAVE-META.
             03 CODIGO-VEN-META       PIC  9(007).
             03 ANO-MES-META          PIC  9(006).
             03 CATEGORIA-META        PIC  9(003).
          02 VALOR-META               PIC  9(009)v9(002) VALUE ZEROES.

       FD METAPOS.
       01 REGISTRO-METAPOS.
          02 CODIGO-VEN-MP            PIC  9(007).
          02 PERC-MP                  PIC  9(003)v9(002) VALUE ZEROES.
          02 OPERADOR-MP              PIC  X(010) VALUE SPACES.
          02 DATA-ALT-MP              PIC  9(008) VALUE ZEROES.

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

       FD VISITAS.
       01 REGISTRO-VISITAS.
          02 CHAVE-VIS.
             03 CODIGO-ROTA-VIS       PIC  9(007).
             03 CODIGO-CLI-VIS        PIC  9(007).
             03 DATA-VIS              PIC  9(008).
          02 CODIGO-VEN-VIS           PIC  9(007) VALUE ZEROES.
          02 RESULTADO-VIS            PIC  X(001) VALUE SPACES.
             88 VIS-VENDEU            VALUE 'V'.
             88 VIS-SEM-PEDIDO        VALUE 'N'.
             88 VIS-FECHADO           VALUE 'F'.
             88 VIS-NAO-ENCONTRADO    VALUE 'A'.
          02 OBS-VIS                  PIC  X(040) VALUE SPACES.
          02 OPERADOR-VIS             PIC  X(010) VALUE SPACES.
          02 HORA-CHECKIN-VIS         PIC  9(006) VALUE ZEROES.
          02 LAT-CHECKIN-VIS          PIC S9(003)v9(008) VALUE ZEROES.
          02 LON-CHECKIN-VIS          PIC S9(003)v9(008) VALUE ZEROES.
          02 DIST-CHECKIN-VIS         PIC  9(007) VALUE ZEROES.
          02 GEO-VIS                  PIC  X(001) VALUE SPACES.
             88 GEO-SEM-CHECKIN       VALUE ' '.
             88 GEO-VALIDADA          VALUE 'V'.
             88 GEO-FORA-RAIO         VALUE 'R'.
             88 GEO-SEM-GPS           VALUE 'G'.
             88 GEO-CLI-SEM-COORD     VALUE 'C'.
             88 GEO-DESLOC-IMPOSSIVEL VALUE 'T'.
             88 GEO-EXCECAO           VALUE 'R' 'G' 'T'.

       FD DEVOL.
       01 REGISTRO-DEVOL.
          02 CHAVE-DEV.
             03 NUMERO-NF-DEV         PIC  9(009).
             03 SEQ-DEV               PIC  9(003).
          02 CODIGO-CLI-DEV           PIC  9(007).
          02 CODIGO-PED-DEV           PIC  9(009).
          02 NUMERO-ITEM-DEV          PIC  9(003).
          02 CODIGO-PROD-DEV          PIC  9(007).
          02 QTDE-DEV                 PIC  9(005) VALUE ZEROES.
          02 VALOR-DEV                PIC  9(009)v9(002) VALUE ZEROES.
          02 DATA-DEV                 PIC  9(008) VALUE ZEROES.
          02 OPERADOR-DEV             PIC  X(010) VALUE SPACES.
          02 MOTIVO-DEV               PIC  X(040) VALUE SPACES.
          02 CFOP-DEV                 PIC  9(004) VALUE ZEROES.

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

      *    (PRIMEIRA COMPRA DE CADA CLIENTE NO CUBO - REFEITO A CADA
      *     EXECUCAO)
       FD PRICOMP.
       01 REGISTRO-PRICOMP.
          02 CODIGO-CLI-PC            PIC  9(007).
          02 ANO-MES-PC               PIC  9(006).
          02 CODIGO-VEN-PC            PIC  9(007).

      *    (UM REGISTRO POR VENDEDOR DO SCORECARD; AS CHAVES
      *     ALTERNATIVAS DAO A ORDEM POR EQUIPE E A GERAL, DO MAIOR
      *     SCORE PARA O MENOR)
       FD SCOREWRK.
       01 REGISTRO-SCOREWRK.
          02 CODIGO-VEN-SW            PIC  9(007).
          02 ORD-SUP-SW.
             03 SUP-SW                PIC  9(007).
             03 INV-SUP-SW            PIC  9(005).
             03 VEN-SUP-SW            PIC  9(007).
          02 ORD-GER-SW.
             03 INV-GER-SW            PIC  9(005).
             03 VEN-GER-SW            PIC  9(007).
          02 IDX-SW                   PIC  9(003) VALUE ZEROES.
          02 RANK-GER-SW              PIC  9(003) VALUE ZEROES.

       FD  ARQSCORECFG.
       01  ARQSCORECFG-REC          PIC X(20).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-DIS.
           02 FS-DIS-1                PIC 9.
           02 FS-DIS-2                PIC 9.
           02 FS-DIS-R REDEFINES FS-DIS-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLIENTES-1                PIC 9.
           02 FS-CLIENTES-2                PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01 FS-META.
           02 FS-META-1                PIC 9.
           02 FS-META-2                PIC 9.
           02 FS-META-R REDEFINES FS-META-2 PIC 99 COMP-X.
       01 FS-ST.
           02 FS-ST-1                 PIC 9.
           02 FS-ST-2                 PIC 9.
           02 FS-ST-R REDEFINES FS-ST-2 PIC 99 COMP-X.
       01 FS-PROD.
           02 FS-PROD-1               PIC 9.
           02 FS-PROD-2               PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-VIS.
           02 FS-VIS-1                PIC 9.
           02 FS-VIS-2                PIC 9.
           02 FS-VIS-R REDEFINES FS-VIS-2 PIC 99 COMP-X.
       01 FS-DEV.
           02 FS-DEV-1                PIC 9.
           02 FS-DEV-2                PIC 9.
           02 FS-DEV-R REDEFINES FS-DEV-2 PIC 99 COMP-X.
       01 FS-PED.
           02 FS-PED-1                PIC 9.
           02 FS-PED-2                PIC 9.
           02 FS-PED-R REDEFINES FS-PED-2 PIC 99 COMP-X.
       01 FS-CREC.
           02 FS-CREC-1               PIC 9.
           02 FS-CREC-2               PIC 9.
           02 FS-CREC-R REDEFINES FS-CREC-2 PIC 99 COMP-X.
       01 FS-PC.
           02 FS-PC-1                 PIC 9.
           02 FS-PC-2                 PIC 9.
           02 FS-PC-R REDEFINES FS-PC-2 PIC 99 COMP-X.
       01 FS-SW.
           02 FS-SW-1                 PIC 9.
           02 FS-SW-2                 PIC 9.
           02 FS-SW-R REDEFINES FS-SW-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-MP                       PIC XX VALUE '00'.
       01 FS-SCORECFG                 PIC XX VALUE '00'.

       01 WID-ARQ-VENDEDOR.
           02 WID-ARQ-VENDEDOR-1           PIC X(50).
       01 WID-ARQ-DISTRIBUICAO.
           02 WID-ARQ-DISTRIBUICAO-1       PIC X(50).
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-META.
           02 WID-ARQ-META-1               PIC X(50).
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-PEDIDOS.
           02 WID-ARQ-PEDIDOS-1            PIC X(50).
       01 WID-ARQ-METAPOS             PIC X(50) VALUE 'ARQMETAPOS.DAT'.
       01 WID-ARQ-STAT                PIC X(50) VALUE 'ARQSTAT.DAT'.
       01 WID-ARQ-VISITA              PIC X(50) VALUE 'ARQVISITA.DAT'.
       01 WID-ARQ-DEVOL               PIC X(50) VALUE 'ARQDEVOL.DAT'.
       01 WID-ARQ-CREC                PIC X(50) VALUE 'ARQCREC.DAT'.
       01 WID-ARQ-PRICOMP             PIC X(50) VALUE 'ARQSCVPRI.DAT'.
       01 WID-ARQ-SCOREWRK            PIC X(50) VALUE 'ARQSCVWRK.DAT'.
       01 WID-ARQ-SCORECFG            PIC X(50) VALUE 'SCOREVEN.CFG'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                   PIC X VALUE SPACES.
       77 WSAIDA               PIC 9 VALUE ZEROES.
       77 WSAIDA-SV            PIC 9 VALUE ZEROES.
       77 WOPCAO-SV            PIC 9 VALUE ZEROES.
       77 WMP-DISPONIVEL-SV    PIC 9 VALUE ZEROES.
       77 WPROD-DISPONIVEL-SV  PIC 9 VALUE ZEROES.
       01 WCONFIRMA-SV         PIC X VALUE SPACES.

      *-------------MES DE REFERENCIA E OS DOIS ANTERIORES------------
       01 WDATA-HOJE-SV        PIC 9(008) VALUE ZEROES.
       01 WREF-SV.
          02 WREF-ANO-SV       PIC 9(004) VALUE ZEROES.
          02 WREF-MES-SV       PIC 9(002) VALUE ZEROES.
       01 WREF-N-SV REDEFINES WREF-SV PIC 9(006).
       01 WAUX-SV.
          02 WAUX-ANO-SV       PIC 9(004) VALUE ZEROES.
          02 WAUX-MES-SV       PIC 9(002) VALUE ZEROES.
          02 WAUX-DIA-SV       PIC 9(002) VALUE ZEROES.
       01 WAUX-N-SV REDEFINES WAUX-SV PIC 9(008).
       01 WAUX-INT-SV          PIC 9(008) VALUE ZEROES.
      *    (1 = DOIS MESES ANTES, 2 = MES ANTERIOR, 3 = MES DE
      *     REFERENCIA; BASE = ULTIMO DIA DO MES OU HOJE NO MES
      *     CORRENTE; LIMITE = ULTIMO VENCIMENTO JA EM ATRASO)
       01 WTAB-MES-SV.
          02 WMS-ITEM-SV OCCURS 3 TIMES.
             03 WMS-AM-SV         PIC 9(006).
             03 WMS-BASE-SV       PIC 9(008).
             03 WMS-LIM-SV        PIC 9(008).
      *--------------------------------------------------

      *-------------PESOS E METAS DOS INDICADORES (SCOREVEN.CFG)------
       01 WCFG-SV.
          02 WPESO-COTA-SV     PIC 9(003) VALUE 30.
          02 WALVO-COTA-SV     PIC 9(005)v9(002) VALUE 100.
          02 WPESO-MARG-SV     PIC 9(003) VALUE 20.
          02 WALVO-MARG-SV     PIC 9(005)v9(002) VALUE 25.
          02 WPESO-COB-SV      PIC 9(003) VALUE 15.
          02 WALVO-COB-SV      PIC 9(005)v9(002) VALUE 60.
          02 WPESO-VIS-SV      PIC 9(003) VALUE 10.
          02 WALVO-VIS-SV      PIC 9(005)v9(002) VALUE 50.
          02 WPESO-DEV-SV      PIC 9(003) VALUE 10.
          02 WALVO-DEV-SV      PIC 9(005)v9(002) VALUE 2.
          02 WPESO-VENC-SV     PIC 9(003) VALUE 10.
          02 WALVO-VENC-SV     PIC 9(005)v9(002) VALUE 5.
          02 WPESO-NOVOS-SV    PIC 9(003) VALUE 5.
          02 WALVO-NOVOS-SV    PIC 9(005)v9(002) VALUE 3.
       01 WCFG-R-SV REDEFINES WCFG-SV.
          02 WCFG-ITEM-SV OCCURS 7 TIMES.
             03 WCFG-PESO-SV   PIC 9(003).
             03 WCFG-ALVO-SV   PIC 9(005)v9(002).
      *    ('+' = QUANTO MAIOR MELHOR, '-' = QUANTO MENOR MELHOR)
       01 WSENTIDO-SV          PIC X(007) VALUE '++++--+'.
       01 WCFG-LINHA-SV.
          02 WCL-PESO-SV       PIC X(003).
          02 WCL-PESO-N-SV REDEFINES WCL-PESO-SV PIC 9(003).
          02 WCL-ALVO-SV       PIC X(007).
          02 WCL-ALVO-N-SV REDEFINES WCL-ALVO-SV PIC 9(005)v9(002).
          02 FILLER            PIC X(010).
      *--------------------------------------------------

      *-------------VENDEDORES ATIVOS E SEUS NUMEROS POR MES-----------
       77 WMAX-VEN-SV          PIC 9(003) VALUE 200.
       77 WQTD-VEN-SV          PIC 9(003) VALUE ZEROES.
       77 WI-SV                PIC 9(003) VALUE ZEROES.
       77 WIX-SV               PIC 9(003) VALUE ZEROES.
       77 WK-SV                PIC 9(003) VALUE ZEROES.
       77 WN-SV                PIC 9(003) VALUE ZEROES.
       01 WCOD-BUSCA-SV        PIC 9(007) VALUE ZEROES.
       01 WAM-BUSCA-SV         PIC 9(006) VALUE ZEROES.
       01 WTAB-VEN-SV.
          02 WVN-ITEM-SV OCCURS 200 TIMES.
             03 WVN-COD-SV        PIC 9(007).
             03 WVN-NOME-SV       PIC X(040).
             03 WVN-SUP-SV        PIC 9(007).
             03 WVN-ISUP-SV       PIC 9(003).
             03 WVN-CART-SV       PIC 9(007).
             03 WVN-ALVO-COB-SV   PIC 9(003)v9(002).
             03 WVN-MES-SV OCCURS 3 TIMES.
                04 WVM-META-SV    PIC 9(011)v9(002).
                04 WVM-LIQ-SV     PIC S9(011)v9(002).
                04 WVM-CUSTO-SV   PIC 9(011)v9(002).
                04 WVM-POSIT-SV   PIC 9(007).
                04 WVM-VISTOT-SV  PIC 9(007).
                04 WVM-VISVEN-SV  PIC 9(007).
                04 WVM-DEVOL-SV   PIC 9(011)v9(002).
                04 WVM-ABERTO-SV  PIC 9(011)v9(002).
                04 WVM-VENCIDO-SV PIC 9(011)v9(002).
                04 WVM-NOVOS-SV   PIC 9(007).
                04 WVM-SCORE-SV   PIC 9(003)v9(002).

      *-------------EQUIPES (SUPERVISOR DO CADASTRO DO VENDEDOR)------
       77 WMAX-SUP-SV          PIC 9(003) VALUE 50.
       77 WQTD-SUP-SV          PIC 9(003) VALUE ZEROES.
       77 WJ-SV                PIC 9(003) VALUE ZEROES.
       01 WTAB-SUP-SV.
          02 WSP-ITEM-SV OCCURS 50 TIMES.
             03 WSP-COD-SV        PIC 9(007).
             03 WSP-CART-SV       PIC 9(007).
             03 WSP-MES-SV OCCURS 3 TIMES.
                04 WSM-META-SV    PIC 9(011)v9(002).
                04 WSM-LIQ-SV     PIC S9(011)v9(002).
                04 WSM-CUSTO-SV   PIC 9(011)v9(002).
                04 WSM-POSIT-SV   PIC 9(007).
                04 WSM-VISTOT-SV  PIC 9(007).
                04 WSM-VISVEN-SV  PIC 9(007).
                04 WSM-DEVOL-SV   PIC 9(011)v9(002).
                04 WSM-ABERTO-SV  PIC 9(011)v9(002).
                04 WSM-VENCIDO-SV PIC 9(011)v9(002).
                04 WSM-NOVOS-SV   PIC 9(007).
                04 WSM-SCORE-SV   PIC 9(003)v9(002).

      *-------------NUMEROS EM CALCULO (VENDEDOR OU EQUIPE NO MES)-----
       01 WCUR-SV.
          02 WCUR-META-SV      PIC 9(011)v9(002).
          02 WCUR-LIQ-SV       PIC S9(011)v9(002).
          02 WCUR-CUSTO-SV     PIC 9(011)v9(002).
          02 WCUR-POSIT-SV     PIC 9(007).
          02 WCUR-CART-SV      PIC 9(007).
          02 WCUR-VISTOT-SV    PIC 9(007).
          02 WCUR-VISVEN-SV    PIC 9(007).
          02 WCUR-DEVOL-SV     PIC 9(011)v9(002).
          02 WCUR-ABERTO-SV    PIC 9(011)v9(002).
          02 WCUR-VENCIDO-SV   PIC 9(011)v9(002).
          02 WCUR-NOVOS-SV     PIC 9(007).
          02 WCUR-ALVO-COB-SV  PIC 9(003)v9(002).
       01 WTAB-IND-SV.
          02 WIND-ITEM-SV OCCURS 7 TIMES.
             03 WIND-APLIC-SV  PIC X(001).
             03 WIND-VALOR-SV  PIC 9(005)v9(002).
             03 WIND-ATING-SV  PIC 9(003)v9(002).
       01 WCALC-SV             PIC S9(011)v9(004) VALUE ZEROES.
       01 WALVO-SV             PIC 9(005)v9(002) VALUE ZEROES.
       01 WSOMA-PESO-SV        PIC 9(005) VALUE ZEROES.
       01 WSOMA-PONT-SV        PIC 9(009)v9(002) VALUE ZEROES.
       01 WSCORE-SV            PIC 9(003)v9(002) VALUE ZEROES.
       01 WVALOR-ABERTO-SV     PIC 9(011)v9(002) VALUE ZEROES.
      *--------------------------------------------------

      *-------------CONTROLE DAS PASSADAS------------------------------
       01 WULT-VEN-SV          PIC 9(007) VALUE ZEROES.
       77 WULT-IX-SV           PIC 9(003) VALUE ZEROES.
       01 WULT-CLI-PC-SV       PIC 9(007) VALUE ZEROES.
       01 WPOSIT-CHAVE-SV.
          02 WPC-AM-SV         PIC 9(006) VALUE ZEROES.
          02 WPC-VEN-SV        PIC 9(007) VALUE ZEROES.
          02 WPC-CLI-SV        PIC 9(007) VALUE ZEROES.
       01 WCELULA-CHAVE-SV.
          02 WCC-AM-SV         PIC 9(006) VALUE ZEROES.
          02 WCC-VEN-SV        PIC 9(007) VALUE ZEROES.
          02 WCC-CLI-SV        PIC 9(007) VALUE ZEROES.
       01 WULT-CLI-CR-SV       PIC 9(007) VALUE ZEROES.
       77 WIX-CR-SV            PIC 9(003) VALUE ZEROES.
       01 WSUP-CORRENTE-SV     PIC 9(007) VALUE ZEROES.
       77 WPRIMEIRO-SV         PIC 9 VALUE ZEROES.
       77 WRANK-SV             PIC 9(003) VALUE ZEROES.
       77 WRANK-EQP-SV         PIC 9(003) VALUE ZEROES.
      *--------------------------------------------------

      *-------------DESCRICAO DOS INDICADORES NO RODAPE----------------
       01 WDESCR-IND-SV.
          02 FILLER PIC X(045) VALUE
             'COTA%  = VENDA LIQUIDA / COTA GERAL DO MES'.
          02 FILLER PIC X(045) VALUE
             'MARG%  = (VENDA - CUSTO MEDIO) / VENDA'.
          02 FILLER PIC X(045) VALUE
             'COBE%  = CARTEIRA POSITIVADA / CARTEIRA ATIVA'.
          02 FILLER PIC X(045) VALUE
             'VISI%  = VISITAS COM VENDA / VISITAS VALIDAS'.
          02 FILLER PIC X(045) VALUE
             'DEVO%  = DEVOLUCOES / VENDA LIQUIDA'.
          02 FILLER PIC X(045) VALUE
             'VENC%  = VENCIDOS / EM ABERTO DA CARTEIRA'.
          02 FILLER PIC X(045) VALUE
             'NOVOS  = CLIENTES COM A 1A. COMPRA NO MES'.
       01 WDESCR-IND-R-SV REDEFINES WDESCR-IND-SV.
          02 WDI-TEXTO-SV OCCURS 7 TIMES PIC X(045).

       01 WSV-CAB1.
          02 FILLER            PIC X(30) VALUE
             'SCORECARD DE VENDEDORES - MES '.
          02 RL-MES-SV         PIC 9(004)/9(002).
          02 FILLER            PIC X(15) VALUE '  TENDENCIA DE '.
          02 RL-MES1-SV        PIC 9(004)/9(002).
          02 FILLER            PIC X(03) VALUE ' A '.
          02 RL-MES3-SV        PIC 9(004)/9(002).

       01 WSV-CAB2.
          02 FILLER PIC X(04) VALUE 'EQP '.
          02 FILLER PIC X(04) VALUE 'GER '.
          02 FILLER PIC X(08) VALUE 'CODIGO  '.
          02 FILLER PIC X(21) VALUE 'NOME'.
          02 FILLER PIC X(07) VALUE ' COTA% '.
          02 FILLER PIC X(07) VALUE ' MARG% '.
          02 FILLER PIC X(07) VALUE ' COBE% '.
          02 FILLER PIC X(07) VALUE ' VISI% '.
          02 FILLER PIC X(07) VALUE ' DEVO% '.
          02 FILLER PIC X(07) VALUE ' VENC% '.
          02 FILLER PIC X(06) VALUE 'NOVOS '.
          02 FILLER PIC X(07) VALUE ' SC M-2'.
          02 FILLER PIC X(07) VALUE ' SC M-1'.
          02 FILLER PIC X(07) VALUE '  SCORE'.
          02 FILLER PIC X(08) VALUE ' TEND.'.

       01 WSV-TRACO.
          02 FILLER PIC X(114) VALUE ALL '-'.

       01 WSV-CAB-SUP.
          02 FILLER            PIC X(12) VALUE 'SUPERVISOR: '.
          02 RS-SUP-SV         PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RS-NOME-SV        PIC X(040).

       01 WSV-DET.
          02 RV-RK-EQP-SV      PIC ZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RV-RK-GER-SV      PIC ZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RV-COD-SV         PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RV-NOME-SV        PIC X(020).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RV-IND-SV OCCURS 6 TIMES.
             03 RV-IND-TXT-SV  PIC X(006).
             03 FILLER         PIC X(001).
          02 RV-NOVOS-SV       PIC ZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RV-SC1-SV         PIC ZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RV-SC2-SV         PIC ZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RV-SC3-SV         PIC ZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RV-TEND-SV        PIC X(007).
       01 WED-PERC-SV          PIC ZZZ9.9.

       01 WSV-ROD-IND.
          02 RF-TEXTO-SV       PIC X(045).
          02 FILLER            PIC X(06) VALUE ' PESO '.
          02 RF-PESO-SV        PIC ZZ9.
          02 FILLER            PIC X(07) VALUE '  META '.
          02 RF-ALVO-SV        PIC ZZZZ9.99.
          02 FILLER            PIC X(02) VALUE SPACES.
          02 RF-SENTIDO-SV     PIC X(014).

       01 WSV-ROD1.
          02 FILLER            PIC X(45) VALUE
             'ATINGIMENTO DE CADA INDICADOR LIMITADO A 150%'.
          02 FILLER            PIC X(45) VALUE
             '; SCORE = MEDIA PONDERADA DOS APLICAVEIS (-)'.
       01 WSV-ROD2.
          02 FILLER            PIC X(45) VALUE
             'COBE% USA A META DE POSITIVACAO DO VENDEDOR ('.
          02 FILLER            PIC X(45) VALUE
             'CADMETAS) QUANDO HOUVER; CARTEIRA ATUAL.'.
       01 WSV-ROD3.
          02 FILLER            PIC X(45) VALUE
             'TEND. = SCORE DO MES CONTRA O DE DOIS MESES A'.
          02 FILLER            PIC X(45) VALUE
             'NTES (5 PONTOS OU MAIS = ALTA/QUEDA).'.
       01 WSV-ROD4.
          02 FILLER            PIC X(40) VALUE
             'VENDEDORES NO SCORECARD...............: '.
          02 RR-VEN-SV         PIC ZZ9.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-SCORE-SV.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - SCORECARD".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 20 VALUE "SCORECARD DE VENDEDORES".
          02 LINE 6 COL 10 VALUE "MES DE REFERENCIA (AAAAMM):".
          02 LINE 6 COL 39 PIC 9(006) USING WREF-N-SV.
          02 LINE 8 COL 10 VALUE "[1] SCORECARD DO MES".
          02 LINE 9 COL 10 VALUE "[2] PESOS E METAS DOS INDICADORES".
          02 LINE 10 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-SV AUTO.

       01 TELA-PESOS-SV.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - SCORECARD".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 20 VALUE "PESOS E METAS DOS INDICADORES".
          02 LINE 6 COL 10 VALUE "INDICADOR".
          02 LINE 6 COL 40 VALUE "PESO".
          02 LINE 6 COL 48 VALUE "META".
          02 LINE 7 COL 10 VALUE "ATINGIMENTO DA COTA (%)....:".
          02 LINE 7 COL 40 PIC 9(003) USING WPESO-COTA-SV.
          02 LINE 7 COL 46 PIC 9(005)v9(002) USING WALVO-COTA-SV.
          02 LINE 8 COL 10 VALUE "MARGEM (%).................:".
          02 LINE 8 COL 40 PIC 9(003) USING WPESO-MARG-SV.
          02 LINE 8 COL 46 PIC 9(005)v9(002) USING WALVO-MARG-SV.
          02 LINE 9 COL 10 VALUE "COBERTURA DA CARTEIRA (%)..:".
          02 LINE 9 COL 40 PIC 9(003) USING WPESO-COB-SV.
          02 LINE 9 COL 46 PIC 9(005)v9(002) USING WALVO-COB-SV.
          02 LINE 10 COL 10 VALUE "VISITAS COM VENDA (%)......:".
          02 LINE 10 COL 40 PIC 9(003) USING WPESO-VIS-SV.
          02 LINE 10 COL 46 PIC 9(005)v9(002) USING WALVO-VIS-SV.
          02 LINE 11 COL 10 VALUE "DEVOLUCOES (%, MAXIMO).....:".
          02 LINE 11 COL 40 PIC 9(003) USING WPESO-DEV-SV.
          02 LINE 11 COL 46 PIC 9(005)v9(002) USING WALVO-DEV-SV.
          02 LINE 12 COL 10 VALUE "VENCIDOS (%, MAXIMO).......:".
          02 LINE 12 COL 40 PIC 9(003) USING WPESO-VENC-SV.
          02 LINE 12 COL 46 PIC 9(005)v9(002) USING WALVO-VENC-SV.
          02 LINE 13 COL 10 VALUE "CLIENTES NOVOS (QTDE)......:".
          02 LINE 13 COL 40 PIC 9(003) USING WPESO-NOVOS-SV.
          02 LINE 13 COL 46 PIC 9(005)v9(002) USING WALVO-NOVOS-SV.
          02 LINE 15 COL 10 VALUE "PESO ZERO DESLIGA O INDICADOR".
          02 LINE 17 COL 10 VALUE "GRAVA (S/N)................:".
          02 LINE 17 COL 40 PIC X USING WCONFIRMA-SV.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           MOVE LID-ARQ-VENDEDOR-1     TO WID-ARQ-VENDEDOR-1
           MOVE LID-ARQ-DISTRIBUICAO-1 TO WID-ARQ-DISTRIBUICAO-1
           MOVE LID-ARQ-CLIENTE-1      TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-META-1         TO WID-ARQ-META-1
           MOVE LID-ARQ-PRODUTO-1      TO WID-ARQ-PRODUTO-1
           MOVE LID-ARQ-PEDIDOS-1      TO WID-ARQ-PEDIDOS-1
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-METAPOS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-STAT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-VISITA
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-DEVOL
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CREC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PRICOMP
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SCOREWRK
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SCORECFG
           ACCEPT WDATA-HOJE-SV FROM DATE YYYYMMDD
           MOVE WDATA-HOJE-SV(1:6) TO WREF-N-SV
           PERFORM R-LE-CFG-SV
           MOVE 1 TO WOPCAO-SV
           PERFORM UNTIL WOPCAO-SV = 6
              MOVE 6 TO WOPCAO-SV
              DISPLAY TELA-SCORE-SV
              ACCEPT TELA-SCORE-SV
              EVALUATE WOPCAO-SV
                 WHEN 1
                    PERFORM R-GERA-SV THRU R-GERA-SV-FIM
                 WHEN 2
                    PERFORM R-PESOS-SV THRU R-PESOS-SV-FIM
              END-EVALUATE
           END-PERFORM.
       INICIO-EXIT.
           EXIT PROGRAM.

       R-MSG-SV.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

      *-------------------------------------
      * SCOREVEN.CFG: UMA LINHA POR INDICADOR, NA ORDEM COTA,
      * MARGEM, COBERTURA, VISITAS, DEVOLUCAO, VENCIDOS E NOVOS,
      * COM O PESO (999) SEGUIDO DA META (99999V99). SEM O
      * ARQUIVO, O PADRAO E GRAVADO.
      *-------------------------------------
       R-LE-CFG-SV.
           OPEN INPUT ARQSCORECFG
           IF FS-SCORECFG = '00'
              PERFORM R-LE-LINHA-CFG-SV
                 VARYING WK-SV FROM 1 BY 1
                 UNTIL WK-SV > 7 OR FS-SCORECFG NOT = '00'
              CLOSE ARQSCORECFG
           ELSE
              PERFORM R-GRAVA-CFG-SV
           END-IF.

       R-LE-LINHA-CFG-SV.
           READ ARQSCORECFG
              NOT AT END
                 MOVE ARQSCORECFG-REC TO WCFG-LINHA-SV
                 IF WCL-PESO-SV IS NUMERIC
                    MOVE WCL-PESO-N-SV TO WCFG-PESO-SV(WK-SV)
                 END-IF
                 IF WCL-ALVO-SV IS NUMERIC
                    MOVE WCL-ALVO-N-SV TO WCFG-ALVO-SV(WK-SV)
                 END-IF
           END-READ.

       R-GRAVA-CFG-SV.
           OPEN OUTPUT ARQSCORECFG
           PERFORM R-GRAVA-LINHA-CFG-SV
              VARYING WK-SV FROM 1 BY 1 UNTIL WK-SV > 7
           CLOSE ARQSCORECFG.

       R-GRAVA-LINHA-CFG-SV.
           MOVE SPACES TO WCFG-LINHA-SV
           MOVE WCFG-PESO-SV(WK-SV) TO WCL-PESO-N-SV
           MOVE WCFG-ALVO-SV(WK-SV) TO WCL-ALVO-N-SV
           MOVE WCFG-LINHA-SV TO ARQSCORECFG-REC
           WRITE ARQSCORECFG-REC.

       R-PESOS-SV.
           MOVE SPACES TO WCONFIRMA-SV
           DISPLAY TELA-PESOS-SV
           ACCEPT TELA-PESOS-SV
           IF WCONFIRMA-SV NOT = 'S' AND WCONFIRMA-SV NOT = 's'
              PERFORM R-LE-CFG-SV
              GO TO R-PESOS-SV-FIM
           END-IF
           COMPUTE WSOMA-PESO-SV = WPESO-COTA-SV + WPESO-MARG-SV +
              WPESO-COB-SV + WPESO-VIS-SV + WPESO-DEV-SV +
              WPESO-VENC-SV + WPESO-NOVOS-SV
           IF WSOMA-PESO-SV = ZEROES
              MOVE 'INFORME O PESO DE PELO MENOS UM INDICADOR' TO WTXT
              PERFORM R-MSG-SV
              PERFORM R-LE-CFG-SV
              GO TO R-PESOS-SV-FIM
           END-IF
           PERFORM R-GRAVA-CFG-SV
           MOVE 'PESOS E METAS GRAVADOS' TO WTXT
           PERFORM R-MSG-SV.
       R-PESOS-SV-FIM.
           EXIT.

      *-------------------------------------
      * MES DE REFERENCIA E OS DOIS ANTERIORES, COM A DATA BASE DE
      * CADA UM (ULTIMO DIA, OU HOJE NO MES CORRENTE).
      *-------------------------------------
       R-VALIDA-MES-SV.
           MOVE 0 TO WSAIDA-SV
           IF WREF-MES-SV < 1 OR WREF-MES-SV > 12 OR
              WREF-ANO-SV < 1601
              MOVE 'MES DE REFERENCIA INVALIDO' TO WTXT
              PERFORM R-MSG-SV
              MOVE 1 TO WSAIDA-SV
              GO TO R-VALIDA-MES-SV-FIM
           END-IF
           IF WREF-N-SV > WDATA-HOJE-SV(1:6)
              MOVE 'MES DE REFERENCIA NO FUTURO' TO WTXT
              PERFORM R-MSG-SV
              MOVE 1 TO WSAIDA-SV
              GO TO R-VALIDA-MES-SV-FIM
           END-IF
           MOVE WREF-ANO-SV TO WAUX-ANO-SV
           MOVE WREF-MES-SV TO WAUX-MES-SV
           PERFORM R-DATAS-MES-SV
              VARYING WK-SV FROM 3 BY -1 UNTIL WK-SV < 1.
       R-VALIDA-MES-SV-FIM.
           EXIT.

      *    (WAUX-ANO/MES TRAZ O MES DA POSICAO WK-SV; NA SAIDA FICA
      *     COM O MES ANTERIOR, PARA A POSICAO SEGUINTE)
       R-DATAS-MES-SV.
           MOVE WAUX-N-SV(1:6) TO WMS-AM-SV(WK-SV)
           IF WMS-AM-SV(WK-SV) = WDATA-HOJE-SV(1:6)
              MOVE WDATA-HOJE-SV TO WMS-BASE-SV(WK-SV)
              COMPUTE WAUX-INT-SV =
                 FUNCTION INTEGER-OF-DATE(WDATA-HOJE-SV) - 1
              COMPUTE WMS-LIM-SV(WK-SV) =
                 FUNCTION DATE-OF-INTEGER(WAUX-INT-SV)
           ELSE
              ADD 1 TO WAUX-MES-SV
              IF WAUX-MES-SV > 12
                 MOVE 1 TO WAUX-MES-SV
                 ADD 1 TO WAUX-ANO-SV
              END-IF
              MOVE 1 TO WAUX-DIA-SV
              COMPUTE WAUX-INT-SV =
                 FUNCTION INTEGER-OF-DATE(WAUX-N-SV) - 1
              COMPUTE WMS-BASE-SV(WK-SV) =
                 FUNCTION DATE-OF-INTEGER(WAUX-INT-SV)
              MOVE WMS-BASE-SV(WK-SV) TO WMS-LIM-SV(WK-SV)
              MOVE WMS-AM-SV(WK-SV) TO WAUX-N-SV(1:6)
           END-IF
           IF WAUX-MES-SV = 1
              MOVE 12 TO WAUX-MES-SV
              SUBTRACT 1 FROM WAUX-ANO-SV
           ELSE
              SUBTRACT 1 FROM WAUX-MES-SV
           END-IF.

      *-------------------------------------
      * APURACAO: CARREGA VENDEDORES E EQUIPES, PERCORRE CARTEIRA,
      * COTAS, CUBO, VISITAS, DEVOLUCOES E TITULOS, CALCULA O
      * SCORE DOS TRES MESES E EMITE O RELATORIO RELSCOVEN.
      *-------------------------------------
       R-GERA-SV.
           PERFORM R-VALIDA-MES-SV THRU R-VALIDA-MES-SV-FIM
           IF WSAIDA-SV = 1
              GO TO R-GERA-SV-FIM
           END-IF
           OPEN INPUT VENDEDORES
           IF FS-VEN NOT = '00'
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE VENDEDORES ST '
                TO WTXT
              MOVE FS-VEN TO WST
              PERFORM R-MSG-SV
              GO TO R-GERA-SV-FIM
           END-IF
           OPEN INPUT ESTATIS
           IF FS-ST NOT = '00'
              CLOSE VENDEDORES
              MOVE 'CUBO DE ESTATISTICAS INDISPONIVEL ST ' TO WTXT
              MOVE FS-ST TO WST
              PERFORM R-MSG-SV
              GO TO R-GERA-SV-FIM
           END-IF
           OPEN INPUT CLIENTES
           IF FS-CLI NOT = '00'
              CLOSE VENDEDORES ESTATIS
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE CLIENTES ST '
                TO WTXT
              MOVE FS-CLI TO WST
              PERFORM R-MSG-SV
              GO TO R-GERA-SV-FIM
           END-IF
           OPEN INPUT DISTRIBUICAO
           IF FS-DIS NOT = '00'
              CLOSE VENDEDORES ESTATIS CLIENTES
              MOVE 'SEM CARTEIRA DISTRIBUIDA ST ' TO WTXT
              MOVE FS-DIS TO WST
              PERFORM R-MSG-SV
              GO TO R-GERA-SV-FIM
           END-IF
           INITIALIZE WTAB-VEN-SV WTAB-SUP-SV
           MOVE ZEROES TO WQTD-VEN-SV WQTD-SUP-SV
           PERFORM R-CARREGA-VEN-SV
           PERFORM R-CARTEIRA-SV
           PERFORM R-COTAS-SV
           PERFORM R-CUBO-SV
           PERFORM R-VISITAS-SV THRU R-VISITAS-SV-FIM
           PERFORM R-DEVOLUCOES-SV THRU R-DEVOLUCOES-SV-FIM
           PERFORM R-TITULOS-SV THRU R-TITULOS-SV-FIM
           PERFORM R-SCORES-SV
           PERFORM R-IMPRIME-SV
           CLOSE VENDEDORES ESTATIS CLIENTES DISTRIBUICAO
           MOVE SPACES TO WTXT
           STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
              INTO WTXT
           PERFORM R-MSG-SV.
       R-GERA-SV-FIM.
           EXIT.

      *    (PROCURA WCOD-BUSCA-SV NA TABELA DE VENDEDORES; WIX-SV
      *     ZERADO QUANDO O VENDEDOR NAO ESTA NO SCORECARD)
       R-ACHA-VEN-SV.
           IF WCOD-BUSCA-SV = WULT-VEN-SV AND WULT-IX-SV NOT = ZEROES
              MOVE WULT-IX-SV TO WIX-SV
           ELSE
              MOVE ZEROES TO WIX-SV
              PERFORM R-COMPARA-VEN-SV
                 VARYING WI-SV FROM 1 BY 1
                 UNTIL WI-SV > WQTD-VEN-SV OR WIX-SV NOT = ZEROES
              MOVE WCOD-BUSCA-SV TO WULT-VEN-SV
              MOVE WIX-SV        TO WULT-IX-SV
           END-IF.

       R-COMPARA-VEN-SV.
           IF WVN-COD-SV(WI-SV) = WCOD-BUSCA-SV
              MOVE WI-SV TO WIX-SV
           END-IF.

      *    (POSICAO DO MES WAM-BUSCA-SV NA JANELA, OU ZERO)
       R-ACHA-MES-SV.
           MOVE ZEROES TO WK-SV
           IF WAM-BUSCA-SV = WMS-AM-SV(1)
              MOVE 1 TO WK-SV
           END-IF
           IF WAM-BUSCA-SV = WMS-AM-SV(2)
              MOVE 2 TO WK-SV
           END-IF
           IF WAM-BUSCA-SV = WMS-AM-SV(3)
              MOVE 3 TO WK-SV
           END-IF.

       R-CARREGA-VEN-SV.
           MOVE ZEROES TO WULT-VEN-SV WULT-IX-SV
           MOVE 0 TO WMP-DISPONIVEL-SV
           OPEN INPUT METAPOS
           IF FS-MP = '00'
              MOVE 1 TO WMP-DISPONIVEL-SV
           END-IF
           MOVE ZEROES TO CHAVE-VEN
           START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
           MOVE 0 TO WSAIDA
           IF FS-VEN NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-CARREGA-VEN-SV-1 UNTIL WSAIDA = 1
           IF WMP-DISPONIVEL-SV = 1
              CLOSE METAPOS
           END-IF.

       R-CARREGA-VEN-SV-1.
           READ VENDEDORES NEXT
           IF FS-VEN NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF INATIVO-VEN NOT = 'S' AND WQTD-VEN-SV < WMAX-VEN-SV
                 ADD 1 TO WQTD-VEN-SV
                 MOVE WQTD-VEN-SV    TO WI-SV
                 MOVE CODIGO-VEN     TO WVN-COD-SV(WI-SV)
                 MOVE NOME-VEN       TO WVN-NOME-SV(WI-SV)
                 MOVE SUPERVISOR-VEN TO WVN-SUP-SV(WI-SV)
                 MOVE WALVO-COB-SV   TO WVN-ALVO-COB-SV(WI-SV)
                 IF WMP-DISPONIVEL-SV = 1
                    MOVE CODIGO-VEN TO CODIGO-VEN-MP
                    READ METAPOS
                    IF FS-MP = '00' AND PERC-MP > ZEROES
                       MOVE PERC-MP TO WVN-ALVO-COB-SV(WI-SV)
                    END-IF
                 END-IF
                 PERFORM R-EQUIPE-VEN-SV
              END-IF
           END-IF.

      *    (EQUIPE DO VENDEDOR WI-SV; SUPERVISOR ZERO FORMA A
      *     EQUIPE "SEM SUPERVISOR")
       R-EQUIPE-VEN-SV.
           MOVE ZEROES TO WJ-SV
           PERFORM R-COMPARA-SUP-SV
              VARYING WN-SV FROM 1 BY 1
              UNTIL WN-SV > WQTD-SUP-SV OR WJ-SV NOT = ZEROES
           IF WJ-SV = ZEROES AND WQTD-SUP-SV < WMAX-SUP-SV
              ADD 1 TO WQTD-SUP-SV
              MOVE WQTD-SUP-SV       TO WJ-SV
              MOVE WVN-SUP-SV(WI-SV) TO WSP-COD-SV(WJ-SV)
           END-IF
           MOVE WJ-SV TO WVN-ISUP-SV(WI-SV).

       R-COMPARA-SUP-SV.
           IF WSP-COD-SV(WN-SV) = WVN-SUP-SV(WI-SV)
              MOVE WN-SV TO WJ-SV
           END-IF.

      *    (CARTEIRA ATUAL: CLIENTES ATIVOS DA DISTRIBUICAO)
       R-CARTEIRA-SV.
           MOVE ZEROES TO CHAVE-DIS
           START DISTRIBUICAO KEY IS NOT LESS THAN CHAVE-DIS
           MOVE 0 TO WSAIDA
           IF FS-DIS NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-CARTEIRA-SV-1 UNTIL WSAIDA = 1.

       R-CARTEIRA-SV-1.
           READ DISTRIBUICAO NEXT
           IF FS-DIS NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              MOVE CODIGO-VEN-DIS TO WCOD-BUSCA-SV
              PERFORM R-ACHA-VEN-SV
              IF WIX-SV NOT = ZEROES
                 MOVE CODIGO-CLI-DIS TO CODIGO
                 READ CLIENTES KEY IS CODIGO
                 IF FS-CLI = '00' AND INATIVO NOT = 'S'
                    ADD 1 TO WVN-CART-SV(WIX-SV)
                 END-IF
              END-IF
           END-IF.

      *    (COTA GERAL DO VENDEDOR NO MES: META SEM CATEGORIA)
       R-COTAS-SV.
           OPEN INPUT METAS
           IF FS-META = '00'
              PERFORM R-COTAS-VEN-SV
                 VARYING WI-SV FROM 1 BY 1 UNTIL WI-SV > WQTD-VEN-SV
              CLOSE METAS
           END-IF.

       R-COTAS-VEN-SV.
           PERFORM R-COTA-MES-SV
              VARYING WK-SV FROM 1 BY 1 UNTIL WK-SV > 3.

       R-COTA-MES-SV.
           MOVE WVN-COD-SV(WI-SV) TO CODIGO-VEN-META
           MOVE WMS-AM-SV(WK-SV)  TO ANO-MES-META
           MOVE ZEROES            TO CATEGORIA-META
           READ METAS
           IF FS-META = '00'
              MOVE VALOR-META TO WVM-META-SV(WI-SV, WK-SV)
           END-IF.

      *-------------------------------------
      * UMA PASSADA PELO CUBO ATE O MES DE REFERENCIA: A PRIMEIRA
      * COMPRA DE CADA CLIENTE VAI PARA O PRICOMP; NOS TRES MESES
      * SOMA VENDA LIQUIDA, CUSTO (QTDE X CUSTO MEDIO) E OS CLIENTES
      * DA CARTEIRA POSITIVADOS PELO PROPRIO VENDEDOR.
      *-------------------------------------
       R-CUBO-SV.
           OPEN OUTPUT PRICOMP
           CLOSE PRICOMP
           OPEN I-O PRICOMP
           MOVE 0 TO WPROD-DISPONIVEL-SV
           OPEN INPUT PRODUTOS
           IF FS-PROD = '00'
              MOVE 1 TO WPROD-DISPONIVEL-SV
           END-IF
           MOVE ZEROES TO WULT-CLI-PC-SV WPOSIT-CHAVE-SV
           MOVE ZEROES TO CHAVE-ST
           START ESTATIS KEY IS NOT LESS THAN CHAVE-ST
           MOVE 0 TO WSAIDA
           IF FS-ST NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-CUBO-SV-1 UNTIL WSAIDA = 1
           IF WPROD-DISPONIVEL-SV = 1
              CLOSE PRODUTOS
           END-IF
      *    (CLIENTES NOVOS: PRIMEIRA COMPRA DENTRO DA JANELA, PARA O
      *     VENDEDOR DESSA COMPRA)
           MOVE ZEROES TO CODIGO-CLI-PC
           START PRICOMP KEY IS NOT LESS THAN CODIGO-CLI-PC
           MOVE 0 TO WSAIDA
           IF FS-PC NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-NOVOS-SV UNTIL WSAIDA = 1
           CLOSE PRICOMP.

       R-CUBO-SV-1.
           READ ESTATIS NEXT
           IF FS-ST NOT = '00' OR ANO-MES-ST > WREF-N-SV
              MOVE 1 TO WSAIDA
           ELSE
              IF QTDE-ST > ZEROES AND
                 CODIGO-CLI-ST NOT = WULT-CLI-PC-SV
                 PERFORM R-PRIMEIRA-COMPRA-SV
              END-IF
              IF ANO-MES-ST NOT < WMS-AM-SV(1)
                 PERFORM R-CELULA-SV
              END-IF
           END-IF.

       R-PRIMEIRA-COMPRA-SV.
           MOVE CODIGO-CLI-ST TO WULT-CLI-PC-SV CODIGO-CLI-PC
           READ PRICOMP
           IF FS-PC NOT = '00'
              MOVE CODIGO-CLI-ST TO CODIGO-CLI-PC
              MOVE ANO-MES-ST    TO ANO-MES-PC
              MOVE CODIGO-VEN-ST TO CODIGO-VEN-PC
              WRITE REGISTRO-PRICOMP
           END-IF.

       R-CELULA-SV.
           MOVE CODIGO-VEN-ST TO WCOD-BUSCA-SV
           PERFORM R-ACHA-VEN-SV
           MOVE ANO-MES-ST TO WAM-BUSCA-SV
           PERFORM R-ACHA-MES-SV
           IF WIX-SV NOT = ZEROES AND WK-SV NOT = ZEROES
              COMPUTE WVM-LIQ-SV(WIX-SV, WK-SV) =
                 WVM-LIQ-SV(WIX-SV, WK-SV) + VALOR-ST - DESCONTO-ST
              IF WPROD-DISPONIVEL-SV = 1
                 MOVE CODIGO-PROD-ST TO CODIGO-PROD
                 READ PRODUTOS
                 IF FS-PROD = '00'
                    COMPUTE WVM-CUSTO-SV(WIX-SV, WK-SV) =
                       WVM-CUSTO-SV(WIX-SV, WK-SV) +
                       (QTDE-ST * CUSTO-MEDIO-PROD)
                 END-IF
              END-IF
              MOVE ANO-MES-ST    TO WCC-AM-SV
              MOVE CODIGO-VEN-ST TO WCC-VEN-SV
              MOVE CODIGO-CLI-ST TO WCC-CLI-SV
              IF QTDE-ST > ZEROES AND
                 WCELULA-CHAVE-SV NOT = WPOSIT-CHAVE-SV
                 MOVE WCELULA-CHAVE-SV TO WPOSIT-CHAVE-SV
                 PERFORM R-POSITIVA-SV
              END-IF
           END-IF.

      *    (CLIENTE DA CARTEIRA DO PROPRIO VENDEDOR E ATIVO)
       R-POSITIVA-SV.
           MOVE CODIGO-VEN-ST TO CODIGO-VEN-DIS
           MOVE CODIGO-CLI-ST TO CODIGO-CLI-DIS
           READ DISTRIBUICAO
           IF FS-DIS = '00'
              MOVE CODIGO-CLI-ST TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI = '00' AND INATIVO NOT = 'S'
                 ADD 1 TO WVM-POSIT-SV(WIX-SV, WK-SV)
              END-IF
           END-IF.

       R-NOVOS-SV.
           READ PRICOMP NEXT
           IF FS-PC NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              MOVE ANO-MES-PC TO WAM-BUSCA-SV
              PERFORM R-ACHA-MES-SV
              IF WK-SV NOT = ZEROES
                 MOVE CODIGO-VEN-PC TO WCOD-BUSCA-SV
                 PERFORM R-ACHA-VEN-SV
                 IF WIX-SV NOT = ZEROES
                    ADD 1 TO WVM-NOVOS-SV(WIX-SV, WK-SV)
                 END-IF
              END-IF
           END-IF.

      *    (VISITAS DOS TRES MESES; VISITA EM EXCECAO DE CHECK-IN
      *     NAO CONTA, COMO NO RELATORIO VISITAS X PEDIDOS)
       R-VISITAS-SV.
           OPEN INPUT VISITAS
           IF FS-VIS NOT = '00'
              GO TO R-VISITAS-SV-FIM
           END-IF
           MOVE ZEROES TO CHAVE-VIS
           START VISITAS KEY IS NOT LESS THAN CHAVE-VIS
           MOVE 0 TO WSAIDA
           IF FS-VIS NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-VISITAS-SV-1 UNTIL WSAIDA = 1
           CLOSE VISITAS.
       R-VISITAS-SV-FIM.
           EXIT.

       R-VISITAS-SV-1.
           READ VISITAS NEXT
           IF FS-VIS NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              MOVE DATA-VIS(1:6) TO WAM-BUSCA-SV
              PERFORM R-ACHA-MES-SV
              MOVE CODIGO-VEN-VIS TO WCOD-BUSCA-SV
              PERFORM R-ACHA-VEN-SV
              IF WK-SV NOT = ZEROES AND WIX-SV NOT = ZEROES AND
                 NOT GEO-EXCECAO
                 ADD 1 TO WVM-VISTOT-SV(WIX-SV, WK-SV)
                 IF VIS-VENDEU
                    ADD 1 TO WVM-VISVEN-SV(WIX-SV, WK-SV)
                 END-IF
              END-IF
           END-IF.

      *    (DEVOLUCOES DOS TRES MESES; O VENDEDOR E O DO PEDIDO)
       R-DEVOLUCOES-SV.
           OPEN INPUT DEVOL
           IF FS-DEV NOT = '00'
              GO TO R-DEVOLUCOES-SV-FIM
           END-IF
           OPEN INPUT PEDIDOS
           IF FS-PED NOT = '00'
              CLOSE DEVOL
              GO TO R-DEVOLUCOES-SV-FIM
           END-IF
           MOVE ZEROES TO CHAVE-DEV
           START DEVOL KEY IS NOT LESS THAN CHAVE-DEV
           MOVE 0 TO WSAIDA
           IF FS-DEV NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-DEVOLUCOES-SV-1 UNTIL WSAIDA = 1
           CLOSE DEVOL PEDIDOS.
       R-DEVOLUCOES-SV-FIM.
           EXIT.

       R-DEVOLUCOES-SV-1.
           READ DEVOL NEXT
           IF FS-DEV NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              MOVE DATA-DEV(1:6) TO WAM-BUSCA-SV
              PERFORM R-ACHA-MES-SV
              IF WK-SV NOT = ZEROES
                 MOVE CODIGO-PED-DEV TO CODIGO-PED
                 READ PEDIDOS
                 IF FS-PED = '00'
                    MOVE CODIGO-VEN-PED TO WCOD-BUSCA-SV
                    PERFORM R-ACHA-VEN-SV
                    IF WIX-SV NOT = ZEROES
                       ADD VALOR-DEV TO WVM-DEVOL-SV(WIX-SV, WK-SV)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *-------------------------------------
      * TITULOS DOS CLIENTES DA CARTEIRA (VENDEDOR DA DISTRIBUICAO),
      * NA ORDEM DE CLIENTE. PARA CADA MES, O TITULO EMITIDO ATE A
      * DATA BASE E AINDA NAO PAGO NELA ENTRA NO ABERTO; VENCIDO ATE
      * O LIMITE, TAMBEM NO VENCIDO. PAGO DEPOIS DA BASE VALE O
      * VALOR ORIGINAL.
      *-------------------------------------
       R-TITULOS-SV.
           OPEN INPUT CONTASREC
           IF FS-CREC NOT = '00'
              GO TO R-TITULOS-SV-FIM
           END-IF
           MOVE ZEROES TO WULT-CLI-CR-SV WIX-CR-SV
           MOVE ZEROES TO CODIGO-CLI-CREC
           START CONTASREC KEY IS NOT LESS THAN CODIGO-CLI-CREC
           MOVE 0 TO WSAIDA
           IF FS-CREC NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-TITULOS-SV-1 UNTIL WSAIDA = 1
           CLOSE CONTASREC.
       R-TITULOS-SV-FIM.
           EXIT.

       R-TITULOS-SV-1.
           READ CONTASREC NEXT
           IF FS-CREC NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF CODIGO-CLI-CREC NOT = WULT-CLI-CR-SV
                 MOVE CODIGO-CLI-CREC TO WULT-CLI-CR-SV
                 MOVE ZEROES TO WIX-CR-SV
                 MOVE CODIGO-CLI-CREC TO CODIGO-CLI-DIS
                 READ DISTRIBUICAO KEY IS CODIGO-CLI-DIS
                 IF FS-DIS = '00'
                    MOVE CODIGO-VEN-DIS TO WCOD-BUSCA-SV
                    PERFORM R-ACHA-VEN-SV
                    MOVE WIX-SV TO WIX-CR-SV
                 END-IF
              END-IF
              IF WIX-CR-SV NOT = ZEROES
                 PERFORM R-POSICAO-TITULO-SV
                    VARYING WK-SV FROM 1 BY 1 UNTIL WK-SV > 3
              END-IF
           END-IF.

       R-POSICAO-TITULO-SV.
           MOVE ZEROES TO WVALOR-ABERTO-SV
           IF DATA-EMISSAO-CREC NOT > WMS-BASE-SV(WK-SV)
              IF CREC-ABERTO AND SALDO-CREC > ZEROES
                 IF DATA-ULT-PGTO-CREC > WMS-BASE-SV(WK-SV)
                    MOVE VALOR-CREC TO WVALOR-ABERTO-SV
                 ELSE
                    MOVE SALDO-CREC TO WVALOR-ABERTO-SV
                 END-IF
              END-IF
              IF CREC-QUITADO AND
                 DATA-ULT-PGTO-CREC > WMS-BASE-SV(WK-SV)
                 MOVE VALOR-CREC TO WVALOR-ABERTO-SV
              END-IF
           END-IF
           IF WVALOR-ABERTO-SV > ZEROES
              ADD WVALOR-ABERTO-SV TO WVM-ABERTO-SV(WIX-CR-SV, WK-SV)
              IF DATA-VENC-CREC NOT > WMS-LIM-SV(WK-SV)
                 ADD WVALOR-ABERTO-SV
                    TO WVM-VENCIDO-SV(WIX-CR-SV, WK-SV)
              END-IF
           END-IF.

      *-------------------------------------
      * SCORE DE CADA VENDEDOR NOS TRES MESES, SOMA DOS NUMEROS DA
      * EQUIPE E SCORE DA EQUIPE.
      *-------------------------------------
       R-SCORES-SV.
           PERFORM R-SCORE-VEN-SV
              VARYING WI-SV FROM 1 BY 1 UNTIL WI-SV > WQTD-VEN-SV
           PERFORM R-SCORE-SUP-SV
              VARYING WJ-SV FROM 1 BY 1 UNTIL WJ-SV > WQTD-SUP-SV.

       R-SCORE-VEN-SV.
           MOVE WVN-ISUP-SV(WI-SV) TO WJ-SV
           IF WJ-SV NOT = ZEROES
              ADD WVN-CART-SV(WI-SV) TO WSP-CART-SV(WJ-SV)
           END-IF
           PERFORM R-SCORE-VEN-MES-SV
              VARYING WK-SV FROM 1 BY 1 UNTIL WK-SV > 3.

       R-SCORE-VEN-MES-SV.
           PERFORM R-CUR-VEN-SV
           PERFORM R-CALCULA-SCORE-SV
           MOVE WSCORE-SV TO WVM-SCORE-SV(WI-SV, WK-SV)
           IF WJ-SV NOT = ZEROES
              ADD WVM-META-SV(WI-SV, WK-SV)
                 TO WSM-META-SV(WJ-SV, WK-SV)
              ADD WVM-LIQ-SV(WI-SV, WK-SV)
                 TO WSM-LIQ-SV(WJ-SV, WK-SV)
              ADD WVM-CUSTO-SV(WI-SV, WK-SV)
                 TO WSM-CUSTO-SV(WJ-SV, WK-SV)
              ADD WVM-POSIT-SV(WI-SV, WK-SV)
                 TO WSM-POSIT-SV(WJ-SV, WK-SV)
              ADD WVM-VISTOT-SV(WI-SV, WK-SV)
                 TO WSM-VISTOT-SV(WJ-SV, WK-SV)
              ADD WVM-VISVEN-SV(WI-SV, WK-SV)
                 TO WSM-VISVEN-SV(WJ-SV, WK-SV)
              ADD WVM-DEVOL-SV(WI-SV, WK-SV)
                 TO WSM-DEVOL-SV(WJ-SV, WK-SV)
              ADD WVM-ABERTO-SV(WI-SV, WK-SV)
                 TO WSM-ABERTO-SV(WJ-SV, WK-SV)
              ADD WVM-VENCIDO-SV(WI-SV, WK-SV)
                 TO WSM-VENCIDO-SV(WJ-SV, WK-SV)
              ADD WVM-NOVOS-SV(WI-SV, WK-SV)
                 TO WSM-NOVOS-SV(WJ-SV, WK-SV)
           END-IF.

       R-SCORE-SUP-SV.
           PERFORM R-SCORE-SUP-MES-SV
              VARYING WK-SV FROM 1 BY 1 UNTIL WK-SV > 3.

       R-SCORE-SUP-MES-SV.
           PERFORM R-CUR-SUP-SV
           PERFORM R-CALCULA-SCORE-SV
           MOVE WSCORE-SV TO WSM-SCORE-SV(WJ-SV, WK-SV).

       R-CUR-VEN-SV.
           MOVE WVM-META-SV(WI-SV, WK-SV)    TO WCUR-META-SV
           MOVE WVM-LIQ-SV(WI-SV, WK-SV)     TO WCUR-LIQ-SV
           MOVE WVM-CUSTO-SV(WI-SV, WK-SV)   TO WCUR-CUSTO-SV
           MOVE WVM-POSIT-SV(WI-SV, WK-SV)   TO WCUR-POSIT-SV
           MOVE WVN-CART-SV(WI-SV)           TO WCUR-CART-SV
           MOVE WVM-VISTOT-SV(WI-SV, WK-SV)  TO WCUR-VISTOT-SV
           MOVE WVM-VISVEN-SV(WI-SV, WK-SV)  TO WCUR-VISVEN-SV
           MOVE WVM-DEVOL-SV(WI-SV, WK-SV)   TO WCUR-DEVOL-SV
           MOVE WVM-ABERTO-SV(WI-SV, WK-SV)  TO WCUR-ABERTO-SV
           MOVE WVM-VENCIDO-SV(WI-SV, WK-SV) TO WCUR-VENCIDO-SV
           MOVE WVM-NOVOS-SV(WI-SV, WK-SV)   TO WCUR-NOVOS-SV
           MOVE WVN-ALVO-COB-SV(WI-SV)       TO WCUR-ALVO-COB-SV.

       R-CUR-SUP-SV.
           MOVE WSM-META-SV(WJ-SV, WK-SV)    TO WCUR-META-SV
           MOVE WSM-LIQ-SV(WJ-SV, WK-SV)     TO WCUR-LIQ-SV
           MOVE WSM-CUSTO-SV(WJ-SV, WK-SV)   TO WCUR-CUSTO-SV
           MOVE WSM-POSIT-SV(WJ-SV, WK-SV)   TO WCUR-POSIT-SV
           MOVE WSP-CART-SV(WJ-SV)           TO WCUR-CART-SV
           MOVE WSM-VISTOT-SV(WJ-SV, WK-SV)  TO WCUR-VISTOT-SV
           MOVE WSM-VISVEN-SV(WJ-SV, WK-SV)  TO WCUR-VISVEN-SV
           MOVE WSM-DEVOL-SV(WJ-SV, WK-SV)   TO WCUR-DEVOL-SV
           MOVE WSM-ABERTO-SV(WJ-SV, WK-SV)  TO WCUR-ABERTO-SV
           MOVE WSM-VENCIDO-SV(WJ-SV, WK-SV) TO WCUR-VENCIDO-SV
           MOVE WSM-NOVOS-SV(WJ-SV, WK-SV)   TO WCUR-NOVOS-SV
           MOVE WALVO-COB-SV                 TO WCUR-ALVO-COB-SV.

      *-------------------------------------
      * INDICADORES E SCORE DOS NUMEROS EM WCUR-SV. INDICADOR SEM
      * BASE (SEM COTA, SEM VENDA, SEM CARTEIRA, SEM VISITA, SEM
      * TITULO EM ABERTO) OU COM PESO ZERO FICA FORA DA MEDIA.
      *-------------------------------------
       R-CALCULA-SCORE-SV.
           INITIALIZE WTAB-IND-SV
           IF WCUR-META-SV > ZEROES
              COMPUTE WCALC-SV = WCUR-LIQ-SV * 100 / WCUR-META-SV
              MOVE 1 TO WN-SV
              PERFORM R-GUARDA-VALOR-SV
           END-IF
           IF WCUR-LIQ-SV > ZEROES
              COMPUTE WCALC-SV =
                 (WCUR-LIQ-SV - WCUR-CUSTO-SV) * 100 / WCUR-LIQ-SV
              MOVE 2 TO WN-SV
              PERFORM R-GUARDA-VALOR-SV
           END-IF
           IF WCUR-CART-SV > ZEROES
              COMPUTE WCALC-SV = WCUR-POSIT-SV * 100 / WCUR-CART-SV
              MOVE 3 TO WN-SV
              PERFORM R-GUARDA-VALOR-SV
           END-IF
           IF WCUR-VISTOT-SV > ZEROES
              COMPUTE WCALC-SV =
                 WCUR-VISVEN-SV * 100 / WCUR-VISTOT-SV
              MOVE 4 TO WN-SV
              PERFORM R-GUARDA-VALOR-SV
           END-IF
           IF WCUR-LIQ-SV > ZEROES
              COMPUTE WCALC-SV = WCUR-DEVOL-SV * 100 / WCUR-LIQ-SV
              MOVE 5 TO WN-SV
              PERFORM R-GUARDA-VALOR-SV
           ELSE
              IF WCUR-DEVOL-SV > ZEROES
                 MOVE 99999 TO WCALC-SV
                 MOVE 5 TO WN-SV
                 PERFORM R-GUARDA-VALOR-SV
              END-IF
           END-IF
           IF WCUR-ABERTO-SV > ZEROES
              COMPUTE WCALC-SV =
                 WCUR-VENCIDO-SV * 100 / WCUR-ABERTO-SV
              MOVE 6 TO WN-SV
              PERFORM R-GUARDA-VALOR-SV
           END-IF
           MOVE WCUR-NOVOS-SV TO WCALC-SV
           MOVE 7 TO WN-SV
           PERFORM R-GUARDA-VALOR-SV
           MOVE ZEROES TO WSOMA-PESO-SV WSOMA-PONT-SV WSCORE-SV
           PERFORM R-ATINGIMENTO-SV
              VARYING WN-SV FROM 1 BY 1 UNTIL WN-SV > 7
           IF WSOMA-PESO-SV > ZEROES
              COMPUTE WSCORE-SV ROUNDED =
                 WSOMA-PONT-SV / WSOMA-PESO-SV
           END-IF.

       R-GUARDA-VALOR-SV.
           MOVE 'S' TO WIND-APLIC-SV(WN-SV)
           IF WCALC-SV < ZEROES
              MOVE ZEROES TO WCALC-SV
           END-IF
           IF WCALC-SV > 99999.99
              MOVE 99999.99 TO WCALC-SV
           END-IF
           COMPUTE WIND-VALOR-SV(WN-SV) ROUNDED = WCALC-SV.

      *    (ATINGIMENTO DA META, LIMITADO A 150%: NOS INDICADORES
      *     '+' VALOR SOBRE META; NOS '-' META SOBRE VALOR, COM VALOR
      *     ZERO VALENDO O MAXIMO)
       R-ATINGIMENTO-SV.
           IF WCFG-PESO-SV(WN-SV) = ZEROES
              MOVE SPACES TO WIND-APLIC-SV(WN-SV)
           END-IF
           MOVE WCFG-ALVO-SV(WN-SV) TO WALVO-SV
           IF WN-SV = 3
              MOVE WCUR-ALVO-COB-SV TO WALVO-SV
           END-IF
           IF WIND-APLIC-SV(WN-SV) = 'S'
              IF WSENTIDO-SV(WN-SV:1) = '+'
                 IF WALVO-SV = ZEROES
                    MOVE 150 TO WCALC-SV
                 ELSE
                    COMPUTE WCALC-SV =
                       WIND-VALOR-SV(WN-SV) * 100 / WALVO-SV
                 END-IF
              ELSE
                 IF WIND-VALOR-SV(WN-SV) = ZEROES
                    MOVE 150 TO WCALC-SV
                 ELSE
                    COMPUTE WCALC-SV =
                       WALVO-SV * 100 / WIND-VALOR-SV(WN-SV)
                 END-IF
              END-IF
              IF WCALC-SV > 150
                 MOVE 150 TO WCALC-SV
              END-IF
              COMPUTE WIND-ATING-SV(WN-SV) ROUNDED = WCALC-SV
              ADD WCFG-PESO-SV(WN-SV) TO WSOMA-PESO-SV
              COMPUTE WSOMA-PONT-SV = WSOMA-PONT-SV +
                 WCFG-PESO-SV(WN-SV) * WIND-ATING-SV(WN-SV)
           END-IF.

      *-------------------------------------
      * RELATORIO (RELSCOVEN): ORDEM GERAL PARA O RANKING DA EMPRESA,
      * DEPOIS POR EQUIPE, DO MAIOR SCORE PARA O MENOR, COM A LINHA
      * DA EQUIPE NO FIM DE CADA GRUPO.
      *-------------------------------------
       R-IMPRIME-SV.
           OPEN OUTPUT SCOREWRK
           CLOSE SCOREWRK
           OPEN I-O SCOREWRK
           PERFORM R-GRAVA-WRK-SV
              VARYING WI-SV FROM 1 BY 1 UNTIL WI-SV > WQTD-VEN-SV
           MOVE ZEROES TO WRANK-SV
           MOVE LOW-VALUES TO ORD-GER-SW
           START SCOREWRK KEY IS NOT LESS THAN ORD-GER-SW
           MOVE 0 TO WSAIDA
           IF FS-SW NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-RANK-GERAL-SV UNTIL WSAIDA = 1
           MOVE 'RELSCOVEN.TXT' TO WID-ARQ-REL-1
           MOVE 'RELSCOVEN'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           STRING 'MES ' WREF-N-SV DELIMITED BY SIZE
              INTO LINK-SPL-PARAMS
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
           MOVE WMS-AM-SV(3) TO RL-MES-SV RL-MES3-SV
           MOVE WMS-AM-SV(1) TO RL-MES1-SV
           MOVE WSV-CAB1 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WSV-CAB2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WSV-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 0 TO WPRIMEIRO-SV
           MOVE LOW-VALUES TO ORD-SUP-SW
           START SCOREWRK KEY IS NOT LESS THAN ORD-SUP-SW
           MOVE 0 TO WSAIDA
           IF FS-SW NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-IMPRIME-VEN-SV UNTIL WSAIDA = 1
           IF WPRIMEIRO-SV = 1
              PERFORM R-IMPRIME-EQUIPE-SV THRU R-IMPRIME-EQUIPE-SV-FIM
           END-IF
           MOVE WSV-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-IMPRIME-LEGENDA-SV
              VARYING WN-SV FROM 1 BY 1 UNTIL WN-SV > 7
           MOVE WSV-ROD1 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WSV-ROD2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WSV-ROD3 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WQTD-VEN-SV TO RR-VEN-SV
           MOVE WSV-ROD4 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL SCOREWRK.

       R-GRAVA-WRK-SV.
           MOVE WVN-COD-SV(WI-SV) TO CODIGO-VEN-SW VEN-SUP-SW
                                     VEN-GER-SW
           MOVE WVN-SUP-SV(WI-SV) TO SUP-SW
           COMPUTE INV-SUP-SW = 99999 - WVM-SCORE-SV(WI-SV, 3) * 100
           MOVE INV-SUP-SW TO INV-GER-SW
           MOVE WI-SV      TO IDX-SW
           MOVE ZEROES     TO RANK-GER-SW
           WRITE REGISTRO-SCOREWRK.

       R-RANK-GERAL-SV.
           READ SCOREWRK NEXT
           IF FS-SW NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              ADD 1 TO WRANK-SV
              MOVE WRANK-SV TO RANK-GER-SW
              REWRITE REGISTRO-SCOREWRK
           END-IF.

       R-IMPRIME-VEN-SV.
           READ SCOREWRK NEXT
           IF FS-SW NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF WPRIMEIRO-SV = 0 OR SUP-SW NOT = WSUP-CORRENTE-SV
                 IF WPRIMEIRO-SV = 1
                    PERFORM R-IMPRIME-EQUIPE-SV
                       THRU R-IMPRIME-EQUIPE-SV-FIM
                 END-IF
                 MOVE 1 TO WPRIMEIRO-SV
                 MOVE SUP-SW TO WSUP-CORRENTE-SV
                 MOVE ZEROES TO WRANK-EQP-SV
                 PERFORM R-CABECALHO-EQUIPE-SV
              END-IF
              ADD 1 TO WRANK-EQP-SV
              MOVE IDX-SW TO WI-SV
              MOVE 3      TO WK-SV
              PERFORM R-CUR-VEN-SV
              PERFORM R-CALCULA-SCORE-SV
              MOVE SPACES TO WSV-DET
              MOVE WRANK-EQP-SV       TO RV-RK-EQP-SV
              MOVE RANK-GER-SW        TO RV-RK-GER-SV
              MOVE WVN-COD-SV(WI-SV)  TO RV-COD-SV
              MOVE WVN-NOME-SV(WI-SV) TO RV-NOME-SV
              MOVE WVM-SCORE-SV(WI-SV, 1) TO RV-SC1-SV
              MOVE WVM-SCORE-SV(WI-SV, 2) TO RV-SC2-SV
              MOVE WVM-SCORE-SV(WI-SV, 3) TO RV-SC3-SV
              PERFORM R-LINHA-INDICADORES-SV
              MOVE WSV-DET TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.

       R-CABECALHO-EQUIPE-SV.
           MOVE WSUP-CORRENTE-SV TO RS-SUP-SV
           MOVE 'SEM SUPERVISOR' TO RS-NOME-SV
           IF WSUP-CORRENTE-SV NOT = ZEROES
              MOVE SPACES TO RS-NOME-SV
              MOVE WSUP-CORRENTE-SV TO CODIGO-VEN
              READ VENDEDORES KEY IS CODIGO-VEN
              IF FS-VEN = '00'
                 MOVE NOME-VEN TO RS-NOME-SV
              END-IF
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WSV-CAB-SUP TO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *    (LINHA DA EQUIPE COM OS NUMEROS SOMADOS DOS VENDEDORES)
       R-IMPRIME-EQUIPE-SV.
           MOVE ZEROES TO WJ-SV
           PERFORM R-COMPARA-EQUIPE-SV
              VARYING WN-SV FROM 1 BY 1
              UNTIL WN-SV > WQTD-SUP-SV OR WJ-SV NOT = ZEROES
           IF WJ-SV = ZEROES
              GO TO R-IMPRIME-EQUIPE-SV-FIM
           END-IF
           MOVE 3 TO WK-SV
           PERFORM R-CUR-SUP-SV
           PERFORM R-CALCULA-SCORE-SV
           MOVE SPACES TO WSV-DET
           MOVE WSUP-CORRENTE-SV  TO RV-COD-SV
           MOVE 'TOTAL DA EQUIPE' TO RV-NOME-SV
           MOVE WSM-SCORE-SV(WJ-SV, 1) TO RV-SC1-SV
           MOVE WSM-SCORE-SV(WJ-SV, 2) TO RV-SC2-SV
           MOVE WSM-SCORE-SV(WJ-SV, 3) TO RV-SC3-SV
           PERFORM R-LINHA-INDICADORES-SV
           MOVE WSV-DET TO ARQREL-DATA-01
           WRITE ARQREL-REC.
       R-IMPRIME-EQUIPE-SV-FIM.
           EXIT.

       R-COMPARA-EQUIPE-SV.
           IF WSP-COD-SV(WN-SV) = WSUP-CORRENTE-SV
              MOVE WN-SV TO WJ-SV
           END-IF.

      *    (SEIS INDICADORES PERCENTUAIS, NOVOS E A TENDENCIA; OS
      *     SCORES DOS TRES MESES JA ESTAO EM RV-SC1/2/3-SV)
       R-LINHA-INDICADORES-SV.
           PERFORM R-EDITA-INDICADOR-SV
              VARYING WN-SV FROM 1 BY 1 UNTIL WN-SV > 6
           MOVE WCUR-NOVOS-SV TO RV-NOVOS-SV
           MOVE 'ESTAVEL' TO RV-TEND-SV
           MOVE RV-SC1-SV TO WCALC-SV
           COMPUTE WCALC-SV = WSCORE-SV - WCALC-SV
           IF WCALC-SV NOT < 5
              MOVE 'ALTA'  TO RV-TEND-SV
           END-IF
           IF WCALC-SV NOT > -5
              MOVE 'QUEDA' TO RV-TEND-SV
           END-IF.

       R-EDITA-INDICADOR-SV.
           IF WIND-APLIC-SV(WN-SV) = 'S'
              IF WIND-VALOR-SV(WN-SV) > 9999.9
                 MOVE 9999.9 TO WED-PERC-SV
              ELSE
                 MOVE WIND-VALOR-SV(WN-SV) TO WED-PERC-SV
              END-IF
              MOVE WED-PERC-SV TO RV-IND-TXT-SV(WN-SV)
           ELSE
              MOVE '     -' TO RV-IND-TXT-SV(WN-SV)
           END-IF.

       R-IMPRIME-LEGENDA-SV.
           MOVE WDI-TEXTO-SV(WN-SV) TO RF-TEXTO-SV
           MOVE WCFG-PESO-SV(WN-SV) TO RF-PESO-SV
           MOVE WCFG-ALVO-SV(WN-SV) TO RF-ALVO-SV
           IF WSENTIDO-SV(WN-SV:1) = '+'
              MOVE '(MAIOR MELHOR)' TO RF-SENTIDO-SV
           ELSE
              MOVE '(MENOR MELHOR)' TO RF-SENTIDO-SV
           END-IF
           MOVE WSV-ROD-IND TO ARQREL-DATA-01
           WRITE ARQREL-REC.
