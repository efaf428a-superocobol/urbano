      *--------------------------
      * RECLAMACOES DE CLIENTES (SAC) - CAUSA E PRAZO DE SOLUCAO
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadSAC.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Reclamacoes dos clientes em
      *              ARQSAC.DAT, numeradas pelo controle central:
      *              categoria (A=AVARIA I=ITEM ERRADO E=ENTREGA
      *              ATRASADA F=FATURAMENTO O=OUTROS), nota fiscal,
      *              produto e transportadora opcionais (sem
      *              transportadora vale a da nota), responsavel,
      *              situacao (A=ABERTA E=EM ANDAMENTO R=RESOLVIDA
      *              C=CANCELADA) e data prevista de solucao (padrao
      *              pelo prazo da categoria). A solucao exige a
      *              causa raiz. A reclamacao com nota pode gerar a
      *              devolucao no CadDevolucao (o valor devolvido
      *              fica na reclamacao) ou um credito que abate o
      *              saldo em aberto dos titulos da nota, este so
      *              com perfil de gerente/administrador no
      *              OPERADOR.CFG. Relatorio mensal (RELSAC no
      *              catalogo de spool) com as abertas e atrasadas,
      *              o tempo medio de solucao e as reclamacoes por
      *              categoria, causa, produto e transportadora.
      *              Operacoes no TRANLOG.LOG.
      * 2026-10-15 - Chaves alternativas de data em NOTAS.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SAC ASSIGN TO  DISK WID-ARQ-SAC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUMERO-SAC
              ALTERNATE RECORD KEY IS CODIGO-CLI-SAC  WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-ABERT-SAC  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SAC.

       SELECT CLIENTES ASSIGN TO  DISK WID-ARQ-CLIENTE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CLI
              ALTERNATE RECORD KEY IS CNPJ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
              ALTERNATE RECORD KEY IS RAZAO WITH DUPLICATES
              ALTERNATE RECORD KEY IS LATITUDE WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CLI.

       SELECT NOTAS ASSIGN TO  DISK WID-ARQ-NOTAS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
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
              RECORD KEY        IS CODIGO-PROD
              ALTERNATE RECORD KEY IS DESCRICAO-PROD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PROD.

       SELECT TRANSP ASSIGN TO  DISK WID-ARQ-TRANSP
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-TRP
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TRP.

       SELECT DEVOL ASSIGN TO  DISK WID-ARQ-DEVOL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DEV
              ALTERNATE RECORD KEY IS CODIGO-CLI-DEV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DEV.

       SELECT CONTASREC ASSIGN TO  DISK WID-ARQ-CREC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CREC
              ALTERNATE RECORD KEY IS CODIGO-CLI-CREC WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-VENC-CREC  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CREC.

       SELECT ARQOPER ASSIGN TO DISK WID-ARQ-OPER
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-OPER.

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
       FD SAC.
       01 REGISTRO-SAC.
          02 NUMERO-SAC             PIC  9(007).
          02 CODIGO-CLI-SAC         PIC  9(007).
          02 DATA-ABERT-SAC         PIC  9(008).
          02 CATEGORIA-SAC          PIC  X(001).
             88 SAC-AVARIA          VALUE 'A'.
             88 SAC-ITEM-ERRADO     VALUE 'I'.
             88 SAC-ATRASO          VALUE 'E'.
             88 SAC-FATURAMENTO     VALUE 'F'.
             88 SAC-OUTROS          VALUE 'O'.
          02 NUMERO-NF-SAC          PIC  9(009).
          02 CODIGO-PROD-SAC        PIC  9(007).
          02 TRANSP-SAC             PIC  9(003).
          02 DESCRICAO-SAC          PIC  X(060).
          02 RESPONSAVEL-SAC        PIC  X(010).
          02 SITUACAO-SAC           PIC  X(001).
             88 SAC-ABERTA          VALUE 'A'.
             88 SAC-ANDAMENTO       VALUE 'E'.
             88 SAC-RESOLVIDA       VALUE 'R'.
             88 SAC-CANCELADA       VALUE 'C'.
          02 DATA-PREV-SAC          PIC  9(008).
          02 DATA-RESOL-SAC         PIC  9(008).
          02 CAUSA-SAC              PIC  X(001).
          02 SOLUCAO-SAC            PIC  X(040).
          02 SEQ-DEV-SAC            PIC  9(003).
          02 VALOR-DEV-SAC          PIC  9(009)v9(002).
          02 VALOR-CRED-SAC         PIC  9(009)v9(002).
          02 DATA-CRED-SAC          PIC  9(008).
          02 OPERADOR-SAC           PIC  X(010).
          02 FILLER                 PIC  X(020).

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

       FD NOTAS.
       01 REGISTRO-NOTAS.
          02 CHAVE-NF.
             03 NUMERO-NF             PIC  9(009).
          02 CODIGO-PED-NF            PIC  9(009).
          02 CODIGO-CLI-NF            PIC  9(007).
          02 DATA-NF                  PIC  9(008) VALUE ZEROES.
          02 VALOR-NF                 PIC  9(009)v9(002) VALUE ZEROES.
          02 BASE-ICMS-NF             PIC  9(009)v9(002) VALUE ZEROES.
          02 ALIQ-ICMS-NF             PIC  9(003)v9(002) VALUE ZEROES.
          02 VALOR-ICMS-NF            PIC  9(009)v9(002) VALUE ZEROES.
          02 VALOR-IPI-NF             PIC  9(009)v9(002) VALUE ZEROES.
          02 VALOR-LIQ-NF             PIC  9(009)v9(002) VALUE ZEROES.
          02 SITUACAO-NF              PIC  X(001) VALUE SPACES.
             88 NF-CANCELADA          VALUE 'C'.
          02 DATA-CANC-NF             PIC  9(008) VALUE ZEROES.
          02 MOTIVO-CANC-NF           PIC  X(030) VALUE SPACES.
          02 OPERADOR-CANC-NF         PIC  X(010) VALUE SPACES.
          02 SIT-ENTREGA-NF           PIC  X(001) VALUE SPACES.
             88 NF-EM-TRANSITO        VALUE 'T'.
             88 NF-ENTREGUE           VALUE 'E'.
             88 NF-RECUSADA           VALUE 'R'.
             88 NF-NAO-ENTREGUE       VALUE 'D'.
          02 DATA-ENTREGA-NF          PIC  9(008) VALUE ZEROES.
          02 RECEBEDOR-NF             PIC  X(020) VALUE SPACES.
          02 ROTA-ENTREGA-NF          PIC  9(007) VALUE ZEROES.
          02 TRANSP-NF                PIC  9(003) VALUE ZEROES.
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

       FD TRANSP.
       01 REGISTRO-TRANSP.
          02 CODIGO-TRP               PIC  9(003).
          02 RAZAO-TRP                PIC  X(040).
          02 CNPJ-TRP                 PIC  9(014).
          02 TIPO-TARIFA-TRP          PIC  X(001) VALUE SPACES.
          02 TARIFA-TRP               PIC  9(005)v9(002) VALUE ZEROES.
          02 INATIVO-TRP              PIC  X(001) VALUE SPACES.

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

       FD  ARQOPER.
       01  ARQOPER-REC               PIC X(60).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(260).

       WORKING-STORAGE SECTION.
       01 FS-SAC.
           02 FS-SAC-1                PIC 9.
           02 FS-SAC-2                PIC 9.
           02 FS-SAC-R REDEFINES FS-SAC-2 PIC 99 COMP-X.
       01 FS-CLI                      PIC XX VALUE '00'.
       01 FS-NF                       PIC XX VALUE '00'.
       01 FS-NFI                      PIC XX VALUE '00'.
       01 FS-PROD                     PIC XX VALUE '00'.
       01 FS-TRP                      PIC XX VALUE '00'.
       01 FS-DEV                      PIC XX VALUE '00'.
       01 FS-CREC                     PIC XX VALUE '00'.
       01 FS-OPER                     PIC XX VALUE '00'.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WID-ARQ-SAC                 PIC X(50) VALUE 'ARQSAC.DAT'.
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-NOTAS               PIC X(50) VALUE 'ARQNOTAS.DAT'.
       01 WID-ARQ-NFI                 PIC X(50) VALUE 'ARQNFITEM.DAT'.
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-TRANSP              PIC X(50) VALUE 'ARQTRANSP.DAT'.
       01 WID-ARQ-DEVOL               PIC X(50) VALUE 'ARQDEVOL.DAT'.
       01 WID-ARQ-CREC                PIC X(50) VALUE 'ARQCREC.DAT'.
       01 WID-ARQ-OPER                PIC X(50) VALUE 'OPERADOR.CFG'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WOPCAO-SC       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
       77 WERRO-SC        PIC 9 VALUE ZEROES.
       77 WNFI-DISP-SC    PIC 9 VALUE ZEROES.
       77 WTRP-DISP-SC    PIC 9 VALUE ZEROES.
       77 WACHOU-SC       PIC 9 VALUE ZEROES.
       01 WDATA-HOJE-SC   PIC 9(008) VALUE ZEROES.
       01 WINT-HOJE-SC    PIC 9(007) VALUE ZEROES.
       01 WINT-AUX-SC     PIC 9(007) VALUE ZEROES.

      *-------------OPERADOR COM PERFIL DE GERENTE------------------
      * O CREDITO NO TITULO SO E LANCADO POR OPERADOR COM PERFIL
      * 'A' OU 'G' NO OPERADOR.CFG, COMO A BAIXA POR PERDA.
       77 WGERENTE-OK             PIC 9 VALUE ZEROES.
       77 WOPER-ACHOU-SC          PIC 9 VALUE ZEROES.
       01 WOPER-REG-SC.
          02 WOPER-ID-SC          PIC X(10).
          02 WOPER-NOME-SC        PIC X(30).
          02 WOPER-SENHA-SC       PIC X(10).
          02 WOPER-PERFIL-SC      PIC X(01).

      *-------------RECLAMACAO DA TELA------------------------------
       01 WREG-SAC-SC.
          02 WNUMERO-SC             PIC  9(007) VALUE ZEROES.
          02 WCODIGO-CLI-SC         PIC  9(007) VALUE ZEROES.
          02 WRAZAO-SC              PIC  X(040) VALUE SPACES.
          02 WDATA-ABERT-SC         PIC  9(008) VALUE ZEROES.
          02 WCATEGORIA-SC          PIC  X(001) VALUE SPACES.
          02 WNUMERO-NF-SC          PIC  9(009) VALUE ZEROES.
          02 WCODIGO-PROD-SC        PIC  9(007) VALUE ZEROES.
          02 WDESC-PROD-SC          PIC  X(030) VALUE SPACES.
          02 WTRANSP-SC             PIC  9(003) VALUE ZEROES.
          02 WRAZAO-TRP-SC          PIC  X(030) VALUE SPACES.
          02 WDESCRICAO-SC          PIC  X(060) VALUE SPACES.
          02 WRESPONSAVEL-SC        PIC  X(010) VALUE SPACES.
          02 WSITUACAO-SC           PIC  X(001) VALUE SPACES.
          02 WDATA-PREV-SC          PIC  9(008) VALUE ZEROES.
          02 WDATA-RESOL-SC         PIC  9(008) VALUE ZEROES.
          02 WCAUSA-SC              PIC  X(001) VALUE SPACES.
          02 WSOLUCAO-SC            PIC  X(040) VALUE SPACES.
          02 WSEQ-DEV-SC            PIC  9(003) VALUE ZEROES.
          02 WVALOR-DEV-SC          PIC  9(009)v9(002) VALUE ZEROES.
          02 WVALOR-CRED-SC         PIC  9(009)v9(002) VALUE ZEROES.
          02 WDATA-CRED-SC          PIC  9(008) VALUE ZEROES.
          02 WOPERADOR-SC           PIC  X(010) VALUE SPACES.
       01 WSIT-ANT-SC             PIC  X(001) VALUE SPACES.

      *-------------PRAZO PADRAO DE SOLUCAO POR CATEGORIA (DIAS)-----
       01 WTAB-CAT-SC.
          02 FILLER PIC X(024) VALUE 'A003AVARIA              '.
          02 FILLER PIC X(024) VALUE 'I003ITEM ERRADO         '.
          02 FILLER PIC X(024) VALUE 'E002ENTREGA ATRASADA    '.
          02 FILLER PIC X(024) VALUE 'F005FATURAMENTO         '.
          02 FILLER PIC X(024) VALUE 'O007OUTROS              '.
       01 WTAB-CAT-SC-R REDEFINES WTAB-CAT-SC.
          02 WCAT-ITEM-SC OCCURS 5 TIMES.
             03 WCAT-COD-SC       PIC X(001).
             03 WCAT-DIAS-SC      PIC 9(003).
             03 WCAT-NOME-SC      PIC X(020).

      *-------------CAUSAS RAIZ--------------------------------------
       01 WTAB-CAU-SC.
          02 FILLER PIC X(021) VALUE 'TTRANSPORTE          '.
          02 FILLER PIC X(021) VALUE 'XEXPEDICAO/SEPARACAO '.
          02 FILLER PIC X(021) VALUE 'QQUALIDADE/FORNECEDOR'.
          02 FILLER PIC X(021) VALUE 'CCOMERCIAL/PEDIDO    '.
          02 FILLER PIC X(021) VALUE 'FFATURAMENTO/CADASTRO'.
          02 FILLER PIC X(021) VALUE 'OOUTRA               '.
       01 WTAB-CAU-SC-R REDEFINES WTAB-CAU-SC.
          02 WCAU-ITEM-SC OCCURS 6 TIMES.
             03 WCAU-COD-SC       PIC X(001).
             03 WCAU-NOME-SC      PIC X(020).
       77 WI-SC                   PIC 9(003) VALUE ZEROES.
       77 WJ-SC                   PIC 9(003) VALUE ZEROES.

      *-------------DEVOLUCAO E CREDITO------------------------------
       01 WSEQ-BASE-SC            PIC 9(003) VALUE ZEROES.
       01 WULT-SEQ-SC             PIC 9(003) VALUE ZEROES.
       01 WPRI-SEQ-SC             PIC 9(003) VALUE ZEROES.
       01 WVAL-NOVO-SC            PIC 9(009)v9(002) VALUE ZEROES.
       01 WSALDO-NF-SC            PIC 9(009)v9(002) VALUE ZEROES.
       01 WCREDITO-SC             PIC 9(009)v9(002) VALUE ZEROES.
       01 WRESTO-SC               PIC 9(009)v9(002) VALUE ZEROES.

      *-------------RELATORIO MENSAL---------------------------------
       01 WMES-SC.
          02 WMES-ANO-SC          PIC 9(004) VALUE ZEROES.
          02 WMES-MES-SC          PIC 9(002) VALUE ZEROES.
       01 WMES-SC-N REDEFINES WMES-SC PIC 9(006).
       01 WDATA-INI-SC            PIC 9(008) VALUE ZEROES.
       01 WDATA-FIM-SC            PIC 9(008) VALUE ZEROES.
       77 WQTD-ABERTAS-SC         PIC 9(006) VALUE ZEROES.
       77 WQTD-ATRASO-SC          PIC 9(006) VALUE ZEROES.
       77 WQTD-NOVAS-SC           PIC 9(006) VALUE ZEROES.
       77 WQTD-RESOL-SC           PIC 9(006) VALUE ZEROES.
       77 WQTD-FORA-SLA-SC        PIC 9(006) VALUE ZEROES.
       01 WSOMA-DIAS-SC           PIC 9(009) VALUE ZEROES.
       01 WMEDIA-DIAS-SC          PIC 9(005)v9(002) VALUE ZEROES.
       01 WDIAS-ATRASO-SC         PIC 9(005) VALUE ZEROES.
       01 WTOT-DEV-MES-SC         PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-CRED-MES-SC        PIC 9(011)v9(002) VALUE ZEROES.
       01 WCONT-CAT-SC.
          02 WCC-QTD-SC   PIC 9(006) OCCURS 5 TIMES.
       01 WCONT-CAU-SC.
          02 WCU-QTD-SC   PIC 9(006) OCCURS 6 TIMES.
       01 WCONT-TRP-SC.
          02 WCT-QTD-SC   PIC 9(006) OCCURS 999 TIMES.
       77 WMAX-PROD-SC            PIC 9(003) VALUE 200.
       77 WQTD-PROD-SC            PIC 9(003) VALUE ZEROES.
       01 WTAB-PROD-SC.
          02 WTP-ITEM-SC OCCURS 200 TIMES.
             03 WTP-CODIGO-SC     PIC 9(007).
             03 WTP-QTD-SC        PIC 9(006).

       01 WSAC-CAB1-SC.
          02 FILLER            PIC X(036) VALUE
             'RECLAMACOES DE CLIENTES (SAC) - MES '.
          02 SC-CAB-MES        PIC 9(002).
          02 FILLER            PIC X(001) VALUE '/'.
          02 SC-CAB-ANO        PIC 9(004).
          02 FILLER            PIC X(015) VALUE '   POSICAO EM '.
          02 SC-CAB-HOJE       PIC 9(004)/9(002)/9(002).

       01 WSAC-TIT-SC.
          02 SC-TITULO         PIC X(060) VALUE SPACES.

       01 WSAC-CAB2-SC.
          02 FILLER PIC X(009) VALUE 'NUMERO'.
          02 FILLER PIC X(009) VALUE 'CLIENTE'.
          02 FILLER PIC X(026) VALUE 'RAZAO SOCIAL'.
          02 FILLER PIC X(004) VALUE 'CAT'.
          02 FILLER PIC X(011) VALUE 'ABERTURA'.
          02 FILLER PIC X(011) VALUE 'PREVISAO'.
          02 FILLER PIC X(011) VALUE 'RESPONSAV.'.
          02 FILLER PIC X(006) VALUE 'ATRASO'.

       01 WSAC-TRACO-SC.
          02 FILLER PIC X(100) VALUE IS ALL '-'.

       01 WSAC-DET-SC.
          02 SC-NUMERO         PIC 9(007).
          02 FILLER            PIC X(002) VALUE SPACES.
          02 SC-CLIENTE        PIC 9(007).
          02 FILLER            PIC X(002) VALUE SPACES.
          02 SC-RAZAO          PIC X(025).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 SC-CATEGORIA      PIC X(001).
          02 FILLER            PIC X(003) VALUE SPACES.
          02 SC-ABERTURA       PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 SC-PREVISAO       PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 SC-RESPONSAVEL    PIC X(010).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 SC-ATRASO         PIC ZZZZ9.

       01 WSAC-RES-SC.
          02 SC-RES-TITULO     PIC X(040).
          02 SC-RES-VALOR      PIC ZZZZZ9.
          02 FILLER            PIC X(002) VALUE SPACES.
          02 SC-RES-COMPL      PIC X(030) VALUE SPACES.

       01 WSAC-MEDIA-SC.
          02 FILLER            PIC X(040) VALUE
             'TEMPO MEDIO DE SOLUCAO (DIAS)...........'.
          02 SC-MEDIA          PIC ZZZ9.99.

       01 WSAC-VALOR-SC.
          02 SC-VAL-TITULO     PIC X(040).
          02 SC-VAL-VALOR      PIC ZZZZZZZZZ9.99.

       01 WSAC-GRUPO-SC.
          02 SC-GRP-CODIGO     PIC X(009).
          02 SC-GRP-NOME       PIC X(031).
          02 SC-GRP-QTD        PIC ZZZZZ9.
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

       01 WTRANLOG-SC-LINHA.
          02 WTS-DATA               PIC 9(004)/9(002)/9(002).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTS-HH                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 WTS-MM                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 WTS-SS                 PIC 99.
          02 FILLER                 PIC X VALUE SPACE.
          02 WTS-OPERADOR           PIC X(10).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTS-OPERACAO           PIC X(08).
          02 FILLER                 PIC X(05) VALUE ' SAC='.
          02 WTS-NUMERO             PIC 9(007).
          02 FILLER                 PIC X(05) VALUE ' CLI='.
          02 WTS-CLIENTE            PIC 9(007).
          02 FILLER                 PIC X(04) VALUE ' NF='.
          02 WTS-NF                 PIC 9(009).
          02 FILLER                 PIC X(05) VALUE ' SIT='.
          02 WTS-SITUACAO           PIC X(001).
          02 FILLER                 PIC X(07) VALUE ' VALOR='.
          02 WTS-VALOR              PIC 9(009)v9(002).

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
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - RECLAMACOES (SAC)".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] ABERTURA DE RECLAMACAO".
          02 LINE 8 COL 10 VALUE "[2] ACOMPANHAMENTO / SOLUCAO".
          02 LINE 9 COL 10 VALUE "[3] GERAR DEVOLUCAO DA NOTA".
          02 LINE 10 COL 10 VALUE "[4] CREDITO NO TITULO DA NOTA".
          02 LINE 11 COL 10 VALUE "[5] RELATORIO MENSAL".
          02 LINE 12 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-SC AUTO.

       01 TELA-SAC.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - RECLAMACOES (SAC)".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 5 VALUE "Reclamacao.......:".
          02 LINE 5 COL 24 PIC  9(007) FROM WNUMERO-SC.
          02 LINE 5 COL 36 VALUE "Aberta em:".
          02 LINE 5 COL 47 PIC  9(008) FROM WDATA-ABERT-SC.
          02 LINE 5 COL 57 VALUE "por".
          02 LINE 5 COL 61 PIC  X(010) FROM WOPERADOR-SC.
          02 LINE 6 COL 5 VALUE "Cliente..........:".
          02 LINE 6 COL 24 PIC  9(007) FROM WCODIGO-CLI-SC.
          02 LINE 6 COL 33 PIC  X(040) FROM WRAZAO-SC.
          02 LINE 7 COL 5 VALUE "Categoria........:".
          02 LINE 7 COL 24 PIC  X(001) FROM WCATEGORIA-SC.
          02 LINE 7 COL 28 VALUE
             "(A=AVARIA I=ITEM ERRADO E=ENTREGA ATRASADA".
          02 LINE 8 COL 28 VALUE " F=FATURAMENTO O=OUTROS)".
          02 LINE 9 COL 5 VALUE "Nota fiscal......:".
          02 LINE 9 COL 24 PIC  9(009) FROM WNUMERO-NF-SC.
          02 LINE 9 COL 36 VALUE "(0=SEM NOTA)".
          02 LINE 10 COL 5 VALUE "Produto..........:".
          02 LINE 10 COL 24 PIC  9(007) FROM WCODIGO-PROD-SC.
          02 LINE 10 COL 33 PIC  X(030) FROM WDESC-PROD-SC.
          02 LINE 11 COL 5 VALUE "Transportadora...:".
          02 LINE 11 COL 24 PIC  9(003) FROM WTRANSP-SC.
          02 LINE 11 COL 33 PIC  X(030) FROM WRAZAO-TRP-SC.
          02 LINE 12 COL 5 VALUE "Descricao........:".
          02 LINE 12 COL 24 PIC  X(050) FROM WDESCRICAO-SC.
          02 LINE 13 COL 5 VALUE "Responsavel......:".
          02 LINE 13 COL 24 PIC  X(010) FROM WRESPONSAVEL-SC.
          02 LINE 14 COL 5 VALUE "Previsao solucao.:".
          02 LINE 14 COL 24 PIC  9(008) FROM WDATA-PREV-SC.
          02 LINE 14 COL 36 VALUE "(AAAAMMDD 0=PRAZO DA CATEGORIA)".
          02 LINE 15 COL 5 VALUE "Situacao.........:".
          02 LINE 15 COL 24 PIC  X(001) FROM WSITUACAO-SC.
          02 LINE 15 COL 28 VALUE
             "(A=ABERTA E=EM ANDAMENTO R=RESOLVIDA C=CANCELADA)".
          02 LINE 16 COL 5 VALUE "Causa raiz.......:".
          02 LINE 16 COL 24 PIC  X(001) FROM WCAUSA-SC.
          02 LINE 16 COL 28 VALUE
             "(T=TRANSPORTE X=EXPEDICAO Q=QUALIDADE C=COMERCIAL".
          02 LINE 17 COL 28 VALUE " F=FATURAMENTO O=OUTRA)".
          02 LINE 18 COL 5 VALUE "Solucao..........:".
          02 LINE 18 COL 24 PIC  X(040) FROM WSOLUCAO-SC.
          02 LINE 19 COL 5 VALUE "Resolvida em.....:".
          02 LINE 19 COL 24 PIC  9(008) FROM WDATA-RESOL-SC.
          02 LINE 20 COL 5 VALUE "Devolvido........:".
          02 LINE 20 COL 24 PIC  ZZZZZZZZ9.99 FROM WVALOR-DEV-SC.
          02 LINE 20 COL 38 VALUE "Credito:".
          02 LINE 20 COL 47 PIC  ZZZZZZZZ9.99 FROM WVALOR-CRED-SC.
          02 LINE 20 COL 61 PIC  9(008) FROM WDATA-CRED-SC.

       01 TELA-ACC-NUMERO-SC.
          02 LINE 5 COL 24 PIC  9(007) USING WNUMERO-SC.

       01 TELA-ACC-CLIENTE-SC.
          02 LINE 6 COL 24 PIC  9(007) USING WCODIGO-CLI-SC.

       01 ACC-TELA-ABRE-SC.
          02 LINE 7 COL 24 PIC  X(001) USING WCATEGORIA-SC.
          02 LINE 9 COL 24 PIC  9(009) USING WNUMERO-NF-SC.
          02 LINE 10 COL 24 PIC  9(007) USING WCODIGO-PROD-SC.
          02 LINE 11 COL 24 PIC  9(003) USING WTRANSP-SC.
          02 LINE 12 COL 24 PIC  X(050) USING WDESCRICAO-SC.
          02 LINE 13 COL 24 PIC  X(010) USING WRESPONSAVEL-SC.
          02 LINE 14 COL 24 PIC  9(008) USING WDATA-PREV-SC.

       01 ACC-TELA-ACOMP-SC.
          02 LINE 13 COL 24 PIC  X(010) USING WRESPONSAVEL-SC.
          02 LINE 14 COL 24 PIC  9(008) USING WDATA-PREV-SC.
          02 LINE 15 COL 24 PIC  X(001) USING WSITUACAO-SC.
          02 LINE 16 COL 24 PIC  X(001) USING WCAUSA-SC.
          02 LINE 18 COL 24 PIC  X(040) USING WSOLUCAO-SC.

       01 TELA-CREDITO-SC.
          02 LINE 22 COL 5 VALUE "Saldo aberto nota:".
          02 LINE 22 COL 24 PIC  ZZZZZZZZ9.99 FROM WSALDO-NF-SC.
          02 LINE 22 COL 38 VALUE "Valor do credito:".
          02 LINE 22 COL 56 PIC  9(009)V99 USING WCREDITO-SC.

       01 TELA-PARAM-REL-SC.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - RECLAMACOES (SAC)".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 29 VALUE "RELATORIO MENSAL".
          02 LINE 7 COL 10 VALUE "MES/ANO (AAAAMM - 0=MES ATUAL):".
          02 LINE 7 COL 42 PIC 9(006) USING WMES-SC-N.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SAC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NOTAS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NFI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-TRANSP
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-DEVOL
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CREC
           MOVE LID-ARQ-CLIENTE-1 TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
           ACCEPT WDATA-HOJE-SC FROM DATE YYYYMMDD
           COMPUTE WINT-HOJE-SC =
              FUNCTION INTEGER-OF-DATE(WDATA-HOJE-SC)
           INITIALIZE WSAIDA WOPCAO-SC
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-SC = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-SC
             WHEN 1
               PERFORM S-ABRIR-SC
             WHEN 2
               PERFORM S-ACOMPANHAR-SC
             WHEN 3
               PERFORM S-DEVOLUCAO-SC
             WHEN 4
               PERFORM S-CREDITO-SC
             WHEN 5
               PERFORM S-RELATORIO-SC
             WHEN 6
               PERFORM FECHA-ARQUIVOS
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *-------------------------------------
      * ABERTURA: CLIENTE OBRIGATORIO; NOTA, PRODUTO E
      * TRANSPORTADORA OPCIONAIS, CONFERIDOS QUANDO INFORMADOS. A
      * PREVISAO ZERO VIRA A DATA DE HOJE MAIS O PRAZO DA CATEGORIA.
      *-------------------------------------
       S-ABRIR-SC SECTION.
       ABRIR-SC-1.
           INITIALIZE WREG-SAC-SC
           MOVE WDATA-HOJE-SC  TO WDATA-ABERT-SC
           MOVE LID-OPERADOR-1 TO WOPERADOR-SC WRESPONSAVEL-SC
           MOVE 'A' TO WSITUACAO-SC
           DISPLAY TELA-SAC
           MOVE '=> CLIENTE 0 PARA SAIR' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-CLIENTE-SC
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WCODIGO-CLI-SC NOT = ZEROES
              PERFORM ABRIR-SC-2 THRU ABRIR-SC-FIM
           END-IF.
       ABRIR-SC-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-ABRIR-SC-ROTINAS SECTION.

       ABRIR-SC-2.
           MOVE WCODIGO-CLI-SC TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              MOVE 'CLIENTE NAO CADASTRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-SC
              GO TO ABRIR-SC-FIM
           END-IF
           MOVE RAZAO TO WRAZAO-SC
           DISPLAY TELA-SAC
           ACCEPT ACC-TELA-ABRE-SC
           PERFORM R-VALIDA-ABRE-SC THRU R-VALIDA-ABRE-SC-FIM
           IF WERRO-SC = 1
              GO TO ABRIR-SC-FIM
           END-IF
           DISPLAY TELA-SAC
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO ABRIR-SC-FIM
           END-IF
           MOVE 'SAC' TO LINK-NUM-ENTIDADE
           CALL "GeraNumero" USING LINK-NUMERO
           IF LINK-NUM-STATUS NOT = '0'
              MOVE 'ERRO NA NUMERACAO DAS RECLAMACOES' TO WTXT
              PERFORM R-MOSTRA-MSG-SC
              GO TO ABRIR-SC-FIM
           END-IF
           MOVE LINK-NUM-VALOR TO WNUMERO-SC
           PERFORM R-MOVE-DADOS-SC
           WRITE REGISTRO-SAC
           IF FS-SAC NOT = '00'
              MOVE 'ERRO DE GRAVACAO DA RECLAMACAO ST ' TO WTXT
              MOVE FS-SAC TO WST
              PERFORM R-MOSTRA-MSG-SC
              GO TO ABRIR-SC-FIM
           END-IF
           MOVE 'SAC-ABRE' TO WTS-OPERACAO
           MOVE ZEROES     TO WTS-VALOR
           PERFORM R-GRAVA-LOG-SC
           DISPLAY TELA-SAC
           MOVE SPACES TO WTXT
           STRING 'RECLAMACAO ' WNUMERO-SC ' ABERTA'
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MSG-SC.
       ABRIR-SC-FIM.
           EXIT.

       R-VALIDA-ABRE-SC.
           MOVE 0 TO WERRO-SC
           INSPECT WCATEGORIA-SC CONVERTING 'aiefo' TO 'AIEFO'
           MOVE ZEROES TO WJ-SC
           PERFORM R-ACHA-CATEGORIA-SC
              VARYING WI-SC FROM 1 BY 1 UNTIL WI-SC > 5
           IF WJ-SC = ZEROES
              MOVE 'CATEGORIA INVALIDA (A/I/E/F/O)' TO WTXT
              GO TO R-VALIDA-ABRE-SC-ERRO
           END-IF
           IF WDESCRICAO-SC = SPACES
              MOVE 'DESCREVA A RECLAMACAO' TO WTXT
              GO TO R-VALIDA-ABRE-SC-ERRO
           END-IF
           IF WNUMERO-NF-SC NOT = ZEROES
              MOVE WNUMERO-NF-SC TO NUMERO-NF
              READ NOTAS
              IF FS-NF NOT = '00'
                 MOVE 'NOTA FISCAL NAO CADASTRADA' TO WTXT
                 GO TO R-VALIDA-ABRE-SC-ERRO
              END-IF
              IF CODIGO-CLI-NF NOT = WCODIGO-CLI-SC
                 MOVE 'NOTA FISCAL DE OUTRO CLIENTE' TO WTXT
                 GO TO R-VALIDA-ABRE-SC-ERRO
              END-IF
              IF NF-CANCELADA
                 MOVE 'NOTA FISCAL CANCELADA' TO WTXT
                 GO TO R-VALIDA-ABRE-SC-ERRO
              END-IF
              IF WTRANSP-SC = ZEROES
                 MOVE TRANSP-NF TO WTRANSP-SC
              END-IF
           END-IF
           MOVE SPACES TO WDESC-PROD-SC WRAZAO-TRP-SC
           IF WCODIGO-PROD-SC NOT = ZEROES
              MOVE WCODIGO-PROD-SC TO CODIGO-PROD
              READ PRODUTOS
              IF FS-PROD NOT = '00'
                 MOVE 'PRODUTO NAO CADASTRADO' TO WTXT
                 GO TO R-VALIDA-ABRE-SC-ERRO
              END-IF
              MOVE DESCRICAO-PROD TO WDESC-PROD-SC
              IF WNUMERO-NF-SC NOT = ZEROES AND WNFI-DISP-SC = 1
                 PERFORM R-PROD-NA-NOTA-SC THRU R-PROD-NA-NOTA-SC-FIM
                 IF WACHOU-SC = 0
                    MOVE 'PRODUTO NAO CONSTA DA NOTA FISCAL' TO WTXT
                    GO TO R-VALIDA-ABRE-SC-ERRO
                 END-IF
              END-IF
           END-IF
           IF WTRANSP-SC NOT = ZEROES AND WTRP-DISP-SC = 1
              MOVE WTRANSP-SC TO CODIGO-TRP
              READ TRANSP
              IF FS-TRP NOT = '00'
                 MOVE 'TRANSPORTADORA NAO CADASTRADA' TO WTXT
                 GO TO R-VALIDA-ABRE-SC-ERRO
              END-IF
              MOVE RAZAO-TRP TO WRAZAO-TRP-SC
           END-IF
           IF WRESPONSAVEL-SC = SPACES
              MOVE LID-OPERADOR-1 TO WRESPONSAVEL-SC
           END-IF
           IF WDATA-PREV-SC = ZEROES
              COMPUTE WINT-AUX-SC = WINT-HOJE-SC + WCAT-DIAS-SC(WJ-SC)
              COMPUTE WDATA-PREV-SC =
                 FUNCTION DATE-OF-INTEGER(WINT-AUX-SC)
           END-IF
           IF WDATA-PREV-SC < WDATA-HOJE-SC
              MOVE 'PREVISAO ANTERIOR A ABERTURA' TO WTXT
              GO TO R-VALIDA-ABRE-SC-ERRO
           END-IF
           GO TO R-VALIDA-ABRE-SC-FIM.
       R-VALIDA-ABRE-SC-ERRO.
           MOVE 1 TO WERRO-SC
           PERFORM R-MOSTRA-MSG-SC.
       R-VALIDA-ABRE-SC-FIM.
           EXIT.

       R-ACHA-CATEGORIA-SC.
           IF WCAT-COD-SC(WI-SC) = WCATEGORIA-SC
              MOVE WI-SC TO WJ-SC
           END-IF.

       R-PROD-NA-NOTA-SC.
           MOVE 0 TO WACHOU-SC
           MOVE WNUMERO-NF-SC TO NUMERO-NF-NFI
           MOVE ZEROES        TO SEQ-NFI
           START NFITEM KEY IS NOT LESS THAN CHAVE-NFI
           IF FS-NFI NOT = '00'
              GO TO R-PROD-NA-NOTA-SC-FIM
           END-IF
           MOVE 0 TO WSAIDA
           PERFORM R-PROD-NA-NOTA-SC-1 UNTIL WSAIDA = 1.
       R-PROD-NA-NOTA-SC-FIM.
           EXIT.

       R-PROD-NA-NOTA-SC-1.
           READ NFITEM NEXT
           IF FS-NFI NOT = '00' OR NUMERO-NF-NFI NOT = WNUMERO-NF-SC
              MOVE 1 TO WSAIDA
           ELSE
              IF CODIGO-PROD-NFI = WCODIGO-PROD-SC
                 MOVE 1 TO WACHOU-SC WSAIDA
              END-IF
           END-IF.

      *-------------------------------------
      * ACOMPANHAMENTO: RESPONSAVEL, PREVISAO E SITUACAO. RESOLVER
      * EXIGE A CAUSA RAIZ E GRAVA A DATA DA SOLUCAO; RECLAMACAO
      * RESOLVIDA OU CANCELADA SO E CONSULTADA.
      *-------------------------------------
       S-ACOMPANHAR-SC SECTION.
       ACOMPANHAR-SC-1.
           INITIALIZE WREG-SAC-SC
           DISPLAY TELA-SAC
           MOVE '=> NUMERO 0 PARA SAIR' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-NUMERO-SC
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WNUMERO-SC NOT = ZEROES
              PERFORM ACOMPANHAR-SC-2 THRU ACOMPANHAR-SC-FIM
           END-IF.
       ACOMPANHAR-SC-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-ACOMPANHAR-SC-ROTINAS SECTION.

       ACOMPANHAR-SC-2.
           PERFORM R-LE-SAC-LOCK THRU R-LE-SAC-LOCK-FIM
           IF WERRO-SC = 1
              GO TO ACOMPANHAR-SC-FIM
           END-IF
           DISPLAY TELA-SAC
           IF SAC-RESOLVIDA OR SAC-CANCELADA
              UNLOCK SAC
              MOVE 'RECLAMACAO ENCERRADA - SO CONSULTA' TO WTXT
              PERFORM R-MOSTRA-MSG-SC
              GO TO ACOMPANHAR-SC-FIM
           END-IF
           MOVE WSITUACAO-SC TO WSIT-ANT-SC
           ACCEPT ACC-TELA-ACOMP-SC
           INSPECT WSITUACAO-SC CONVERTING 'aerc'   TO 'AERC'
           INSPECT WCAUSA-SC    CONVERTING 'txqcfo' TO 'TXQCFO'
           IF WSITUACAO-SC NOT = 'A' AND WSITUACAO-SC NOT = 'E' AND
              WSITUACAO-SC NOT = 'R' AND WSITUACAO-SC NOT = 'C'
              MOVE 'SITUACAO INVALIDA (A/E/R/C)' TO WTXT
              GO TO ACOMPANHAR-SC-ERRO
           END-IF
           IF WCAUSA-SC NOT = SPACE
              MOVE ZEROES TO WJ-SC
              PERFORM R-ACHA-CAUSA-SC
                 VARYING WI-SC FROM 1 BY 1 UNTIL WI-SC > 6
              IF WJ-SC = ZEROES
                 MOVE 'CAUSA INVALIDA (T/X/Q/C/F/O)' TO WTXT
                 GO TO ACOMPANHAR-SC-ERRO
              END-IF
           END-IF
           IF WSITUACAO-SC = 'R' AND WCAUSA-SC = SPACE
              MOVE 'INFORME A CAUSA RAIZ PARA RESOLVER' TO WTXT
              GO TO ACOMPANHAR-SC-ERRO
           END-IF
           IF WDATA-PREV-SC < WDATA-ABERT-SC
              MOVE 'PREVISAO ANTERIOR A ABERTURA' TO WTXT
              GO TO ACOMPANHAR-SC-ERRO
           END-IF
           IF WRESPONSAVEL-SC = SPACES
              MOVE 'INFORME O RESPONSAVEL' TO WTXT
              GO TO ACOMPANHAR-SC-ERRO
           END-IF
           IF WSITUACAO-SC = 'R' OR WSITUACAO-SC = 'C'
              MOVE WDATA-HOJE-SC TO WDATA-RESOL-SC
           END-IF
           DISPLAY TELA-SAC
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              UNLOCK SAC
              GO TO ACOMPANHAR-SC-FIM
           END-IF
           PERFORM R-MOVE-DADOS-SC
           REWRITE REGISTRO-SAC
           IF FS-SAC NOT = '00'
              MOVE 'ERRO DE REGRAVACAO DA RECLAMACAO ST ' TO WTXT
              MOVE FS-SAC TO WST
              PERFORM R-MOSTRA-MSG-SC
              GO TO ACOMPANHAR-SC-FIM
           END-IF
           EVALUATE WSITUACAO-SC
              WHEN 'R'  MOVE 'SAC-RESO' TO WTS-OPERACAO
              WHEN 'C'  MOVE 'SAC-CANC' TO WTS-OPERACAO
              WHEN OTHER MOVE 'SAC-ALT' TO WTS-OPERACAO
           END-EVALUATE
           MOVE ZEROES TO WTS-VALOR
           PERFORM R-GRAVA-LOG-SC
           GO TO ACOMPANHAR-SC-FIM.
       ACOMPANHAR-SC-ERRO.
           UNLOCK SAC
           PERFORM R-MOSTRA-MSG-SC.
       ACOMPANHAR-SC-FIM.
           EXIT.

       R-ACHA-CAUSA-SC.
           IF WCAU-COD-SC(WI-SC) = WCAUSA-SC
              MOVE WI-SC TO WJ-SC
           END-IF.

      *-------------------------------------
      * DEVOLUCAO: A RECLAMACAO (ABERTA, COM NOTA) CHAMA O
      * CadDevolucao. AS DEVOLUCOES DA NOTA GRAVADAS NESSA CHAMADA
      * (SEQUENCIA ACIMA DA ULTIMA ANTERIOR) TEM O VALOR SOMADO NA
      * RECLAMACAO, QUE GUARDA A PRIMEIRA SEQUENCIA GERADA.
      *-------------------------------------
       S-DEVOLUCAO-SC SECTION.
       DEVOLUCAO-SC-1.
           INITIALIZE WREG-SAC-SC
           DISPLAY TELA-SAC
           MOVE '=> NUMERO 0 PARA SAIR' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-NUMERO-SC
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WNUMERO-SC NOT = ZEROES
              PERFORM DEVOLUCAO-SC-2 THRU DEVOLUCAO-SC-FIM
           END-IF.
       DEVOLUCAO-SC-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-DEVOLUCAO-SC-ROTINAS SECTION.

       DEVOLUCAO-SC-2.
           PERFORM R-LE-SAC-LOCK THRU R-LE-SAC-LOCK-FIM
           IF WERRO-SC = 1
              GO TO DEVOLUCAO-SC-FIM
           END-IF
           UNLOCK SAC
           DISPLAY TELA-SAC
           PERFORM R-CONFERE-ACAO-SC THRU R-CONFERE-ACAO-SC-FIM
           IF WERRO-SC = 1
              GO TO DEVOLUCAO-SC-FIM
           END-IF
           MOVE 999 TO WSEQ-BASE-SC
           PERFORM R-SOMA-DEVOL-SC THRU R-SOMA-DEVOL-SC-FIM
           MOVE WULT-SEQ-SC TO WSEQ-BASE-SC
           MOVE SPACES TO WTXT
           STRING 'INFORME A NOTA ' WNUMERO-NF-SC
                  ' NA DEVOLUCAO <ENTER>'
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MSG-SC
           CALL "CadDevolucao" USING LINK-DADOS
           PERFORM R-SOMA-DEVOL-SC THRU R-SOMA-DEVOL-SC-FIM
           PERFORM R-LE-SAC-LOCK THRU R-LE-SAC-LOCK-FIM
           IF WERRO-SC = 1
              GO TO DEVOLUCAO-SC-FIM
           END-IF
           IF WVAL-NOVO-SC = ZEROES AND WPRI-SEQ-SC = ZEROES
              UNLOCK SAC
              DISPLAY TELA-SAC
              MOVE 'NENHUMA DEVOLUCAO REGISTRADA PARA A NOTA' TO WTXT
              PERFORM R-MOSTRA-MSG-SC
              GO TO DEVOLUCAO-SC-FIM
           END-IF
           IF WSEQ-DEV-SC = ZEROES
              MOVE WPRI-SEQ-SC TO WSEQ-DEV-SC
           END-IF
           ADD WVAL-NOVO-SC TO WVALOR-DEV-SC
           IF WSITUACAO-SC = 'A'
              MOVE 'E' TO WSITUACAO-SC
           END-IF
           PERFORM R-MOVE-DADOS-SC
           REWRITE REGISTRO-SAC
           IF FS-SAC NOT = '00'
              MOVE 'ERRO DE REGRAVACAO DA RECLAMACAO ST ' TO WTXT
              MOVE FS-SAC TO WST
              PERFORM R-MOSTRA-MSG-SC
              GO TO DEVOLUCAO-SC-FIM
           END-IF
           MOVE 'SAC-DEV'    TO WTS-OPERACAO
           MOVE WVAL-NOVO-SC TO WTS-VALOR
           PERFORM R-GRAVA-LOG-SC
           DISPLAY TELA-SAC
           MOVE 'DEVOLUCAO VINCULADA A RECLAMACAO' TO WTXT
           PERFORM R-MOSTRA-MSG-SC.
       DEVOLUCAO-SC-FIM.
           EXIT.

      *    (DEVOLUCAO E CREDITO SO PARA RECLAMACAO EM ABERTO E COM
      *     NOTA FISCAL)
       R-CONFERE-ACAO-SC.
           MOVE 0 TO WERRO-SC
           IF SAC-RESOLVIDA OR SAC-CANCELADA
              MOVE 'RECLAMACAO ENCERRADA' TO WTXT
              MOVE 1 TO WERRO-SC
           ELSE
              IF WNUMERO-NF-SC = ZEROES
                 MOVE 'RECLAMACAO SEM NOTA FISCAL' TO WTXT
                 MOVE 1 TO WERRO-SC
              END-IF
           END-IF
           IF WERRO-SC = 1
              PERFORM R-MOSTRA-MSG-SC
           END-IF.
       R-CONFERE-ACAO-SC-FIM.
           EXIT.

      *    (ULTIMA SEQUENCIA DE DEVOLUCAO DA NOTA E SOMA DAS
      *     DEVOLUCOES ACIMA DE WSEQ-BASE-SC; O ARQUIVO E ABERTO SO
      *     AQUI PARA NAO CONCORRER COM O CadDevolucao)
       R-SOMA-DEVOL-SC.
           MOVE ZEROES TO WULT-SEQ-SC WPRI-SEQ-SC WVAL-NOVO-SC
           OPEN INPUT DEVOL
           IF FS-DEV NOT = '00'
              GO TO R-SOMA-DEVOL-SC-FIM
           END-IF
           MOVE WNUMERO-NF-SC TO NUMERO-NF-DEV
           MOVE ZEROES        TO SEQ-DEV
           START DEVOL KEY IS NOT LESS THAN CHAVE-DEV
           MOVE 0 TO WSAIDA
           IF FS-DEV NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-SOMA-DEVOL-SC-1 UNTIL WSAIDA = 1
           CLOSE DEVOL.
       R-SOMA-DEVOL-SC-FIM.
           EXIT.

       R-SOMA-DEVOL-SC-1.
           READ DEVOL NEXT
           IF FS-DEV NOT = '00' OR NUMERO-NF-DEV NOT = WNUMERO-NF-SC
              MOVE 1 TO WSAIDA
           ELSE
              MOVE SEQ-DEV TO WULT-SEQ-SC
              IF SEQ-DEV > WSEQ-BASE-SC
                 IF WPRI-SEQ-SC = ZEROES
                    MOVE SEQ-DEV TO WPRI-SEQ-SC
                 END-IF
                 ADD VALOR-DEV TO WVAL-NOVO-SC
              END-IF
           END-IF.

      *-------------------------------------
      * CREDITO: ABATE O VALOR DO SALDO EM ABERTO DAS PARCELAS DA
      * NOTA, NA ORDEM DAS PARCELAS, COMO NA DEVOLUCAO. SO GERENTE
      * OU ADMINISTRADOR, E NUNCA ACIMA DO SALDO EM ABERTO.
      *-------------------------------------
       S-CREDITO-SC SECTION.
       CREDITO-SC-1.
           PERFORM R-CHECA-GERENTE
           IF WGERENTE-OK NOT = 1
              MOVE 'CREDITO SO COM PERFIL DE GERENTE' TO WTXT
              PERFORM R-MOSTRA-MSG-SC
              GO TO CREDITO-SC-EXIT
           END-IF
           INITIALIZE WREG-SAC-SC
           DISPLAY TELA-SAC
           MOVE '=> NUMERO 0 PARA SAIR' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-NUMERO-SC
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WNUMERO-SC NOT = ZEROES
              PERFORM CREDITO-SC-2 THRU CREDITO-SC-FIM
           END-IF.
       CREDITO-SC-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-CREDITO-SC-ROTINAS SECTION.

       CREDITO-SC-2.
           PERFORM R-LE-SAC-LOCK THRU R-LE-SAC-LOCK-FIM
           IF WERRO-SC = 1
              GO TO CREDITO-SC-FIM
           END-IF
           DISPLAY TELA-SAC
           PERFORM R-CONFERE-ACAO-SC THRU R-CONFERE-ACAO-SC-FIM
           IF WERRO-SC = 1
              UNLOCK SAC
              GO TO CREDITO-SC-FIM
           END-IF
           OPEN I-O CONTASREC
           IF FS-CREC NOT = '00'
              UNLOCK SAC
              MOVE 'ERRO NA ABERTURA DO CONTAS A RECEBER ST ' TO WTXT
              MOVE FS-CREC TO WST
              PERFORM R-MOSTRA-MSG-SC
              GO TO CREDITO-SC-FIM
           END-IF
           MOVE ZEROES TO WSALDO-NF-SC WCREDITO-SC
           MOVE WNUMERO-NF-SC TO NUMERO-NF-CREC
           MOVE ZEROES        TO PARCELA-CREC
           START CONTASREC KEY IS NOT LESS THAN CHAVE-CREC
           MOVE 0 TO WSAIDA
           IF FS-CREC NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-SALDO-NF-SC UNTIL WSAIDA = 1
           IF WSALDO-NF-SC = ZEROES
              CLOSE CONTASREC
              UNLOCK SAC
              MOVE 'NOTA SEM SALDO EM ABERTO NO CONTAS A RECEBER'
                TO WTXT
              PERFORM R-MOSTRA-MSG-SC
              GO TO CREDITO-SC-FIM
           END-IF
           DISPLAY TELA-CREDITO-SC
           ACCEPT TELA-CREDITO-SC
           IF WCREDITO-SC = ZEROES OR WCREDITO-SC > WSALDO-NF-SC
              CLOSE CONTASREC
              UNLOCK SAC
              MOVE 'VALOR DE CREDITO INVALIDO' TO WTXT
              PERFORM R-MOSTRA-MSG-SC
              GO TO CREDITO-SC-FIM
           END-IF
           MOVE 'CONFIRMA O CREDITO ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              CLOSE CONTASREC
              UNLOCK SAC
              GO TO CREDITO-SC-FIM
           END-IF
           MOVE WCREDITO-SC   TO WRESTO-SC
           MOVE WNUMERO-NF-SC TO NUMERO-NF-CREC
           MOVE ZEROES        TO PARCELA-CREC
           START CONTASREC KEY IS NOT LESS THAN CHAVE-CREC
           MOVE 0 TO WSAIDA
           IF FS-CREC NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-ABATE-TITULO-SC UNTIL WSAIDA = 1
           CLOSE CONTASREC
           ADD WCREDITO-SC TO WVALOR-CRED-SC
           MOVE WDATA-HOJE-SC TO WDATA-CRED-SC
           IF WSITUACAO-SC = 'A'
              MOVE 'E' TO WSITUACAO-SC
           END-IF
           PERFORM R-MOVE-DADOS-SC
           REWRITE REGISTRO-SAC
           IF FS-SAC NOT = '00'
              MOVE 'ERRO DE REGRAVACAO DA RECLAMACAO ST ' TO WTXT
              MOVE FS-SAC TO WST
              PERFORM R-MOSTRA-MSG-SC
           END-IF
           MOVE 'SAC-CRED'  TO WTS-OPERACAO
           MOVE WCREDITO-SC TO WTS-VALOR
           PERFORM R-GRAVA-LOG-SC
           DISPLAY TELA-SAC
           MOVE 'CREDITO LANCADO NOS TITULOS DA NOTA' TO WTXT
           PERFORM R-MOSTRA-MSG-SC.
       CREDITO-SC-FIM.
           EXIT.

       R-SALDO-NF-SC.
           READ CONTASREC NEXT
           IF FS-CREC NOT = '00' OR
              NUMERO-NF-CREC NOT = WNUMERO-NF-SC
              MOVE 1 TO WSAIDA
           ELSE
              IF CREC-ABERTO
                 ADD SALDO-CREC TO WSALDO-NF-SC
              END-IF
           END-IF.

       R-ABATE-TITULO-SC.
           READ CONTASREC NEXT
           IF FS-CREC NOT = '00' OR
              NUMERO-NF-CREC NOT = WNUMERO-NF-SC OR
              WRESTO-SC = ZEROES
              MOVE 1 TO WSAIDA
           ELSE
              IF CREC-ABERTO AND SALDO-CREC NOT = ZEROES
                 IF WRESTO-SC NOT < SALDO-CREC
                    SUBTRACT SALDO-CREC FROM WRESTO-SC
                    MOVE ZEROES TO SALDO-CREC
                    MOVE 'Q' TO SITUACAO-CREC
                 ELSE
                    SUBTRACT WRESTO-SC FROM SALDO-CREC
                    MOVE ZEROES TO WRESTO-SC
                 END-IF
                 REWRITE REGISTRO-CONTASREC
              END-IF
           END-IF.

      *-------------------------------------
      * CONFERE NO OPERADOR.CFG SE O OPERADOR DO LOGIN TEM PERFIL
      * 'A' OU 'G'.
      *-------------------------------------
       R-CHECA-GERENTE.
           MOVE ZERO TO WGERENTE-OK WOPER-ACHOU-SC
           OPEN INPUT ARQOPER
           IF FS-OPER = '00'
              PERFORM R-CHECA-GERENTE-1
                UNTIL WOPER-ACHOU-SC = 1 OR FS-OPER NOT = '00'
              CLOSE ARQOPER
           END-IF.

       R-CHECA-GERENTE-1.
           READ ARQOPER INTO WOPER-REG-SC
             AT END MOVE '10' TO FS-OPER
           END-READ
           IF FS-OPER = '00' AND WOPER-ID-SC = LID-OPERADOR-1
              MOVE 1 TO WOPER-ACHOU-SC
              IF WOPER-PERFIL-SC = 'A' OR WOPER-PERFIL-SC = 'G'
                 MOVE 1 TO WGERENTE-OK
              END-IF
           END-IF.

      *-------------------------------------
      * RELATORIO MENSAL: RECLAMACOES EM ABERTO (ATRASADAS = PREVISAO
      * VENCIDA NA DATA DE HOJE), ABERTAS E RESOLVIDAS NO MES, TEMPO
      * MEDIO DE SOLUCAO, FORA DO PRAZO, VALORES DEVOLVIDOS E
      * CREDITADOS, E AS ABERTAS NO MES POR CATEGORIA, POR
      * TRANSPORTADORA E POR PRODUTO; AS RESOLVIDAS POR CAUSA RAIZ.
      *-------------------------------------
       S-RELATORIO-SC SECTION.
       RELATORIO-SC-1.
           MOVE ZEROES TO WMES-SC-N
           DISPLAY TELA-PARAM-REL-SC
           ACCEPT TELA-PARAM-REL-SC
           IF WMES-SC-N = ZEROES
              MOVE WDATA-HOJE-SC(1:6) TO WMES-SC-N
           END-IF
           IF WMES-MES-SC < 1 OR WMES-MES-SC > 12
              MOVE 'MES INVALIDO' TO WTXT
              PERFORM R-MOSTRA-MSG-SC
              GO TO RELATORIO-SC-EXIT
           END-IF
           COMPUTE WDATA-INI-SC = WMES-SC-N * 100 + 1
           IF WMES-MES-SC = 12
              COMPUTE WDATA-FIM-SC = (WMES-ANO-SC + 1) * 10000 + 101
           ELSE
              COMPUTE WDATA-FIM-SC = WMES-SC-N * 100 + 101
           END-IF
           COMPUTE WINT-AUX-SC =
              FUNCTION INTEGER-OF-DATE(WDATA-FIM-SC) - 1
           COMPUTE WDATA-FIM-SC = FUNCTION DATE-OF-INTEGER(WINT-AUX-SC)
           MOVE 'RELSAC.TXT' TO WID-ARQ-REL-1
           MOVE 'RELSAC'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE WMES-SC-N TO LINK-SPL-PARAMS(1:6)
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
              PERFORM R-MOSTRA-MSG-SC
              GO TO RELATORIO-SC-EXIT
           END-IF
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WMES-MES-SC   TO SC-CAB-MES
           MOVE WMES-ANO-SC   TO SC-CAB-ANO
           MOVE WDATA-HOJE-SC TO SC-CAB-HOJE
           MOVE WSAC-CAB1-SC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'RECLAMACOES EM ABERTO (* = PREVISAO VENCIDA)'
             TO SC-TITULO
           MOVE WSAC-TIT-SC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WSAC-CAB2-SC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WSAC-TRACO-SC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WQTD-ABERTAS-SC WQTD-ATRASO-SC
                          WQTD-NOVAS-SC WQTD-RESOL-SC WQTD-FORA-SLA-SC
                          WSOMA-DIAS-SC WTOT-DEV-MES-SC
                          WTOT-CRED-MES-SC WQTD-PROD-SC
           INITIALIZE WCONT-CAT-SC WCONT-CAU-SC WCONT-TRP-SC
                      WTAB-PROD-SC
           MOVE ZEROES TO NUMERO-SAC
           START SAC KEY IS NOT LESS THAN NUMERO-SAC
           MOVE 0 TO WSAIDA
           IF FS-SAC NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM RELATORIO-SC-2 UNTIL WSAIDA = 1
           MOVE WSAC-TRACO-SC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-RESUMO-SC
           CLOSE ARQREL
           MOVE SPACES TO WTXT
           STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
              INTO WTXT
           PERFORM R-MOSTRA-MSG-SC.
       RELATORIO-SC-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-RELATORIO-SC-ROTINAS SECTION.

       RELATORIO-SC-2.
           READ SAC NEXT
           IF FS-SAC NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF (SAC-ABERTA OR SAC-ANDAMENTO) AND
                 DATA-ABERT-SAC NOT > WDATA-FIM-SC
                 PERFORM R-IMPRIME-ABERTA-SC
              END-IF
              IF DATA-ABERT-SAC NOT < WDATA-INI-SC AND
                 DATA-ABERT-SAC NOT > WDATA-FIM-SC
                 PERFORM R-SOMA-ABERTURA-SC
              END-IF
              IF SAC-RESOLVIDA AND
                 DATA-RESOL-SAC NOT < WDATA-INI-SC AND
                 DATA-RESOL-SAC NOT > WDATA-FIM-SC
                 PERFORM R-SOMA-SOLUCAO-SC
              END-IF
              IF DATA-CRED-SAC NOT < WDATA-INI-SC AND
                 DATA-CRED-SAC NOT > WDATA-FIM-SC
                 ADD VALOR-CRED-SAC TO WTOT-CRED-MES-SC
              END-IF
           END-IF.

       R-IMPRIME-ABERTA-SC.
           ADD 1 TO WQTD-ABERTAS-SC
           MOVE NUMERO-SAC      TO SC-NUMERO
           MOVE CODIGO-CLI-SAC  TO SC-CLIENTE
           MOVE CODIGO-CLI-SAC  TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE RAZAO TO SC-RAZAO
           ELSE
              MOVE SPACES TO SC-RAZAO
           END-IF
           MOVE CATEGORIA-SAC   TO SC-CATEGORIA
           MOVE DATA-ABERT-SAC  TO SC-ABERTURA
           MOVE DATA-PREV-SAC   TO SC-PREVISAO
           MOVE RESPONSAVEL-SAC TO SC-RESPONSAVEL
           MOVE ZEROES TO SC-ATRASO
           IF DATA-PREV-SAC < WDATA-HOJE-SC
              ADD 1 TO WQTD-ATRASO-SC
              COMPUTE WDIAS-ATRASO-SC = WINT-HOJE-SC -
                 FUNCTION INTEGER-OF-DATE(DATA-PREV-SAC)
              MOVE WDIAS-ATRASO-SC TO SC-ATRASO
              MOVE '*' TO SC-RAZAO(25:1)
           END-IF
           MOVE WSAC-DET-SC TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-SOMA-ABERTURA-SC.
           ADD 1 TO WQTD-NOVAS-SC
           ADD VALOR-DEV-SAC TO WTOT-DEV-MES-SC
           MOVE ZEROES TO WJ-SC
           MOVE CATEGORIA-SAC TO WCATEGORIA-SC
           PERFORM R-ACHA-CATEGORIA-SC
              VARYING WI-SC FROM 1 BY 1 UNTIL WI-SC > 5
           IF WJ-SC NOT = ZEROES
              ADD 1 TO WCC-QTD-SC(WJ-SC)
           END-IF
           IF TRANSP-SAC NOT = ZEROES
              ADD 1 TO WCT-QTD-SC(TRANSP-SAC)
           END-IF
           IF CODIGO-PROD-SAC NOT = ZEROES
              MOVE ZEROES TO WJ-SC
              PERFORM R-ACHA-PROD-SC
                 VARYING WI-SC FROM 1 BY 1 UNTIL WI-SC > WQTD-PROD-SC
              IF WJ-SC = ZEROES AND WQTD-PROD-SC < WMAX-PROD-SC
                 ADD 1 TO WQTD-PROD-SC
                 MOVE WQTD-PROD-SC    TO WJ-SC
                 MOVE CODIGO-PROD-SAC TO WTP-CODIGO-SC(WJ-SC)
              END-IF
              IF WJ-SC NOT = ZEROES
                 ADD 1 TO WTP-QTD-SC(WJ-SC)
              END-IF
           END-IF.

       R-ACHA-PROD-SC.
           IF WTP-CODIGO-SC(WI-SC) = CODIGO-PROD-SAC
              MOVE WI-SC TO WJ-SC
           END-IF.

       R-SOMA-SOLUCAO-SC.
           ADD 1 TO WQTD-RESOL-SC
           COMPUTE WSOMA-DIAS-SC = WSOMA-DIAS-SC +
              FUNCTION INTEGER-OF-DATE(DATA-RESOL-SAC) -
              FUNCTION INTEGER-OF-DATE(DATA-ABERT-SAC)
           IF DATA-RESOL-SAC > DATA-PREV-SAC
              ADD 1 TO WQTD-FORA-SLA-SC
           END-IF
           MOVE ZEROES TO WJ-SC
           MOVE CAUSA-SAC TO WCAUSA-SC
           PERFORM R-ACHA-CAUSA-SC
              VARYING WI-SC FROM 1 BY 1 UNTIL WI-SC > 6
           IF WJ-SC NOT = ZEROES
              ADD 1 TO WCU-QTD-SC(WJ-SC)
           END-IF.

       R-RESUMO-SC.
           MOVE SPACES TO WSAC-RES-SC
           MOVE 'EM ABERTO.............................'
             TO SC-RES-TITULO
           MOVE WQTD-ABERTAS-SC TO SC-RES-VALOR
           PERFORM R-GRAVA-RES-SC
           MOVE 'EM ABERTO COM PREVISAO VENCIDA..........'
             TO SC-RES-TITULO
           MOVE WQTD-ATRASO-SC TO SC-RES-VALOR
           PERFORM R-GRAVA-RES-SC
           MOVE 'ABERTAS NO MES..........................'
             TO SC-RES-TITULO
           MOVE WQTD-NOVAS-SC TO SC-RES-VALOR
           PERFORM R-GRAVA-RES-SC
           MOVE 'RESOLVIDAS NO MES.......................'
             TO SC-RES-TITULO
           MOVE WQTD-RESOL-SC TO SC-RES-VALOR
           PERFORM R-GRAVA-RES-SC
           MOVE 'RESOLVIDAS APOS A PREVISAO..............'
             TO SC-RES-TITULO
           MOVE WQTD-FORA-SLA-SC TO SC-RES-VALOR
           PERFORM R-GRAVA-RES-SC
           MOVE ZEROES TO WMEDIA-DIAS-SC
           IF WQTD-RESOL-SC NOT = ZEROES
              COMPUTE WMEDIA-DIAS-SC ROUNDED =
                 WSOMA-DIAS-SC / WQTD-RESOL-SC
           END-IF
           MOVE WMEDIA-DIAS-SC TO SC-MEDIA
           MOVE WSAC-MEDIA-SC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'DEVOLVIDO (ABERTAS NO MES)..............'
             TO SC-VAL-TITULO
           MOVE WTOT-DEV-MES-SC TO SC-VAL-VALOR
           MOVE WSAC-VALOR-SC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'CREDITADO NO MES........................'
             TO SC-VAL-TITULO
           MOVE WTOT-CRED-MES-SC TO SC-VAL-VALOR
           MOVE WSAC-VALOR-SC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'ABERTAS NO MES POR CATEGORIA' TO SC-TITULO
           PERFORM R-GRAVA-TIT-SC
           PERFORM R-GRAVA-CAT-SC
              VARYING WI-SC FROM 1 BY 1 UNTIL WI-SC > 5
           MOVE 'RESOLVIDAS NO MES POR CAUSA RAIZ' TO SC-TITULO
           PERFORM R-GRAVA-TIT-SC
           PERFORM R-GRAVA-CAU-SC
              VARYING WI-SC FROM 1 BY 1 UNTIL WI-SC > 6
           MOVE 'ABERTAS NO MES POR TRANSPORTADORA' TO SC-TITULO
           PERFORM R-GRAVA-TIT-SC
           PERFORM R-GRAVA-TRP-SC
              VARYING WI-SC FROM 1 BY 1 UNTIL WI-SC > 999
           MOVE 'ABERTAS NO MES POR PRODUTO' TO SC-TITULO
           PERFORM R-GRAVA-TIT-SC
           PERFORM R-GRAVA-PROD-SC
              VARYING WI-SC FROM 1 BY 1 UNTIL WI-SC > WQTD-PROD-SC.

       R-GRAVA-RES-SC.
           MOVE WSAC-RES-SC TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-GRAVA-TIT-SC.
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WSAC-TIT-SC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WSAC-TRACO-SC TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-GRAVA-CAT-SC.
           MOVE SPACES TO WSAC-GRUPO-SC
           MOVE WCAT-COD-SC(WI-SC)  TO SC-GRP-CODIGO
           MOVE WCAT-NOME-SC(WI-SC) TO SC-GRP-NOME
           MOVE WCC-QTD-SC(WI-SC)   TO SC-GRP-QTD
           MOVE WSAC-GRUPO-SC TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-GRAVA-CAU-SC.
           MOVE SPACES TO WSAC-GRUPO-SC
           MOVE WCAU-COD-SC(WI-SC)  TO SC-GRP-CODIGO
           MOVE WCAU-NOME-SC(WI-SC) TO SC-GRP-NOME
           MOVE WCU-QTD-SC(WI-SC)   TO SC-GRP-QTD
           MOVE WSAC-GRUPO-SC TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-GRAVA-TRP-SC.
           IF WCT-QTD-SC(WI-SC) NOT = ZEROES
              MOVE SPACES TO WSAC-GRUPO-SC
              MOVE WI-SC TO SC-GRP-CODIGO(1:3)
              IF WTRP-DISP-SC = 1
                 MOVE WI-SC TO CODIGO-TRP
                 READ TRANSP
                 IF FS-TRP = '00'
                    MOVE RAZAO-TRP TO SC-GRP-NOME
                 END-IF
              END-IF
              MOVE WCT-QTD-SC(WI-SC) TO SC-GRP-QTD
              MOVE WSAC-GRUPO-SC TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.

       R-GRAVA-PROD-SC.
           MOVE SPACES TO WSAC-GRUPO-SC
           MOVE WTP-CODIGO-SC(WI-SC) TO SC-GRP-CODIGO(1:7)
           MOVE WTP-CODIGO-SC(WI-SC) TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE DESCRICAO-PROD TO SC-GRP-NOME
           END-IF
           MOVE WTP-QTD-SC(WI-SC) TO SC-GRP-QTD
           MOVE WSAC-GRUPO-SC TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       S-LE-SAC SECTION.
       R-LE-SAC-LOCK.
           MOVE 0 TO WERRO-SC
           MOVE WNUMERO-SC TO NUMERO-SAC
           READ SAC WITH LOCK
           IF FS-SAC = '9D'
              MOVE 'REGISTRO EM USO EM OUTRO TERMINAL' TO WTXT
              MOVE 1 TO WERRO-SC
              PERFORM R-MOSTRA-MSG-SC
              GO TO R-LE-SAC-LOCK-FIM
           END-IF
           IF FS-SAC NOT = '00'
              MOVE 'RECLAMACAO NAO CADASTRADA' TO WTXT
              MOVE 1 TO WERRO-SC
              PERFORM R-MOSTRA-MSG-SC
              GO TO R-LE-SAC-LOCK-FIM
           END-IF
           PERFORM R-MOVE-DADOS-2-SC.
       R-LE-SAC-LOCK-FIM.
           EXIT.

       S-MOVER-DADOS-SC SECTION.
       R-MOVE-DADOS-SC.
           MOVE WNUMERO-SC        TO NUMERO-SAC
           MOVE WCODIGO-CLI-SC    TO CODIGO-CLI-SAC
           MOVE WDATA-ABERT-SC    TO DATA-ABERT-SAC
           MOVE WCATEGORIA-SC     TO CATEGORIA-SAC
           MOVE WNUMERO-NF-SC     TO NUMERO-NF-SAC
           MOVE WCODIGO-PROD-SC   TO CODIGO-PROD-SAC
           MOVE WTRANSP-SC        TO TRANSP-SAC
           MOVE WDESCRICAO-SC     TO DESCRICAO-SAC
           MOVE WRESPONSAVEL-SC   TO RESPONSAVEL-SAC
           MOVE WSITUACAO-SC      TO SITUACAO-SAC
           MOVE WDATA-PREV-SC     TO DATA-PREV-SAC
           MOVE WDATA-RESOL-SC    TO DATA-RESOL-SAC
           MOVE WCAUSA-SC         TO CAUSA-SAC
           MOVE WSOLUCAO-SC       TO SOLUCAO-SAC
           MOVE WSEQ-DEV-SC       TO SEQ-DEV-SAC
           MOVE WVALOR-DEV-SC     TO VALOR-DEV-SAC
           MOVE WVALOR-CRED-SC    TO VALOR-CRED-SAC
           MOVE WDATA-CRED-SC     TO DATA-CRED-SAC
           MOVE WOPERADOR-SC      TO OPERADOR-SAC.

       R-MOVE-DADOS-2-SC.
           MOVE NUMERO-SAC        TO WNUMERO-SC
           MOVE CODIGO-CLI-SAC    TO WCODIGO-CLI-SC
           MOVE DATA-ABERT-SAC    TO WDATA-ABERT-SC
           MOVE CATEGORIA-SAC     TO WCATEGORIA-SC
           MOVE NUMERO-NF-SAC     TO WNUMERO-NF-SC
           MOVE CODIGO-PROD-SAC   TO WCODIGO-PROD-SC
           MOVE TRANSP-SAC        TO WTRANSP-SC
           MOVE DESCRICAO-SAC     TO WDESCRICAO-SC
           MOVE RESPONSAVEL-SAC   TO WRESPONSAVEL-SC
           MOVE SITUACAO-SAC      TO WSITUACAO-SC
           MOVE DATA-PREV-SAC     TO WDATA-PREV-SC
           MOVE DATA-RESOL-SAC    TO WDATA-RESOL-SC
           MOVE CAUSA-SAC         TO WCAUSA-SC
           MOVE SOLUCAO-SAC       TO WSOLUCAO-SC
           MOVE SEQ-DEV-SAC       TO WSEQ-DEV-SC
           MOVE VALOR-DEV-SAC     TO WVALOR-DEV-SC
           MOVE VALOR-CRED-SAC    TO WVALOR-CRED-SC
           MOVE DATA-CRED-SAC     TO WDATA-CRED-SC
           MOVE OPERADOR-SAC      TO WOPERADOR-SC
           MOVE SPACES TO WRAZAO-SC WDESC-PROD-SC WRAZAO-TRP-SC
           MOVE WCODIGO-CLI-SC TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE RAZAO TO WRAZAO-SC
           END-IF
           IF WCODIGO-PROD-SC NOT = ZEROES
              MOVE WCODIGO-PROD-SC TO CODIGO-PROD
              READ PRODUTOS
              IF FS-PROD = '00'
                 MOVE DESCRICAO-PROD TO WDESC-PROD-SC
              END-IF
           END-IF
           IF WTRANSP-SC NOT = ZEROES AND WTRP-DISP-SC = 1
              MOVE WTRANSP-SC TO CODIGO-TRP
              READ TRANSP
              IF FS-TRP = '00'
                 MOVE RAZAO-TRP TO WRAZAO-TRP-SC
              END-IF
           END-IF.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG-SC.
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME
           MOVE WDHTL-DATA      TO WTS-DATA
           MOVE WDHTL-HH        TO WTS-HH
           MOVE WDHTL-MM        TO WTS-MM
           MOVE WDHTL-SS        TO WTS-SS
           MOVE LID-OPERADOR-1  TO WTS-OPERADOR
           MOVE WNUMERO-SC      TO WTS-NUMERO
           MOVE WCODIGO-CLI-SC  TO WTS-CLIENTE
           MOVE WNUMERO-NF-SC   TO WTS-NF
           MOVE WSITUACAO-SC    TO WTS-SITUACAO
           OPEN EXTEND ARQTRANLOG
           IF FS-TRANLOG = '05' OR FS-TRANLOG = '35'
              OPEN OUTPUT ARQTRANLOG
           END-IF
           MOVE WTRANLOG-SC-LINHA TO ARQTRANLOG-REC
           WRITE ARQTRANLOG-REC
           CLOSE ARQTRANLOG.
       R-GRAVA-LOG-SC-EXIT.
           EXIT.

       R-MOSTRA-MSG-SC.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       ABRE-ARQUIVOS.
           OPEN I-O SAC.
           IF FS-SAC = '35'
              CLOSE SAC OPEN OUTPUT SAC
              CLOSE SAC OPEN I-O SAC
           END-IF
           IF FS-SAC = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DAS RECLAMACOES ST ' TO WTXT
              MOVE FS-SAC TO WST
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
           OPEN INPUT NOTAS.
           IF FS-NF NOT = '00'
              MOVE 'ERRO NA ABERTURA DAS NOTAS FISCAIS ST ' TO WTXT
              MOVE FS-NF TO WST
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
           MOVE ZERO TO WNFI-DISP-SC WTRP-DISP-SC
           OPEN INPUT NFITEM
           IF FS-NFI = '00'
              MOVE 1 TO WNFI-DISP-SC
           END-IF
           OPEN INPUT TRANSP
           IF FS-TRP = '00'
              MOVE 1 TO WTRP-DISP-SC
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FECHA-ARQUIVOS.
           CLOSE SAC CLIENTES NOTAS PRODUTOS
           IF WNFI-DISP-SC = 1
              CLOSE NFITEM
           END-IF
           IF WTRP-DISP-SC = 1
              CLOSE TRANSP
           END-IF.
       FECHA-ARQUIVOS-EXIT.
           EXIT.
