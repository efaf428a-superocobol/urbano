      *--------------------------
      * DANFE - DOCUMENTO AUXILIAR DA NF-E (IMPRESSAO E REIMPRESSAO)
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RelDanfe.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Imprime o documento que acompanha
      *              a mercadoria, no leiaute do DANFE, para uma nota
      *              ou uma faixa de notas; sem faixa informada (ou
      *              na cadeia noturna) sai a ultima rodada de
      *              faturamento gravada no NFCTRL.DAT. Por nota:
      *              canhoto de recebimento, emitente (EMPRESAS.CFG,
      *              NFE.CFG e FISCAL.CFG), numero, serie, chave de
      *              acesso e protocolo do ARQNFE.DAT, destinatario,
      *              local de entrega (END-ENTREGA-NF no ENDENT),
      *              duplicatas do CONTASREC, calculo do imposto,
      *              transportador com o frete e os itens fiscais do
      *              ARQNFITEM.DAT. Nota cancelada nao e impressa.
      *              Saida registrada no catalogo de spool
      *              (RegSpool), reimprimivel pelo ConsSpool.
      * 2026-10-15 - Natureza da operacao e CFOP da nota pelo CFOP
      *              dos itens fiscais (descricao do DefCfop).
      * 2026-10-15 - Nota agrupada: os dados adicionais listam todos
      *              os pedidos dos itens fiscais da nota.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Chaves alternativas de situacao e data em PEDIDOS
      *              e data em NOTAS.
      * 2026-10-15 - Layout de CONTASREC com o motivo da perda
      *              (MOTIVO-PERDA-CREC).
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       SELECT NFE ASSIGN TO  DISK WID-ARQ-NFE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUMERO-NF-NFE
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NFE.

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

       SELECT TRANSP ASSIGN TO  DISK WID-ARQ-TRANSP
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-TRP
              ALTERNATE RECORD KEY IS CNPJ-TRP WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TRP.

       SELECT ENDENT ASSIGN TO  DISK WID-ARQ-ENDENT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-EE
              ALTERNATE RECORD KEY IS CODIGO-CLI-EE WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EE.

       SELECT CONTASREC ASSIGN TO  DISK WID-ARQ-CREC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CREC
              ALTERNATE RECORD KEY IS CODIGO-CLI-CREC WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-VENC-CREC  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CREC.

       SELECT ARQEMP ASSIGN TO DISK WID-ARQ-EMP
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-EMP.

       SELECT ARQNFECFG ASSIGN TO DISK WID-ARQ-NFECFG
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-NFECFG.

       SELECT ARQFISCFG ASSIGN TO DISK WID-ARQ-FISCFG
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-FISCFG.

       SELECT ARQNFCTRL ASSIGN TO DISK WID-ARQ-NFCTRL
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-NFCTRL.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
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

       FD NFE.
       01 REGISTRO-NFE.
          02 NUMERO-NF-NFE            PIC  9(009).
          02 CHAVE-ACESSO-NFE         PIC  X(044) VALUE SPACES.
          02 SERIE-NFE                PIC  9(003) VALUE ZEROES.
          02 AMBIENTE-NFE             PIC  X(001) VALUE SPACES.
          02 SITUACAO-NFE             PIC  X(001) VALUE SPACES.
             88 NFE-GERADA            VALUE 'G'.
             88 NFE-AUTORIZADA        VALUE 'A'.
             88 NFE-REJEITADA         VALUE 'R'.
             88 NFE-DENEGADA          VALUE 'D'.
             88 NFE-CANC-PENDENTE     VALUE 'E'.
             88 NFE-CANCELADA         VALUE 'C'.
             88 NFE-NAO-AUTORIZADA    VALUE 'N'.
          02 PROTOCOLO-NFE            PIC  X(015) VALUE SPACES.
          02 DATA-GER-NFE             PIC  9(008) VALUE ZEROES.
          02 HORA-GER-NFE             PIC  9(006) VALUE ZEROES.
          02 DATA-RET-NFE             PIC  9(008) VALUE ZEROES.
          02 MOTIVO-RET-NFE           PIC  X(040) VALUE SPACES.
          02 ARQUIVO-XML-NFE          PIC  X(050) VALUE SPACES.
          02 ARQUIVO-CANC-NFE         PIC  X(050) VALUE SPACES.
          02 DATA-CANC-NFE            PIC  9(008) VALUE ZEROES.
          02 PROT-CANC-NFE            PIC  X(015) VALUE SPACES.
          02 OPERADOR-NFE             PIC  X(010) VALUE SPACES.
          02 FILLER                   PIC  X(030) VALUE SPACES.

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

       FD TRANSP.
       01 REGISTRO-TRANSP.
          02 CODIGO-TRP               PIC  9(003).
          02 RAZAO-TRP                PIC  X(040).
          02 CNPJ-TRP                 PIC  9(014).
          02 TIPO-TARIFA-TRP          PIC  X(001) VALUE SPACES.
             88 TRP-POR-PESO          VALUE 'P'.
             88 TRP-POR-VALOR         VALUE 'V'.
          02 TARIFA-TRP               PIC  9(005)v9(002) VALUE ZEROES.
          02 INATIVO-TRP              PIC  X(001) VALUE SPACES.

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
          02 REMESSA-CREC             PIC  X(001) VALUE SPACES.
             88 CREC-REMETIDO         VALUE 'R'.
          02 TOTAL-PARC-CREC          PIC  9(003) VALUE ZEROES.
          02 DATA-PERDA-CREC          PIC  9(008) VALUE ZEROES.
          02 MOTIVO-PERDA-CREC        PIC  X(030) VALUE SPACES.

       FD  ARQEMP.
       01  ARQEMP-REC                PIC X(60).

       FD  ARQNFECFG.
       01  ARQNFECFG-REC             PIC X(160).

       FD  ARQFISCFG.
       01  ARQFISCFG-REC             PIC X(10).

       FD  ARQNFCTRL.
       01  ARQNFCTRL-REC.
           02 NFCTRL-ULTIMO-NF      PIC 9(009).
           02 NFCTRL-PRIM-RODADA    PIC 9(009).
           02 FILLER                PIC X(002).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-NF                   PIC XX VALUE '00'.
       01 FS-NFI                  PIC XX VALUE '00'.
       01 FS-NFE                  PIC XX VALUE '00'.
       01 FS-CLI                  PIC XX VALUE '00'.
       01 FS-PROD                 PIC XX VALUE '00'.
       01 FS-PED                  PIC XX VALUE '00'.
       01 FS-TRP                  PIC XX VALUE '00'.
       01 FS-EE                   PIC XX VALUE '00'.
       01 FS-CREC                 PIC XX VALUE '00'.
       01 FS-EMP                  PIC XX VALUE '00'.
       01 FS-NFECFG               PIC XX VALUE '00'.
       01 FS-FISCFG               PIC XX VALUE '00'.
       01 FS-NFCTRL               PIC XX VALUE '00'.
       01 FS-REL                  PIC XX VALUE '00'.

       01 WID-ARQ-NOTAS           PIC X(50) VALUE 'ARQNOTAS.DAT'.
       01 WID-ARQ-NFI             PIC X(50) VALUE 'ARQNFITEM.DAT'.
       01 WID-ARQ-NFE             PIC X(50) VALUE 'ARQNFE.DAT'.
       01 WID-ARQ-CLIENTE         PIC X(50) VALUE SPACES.
       01 WID-ARQ-PRODUTO         PIC X(50) VALUE SPACES.
       01 WID-ARQ-PEDIDOS         PIC X(50) VALUE SPACES.
       01 WID-ARQ-TRANSP          PIC X(50) VALUE 'ARQTRANSP.DAT'.
       01 WID-ARQ-ENDENT          PIC X(50) VALUE 'ARQENDENT.DAT'.
       01 WID-ARQ-CREC            PIC X(50) VALUE 'ARQCREC.DAT'.
       01 WID-ARQ-EMP             PIC X(50) VALUE 'EMPRESAS.CFG'.
       01 WID-ARQ-NFECFG          PIC X(50) VALUE 'NFE.CFG'.
       01 WID-ARQ-FISCFG          PIC X(50) VALUE 'FISCAL.CFG'.
       01 WID-ARQ-NFCTRL          PIC X(50) VALUE 'NFCTRL.DAT'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                      PIC X VALUE SPACES.
       77 WSAIDA                  PIC 9 VALUE ZEROES.
       77 WSAIDA-IT-DF            PIC 9 VALUE ZEROES.
       77 WNFI-OK-DF              PIC 9 VALUE ZEROES.
       77 WNFE-OK-DF              PIC 9 VALUE ZEROES.
       77 WCLI-OK-DF              PIC 9 VALUE ZEROES.
       77 WPROD-OK-DF             PIC 9 VALUE ZEROES.
       77 WPED-OK-DF              PIC 9 VALUE ZEROES.
       77 WTRP-OK-DF              PIC 9 VALUE ZEROES.
       77 WEE-OK-DF               PIC 9 VALUE ZEROES.
       77 WCREC-OK-DF             PIC 9 VALUE ZEROES.
       77 WTEM-NFE-DF             PIC 9 VALUE ZEROES.
       77 WTEM-ITEM-DF            PIC 9 VALUE ZEROES.
       77 WACHOU-DF               PIC 9 VALUE ZEROES.
       77 WQTD-PARC-DF            PIC 9(003) VALUE ZEROES.
       77 WQTD-IMP-DF             PIC 9(005) VALUE ZEROES.
       77 WQTD-CANC-DF            PIC 9(005) VALUE ZEROES.
       77 WI-DF                   PIC 9(002) VALUE ZEROES.
       77 WPOS-DF                 PIC 9(002) VALUE ZEROES.

      *-------------FAIXA DE NOTAS-----------------------------------
       01 WNF-INI-DF              PIC 9(009) VALUE ZEROES.
       01 WNF-FIM-DF              PIC 9(009) VALUE ZEROES.
       01 WPRIM-RODADA-DF         PIC 9(009) VALUE ZEROES.
       01 WULT-RODADA-DF          PIC 9(009) VALUE ZEROES.

      *-------------EMITENTE (EMPRESAS.CFG / NFE.CFG / FISCAL.CFG)---
       01 WEMP-REG.
          02 WEMP-CODIGO             PIC 9(03).
          02 WEMP-NOME               PIC X(40).
          02 WEMP-CNPJ               PIC 9(14).
       01 WEMP-NOME-DF            PIC X(040) VALUE SPACES.
       01 WEMP-CNPJ-DF            PIC 9(014) VALUE ZEROES.
       01 WUF-EMIT-DF             PIC X(002) VALUE 'SP'.

      * MESMO LEIAUTE POSICIONAL DO NFE.CFG LIDO PELO GeraNFe.
       01 WCFG-NFE-DF.
          02 CFG-AMBIENTE-DF      PIC X(001) VALUE '2'.
          02 CFG-SERIE-DF         PIC 9(003) VALUE 1.
          02 CFG-CMUN-DF          PIC 9(007) VALUE ZEROES.
          02 CFG-IE-DF            PIC X(014) VALUE SPACES.
          02 CFG-CRT-DF           PIC X(001) VALUE '3'.
          02 CFG-NCM-DF           PIC X(008) VALUE '00000000'.
          02 CFG-LOGRADOURO-DF    PIC X(040) VALUE SPACES.
          02 CFG-NUMERO-DF        PIC X(010) VALUE 'S/N'.
          02 CFG-BAIRRO-DF        PIC X(030) VALUE SPACES.
          02 CFG-MUNICIPIO-DF     PIC X(030) VALUE SPACES.
          02 CFG-CEP-DF           PIC X(008) VALUE SPACES.
          02 CFG-FUSO-DF          PIC X(006) VALUE '-03:00'.
          02 CFG-TPAG-DF          PIC X(002) VALUE '15'.

      *-------------FORMATACAO---------------------------------------
       01 WCNPJ-DF                PIC 9(014) VALUE ZEROES.
       01 WCNPJ-R-DF REDEFINES WCNPJ-DF.
          02 WCNPJ-P1-DF          PIC X(002).
          02 WCNPJ-P2-DF          PIC X(003).
          02 WCNPJ-P3-DF          PIC X(003).
          02 WCNPJ-P4-DF          PIC X(004).
          02 WCNPJ-P5-DF          PIC X(002).
       01 WCNPJ-ED-DF.
          02 WCNPJ-E1-DF          PIC X(002).
          02 FILLER               PIC X(001) VALUE '.'.
          02 WCNPJ-E2-DF          PIC X(003).
          02 FILLER               PIC X(001) VALUE '.'.
          02 WCNPJ-E3-DF          PIC X(003).
          02 FILLER               PIC X(001) VALUE '/'.
          02 WCNPJ-E4-DF          PIC X(004).
          02 FILLER               PIC X(001) VALUE '-'.
          02 WCNPJ-E5-DF          PIC X(002).

       01 WDATA-DF                PIC 9(008) VALUE ZEROES.
       01 WDATA-R-DF REDEFINES WDATA-DF.
          02 WDATA-ANO-DF         PIC X(004).
          02 WDATA-MES-DF         PIC X(002).
          02 WDATA-DIA-DF         PIC X(002).
       01 WDATA-ED-DF.
          02 WDATA-E-DIA-DF       PIC X(002).
          02 FILLER               PIC X(001) VALUE '/'.
          02 WDATA-E-MES-DF       PIC X(002).
          02 FILLER               PIC X(001) VALUE '/'.
          02 WDATA-E-ANO-DF       PIC X(004).

       01 WCHAVE-ED-DF            PIC X(055) VALUE SPACES.
       01 WMOD-FRETE-DF           PIC X(020) VALUE SPACES.
       01 WCFOP-NOTA-DF           PIC 9(004) VALUE ZEROES.
       01 WNATUREZA-DF            PIC X(030) VALUE SPACES.
       01 WLINHA-DUPLA-DF         PIC X(140) VALUE ALL '='.
       01 WLINHA-SIMPLES-DF       PIC X(140) VALUE ALL '-'.
       01 WLINHA-CORTE-DF         PIC X(140) VALUE ALL '- '.

       01 WED-NF-DF               PIC ZZZZZZZZ9.
       01 WED-SERIE-DF            PIC ZZ9.
       01 WED-PED-DF              PIC ZZZZZZZZ9.

      *-------------PEDIDOS DOS ITENS (NOTA AGRUPADA)----------------
       77 WMAX-PED-DF             PIC 9(003) VALUE 50.
       77 WQTD-PED-DF             PIC 9(003) VALUE ZEROES.
       77 WK-PED-DF               PIC 9(003) VALUE ZEROES.
       77 WACHOU-PED-DF           PIC 9(003) VALUE ZEROES.
       77 WCOL-PED-DF             PIC 9(003) VALUE ZEROES.
       77 WPTR-PED-DF             PIC 9(003) VALUE ZEROES.
       01 WPED-ITEM-DF            PIC 9(009) VALUE ZEROES.
       01 WTAB-PED-DF.
          02 WPED-NF-DF           PIC 9(009) OCCURS 50 TIMES.
       01 WED-VAL1-DF             PIC Z(10)9.99.
       01 WED-VAL2-DF             PIC Z(10)9.99.
       01 WED-VAL3-DF             PIC Z(10)9.99.
       01 WED-QTD-DF              PIC ZZZZ9.

      *-------------TOTAIS DA NOTA (SOMA DOS ITENS FISCAIS)----------
       01 WTOT-BC-DF              PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-ICMS-DF            PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-PROD-DF            PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-DESC-DF            PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-IPI-DF             PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-NF-DF              PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-PESO-DF            PIC 9(009)v9(003) VALUE ZEROES.
       01 WED-PESO-DF             PIC Z(08)9.999.

      *-------------LINHAS DE DETALHE--------------------------------
       01 WREL-DUP-DF.
          02 FILLER            PIC X(009) VALUE 'PARCELA '.
          02 RD-PARC-DF        PIC ZZ9.
          02 FILLER            PIC X(015) VALUE '   VENCIMENTO '.
          02 RD-VENC-DF        PIC X(010).
          02 FILLER            PIC X(010) VALUE '   VALOR '.
          02 RD-VALOR-DF       PIC Z(10)9.99.

       01 WREL-CAB-ITEM-DF.
          02 FILLER PIC X(048) VALUE
             'CODIGO  DESCRICAO DO PRODUTO           UN  CFOP '.
          02 FILLER PIC X(048) VALUE
             ' QTDE   V.UNITARIO      V.TOTAL     DESCONTO   '.
          02 FILLER PIC X(045) VALUE
             '  BC ICMS       V.ICMS       V.IPI %ICMS %IPI'.

       01 WREL-ITEM-DF.
          02 RI-PROD-DF        PIC 9(007).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RI-DESCR-DF       PIC X(030).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RI-UN-DF          PIC X(003).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RI-CFOP-DF        PIC 9(004).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RI-QTDE-DF        PIC ZZZZ9.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RI-UNIT-DF        PIC Z(6)9.99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RI-BRUTO-DF       PIC Z(8)9.99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RI-DESC-DF        PIC Z(8)9.99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RI-BASE-DF        PIC Z(8)9.99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RI-ICMS-DF        PIC Z(8)9.99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RI-IPI-DF         PIC Z(7)9.99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RI-ALIQ-ICMS-DF   PIC Z9.99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RI-ALIQ-IPI-DF    PIC Z9.99.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-DANFE.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - DANFE".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 22 VALUE "IMPRESSAO E REIMPRESSAO DE NOTAS".
          02 LINE 8 COL 10 VALUE "NOTA INICIAL.....:".
          02 LINE 8 COL 30 PIC ZZZZZZZZ9 USING WNF-INI-DF.
          02 LINE 9 COL 10 VALUE "NOTA FINAL.......:".
          02 LINE 9 COL 30 PIC ZZZZZZZZ9 USING WNF-FIM-DF.
          02 LINE 11 COL 10 VALUE "FINAL EM BRANCO = SO A NOTA INICIAL".
          02 LINE 12 COL 10 VALUE "AMBAS EM BRANCO = ULTIMA RODADA:".
          02 LINE 12 COL 43 PIC ZZZZZZZZ9 FROM WPRIM-RODADA-DF.
          02 LINE 12 COL 53 VALUE "A".
          02 LINE 12 COL 55 PIC ZZZZZZZZ9 FROM WULT-RODADA-DF.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NOTAS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NFI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NFE
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-TRANSP
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ENDENT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CREC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NFECFG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FISCFG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NFCTRL
           MOVE LID-ARQ-CLIENTE-1 TO WID-ARQ-CLIENTE
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO
           MOVE LID-ARQ-PEDIDOS-1 TO WID-ARQ-PEDIDOS
           PERFORM R-LE-CONTROLE-NF
           MOVE ZEROES TO WNF-INI-DF WNF-FIM-DF
           IF LID-MODO-1 NOT = 'L'
              DISPLAY TELA-DANFE
              ACCEPT TELA-DANFE
           END-IF
           IF WNF-INI-DF = ZEROES AND WNF-FIM-DF = ZEROES
              MOVE WPRIM-RODADA-DF TO WNF-INI-DF
              MOVE WULT-RODADA-DF  TO WNF-FIM-DF
           END-IF
           IF WNF-FIM-DF = ZEROES
              MOVE WNF-INI-DF TO WNF-FIM-DF
           END-IF
           IF WNF-INI-DF = ZEROES
              MOVE 'NENHUMA NOTA EMITIDA PARA IMPRIMIR' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO INICIO-EXIT
           END-IF
           IF WNF-FIM-DF < WNF-INI-DF
              MOVE 'NOTA FINAL MENOR QUE A INICIAL' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO INICIO-EXIT
           END-IF
           PERFORM R-GERA-DANFE THRU R-GERA-DANFE-FIM.
       INICIO-EXIT.
           EXIT PROGRAM.

       R-MOSTRA-MENSAGEM.
           IF LID-MODO-1 NOT = 'L'
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
           END-IF
           INITIALIZE WMENSAGEM
           IF LID-MODO-1 NOT = 'L'
              DISPLAY TELA-MENSAGEM
           END-IF.

      *-------------------------------------
      * ULTIMA RODADA DE FATURAMENTO: O ExeFaturamento GRAVA NO
      * NFCTRL.DAT A PRIMEIRA E A ULTIMA NOTA DA RODADA. CONTROLE
      * ANTIGO, SEM A PRIMEIRA NOTA, VALE SO A ULTIMA.
      *-------------------------------------
       R-LE-CONTROLE-NF.
           MOVE ZEROES TO WPRIM-RODADA-DF WULT-RODADA-DF
           OPEN INPUT ARQNFCTRL
           IF FS-NFCTRL = '00'
              READ ARQNFCTRL
                 NOT AT END
                    IF NFCTRL-ULTIMO-NF IS NUMERIC
                       MOVE NFCTRL-ULTIMO-NF TO WULT-RODADA-DF
                    END-IF
                    IF NFCTRL-PRIM-RODADA IS NUMERIC
                       MOVE NFCTRL-PRIM-RODADA TO WPRIM-RODADA-DF
                    END-IF
              END-READ
              CLOSE ARQNFCTRL
           END-IF
           IF WPRIM-RODADA-DF = ZEROES OR
              WPRIM-RODADA-DF > WULT-RODADA-DF
              MOVE WULT-RODADA-DF TO WPRIM-RODADA-DF
           END-IF.

      *-------------------------------------
      * EMITENTE: RAZAO E CNPJ DO EMPRESAS.CFG, UF DO FISCAL.CFG E
      * ENDERECO, IE E AMBIENTE DO NFE.CFG (SEM O ARQUIVO VALEM OS
      * PADROES DO GeraNFe).
      *-------------------------------------
       R-LE-EMITENTE.
           MOVE ZEROES TO WEMP-CNPJ-DF
           MOVE LID-EMPRESA-NOME-1 TO WEMP-NOME-DF
           OPEN INPUT ARQEMP
           IF FS-EMP = '00'
              PERFORM R-LE-EMPRESA-1 UNTIL FS-EMP NOT = '00'
              CLOSE ARQEMP
           END-IF
           MOVE 'SP' TO WUF-EMIT-DF
           OPEN INPUT ARQFISCFG
           IF FS-FISCFG = '00'
              READ ARQFISCFG
                 NOT AT END
                    IF ARQFISCFG-REC(1:2) NOT = SPACES
                       MOVE ARQFISCFG-REC(1:2) TO WUF-EMIT-DF
                    END-IF
              END-READ
              CLOSE ARQFISCFG
           END-IF
           OPEN INPUT ARQNFECFG
           IF FS-NFECFG = '00'
              READ ARQNFECFG
                 NOT AT END
                    MOVE ARQNFECFG-REC TO WCFG-NFE-DF
              END-READ
              CLOSE ARQNFECFG
           END-IF
           IF CFG-AMBIENTE-DF NOT = '1' AND NOT = '2'
              MOVE '2' TO CFG-AMBIENTE-DF
           END-IF
           IF CFG-SERIE-DF NOT NUMERIC
              MOVE 1 TO CFG-SERIE-DF
           END-IF
           IF CFG-NUMERO-DF = SPACES
              MOVE 'S/N' TO CFG-NUMERO-DF
           END-IF.

       R-LE-EMPRESA-1.
           READ ARQEMP INTO WEMP-REG
              AT END MOVE '10' TO FS-EMP
           END-READ
           IF FS-EMP = '00' AND WEMP-CODIGO = LID-EMPRESA-1
              IF WEMP-NOME NOT = SPACES
                 MOVE WEMP-NOME TO WEMP-NOME-DF
              END-IF
              IF WEMP-CNPJ IS NUMERIC
                 MOVE WEMP-CNPJ TO WEMP-CNPJ-DF
              END-IF
              MOVE '10' TO FS-EMP
           END-IF.

      *-------------------------------------
      * GERA O ARQUIVO DE IMPRESSAO DA FAIXA DE NOTAS. CADASTROS DE
      * APOIO AUSENTES NAO IMPEDEM A IMPRESSAO: O BLOCO SAI COM O
      * QUE HOUVER NA NOTA.
      *-------------------------------------
       R-GERA-DANFE.
           OPEN INPUT NOTAS
           IF FS-NF NOT = '00'
              MOVE 'SEM NOTAS EMITIDAS ST ' TO WTXT
              MOVE FS-NF TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-GERA-DANFE-FIM
           END-IF
           PERFORM R-LE-EMITENTE
           PERFORM R-ABRE-APOIO
           MOVE 'DANFE.TXT' TO WID-ARQ-REL-1
           MOVE 'DANFE' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           STRING 'NF ' WNF-INI-DF ' A ' WNF-FIM-DF
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
           MOVE ZEROES TO WQTD-IMP-DF WQTD-CANC-DF
           MOVE WNF-INI-DF TO NUMERO-NF
           START NOTAS KEY IS NOT LESS THAN CHAVE-NF
           MOVE 0 TO WSAIDA
           IF FS-NF NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-VARRE-NOTAS UNTIL WSAIDA = 1
           MOVE WLINHA-DUPLA-DF TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WQTD-IMP-DF  TO WED-QTD-DF
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'NOTAS IMPRESSAS: ' WED-QTD-DF
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF WQTD-CANC-DF NOT = ZEROES
              MOVE WQTD-CANC-DF TO WED-QTD-DF
              MOVE SPACES TO ARQREL-DATA-01
              STRING 'NOTAS CANCELADAS NA FAIXA (NAO IMPRESSAS): '
                     WED-QTD-DF DELIMITED BY SIZE INTO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           CLOSE ARQREL NOTAS
           PERFORM R-FECHA-APOIO
           MOVE WQTD-IMP-DF TO WED-QTD-DF
           MOVE SPACES TO WTXT
           STRING 'DANFE GERADO - NOTAS IMPRESSAS: ' WED-QTD-DF
                  DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-GERA-DANFE-FIM.
           EXIT.

       R-ABRE-APOIO.
           MOVE 0 TO WNFI-OK-DF WNFE-OK-DF WCLI-OK-DF WPROD-OK-DF
                     WPED-OK-DF WTRP-OK-DF WEE-OK-DF WCREC-OK-DF
           OPEN INPUT NFITEM
           IF FS-NFI = '00'
              MOVE 1 TO WNFI-OK-DF
           END-IF
           OPEN INPUT NFE
           IF FS-NFE = '00'
              MOVE 1 TO WNFE-OK-DF
           END-IF
           OPEN INPUT CLIENTES
           IF FS-CLI = '00'
              MOVE 1 TO WCLI-OK-DF
           END-IF
           OPEN INPUT PRODUTOS
           IF FS-PROD = '00'
              MOVE 1 TO WPROD-OK-DF
           END-IF
           OPEN INPUT PEDIDOS
           IF FS-PED = '00'
              MOVE 1 TO WPED-OK-DF
           END-IF
           OPEN INPUT TRANSP
           IF FS-TRP = '00'
              MOVE 1 TO WTRP-OK-DF
           END-IF
           OPEN INPUT ENDENT
           IF FS-EE = '00'
              MOVE 1 TO WEE-OK-DF
           END-IF
           OPEN INPUT CONTASREC
           IF FS-CREC = '00'
              MOVE 1 TO WCREC-OK-DF
           END-IF.

       R-FECHA-APOIO.
           IF WNFI-OK-DF = 1
              CLOSE NFITEM
           END-IF
           IF WNFE-OK-DF = 1
              CLOSE NFE
           END-IF
           IF WCLI-OK-DF = 1
              CLOSE CLIENTES
           END-IF
           IF WPROD-OK-DF = 1
              CLOSE PRODUTOS
           END-IF
           IF WPED-OK-DF = 1
              CLOSE PEDIDOS
           END-IF
           IF WTRP-OK-DF = 1
              CLOSE TRANSP
           END-IF
           IF WEE-OK-DF = 1
              CLOSE ENDENT
           END-IF
           IF WCREC-OK-DF = 1
              CLOSE CONTASREC
           END-IF.

       R-VARRE-NOTAS.
           READ NOTAS NEXT
           IF FS-NF NOT = '00' OR NUMERO-NF > WNF-FIM-DF
              MOVE 1 TO WSAIDA
           ELSE
              IF NF-CANCELADA
                 ADD 1 TO WQTD-CANC-DF
              ELSE
                 PERFORM R-IMPRIME-NF THRU R-IMPRIME-NF-FIM
              END-IF
           END-IF.

      *-------------------------------------
      * UMA NOTA: CANHOTO, CABECALHO, DESTINATARIO, LOCAL DE
      * ENTREGA, DUPLICATAS, IMPOSTO, TRANSPORTADOR, ITENS E DADOS
      * ADICIONAIS.
      *-------------------------------------
       R-IMPRIME-NF.
           ADD 1 TO WQTD-IMP-DF
           PERFORM R-LE-APOIO-NF
           PERFORM R-SOMA-ITENS
           PERFORM R-IMP-CANHOTO
           PERFORM R-IMP-CABECALHO
           PERFORM R-IMP-DESTINATARIO
           IF END-ENTREGA-NF NOT = ZEROES
              PERFORM R-IMP-ENTREGA
           END-IF
           PERFORM R-IMP-DUPLICATAS
           PERFORM R-IMP-IMPOSTO
           PERFORM R-IMP-TRANSPORTE
           PERFORM R-IMP-ITENS
           PERFORM R-IMP-ADICIONAIS.
       R-IMPRIME-NF-FIM.
           EXIT.

       R-LE-APOIO-NF.
           MOVE 0 TO WTEM-NFE-DF
           IF WNFE-OK-DF = 1
              MOVE NUMERO-NF TO NUMERO-NF-NFE
              READ NFE
              IF FS-NFE = '00'
                 MOVE 1 TO WTEM-NFE-DF
              END-IF
           END-IF
           IF WTEM-NFE-DF = 0
              INITIALIZE REGISTRO-NFE
              MOVE CFG-SERIE-DF    TO SERIE-NFE
              MOVE CFG-AMBIENTE-DF TO AMBIENTE-NFE
           END-IF
           MOVE 0 TO WACHOU-DF
           IF WCLI-OK-DF = 1
              MOVE CODIGO-CLI-NF TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI = '00'
                 MOVE 1 TO WACHOU-DF
              END-IF
           END-IF
           IF WACHOU-DF NOT = 1
              INITIALIZE REGISTRO-CLIENTES
              MOVE CODIGO-CLI-NF TO CODIGO
           END-IF
           MOVE 0 TO WACHOU-DF
           IF WPED-OK-DF = 1
              MOVE CODIGO-PED-NF TO CODIGO-PED
              READ PEDIDOS
              IF FS-PED = '00'
                 MOVE 1 TO WACHOU-DF
              END-IF
           END-IF
           IF WACHOU-DF NOT = 1
              INITIALIZE REGISTRO-PEDIDOS
           END-IF.

      *-------------------------------------
      * TOTAIS PELA SOMA DOS ITENS FISCAIS, COMO NO XML DA NF-E;
      * NOTA ANTERIOR AOS ITENS FISCAIS USA OS TOTAIS DO CABECALHO.
      *-------------------------------------
       R-SOMA-ITENS.
           MOVE ZEROES TO WTOT-BC-DF WTOT-ICMS-DF WTOT-PROD-DF
                          WTOT-DESC-DF WTOT-IPI-DF WTOT-NF-DF
                          WTOT-PESO-DF
           MOVE 0 TO WTEM-ITEM-DF
           MOVE ZEROES TO WCFOP-NOTA-DF WQTD-PED-DF
           IF WNFI-OK-DF = 1
              PERFORM R-POSICIONA-ITENS
              PERFORM R-SOMA-ITEM UNTIL WSAIDA-IT-DF = 1
           END-IF
           IF WTEM-ITEM-DF = 1
              COMPUTE WTOT-NF-DF =
                 WTOT-PROD-DF - WTOT-DESC-DF + WTOT-IPI-DF
           ELSE
              MOVE BASE-ICMS-NF  TO WTOT-BC-DF
              MOVE VALOR-ICMS-NF TO WTOT-ICMS-DF
              MOVE VALOR-NF      TO WTOT-PROD-DF
              MOVE VALOR-IPI-NF  TO WTOT-IPI-DF
              COMPUTE WTOT-NF-DF = VALOR-NF + VALOR-IPI-NF
           END-IF.

       R-POSICIONA-ITENS.
           MOVE NUMERO-NF TO NUMERO-NF-NFI
           MOVE ZEROES    TO SEQ-NFI
           START NFITEM KEY IS NOT LESS THAN CHAVE-NFI
           MOVE 0 TO WSAIDA-IT-DF
           IF FS-NFI NOT = '00'
              MOVE 1 TO WSAIDA-IT-DF
           END-IF.

       R-SOMA-ITEM.
           READ NFITEM NEXT
           IF FS-NFI NOT = '00' OR NUMERO-NF-NFI NOT = NUMERO-NF
              MOVE 1 TO WSAIDA-IT-DF
           ELSE
              MOVE 1 TO WTEM-ITEM-DF
              IF WCFOP-NOTA-DF = ZEROES
                 MOVE CFOP-NFI TO WCFOP-NOTA-DF
              END-IF
              PERFORM R-ANOTA-PEDIDO
              ADD BASE-ICMS-NFI   TO WTOT-BC-DF
              ADD VALOR-ICMS-NFI  TO WTOT-ICMS-DF
              ADD VALOR-BRUTO-NFI TO WTOT-PROD-DF
              ADD VALOR-DESC-NFI  TO WTOT-DESC-DF
              ADD VALOR-IPI-NFI   TO WTOT-IPI-DF
              IF WPROD-OK-DF = 1
                 MOVE CODIGO-PROD-NFI TO CODIGO-PROD
                 READ PRODUTOS
                 IF FS-PROD = '00'
                    COMPUTE WTOT-PESO-DF =
                       WTOT-PESO-DF + PESO-PROD * QTDE-NFI
                 END-IF
              END-IF
           END-IF.

      *    (PEDIDO DO ITEM - O DA NOTA QUANDO O ITEM NAO TRAZ)
       R-ANOTA-PEDIDO.
           MOVE CODIGO-PED-NF TO WPED-ITEM-DF
           IF CODIGO-PED-NFI IS NUMERIC AND
              CODIGO-PED-NFI NOT = ZEROES
              MOVE CODIGO-PED-NFI TO WPED-ITEM-DF
           END-IF
           MOVE ZEROES TO WACHOU-PED-DF
           PERFORM R-ACHA-PEDIDO VARYING WK-PED-DF FROM 1 BY 1
                   UNTIL WK-PED-DF > WQTD-PED-DF
           IF WACHOU-PED-DF = ZEROES AND WQTD-PED-DF < WMAX-PED-DF
              ADD 1 TO WQTD-PED-DF
              MOVE WPED-ITEM-DF TO WPED-NF-DF(WQTD-PED-DF)
           END-IF.

       R-ACHA-PEDIDO.
           IF WPED-NF-DF(WK-PED-DF) = WPED-ITEM-DF
              MOVE WK-PED-DF TO WACHOU-PED-DF
           END-IF.

       R-FORMATA-CNPJ.
           MOVE WCNPJ-P1-DF TO WCNPJ-E1-DF
           MOVE WCNPJ-P2-DF TO WCNPJ-E2-DF
           MOVE WCNPJ-P3-DF TO WCNPJ-E3-DF
           MOVE WCNPJ-P4-DF TO WCNPJ-E4-DF
           MOVE WCNPJ-P5-DF TO WCNPJ-E5-DF.

       R-FORMATA-DATA.
           MOVE WDATA-DIA-DF TO WDATA-E-DIA-DF
           MOVE WDATA-MES-DF TO WDATA-E-MES-DF
           MOVE WDATA-ANO-DF TO WDATA-E-ANO-DF.

      * CHAVE DE ACESSO EM 11 GRUPOS DE 4 DIGITOS.
       R-FORMATA-CHAVE.
           COMPUTE WPOS-DF = (WI-DF - 1) * 4 + 1
           MOVE CHAVE-ACESSO-NFE(WPOS-DF:4) TO
                WCHAVE-ED-DF((WI-DF - 1) * 5 + 1:4).

       R-IMP-CANHOTO.
           MOVE WLINHA-DUPLA-DF TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE NUMERO-NF TO WED-NF-DF
           MOVE SERIE-NFE TO WED-SERIE-DF
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'RECEBEMOS DE ' WEMP-NOME-DF
                  ' OS PRODUTOS CONSTANTES DA NOTA FISCAL INDICADA'
                  ' AO LADO' DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'DATA DE RECEBIMENTO: ____/____/______    '
                  'IDENTIFICACAO E ASSINATURA DO RECEBEDOR: '
                  '______________________________    NF-E No '
                  WED-NF-DF '  SERIE ' WED-SERIE-DF
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WLINHA-CORTE-DF TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-IMP-CABECALHO.
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'DANFE - DOCUMENTO AUXILIAR DA NOTA FISCAL '
                  'ELETRONICA      0-ENTRADA  1-SAIDA  [1]      '
                  'No ' WED-NF-DF '  SERIE ' WED-SERIE-DF
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WEMP-CNPJ-DF TO WCNPJ-DF
           PERFORM R-FORMATA-CNPJ
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'EMITENTE: ' WEMP-NOME-DF '  CNPJ: ' WCNPJ-ED-DF
                  '  IE: ' CFG-IE-DF
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'ENDERECO: ' CFG-LOGRADOURO-DF ', '
                  CFG-NUMERO-DF ' - ' CFG-BAIRRO-DF ' - '
                  CFG-MUNICIPIO-DF '/' WUF-EMIT-DF '  CEP: '
                  CFG-CEP-DF DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO WCHAVE-ED-DF
           IF CHAVE-ACESSO-NFE NOT = SPACES
              PERFORM R-FORMATA-CHAVE VARYING WI-DF FROM 1 BY 1
                      UNTIL WI-DF > 11
           ELSE
              MOVE 'CHAVE NAO GERADA (NF-E PENDENTE NO ExeNFe)'
                TO WCHAVE-ED-DF
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'CHAVE DE ACESSO: ' WCHAVE-ED-DF
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           EVALUATE TRUE
              WHEN NFE-AUTORIZADA AND PROTOCOLO-NFE NOT = SPACES
                 MOVE DATA-RET-NFE TO WDATA-DF
                 PERFORM R-FORMATA-DATA
                 STRING 'PROTOCOLO DE AUTORIZACAO DE USO: '
                        PROTOCOLO-NFE ' ' WDATA-ED-DF
                        DELIMITED BY SIZE INTO ARQREL-DATA-01
              WHEN NFE-DENEGADA
                 STRING 'USO DENEGADO - ' MOTIVO-RET-NFE
                        DELIMITED BY SIZE INTO ARQREL-DATA-01
              WHEN OTHER
                 MOVE 'NF-E AINDA NAO AUTORIZADA - SEM VALOR FISCAL'
                   TO ARQREL-DATA-01
           END-EVALUATE
           WRITE ARQREL-REC
           IF AMBIENTE-NFE = '2'
              MOVE SPACES TO ARQREL-DATA-01
              MOVE 'EMITIDA EM HOMOLOGACAO - SEM VALOR FISCAL'
                TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           MOVE DATA-NF TO WDATA-DF
           PERFORM R-FORMATA-DATA
           IF PED-BONIFICACAO
              MOVE 'REMESSA EM BONIFICACAO' TO WNATUREZA-DF
           ELSE
              MOVE 'VENDA DE MERCADORIA' TO WNATUREZA-DF
           END-IF
           IF WCFOP-NOTA-DF NOT = ZEROES
              MOVE 'N'           TO LINK-CFOP-OPERACAO
              MOVE WCFOP-NOTA-DF TO LINK-CFOP-ORIGINAL
              CALL "DefCfop" USING LINK-CFOP
              IF LINK-CFOP-STATUS = '0'
                 MOVE LINK-CFOP-DESCRICAO TO WNATUREZA-DF
              END-IF
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'NATUREZA DA OPERACAO: ' WNATUREZA-DF
                  '  CFOP: ' WCFOP-NOTA-DF
                  '   DATA DE EMISSAO: ' WDATA-ED-DF
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-IMP-DESTINATARIO.
           MOVE WLINHA-SIMPLES-DF TO ARQREL-DATA-01
           MOVE ' DESTINATARIO / REMETENTE ' TO ARQREL-DATA-01(3:26)
           WRITE ARQREL-REC
           MOVE CNPJ TO WCNPJ-DF
           PERFORM R-FORMATA-CNPJ
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'NOME/RAZAO SOCIAL: ' RAZAO '  CNPJ: ' WCNPJ-ED-DF
                  '  CODIGO: ' CODIGO
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'ENDERECO: ' ENDERECO '  MUNICIPIO: ' CIDADE
                  '  UF: ' ESTADO '  IE: ' INSC-ESTADUAL
                  '  FONE: ' TELEFONE
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *-------------------------------------
      * LOCAL DE ENTREGA DIFERENTE DO ENDERECO DO CLIENTE
      * (END-ENTREGA-NF = SEQUENCIA DO ENDENT DO CLIENTE).
      *-------------------------------------
       R-IMP-ENTREGA.
           MOVE WLINHA-SIMPLES-DF TO ARQREL-DATA-01
           MOVE ' LOCAL DE ENTREGA ' TO ARQREL-DATA-01(3:18)
           WRITE ARQREL-REC
           MOVE 0 TO WACHOU-DF
           IF WEE-OK-DF = 1
              MOVE CODIGO-CLI-NF  TO CODIGO-CLI-EE
              MOVE END-ENTREGA-NF TO SEQ-EE
              READ ENDENT
              IF FS-EE = '00'
                 MOVE 1 TO WACHOU-DF
              END-IF
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           IF WACHOU-DF = 1
              STRING 'ENDERECO: ' ENDERECO-EE '  MUNICIPIO: '
                     CIDADE-EE '  UF: ' ESTADO-EE
                     '  COD. MUNICIPIO: ' CODIGO-IBGE-EE
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
           ELSE
              STRING 'ENDERECO DE ENTREGA ' END-ENTREGA-NF
                     ' NAO CADASTRADO PARA O CLIENTE'
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
           END-IF
           WRITE ARQREL-REC.

       R-IMP-DUPLICATAS.
           MOVE WLINHA-SIMPLES-DF TO ARQREL-DATA-01
           MOVE ' FATURA / DUPLICATAS ' TO ARQREL-DATA-01(3:22)
           WRITE ARQREL-REC
           MOVE ZEROES TO WQTD-PARC-DF
           IF WCREC-OK-DF = 1
              MOVE NUMERO-NF TO NUMERO-NF-CREC
              MOVE ZEROES    TO PARCELA-CREC
              START CONTASREC KEY IS NOT LESS THAN CHAVE-CREC
              MOVE 0 TO WSAIDA-IT-DF
              IF FS-CREC NOT = '00'
                 MOVE 1 TO WSAIDA-IT-DF
              END-IF
              PERFORM R-IMP-DUPLICATA UNTIL WSAIDA-IT-DF = 1
           END-IF
           IF WQTD-PARC-DF = ZEROES
              IF PED-BONIFICACAO
                 MOVE 'SEM COBRANCA - REMESSA EM BONIFICACAO'
                   TO ARQREL-DATA-01
              ELSE
                 MOVE 'SEM DUPLICATAS EMITIDAS' TO ARQREL-DATA-01
              END-IF
              WRITE ARQREL-REC
           END-IF.

       R-IMP-DUPLICATA.
           READ CONTASREC NEXT
           IF FS-CREC NOT = '00' OR NUMERO-NF-CREC NOT = NUMERO-NF
              MOVE 1 TO WSAIDA-IT-DF
           ELSE
              ADD 1 TO WQTD-PARC-DF
              MOVE PARCELA-CREC TO RD-PARC-DF
              MOVE DATA-VENC-CREC TO WDATA-DF
              PERFORM R-FORMATA-DATA
              MOVE WDATA-ED-DF TO RD-VENC-DF
              MOVE VALOR-CREC TO RD-VALOR-DF
              MOVE WREL-DUP-DF TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.

       R-IMP-IMPOSTO.
           MOVE WLINHA-SIMPLES-DF TO ARQREL-DATA-01
           MOVE ' CALCULO DO IMPOSTO ' TO ARQREL-DATA-01(3:21)
           WRITE ARQREL-REC
           MOVE WTOT-BC-DF   TO WED-VAL1-DF
           MOVE WTOT-ICMS-DF TO WED-VAL2-DF
           MOVE WTOT-PROD-DF TO WED-VAL3-DF
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'BASE DE CALCULO DO ICMS: ' WED-VAL1-DF
                  '   VALOR DO ICMS: ' WED-VAL2-DF
                  '   VALOR TOTAL DOS PRODUTOS: ' WED-VAL3-DF
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WTOT-DESC-DF TO WED-VAL1-DF
           MOVE WTOT-IPI-DF  TO WED-VAL2-DF
           MOVE WTOT-NF-DF   TO WED-VAL3-DF
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'DESCONTO...............: ' WED-VAL1-DF
                  '   VALOR DO IPI.: ' WED-VAL2-DF
                  '   VALOR TOTAL DA NOTA.....: ' WED-VAL3-DF
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *-------------------------------------
      * TRANSPORTADOR: CIF = POR CONTA DO EMITENTE, FOB = DO
      * DESTINATARIO. O FRETE E O CUSTO CALCULADO NO FATURAMENTO
      * E NAO COMPOE O TOTAL DA NOTA.
      *-------------------------------------
       R-IMP-TRANSPORTE.
           MOVE WLINHA-SIMPLES-DF TO ARQREL-DATA-01
           MOVE ' TRANSPORTADOR / VOLUMES TRANSPORTADOS '
             TO ARQREL-DATA-01(3:39)
           WRITE ARQREL-REC
           MOVE '9-SEM FRETE' TO WMOD-FRETE-DF
           IF PED-FRETE-CIF
              MOVE '0-EMITENTE (CIF)' TO WMOD-FRETE-DF
           END-IF
           IF PED-FRETE-FOB
              MOVE '1-DESTINATARIO (FOB)' TO WMOD-FRETE-DF
           END-IF
           MOVE 0 TO WACHOU-DF
           IF WTRP-OK-DF = 1 AND TRANSP-NF NOT = ZEROES
              MOVE TRANSP-NF TO CODIGO-TRP
              READ TRANSP
              IF FS-TRP = '00'
                 MOVE 1 TO WACHOU-DF
              END-IF
           END-IF
           IF WACHOU-DF NOT = 1
              INITIALIZE REGISTRO-TRANSP
           END-IF
           MOVE CNPJ-TRP TO WCNPJ-DF
           PERFORM R-FORMATA-CNPJ
           IF CNPJ-TRP = ZEROES
              MOVE SPACES TO WCNPJ-ED-DF
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'RAZAO SOCIAL: ' RAZAO-TRP '  CNPJ: ' WCNPJ-ED-DF
                  '  FRETE POR CONTA: ' WMOD-FRETE-DF
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE VALOR-FRETE-NF TO WED-VAL1-DF
           MOVE WTOT-PESO-DF   TO WED-PESO-DF
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'VALOR DO FRETE: ' WED-VAL1-DF
                  '   PESO BRUTO (KG): ' WED-PESO-DF
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-IMP-ITENS.
           MOVE WLINHA-SIMPLES-DF TO ARQREL-DATA-01
           MOVE ' DADOS DOS PRODUTOS ' TO ARQREL-DATA-01(3:21)
           WRITE ARQREL-REC
           IF WTEM-ITEM-DF = 0
              MOVE 'ITENS NAO DISPONIVEIS (NOTA SEM ITENS FISCAIS)'
                TO ARQREL-DATA-01
              WRITE ARQREL-REC
           ELSE
              MOVE WREL-CAB-ITEM-DF TO ARQREL-DATA-01
              WRITE ARQREL-REC
              PERFORM R-POSICIONA-ITENS
              PERFORM R-IMP-ITEM UNTIL WSAIDA-IT-DF = 1
           END-IF.

       R-IMP-ITEM.
           READ NFITEM NEXT
           IF FS-NFI NOT = '00' OR NUMERO-NF-NFI NOT = NUMERO-NF
              MOVE 1 TO WSAIDA-IT-DF
           ELSE
              MOVE SPACES TO RI-DESCR-DF RI-UN-DF
              IF WPROD-OK-DF = 1
                 MOVE CODIGO-PROD-NFI TO CODIGO-PROD
                 READ PRODUTOS
                 IF FS-PROD = '00'
                    MOVE DESCRICAO-PROD TO RI-DESCR-DF
                    MOVE UNIDADE-PROD   TO RI-UN-DF
                 END-IF
              END-IF
              MOVE CODIGO-PROD-NFI TO RI-PROD-DF
              MOVE CFOP-NFI        TO RI-CFOP-DF
              MOVE QTDE-NFI        TO RI-QTDE-DF
              MOVE VALOR-UNIT-NFI  TO RI-UNIT-DF
              MOVE VALOR-BRUTO-NFI TO RI-BRUTO-DF
              MOVE VALOR-DESC-NFI  TO RI-DESC-DF
              MOVE BASE-ICMS-NFI   TO RI-BASE-DF
              MOVE VALOR-ICMS-NFI  TO RI-ICMS-DF
              MOVE VALOR-IPI-NFI   TO RI-IPI-DF
              MOVE ALIQ-ICMS-NFI   TO RI-ALIQ-ICMS-DF
              MOVE ALIQ-IPI-NFI    TO RI-ALIQ-IPI-DF
              MOVE WREL-ITEM-DF TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.

       R-IMP-ADICIONAIS.
           MOVE WLINHA-SIMPLES-DF TO ARQREL-DATA-01
           MOVE ' DADOS ADICIONAIS ' TO ARQREL-DATA-01(3:18)
           WRITE ARQREL-REC
           IF WQTD-PED-DF > 1
      *       (NOTA AGRUPADA: DEZ PEDIDOS POR LINHA)
              MOVE SPACES TO ARQREL-DATA-01
              MOVE 'PEDIDOS:' TO ARQREL-DATA-01
              MOVE 9 TO WPTR-PED-DF
              MOVE ZEROES TO WCOL-PED-DF
              PERFORM R-IMP-PEDIDO VARYING WK-PED-DF FROM 1 BY 1
                      UNTIL WK-PED-DF > WQTD-PED-DF
              IF WCOL-PED-DF > ZEROES
                 WRITE ARQREL-REC
              END-IF
           ELSE
              MOVE CODIGO-PED-NF TO WED-PED-DF
              MOVE SPACES TO ARQREL-DATA-01
              STRING 'PEDIDO: ' WED-PED-DF
                     DELIMITED BY SIZE INTO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           IF CFG-CRT-DF = '1'
              MOVE 'EMITIDO POR ME/EPP OPTANTE PELO SIMPLES NACIONAL'
                TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-IMP-PEDIDO.
           MOVE WPED-NF-DF(WK-PED-DF) TO WED-PED-DF
           STRING ' ' WED-PED-DF DELIMITED BY SIZE
                  INTO ARQREL-DATA-01 WITH POINTER WPTR-PED-DF
           END-STRING
           ADD 1 TO WCOL-PED-DF
           IF WCOL-PED-DF = 10
              WRITE ARQREL-REC
              MOVE SPACES TO ARQREL-DATA-01
              MOVE 9 TO WPTR-PED-DF
              MOVE ZEROES TO WCOL-PED-DF
           END-IF.
