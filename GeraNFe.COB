      *--------------------------
      * NF-E: XML DA NOTA (LEIAUTE 4.00) E EVENTO DE CANCELAMENTO
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GeraNFe.
      * AUTHOR.     URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Rotina nova. Funcao 'E': monta a chave de
      *              acesso de 44 digitos (cUF, AAMM, CNPJ, modelo
      *              55, serie, numero, tipo de emissao, codigo
      *              numerico e digito modulo 11) e grava o XML da
      *              NF-e no leiaute 4.00 em NFE<numero>.XML, com o
      *              cabecalho de NOTAS, os itens fiscais gravados
      *              pelo faturamento (ARQNFITEM.DAT), o endereco,
      *              IBGE e IE do cliente e a transportadora da
      *              nota. Chave e situacao de transmissao ficam em
      *              ARQNFE.DAT (G = XML gerado, aguardando o
      *              transmissor; A/R/D/C vem do retorno no ExeNFe).
      *              Funcao 'C': gera o evento de cancelamento
      *              (110111) em CAN<numero>.XML para a NF-e
      *              autorizada; sem protocolo a NF-e fica como 'N'
      *              (numero a inutilizar) e nada e gerado.
      *              Emitente: CNPJ e razao do EMPRESAS.CFG, UF do
      *              FISCAL.CFG e o restante do NFE.CFG (gravado com
      *              os padroes na primeira execucao); NCM por
      *              produto no NCMPROD.CFG, senao o NCM padrao.
      *              LINK-NFE-STATUS '0' = gerado; '1' = nota
      *              inexistente ou erro de arquivo; '2' = nada a
      *              fazer (NF-e ja autorizada ou inexistente);
      *              '3' = nota cancelada ou sem itens fiscais (na
      *              funcao 'C': NF-e nao autorizada); '4' =
      *              empresa sem CNPJ no EMPRESAS.CFG.
      * 2026-10-15 - natOp pela descricao do CFOP dos itens
      *              (DefCfop).
      * 2026-10-15 - Cada item leva o pedido de origem (xPed) e a
      *              linha do pedido (nItemPed); item sem pedido
      *              proprio fica com o pedido da nota.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Chaves alternativas de situacao e data em PEDIDOS
      *              e data em NOTAS.
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

       SELECT ARQNCMCFG ASSIGN TO DISK WID-ARQ-NCMCFG
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-NCMCFG.

       SELECT ARQXML ASSIGN TO DISK WID-ARQ-XML
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-XML.

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

       FD  ARQEMP.
       01  ARQEMP-REC                PIC X(60).

       FD  ARQNFECFG.
       01  ARQNFECFG-REC             PIC X(160).

       FD  ARQFISCFG.
       01  ARQFISCFG-REC             PIC X(10).

       FD  ARQNCMCFG.
       01  ARQNCMCFG-REC             PIC X(20).

       FD  ARQXML.
       01  ARQXML-REC                PIC X(200000).

       WORKING-STORAGE SECTION.
       01 FS-NF                   PIC XX VALUE '00'.
       01 FS-NFI                  PIC XX VALUE '00'.
       01 FS-NFE                  PIC XX VALUE '00'.
       01 FS-CLI                  PIC XX VALUE '00'.
       01 FS-PROD                 PIC XX VALUE '00'.
       01 FS-PED                  PIC XX VALUE '00'.
       01 FS-TRP                  PIC XX VALUE '00'.
       01 FS-EMP                  PIC XX VALUE '00'.
       01 FS-NFECFG               PIC XX VALUE '00'.
       01 FS-FISCFG               PIC XX VALUE '00'.
       01 FS-NCMCFG               PIC XX VALUE '00'.
       01 FS-XML                  PIC XX VALUE '00'.

       01 WID-ARQ-NOTAS           PIC X(50) VALUE 'ARQNOTAS.DAT'.
       01 WID-ARQ-NFI             PIC X(50) VALUE 'ARQNFITEM.DAT'.
       01 WID-ARQ-NFE             PIC X(50) VALUE 'ARQNFE.DAT'.
       01 WID-ARQ-CLIENTE         PIC X(50) VALUE SPACES.
       01 WID-ARQ-PRODUTO         PIC X(50) VALUE SPACES.
       01 WID-ARQ-PEDIDOS         PIC X(50) VALUE SPACES.
       01 WID-ARQ-TRANSP          PIC X(50) VALUE 'ARQTRANSP.DAT'.
       01 WID-ARQ-EMP             PIC X(50) VALUE 'EMPRESAS.CFG'.
       01 WID-ARQ-NFECFG          PIC X(50) VALUE 'NFE.CFG'.
       01 WID-ARQ-FISCFG          PIC X(50) VALUE 'FISCAL.CFG'.
       01 WID-ARQ-NCMCFG          PIC X(50) VALUE 'NCMPROD.CFG'.
       01 WID-ARQ-XML             PIC X(50) VALUE SPACES.

       77 WCLI-OK-GN              PIC 9 VALUE ZEROES.
       77 WPROD-ABERTO-GN         PIC 9 VALUE ZEROES.
       77 WPED-OK-GN              PIC 9 VALUE ZEROES.
       77 WTRP-OK-GN              PIC 9 VALUE ZEROES.
       77 WTEM-NFE-GN             PIC 9 VALUE ZEROES.
       77 WSAIDA-GN               PIC 9 VALUE ZEROES.
       77 WESTOURO-GN             PIC 9 VALUE ZEROES.

      *-------------EMITENTE (EMPRESAS.CFG / FISCAL.CFG)-------------
       01 WEMP-REG.
          02 WEMP-CODIGO             PIC 9(03).
          02 WEMP-NOME               PIC X(40).
          02 WEMP-CNPJ               PIC 9(14).
       01 WEMP-NOME-GN            PIC X(040) VALUE SPACES.
       01 WEMP-CNPJ-GN            PIC 9(014) VALUE ZEROES.
       01 WUF-EMIT-GN             PIC X(002) VALUE 'SP'.

      *-------------NFE.CFG (UMA LINHA, POSICIONAL)------------------
      * 001 AMBIENTE (1=PRODUCAO 2=HOMOLOGACAO) 002-004 SERIE
      * 005-011 MUNICIPIO IBGE DO EMITENTE      012-025 IE
      * 026 CRT (1=SIMPLES 3=NORMAL)            027-034 NCM PADRAO
      * 035-074 LOGRADOURO  075-084 NUMERO      085-114 BAIRRO
      * 115-144 MUNICIPIO   145-152 CEP         153-158 FUSO
      * 159-160 MEIO DE PAGAMENTO DA NOTA (TABELA tPag, PADRAO 15)
       01 WCFG-NFE-GN.
          02 CFG-AMBIENTE-GN      PIC X(001) VALUE '2'.
          02 CFG-SERIE-GN         PIC 9(003) VALUE 1.
          02 CFG-CMUN-GN          PIC 9(007) VALUE ZEROES.
          02 CFG-IE-GN            PIC X(014) VALUE SPACES.
          02 CFG-CRT-GN           PIC X(001) VALUE '3'.
          02 CFG-NCM-GN           PIC X(008) VALUE '00000000'.
          02 CFG-LOGRADOURO-GN    PIC X(040) VALUE SPACES.
          02 CFG-NUMERO-GN        PIC X(010) VALUE 'S/N'.
          02 CFG-BAIRRO-GN        PIC X(030) VALUE SPACES.
          02 CFG-MUNICIPIO-GN     PIC X(030) VALUE SPACES.
          02 CFG-CEP-GN           PIC X(008) VALUE SPACES.
          02 CFG-FUSO-GN          PIC X(006) VALUE '-03:00'.
          02 CFG-TPAG-GN          PIC X(002) VALUE '15'.
       01 WCFG-PADRAO-GN          PIC X(160) VALUE SPACES.

      *-------------NCM POR PRODUTO (NCMPROD.CFG)--------------------
      * UMA LINHA POR PRODUTO: CODIGO (7) E NCM (8).
       77 WMAX-NCM-GN             PIC 9(004) VALUE 2000.
       77 WQTD-NCM-GN             PIC 9(004) VALUE ZEROES.
       77 WI-NCM-GN               PIC 9(004) VALUE ZEROES.
       01 WTAB-NCM-GN.
          02 WTAB-NCM-ITEM OCCURS 2000 TIMES.
             03 WNCM-PROD-GN      PIC 9(007).
             03 WNCM-COD-GN       PIC X(008).
       01 WNCM-LINHA-GN.
          02 WNCL-PROD-GN         PIC X(007).
          02 WNCL-COD-GN          PIC X(008).
          02 FILLER               PIC X(005).
       01 WNCM-ITEM-GN            PIC X(008) VALUE SPACES.

      *-------------CODIGO IBGE DA UF (cUF)--------------------------
       01 WUF-TXT-GN.
          02 FILLER PIC X(036) VALUE
             'RO11AC12AM13RR14PA15AP16TO17MA21PI22'.
          02 FILLER PIC X(036) VALUE
             'CE23RN24PB25PE26AL27SE28BA29MG31ES32'.
          02 FILLER PIC X(036) VALUE
             'RJ33SP35PR41SC42RS43MS50MT51GO52DF53'.
       01 WUF-TAB-GN REDEFINES WUF-TXT-GN.
          02 WUF-ITEM-GN OCCURS 27 TIMES.
             03 WUF-SIGLA-GN      PIC X(002).
             03 WUF-COD-GN        PIC 9(002).
       77 WI-UF-GN                PIC 9(002) VALUE ZEROES.

      *-------------CHAVE DE ACESSO----------------------------------
       01 WCHAVE-GN.
          02 WCH-CUF-GN           PIC 9(002).
          02 WCH-AAMM-GN          PIC 9(004).
          02 WCH-CNPJ-GN          PIC 9(014).
          02 WCH-MOD-GN           PIC 9(002).
          02 WCH-SERIE-GN         PIC 9(003).
          02 WCH-NNF-GN           PIC 9(009).
          02 WCH-TPEMIS-GN        PIC 9(001).
          02 WCH-CNF-GN           PIC 9(008).
          02 WCH-DV-GN            PIC 9(001).
       01 WCHAVE-DIG-GN REDEFINES WCHAVE-GN.
          02 WCH-DIG-GN           PIC 9(001) OCCURS 44 TIMES.
       77 WI-DV-GN                PIC 9(002) VALUE ZEROES.
       77 WPESO-DV-GN             PIC 9(002) VALUE ZEROES.
       01 WSOMA-DV-GN             PIC 9(005) VALUE ZEROES.
       01 WQUOC-DV-GN             PIC 9(005) VALUE ZEROES.
       01 WRESTO-DV-GN            PIC 9(002) VALUE ZEROES.

      *-------------DATA E HORA--------------------------------------
       01 WDATA-HOJE-GN           PIC 9(008) VALUE ZEROES.
       01 WHORA-GN.
          02 WHR-HH-GN            PIC 9(002).
          02 WHR-MM-GN            PIC 9(002).
          02 WHR-SS-GN            PIC 9(002).
          02 WHR-CC-GN            PIC 9(002).
       01 WHORA-N-GN REDEFINES WHORA-GN PIC 9(008).
       01 WDATA-FMT-GN            PIC 9(008) VALUE ZEROES.
       01 WDATA-FMT-R-GN REDEFINES WDATA-FMT-GN.
          02 WDF-ANO-GN           PIC X(004).
          02 WDF-MES-GN           PIC X(002).
          02 WDF-DIA-GN           PIC X(002).
       01 WDH-XML-GN              PIC X(025) VALUE SPACES.

      *-------------MONTAGEM DO XML----------------------------------
      * O XML SAI NUMA LINHA SO, SEM QUEBRAS ENTRE AS TAGS.
       01 WXML-BUF-GN             PIC X(200000) VALUE SPACES.
       01 WXML-PTR-GN             PIC 9(006) VALUE 1.
       01 WTAG-GN                 PIC X(020) VALUE SPACES.
       01 WTXT-FMT-GN             PIC X(400) VALUE SPACES.
       77 WTAM-FMT-GN             PIC 9(003) VALUE ZEROES.
       01 WTXT-ENT-GN             PIC X(060) VALUE SPACES.
       01 WCAR-GN                 PIC X(001) VALUE SPACES.
       77 WK-GN                   PIC 9(003) VALUE ZEROES.
       77 WPOS-GN                 PIC 9(003) VALUE ZEROES.
       77 WLEAD-GN                PIC 9(003) VALUE ZEROES.
       01 WVAL-FMT-GN             PIC 9(013)v9(002) VALUE ZEROES.
       01 WED-VALOR-GN            PIC Z(12)9.99.
       01 WQTD-FMT-GN             PIC 9(009) VALUE ZEROES.
       01 WED-QTDE-GN             PIC Z(08)9.9999.
       01 WINT-FMT-GN             PIC 9(014) VALUE ZEROES.
       01 WPED-ITEM-GN            PIC 9(009) VALUE ZEROES.
       01 WED-INT-GN              PIC Z(13)9.
       01 WNUM14-GN               PIC 9(014) VALUE ZEROES.
       01 WNUM7-GN                PIC 9(007) VALUE ZEROES.
       01 WNUM4-GN                PIC 9(004) VALUE ZEROES.

      *-------------DESTINATARIO E OPERACAO--------------------------
       01 WUF-DEST-GN             PIC X(002) VALUE SPACES.
       01 WIND-IE-GN              PIC X(001) VALUE SPACES.
       01 WIE-DIG-GN              PIC X(014) VALUE SPACES.
       77 WTAM-IE-GN              PIC 9(003) VALUE ZEROES.
       01 WFONE-DIG-GN            PIC X(015) VALUE SPACES.
       77 WTAM-FONE-GN            PIC 9(003) VALUE ZEROES.
       01 WMOD-FRETE-GN           PIC X(001) VALUE '9'.
       01 WCFOP-NOTA-GN           PIC 9(004) VALUE ZEROES.
       77 WSEQ-ITEM-GN            PIC 9(003) VALUE ZEROES.
       01 WVAL-LIQ-ITEM-GN        PIC 9(009)v9(002) VALUE ZEROES.

      *-------------TOTAIS DA NF-E (SOMA DOS ITENS)------------------
       01 WTOT-BC-GN              PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-ICMS-GN            PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-PROD-GN            PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-DESC-GN            PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-IPI-GN             PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-NF-GN              PIC 9(011)v9(002) VALUE ZEROES.

      *-------------DESCRICAO DO CFOP (DefCfop)----------------------
       01 LINK-CFOP.
          02 LINK-CFOP-OPERACAO           PIC X(001).
          02 LINK-CFOP-EMPRESA            PIC 9(003).
          02 LINK-CFOP-UF-ORIGEM          PIC X(002).
          02 LINK-CFOP-UF-DESTINO         PIC X(002).
          02 LINK-CFOP-ORIGINAL           PIC 9(004).
          02 LINK-CFOP-CODIGO             PIC 9(004).
          02 LINK-CFOP-DESCRICAO          PIC X(030).
          02 LINK-CFOP-STATUS             PIC X(001).

       LINKAGE SECTION.
       01 LINK-NFE.
          02 LINK-NFE-FUNCAO              PIC X(001).
          02 LINK-NFE-NUMERO              PIC 9(009).
          02 LINK-NFE-EMPRESA             PIC 9(003).
          02 LINK-NFE-OPERADOR            PIC X(010).
          02 LINK-NFE-ARQ-CLIENTE         PIC X(050).
          02 LINK-NFE-ARQ-PRODUTO         PIC X(050).
          02 LINK-NFE-ARQ-PEDIDOS         PIC X(050).
          02 LINK-NFE-JUSTIFICATIVA       PIC X(030).
          02 LINK-NFE-CHAVE               PIC X(044).
          02 LINK-NFE-ARQUIVO             PIC X(050).
          02 LINK-NFE-STATUS              PIC X(001).

       PROCEDURE DIVISION USING LINK-NFE.
       INICIO.
           MOVE '1' TO LINK-NFE-STATUS
           MOVE SPACES TO LINK-NFE-CHAVE LINK-NFE-ARQUIVO
           MOVE 'ARQNOTAS.DAT'  TO WID-ARQ-NOTAS
           MOVE 'ARQNFITEM.DAT' TO WID-ARQ-NFI
           MOVE 'ARQNFE.DAT'    TO WID-ARQ-NFE
           MOVE 'ARQTRANSP.DAT' TO WID-ARQ-TRANSP
           MOVE 'NFE.CFG'       TO WID-ARQ-NFECFG
           MOVE 'FISCAL.CFG'    TO WID-ARQ-FISCFG
           MOVE 'NCMPROD.CFG'   TO WID-ARQ-NCMCFG
           CALL "NomeEmpresa" USING LINK-NFE-EMPRESA WID-ARQ-NOTAS
           CALL "NomeEmpresa" USING LINK-NFE-EMPRESA WID-ARQ-NFI
           CALL "NomeEmpresa" USING LINK-NFE-EMPRESA WID-ARQ-NFE
           CALL "NomeEmpresa" USING LINK-NFE-EMPRESA WID-ARQ-TRANSP
           CALL "NomeEmpresa" USING LINK-NFE-EMPRESA WID-ARQ-NFECFG
           CALL "NomeEmpresa" USING LINK-NFE-EMPRESA WID-ARQ-FISCFG
           CALL "NomeEmpresa" USING LINK-NFE-EMPRESA WID-ARQ-NCMCFG
           MOVE LINK-NFE-ARQ-CLIENTE TO WID-ARQ-CLIENTE
           MOVE LINK-NFE-ARQ-PRODUTO TO WID-ARQ-PRODUTO
           MOVE LINK-NFE-ARQ-PEDIDOS TO WID-ARQ-PEDIDOS
           PERFORM R-LE-NFE-CFG
           ACCEPT WDATA-HOJE-GN FROM DATE YYYYMMDD
           ACCEPT WHORA-GN FROM TIME
           IF LINK-NFE-FUNCAO = 'C'
              PERFORM R-CANCELA THRU R-CANCELA-EXIT
           ELSE
              PERFORM R-EMITE THRU R-EMITE-EXIT
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.

      *-------------------------------------
      * NFE.CFG: SEM O ARQUIVO, OS PADROES SAO GRAVADOS; CAMPO
      * INVALIDO VOLTA AO PADRAO.
      *-------------------------------------
       R-LE-NFE-CFG.
           INITIALIZE WCFG-NFE-GN
           MOVE '2'        TO CFG-AMBIENTE-GN
           MOVE 1          TO CFG-SERIE-GN
           MOVE '3'        TO CFG-CRT-GN
           MOVE '00000000' TO CFG-NCM-GN
           MOVE 'S/N'      TO CFG-NUMERO-GN
           MOVE '-03:00'   TO CFG-FUSO-GN
           MOVE '15'       TO CFG-TPAG-GN
           MOVE WCFG-NFE-GN TO WCFG-PADRAO-GN
           OPEN INPUT ARQNFECFG
           IF FS-NFECFG = '00'
              READ ARQNFECFG
                 NOT AT END
                    MOVE ARQNFECFG-REC TO WCFG-NFE-GN
              END-READ
              CLOSE ARQNFECFG
           ELSE
              OPEN OUTPUT ARQNFECFG
              MOVE WCFG-PADRAO-GN TO ARQNFECFG-REC
              WRITE ARQNFECFG-REC
              CLOSE ARQNFECFG
           END-IF
           IF CFG-AMBIENTE-GN NOT = '1' AND NOT = '2'
              MOVE '2' TO CFG-AMBIENTE-GN
           END-IF
           IF CFG-SERIE-GN NOT NUMERIC
              MOVE 1 TO CFG-SERIE-GN
           END-IF
           IF CFG-CMUN-GN NOT NUMERIC
              MOVE ZEROES TO CFG-CMUN-GN
           END-IF
           IF CFG-CRT-GN NOT = '1' AND NOT = '2' AND NOT = '3'
              MOVE '3' TO CFG-CRT-GN
           END-IF
           IF CFG-NCM-GN NOT NUMERIC
              MOVE '00000000' TO CFG-NCM-GN
           END-IF
           IF CFG-NUMERO-GN = SPACES
              MOVE 'S/N' TO CFG-NUMERO-GN
           END-IF
           IF CFG-FUSO-GN = SPACES
              MOVE '-03:00' TO CFG-FUSO-GN
           END-IF
           IF CFG-TPAG-GN NOT NUMERIC
              MOVE '15' TO CFG-TPAG-GN
           END-IF.

      *-------------------------------------
      * FISCAL.CFG: UF DA EMPRESA NAS POSICOES 1-2 (PADRAO SP),
      * A MESMA USADA PELO FATURAMENTO NA TABELA DE ALIQUOTAS.
      *-------------------------------------
       R-LE-UF-EMITENTE.
           MOVE 'SP' TO WUF-EMIT-GN
           OPEN INPUT ARQFISCFG
           IF FS-FISCFG = '00'
              READ ARQFISCFG
                 NOT AT END
                    IF ARQFISCFG-REC(1:2) NOT = SPACES
                       MOVE ARQFISCFG-REC(1:2) TO WUF-EMIT-GN
                    END-IF
              END-READ
              CLOSE ARQFISCFG
           END-IF.

       R-LE-EMPRESA.
           MOVE ZEROES TO WEMP-CNPJ-GN
           MOVE SPACES TO WEMP-NOME-GN
           OPEN INPUT ARQEMP
           IF FS-EMP = '00'
              PERFORM R-LE-EMPRESA-1 UNTIL FS-EMP NOT = '00'
              CLOSE ARQEMP
           END-IF.

       R-LE-EMPRESA-1.
           READ ARQEMP INTO WEMP-REG
              AT END MOVE '10' TO FS-EMP
           END-READ
           IF FS-EMP = '00' AND WEMP-CODIGO = LINK-NFE-EMPRESA
              MOVE WEMP-NOME TO WEMP-NOME-GN
              IF WEMP-CNPJ IS NUMERIC
                 MOVE WEMP-CNPJ TO WEMP-CNPJ-GN
              END-IF
              MOVE '10' TO FS-EMP
           END-IF.

       R-CARREGA-NCM.
           MOVE ZEROES TO WQTD-NCM-GN
           OPEN INPUT ARQNCMCFG
           IF FS-NCMCFG = '00'
              PERFORM R-CARREGA-NCM-1 UNTIL FS-NCMCFG NOT = '00'
              CLOSE ARQNCMCFG
           END-IF.

       R-CARREGA-NCM-1.
           READ ARQNCMCFG INTO WNCM-LINHA-GN
              AT END MOVE '10' TO FS-NCMCFG
           END-READ
           IF FS-NCMCFG = '00' AND WNCL-PROD-GN IS NUMERIC AND
              WNCL-COD-GN IS NUMERIC AND WQTD-NCM-GN < WMAX-NCM-GN
              ADD 1 TO WQTD-NCM-GN
              MOVE WNCL-PROD-GN TO WNCM-PROD-GN(WQTD-NCM-GN)
              MOVE WNCL-COD-GN  TO WNCM-COD-GN(WQTD-NCM-GN)
           END-IF.

       R-ACHA-NCM.
           MOVE CFG-NCM-GN TO WNCM-ITEM-GN
           PERFORM R-ACHA-NCM-1 VARYING WI-NCM-GN FROM 1 BY 1
                   UNTIL WI-NCM-GN > WQTD-NCM-GN.

       R-ACHA-NCM-1.
           IF WNCM-PROD-GN(WI-NCM-GN) = CODIGO-PROD-NFI
              MOVE WNCM-COD-GN(WI-NCM-GN) TO WNCM-ITEM-GN
              MOVE WQTD-NCM-GN TO WI-NCM-GN
           END-IF.

      *-------------------------------------
      * EMISSAO: NOTA, ITENS FISCAIS E CADASTROS DE APOIO; A NF-E
      * JA AUTORIZADA NAO E REGERADA. NA REGERACAO (NF-E REJEITADA
      * OU AINDA NAO TRANSMITIDA) A CHAVE ORIGINAL E MANTIDA.
      *-------------------------------------
       R-EMITE.
           PERFORM R-LE-EMPRESA
           IF WEMP-CNPJ-GN = ZEROES
              MOVE '4' TO LINK-NFE-STATUS
              GO TO R-EMITE-EXIT
           END-IF
           PERFORM R-LE-UF-EMITENTE
           PERFORM R-CARREGA-NCM
           OPEN INPUT NOTAS
           IF FS-NF NOT = '00'
              GO TO R-EMITE-EXIT
           END-IF
           MOVE LINK-NFE-NUMERO TO NUMERO-NF
           READ NOTAS
           IF FS-NF NOT = '00'
              CLOSE NOTAS
              GO TO R-EMITE-EXIT
           END-IF
           CLOSE NOTAS
           IF NF-CANCELADA
              MOVE '3' TO LINK-NFE-STATUS
              GO TO R-EMITE-EXIT
           END-IF
           OPEN I-O NFE
           IF FS-NFE = '35'
              OPEN OUTPUT NFE
              CLOSE NFE
              OPEN I-O NFE
           END-IF
           IF FS-NFE NOT = '00'
              GO TO R-EMITE-EXIT
           END-IF
           MOVE 0 TO WTEM-NFE-GN
           MOVE LINK-NFE-NUMERO TO NUMERO-NF-NFE
           READ NFE
           IF FS-NFE = '00'
              MOVE 1 TO WTEM-NFE-GN
              IF PROTOCOLO-NFE NOT = SPACES OR NFE-NAO-AUTORIZADA
                 MOVE CHAVE-ACESSO-NFE TO LINK-NFE-CHAVE
                 MOVE ARQUIVO-XML-NFE  TO LINK-NFE-ARQUIVO
                 MOVE '2' TO LINK-NFE-STATUS
                 CLOSE NFE
                 GO TO R-EMITE-EXIT
              END-IF
           END-IF
           OPEN INPUT NFITEM
           IF FS-NFI NOT = '00'
              MOVE '3' TO LINK-NFE-STATUS
              CLOSE NFE
              GO TO R-EMITE-EXIT
           END-IF
           PERFORM R-ABRE-APOIO
           PERFORM R-MONTA-CHAVE THRU R-MONTA-CHAVE-EXIT
           MOVE SPACES TO WXML-BUF-GN
           MOVE 1 TO WXML-PTR-GN
           MOVE 0 TO WESTOURO-GN
           PERFORM R-LE-CFOP-NOTA
           PERFORM R-XML-IDE
           PERFORM R-XML-EMIT
           PERFORM R-XML-DEST
           PERFORM R-XML-ITENS
           IF WSEQ-ITEM-GN = ZEROES OR WESTOURO-GN = 1
              IF WSEQ-ITEM-GN = ZEROES
                 MOVE '3' TO LINK-NFE-STATUS
              END-IF
              PERFORM R-FECHA-APOIO
              CLOSE NFITEM NFE
              GO TO R-EMITE-EXIT
           END-IF
           PERFORM R-XML-TOTAL
           PERFORM R-XML-TRANSP
           PERFORM R-XML-PAG
           STRING '<infAdic><infCpl>PEDIDO ' DELIMITED BY SIZE
                  CODIGO-PED-NF                DELIMITED BY SIZE
                  '</infCpl></infAdic></infNFe></NFe>'
                                               DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           PERFORM R-FECHA-APOIO
           CLOSE NFITEM
           MOVE SPACES TO WID-ARQ-XML
           STRING 'NFE' NUMERO-NF '.XML' DELIMITED BY SIZE
              INTO WID-ARQ-XML
           CALL "NomeEmpresa" USING LINK-NFE-EMPRESA WID-ARQ-XML
           PERFORM R-GRAVA-XML
           IF FS-XML NOT = '00'
              CLOSE NFE
              GO TO R-EMITE-EXIT
           END-IF
           IF WTEM-NFE-GN = 0
              INITIALIZE REGISTRO-NFE
              MOVE LINK-NFE-NUMERO TO NUMERO-NF-NFE
           END-IF
           MOVE WCHAVE-GN       TO CHAVE-ACESSO-NFE
           MOVE WCH-SERIE-GN    TO SERIE-NFE
           MOVE CFG-AMBIENTE-GN TO AMBIENTE-NFE
           MOVE 'G'             TO SITUACAO-NFE
           MOVE SPACES          TO PROTOCOLO-NFE MOTIVO-RET-NFE
           MOVE ZEROES          TO DATA-RET-NFE
           MOVE WDATA-HOJE-GN   TO DATA-GER-NFE
           MOVE WHORA-GN(1:6)   TO HORA-GER-NFE
           MOVE WID-ARQ-XML     TO ARQUIVO-XML-NFE
           MOVE LINK-NFE-OPERADOR TO OPERADOR-NFE
           IF WTEM-NFE-GN = 1
              REWRITE REGISTRO-NFE
           ELSE
              WRITE REGISTRO-NFE
           END-IF
           IF FS-NFE = '00'
              MOVE WCHAVE-GN   TO LINK-NFE-CHAVE
              MOVE WID-ARQ-XML TO LINK-NFE-ARQUIVO
              MOVE '0' TO LINK-NFE-STATUS
           END-IF
           CLOSE NFE.
       R-EMITE-EXIT.
           EXIT.

      *-------------------------------------
      * CADASTROS DE APOIO: SEM CLIENTE OU PEDIDO OS GRUPOS SAEM COM
      * O QUE HOUVER (O TRANSMISSOR REJEITA E A NOTA E REGERADA
      * DEPOIS DO CADASTRO CORRIGIDO).
      *-------------------------------------
       R-ABRE-APOIO.
           MOVE 0 TO WCLI-OK-GN WPED-OK-GN WTRP-OK-GN WPROD-ABERTO-GN
           OPEN INPUT CLIENTES
           IF FS-CLI = '00'
              MOVE CODIGO-CLI-NF TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI = '00'
                 MOVE 1 TO WCLI-OK-GN
              END-IF
              CLOSE CLIENTES
           END-IF
           IF WCLI-OK-GN = 0
              INITIALIZE REGISTRO-CLIENTES
           END-IF
           OPEN INPUT PEDIDOS
           IF FS-PED = '00'
              MOVE CODIGO-PED-NF TO CODIGO-PED
              READ PEDIDOS
              IF FS-PED = '00'
                 MOVE 1 TO WPED-OK-GN
              END-IF
              CLOSE PEDIDOS
           END-IF
           IF WPED-OK-GN = 0
              INITIALIZE REGISTRO-PEDIDOS
           END-IF
           IF TRANSP-NF NOT = ZEROES
              OPEN INPUT TRANSP
              IF FS-TRP = '00'
                 MOVE TRANSP-NF TO CODIGO-TRP
                 READ TRANSP
                 IF FS-TRP = '00'
                    MOVE 1 TO WTRP-OK-GN
                 END-IF
                 CLOSE TRANSP
              END-IF
           END-IF
           OPEN INPUT PRODUTOS
           IF FS-PROD = '00'
              MOVE 1 TO WPROD-ABERTO-GN
           END-IF.

       R-FECHA-APOIO.
           IF WPROD-ABERTO-GN = 1
              CLOSE PRODUTOS
              MOVE 0 TO WPROD-ABERTO-GN
           END-IF.

      *-------------------------------------
      * CHAVE DE ACESSO: cUF(2) AAMM(4) CNPJ(14) MODELO(2) SERIE(3)
      * NUMERO(9) TIPO DE EMISSAO(1) CODIGO NUMERICO(8) DV(1). O
      * CODIGO NUMERICO VEM DA HORA E NUNCA E IGUAL AO NUMERO.
      *-------------------------------------
       R-MONTA-CHAVE.
           IF WTEM-NFE-GN = 1 AND CHAVE-ACESSO-NFE IS NUMERIC
              MOVE CHAVE-ACESSO-NFE TO WCHAVE-GN
              GO TO R-MONTA-CHAVE-EXIT
           END-IF
           MOVE ZEROES TO WCH-CUF-GN
           PERFORM R-ACHA-CUF VARYING WI-UF-GN FROM 1 BY 1
                   UNTIL WI-UF-GN > 27
           MOVE DATA-NF(3:4)    TO WCH-AAMM-GN
           MOVE WEMP-CNPJ-GN    TO WCH-CNPJ-GN
           MOVE 55              TO WCH-MOD-GN
           MOVE CFG-SERIE-GN    TO WCH-SERIE-GN
           MOVE NUMERO-NF       TO WCH-NNF-GN
           MOVE 1               TO WCH-TPEMIS-GN
           MOVE WHORA-N-GN      TO WCH-CNF-GN
           IF WCH-CNF-GN = NUMERO-NF
              ADD 1 TO WCH-CNF-GN
           END-IF
           MOVE ZEROES TO WSOMA-DV-GN
           MOVE 2 TO WPESO-DV-GN
           PERFORM R-SOMA-DV VARYING WI-DV-GN FROM 43 BY -1
                   UNTIL WI-DV-GN < 1
           DIVIDE WSOMA-DV-GN BY 11 GIVING WQUOC-DV-GN
                  REMAINDER WRESTO-DV-GN
           IF WRESTO-DV-GN < 2
              MOVE 0 TO WCH-DV-GN
           ELSE
              COMPUTE WCH-DV-GN = 11 - WRESTO-DV-GN
           END-IF.
       R-MONTA-CHAVE-EXIT.
           EXIT.

       R-ACHA-CUF.
           IF WUF-SIGLA-GN(WI-UF-GN) = WUF-EMIT-GN
              MOVE WUF-COD-GN(WI-UF-GN) TO WCH-CUF-GN
              MOVE 27 TO WI-UF-GN
           END-IF.

       R-SOMA-DV.
           COMPUTE WSOMA-DV-GN = WSOMA-DV-GN +
              (WCH-DIG-GN(WI-DV-GN) * WPESO-DV-GN)
           ADD 1 TO WPESO-DV-GN
           IF WPESO-DV-GN > 9
              MOVE 2 TO WPESO-DV-GN
           END-IF.

      *-------------------------------------
      * GRUPO ide: IDENTIFICACAO DA NOTA.
      *-------------------------------------
       R-XML-IDE.
           MOVE DATA-NF TO WDATA-FMT-GN
           PERFORM R-MONTA-DATA-HORA
           MOVE ESTADO TO WUF-DEST-GN
           STRING '<?xml version="1.0" encoding="UTF-8"?>'
                  '<NFe xmlns="http://www.portalfiscal.inf.br/nfe">'
                  '<infNFe versao="4.00" Id="NFe' DELIMITED BY SIZE
                  WCHAVE-GN                        DELIMITED BY SIZE
                  '"><ide>'                        DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE 'cUF' TO WTAG-GN
           MOVE WCH-CUF-GN TO WTXT-FMT-GN
           MOVE 2 TO WTAM-FMT-GN
           PERFORM R-TAG
           MOVE 'cNF' TO WTAG-GN
           MOVE WCH-CNF-GN TO WTXT-FMT-GN
           MOVE 8 TO WTAM-FMT-GN
           PERFORM R-TAG
           MOVE 'natOp' TO WTAG-GN
           IF PED-BONIFICACAO
              MOVE 'REMESSA EM BONIFICACAO' TO WTXT-ENT-GN
           ELSE
              MOVE 'VENDA DE MERCADORIA' TO WTXT-ENT-GN
           END-IF
           IF WCFOP-NOTA-GN NOT = ZEROES
              MOVE 'N'           TO LINK-CFOP-OPERACAO
              MOVE WCFOP-NOTA-GN TO LINK-CFOP-ORIGINAL
              CALL "DefCfop" USING LINK-CFOP
              IF LINK-CFOP-STATUS = '0'
                 MOVE LINK-CFOP-DESCRICAO TO WTXT-ENT-GN
              END-IF
           END-IF
           PERFORM R-TEXTO
           PERFORM R-TAG
           STRING '<mod>55</mod>' DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE 'serie' TO WTAG-GN
           MOVE WCH-SERIE-GN TO WINT-FMT-GN
           PERFORM R-FMT-INTEIRO
           PERFORM R-TAG
           MOVE 'nNF' TO WTAG-GN
           MOVE NUMERO-NF TO WINT-FMT-GN
           PERFORM R-FMT-INTEIRO
           PERFORM R-TAG
           MOVE 'dhEmi' TO WTAG-GN
           MOVE WDH-XML-GN TO WTXT-FMT-GN
           MOVE 25 TO WTAM-FMT-GN
           PERFORM R-TAG
           STRING '<tpNF>1</tpNF><idDest>' DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           IF WUF-DEST-GN = WUF-EMIT-GN OR WUF-DEST-GN = SPACES
              STRING '1' DELIMITED BY SIZE
                 INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
              END-STRING
           ELSE
              STRING '2' DELIMITED BY SIZE
                 INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
              END-STRING
           END-IF
           STRING '</idDest>' DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE 'cMunFG' TO WTAG-GN
           MOVE CFG-CMUN-GN TO WTXT-FMT-GN
           MOVE 7 TO WTAM-FMT-GN
           PERFORM R-TAG
           STRING '<tpImp>1</tpImp><tpEmis>1</tpEmis><cDV>'
                                              DELIMITED BY SIZE
                  WCH-DV-GN                   DELIMITED BY SIZE
                  '</cDV><tpAmb>'             DELIMITED BY SIZE
                  CFG-AMBIENTE-GN             DELIMITED BY SIZE
                  '</tpAmb><finNFe>1</finNFe><indFinal>'
                                              DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           PERFORM R-APURA-IE-DEST
           IF WIND-IE-GN = '1'
              STRING '0' DELIMITED BY SIZE
                 INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
              END-STRING
           ELSE
              STRING '1' DELIMITED BY SIZE
                 INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
              END-STRING
           END-IF
           STRING '</indFinal><indPres>9</indPres><procEmi>0</procEmi>'
                  '<verProc>SISTEMA EXEMPLO</verProc></ide>'
                                              DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING.

      *-------------------------------------
      * DATA DA NOTA COM A HORA DA GERACAO E O FUSO DO NFE.CFG
      * (AAAA-MM-DDTHH:MM:SS-03:00).
      *-------------------------------------
       R-MONTA-DATA-HORA.
           MOVE SPACES TO WDH-XML-GN
           STRING WDF-ANO-GN '-' WDF-MES-GN '-' WDF-DIA-GN 'T'
                  WHR-HH-GN ':' WHR-MM-GN ':' WHR-SS-GN
                  CFG-FUSO-GN DELIMITED BY SIZE
              INTO WDH-XML-GN
           END-STRING.

      *-------------------------------------
      * CONTRIBUINTE: IE NUMERICA (indIEDest 1); 'ISENTO' = 2;
      * SEM IE = NAO CONTRIBUINTE (9), QUE OBRIGA CONSUMIDOR FINAL.
      *-------------------------------------
       R-APURA-IE-DEST.
           MOVE INSC-ESTADUAL TO WTXT-ENT-GN
           PERFORM R-SO-DIGITOS
           MOVE SPACES TO WIE-DIG-GN
           MOVE WTAM-FMT-GN TO WTAM-IE-GN
           IF WTAM-IE-GN > ZEROES AND WTAM-IE-GN < 15
              MOVE WTXT-FMT-GN(1:WTAM-IE-GN) TO WIE-DIG-GN
              MOVE '1' TO WIND-IE-GN
           ELSE
              MOVE ZEROES TO WTAM-IE-GN
              IF INSC-ESTADUAL(1:6) = 'ISENTO'
                 MOVE '2' TO WIND-IE-GN
              ELSE
                 MOVE '9' TO WIND-IE-GN
              END-IF
           END-IF.

      *-------------------------------------
      * GRUPO emit: EMITENTE.
      *-------------------------------------
       R-XML-EMIT.
           STRING '<emit><CNPJ>'   DELIMITED BY SIZE
                  WEMP-CNPJ-GN     DELIMITED BY SIZE
                  '</CNPJ>'        DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE 'xNome' TO WTAG-GN
           MOVE WEMP-NOME-GN TO WTXT-ENT-GN
           PERFORM R-TEXTO
           PERFORM R-TAG
           STRING '<enderEmit>' DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE 'xLgr' TO WTAG-GN
           MOVE CFG-LOGRADOURO-GN TO WTXT-ENT-GN
           PERFORM R-TEXTO
           PERFORM R-TAG
           MOVE 'nro' TO WTAG-GN
           MOVE CFG-NUMERO-GN TO WTXT-ENT-GN
           PERFORM R-TEXTO
           PERFORM R-TAG
           MOVE 'xBairro' TO WTAG-GN
           MOVE CFG-BAIRRO-GN TO WTXT-ENT-GN
           PERFORM R-TEXTO
           PERFORM R-TAG
           MOVE 'cMun' TO WTAG-GN
           MOVE CFG-CMUN-GN TO WTXT-FMT-GN
           MOVE 7 TO WTAM-FMT-GN
           PERFORM R-TAG
           MOVE 'xMun' TO WTAG-GN
           MOVE CFG-MUNICIPIO-GN TO WTXT-ENT-GN
           PERFORM R-TEXTO
           PERFORM R-TAG
           MOVE 'UF' TO WTAG-GN
           MOVE WUF-EMIT-GN TO WTXT-FMT-GN
           MOVE 2 TO WTAM-FMT-GN
           PERFORM R-TAG
           IF CFG-CEP-GN IS NUMERIC
              MOVE 'CEP' TO WTAG-GN
              MOVE CFG-CEP-GN TO WTXT-FMT-GN
              MOVE 8 TO WTAM-FMT-GN
              PERFORM R-TAG
           END-IF
           STRING '<cPais>1058</cPais><xPais>BRASIL</xPais>'
                  '</enderEmit>'  DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE 'IE' TO WTAG-GN
           MOVE CFG-IE-GN TO WTXT-ENT-GN
           PERFORM R-SO-DIGITOS
           IF WTAM-FMT-GN = ZEROES
              MOVE 'ISENTO' TO WTXT-FMT-GN
              MOVE 6 TO WTAM-FMT-GN
           END-IF
           PERFORM R-TAG
           STRING '<CRT>' CFG-CRT-GN '</CRT></emit>'
                  DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING.

      *-------------------------------------
      * GRUPO dest: CLIENTE DA NOTA (SEDE). EM HOMOLOGACAO O NOME
      * E O TEXTO EXIGIDO PELA SEFAZ.
      *-------------------------------------
       R-XML-DEST.
           MOVE CNPJ TO WNUM14-GN
           STRING '<dest><CNPJ>'   DELIMITED BY SIZE
                  WNUM14-GN        DELIMITED BY SIZE
                  '</CNPJ>'        DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE 'xNome' TO WTAG-GN
           IF CFG-AMBIENTE-GN = '2'
              MOVE 'NF-E EMITIDA EM AMBIENTE DE HOMOLOGACAO - SEM VALO
      -            'R FISCAL' TO WTXT-ENT-GN
           ELSE
              MOVE RAZAO TO WTXT-ENT-GN
           END-IF
           PERFORM R-TEXTO
           PERFORM R-TAG
           STRING '<enderDest>' DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE 'xLgr' TO WTAG-GN
           MOVE ENDERECO TO WTXT-ENT-GN
           PERFORM R-TEXTO
           PERFORM R-TAG
           STRING '<nro>S/N</nro><xBairro>NAO INFORMADO</xBairro>'
                  DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE 'cMun' TO WTAG-GN
           MOVE CODIGO-IBGE-CLI TO WTXT-FMT-GN
           MOVE 7 TO WTAM-FMT-GN
           PERFORM R-TAG
           MOVE 'xMun' TO WTAG-GN
           MOVE CIDADE TO WTXT-ENT-GN
           PERFORM R-TEXTO
           PERFORM R-TAG
           MOVE 'UF' TO WTAG-GN
           MOVE ESTADO TO WTXT-FMT-GN
           MOVE 2 TO WTAM-FMT-GN
           PERFORM R-TAG
           STRING '<cPais>1058</cPais><xPais>BRASIL</xPais>'
                  DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE TELEFONE TO WTXT-ENT-GN
           PERFORM R-SO-DIGITOS
           IF WTAM-FMT-GN > 5 AND WTAM-FMT-GN < 15
              MOVE 'fone' TO WTAG-GN
              PERFORM R-TAG
           END-IF
           STRING '</enderDest><indIEDest>' DELIMITED BY SIZE
                  WIND-IE-GN                DELIMITED BY SIZE
                  '</indIEDest>'            DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           IF WIND-IE-GN = '1'
              MOVE 'IE' TO WTAG-GN
              MOVE WIE-DIG-GN TO WTXT-FMT-GN
              MOVE WTAM-IE-GN TO WTAM-FMT-GN
              PERFORM R-TAG
           END-IF
           IF EMAIL NOT = SPACES
              MOVE 'email' TO WTAG-GN
              MOVE EMAIL TO WTXT-ENT-GN
              PERFORM R-TEXTO
              PERFORM R-TAG
           END-IF
           STRING '</dest>' DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING.

      *-------------------------------------
      * NATUREZA DA OPERACAO PELO CFOP DO PRIMEIRO ITEM FISCAL.
      *-------------------------------------
       R-LE-CFOP-NOTA.
           MOVE ZEROES TO WCFOP-NOTA-GN
           MOVE NUMERO-NF TO NUMERO-NF-NFI
           MOVE ZEROES    TO SEQ-NFI
           START NFITEM KEY IS NOT LESS THAN CHAVE-NFI
           IF FS-NFI = '00'
              READ NFITEM NEXT
              IF FS-NFI = '00' AND NUMERO-NF-NFI = NUMERO-NF
                 MOVE CFOP-NFI TO WCFOP-NOTA-GN
              END-IF
           END-IF.

      *-------------------------------------
      * GRUPOS det: UM POR ITEM FISCAL GRAVADO NO FATURAMENTO.
      *-------------------------------------
       R-XML-ITENS.
           MOVE ZEROES TO WSEQ-ITEM-GN WTOT-BC-GN WTOT-ICMS-GN
                          WTOT-PROD-GN WTOT-DESC-GN WTOT-IPI-GN
           MOVE NUMERO-NF TO NUMERO-NF-NFI
           MOVE ZEROES    TO SEQ-NFI
           START NFITEM KEY IS NOT LESS THAN CHAVE-NFI
           MOVE 0 TO WSAIDA-GN
           IF FS-NFI NOT = '00'
              MOVE 1 TO WSAIDA-GN
           END-IF
           PERFORM R-XML-ITENS-1 UNTIL WSAIDA-GN = 1.

       R-XML-ITENS-1.
           READ NFITEM NEXT
           IF FS-NFI NOT = '00' OR NUMERO-NF-NFI NOT = NUMERO-NF
              MOVE 1 TO WSAIDA-GN
           ELSE
              IF WXML-PTR-GN > 195000
                 MOVE 1 TO WESTOURO-GN WSAIDA-GN
              ELSE
                 PERFORM R-XML-DET
              END-IF
           END-IF.

       R-XML-DET.
           ADD 1 TO WSEQ-ITEM-GN
           MOVE SPACES TO DESCRICAO-PROD UNIDADE-PROD
           IF WPROD-ABERTO-GN = 1
              MOVE CODIGO-PROD-NFI TO CODIGO-PROD
              READ PRODUTOS
              IF FS-PROD NOT = '00'
                 MOVE SPACES TO DESCRICAO-PROD UNIDADE-PROD
              END-IF
           END-IF
           IF DESCRICAO-PROD = SPACES
              MOVE 'PRODUTO SEM CADASTRO' TO DESCRICAO-PROD
           END-IF
           IF UNIDADE-PROD = SPACES
              MOVE 'UN' TO UNIDADE-PROD
           END-IF
           PERFORM R-ACHA-NCM
           COMPUTE WVAL-LIQ-ITEM-GN = VALOR-BRUTO-NFI - VALOR-DESC-NFI
           ADD VALOR-BRUTO-NFI TO WTOT-PROD-GN
           ADD VALOR-DESC-NFI  TO WTOT-DESC-GN
           ADD VALOR-IPI-NFI   TO WTOT-IPI-GN
           MOVE WSEQ-ITEM-GN TO WINT-FMT-GN
           PERFORM R-FMT-INTEIRO
           STRING '<det nItem="'               DELIMITED BY SIZE
                  WTXT-FMT-GN(1:WTAM-FMT-GN)   DELIMITED BY SIZE
                  '"><prod>'                   DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE 'cProd' TO WTAG-GN
           MOVE CODIGO-PROD-NFI TO WINT-FMT-GN
           PERFORM R-FMT-INTEIRO
           PERFORM R-TAG
           STRING '<cEAN>SEM GTIN</cEAN>' DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE 'xProd' TO WTAG-GN
           MOVE DESCRICAO-PROD TO WTXT-ENT-GN
           PERFORM R-TEXTO
           PERFORM R-TAG
           STRING '<NCM>'      DELIMITED BY SIZE
                  WNCM-ITEM-GN DELIMITED BY SIZE
                  '</NCM>'     DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE CFOP-NFI TO WNUM4-GN
           STRING '<CFOP>'  DELIMITED BY SIZE
                  WNUM4-GN  DELIMITED BY SIZE
                  '</CFOP>' DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE 'uCom' TO WTAG-GN
           MOVE UNIDADE-PROD TO WTXT-ENT-GN
           PERFORM R-TEXTO
           PERFORM R-TAG
           MOVE 'qCom' TO WTAG-GN
           MOVE QTDE-NFI TO WQTD-FMT-GN
           PERFORM R-FMT-QTDE
           PERFORM R-TAG
           MOVE 'vUnCom' TO WTAG-GN
           MOVE VALOR-UNIT-NFI TO WVAL-FMT-GN
           PERFORM R-FMT-VALOR
           PERFORM R-TAG
           MOVE 'vProd' TO WTAG-GN
           MOVE VALOR-BRUTO-NFI TO WVAL-FMT-GN
           PERFORM R-FMT-VALOR
           PERFORM R-TAG
           STRING '<cEANTrib>SEM GTIN</cEANTrib>' DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE 'uTrib' TO WTAG-GN
           MOVE UNIDADE-PROD TO WTXT-ENT-GN
           PERFORM R-TEXTO
           PERFORM R-TAG
           MOVE 'qTrib' TO WTAG-GN
           MOVE QTDE-NFI TO WQTD-FMT-GN
           PERFORM R-FMT-QTDE
           PERFORM R-TAG
           MOVE 'vUnTrib' TO WTAG-GN
           MOVE VALOR-UNIT-NFI TO WVAL-FMT-GN
           PERFORM R-FMT-VALOR
           PERFORM R-TAG
           IF VALOR-DESC-NFI > ZEROES
              MOVE 'vDesc' TO WTAG-GN
              MOVE VALOR-DESC-NFI TO WVAL-FMT-GN
              PERFORM R-FMT-VALOR
              PERFORM R-TAG
           END-IF
           STRING '<indTot>1</indTot>' DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
      *    (PEDIDO E LINHA DE ORIGEM DO ITEM - NA NOTA AGRUPADA CADA
      *     ITEM TEM O SEU)
           MOVE CODIGO-PED-NF TO WPED-ITEM-GN
           IF CODIGO-PED-NFI IS NUMERIC AND
              CODIGO-PED-NFI NOT = ZEROES
              MOVE CODIGO-PED-NFI TO WPED-ITEM-GN
           END-IF
           MOVE 'xPed' TO WTAG-GN
           MOVE WPED-ITEM-GN TO WINT-FMT-GN
           PERFORM R-FMT-INTEIRO
           PERFORM R-TAG
           MOVE 'nItemPed' TO WTAG-GN
           MOVE NUMERO-ITEM-NFI TO WINT-FMT-GN
           PERFORM R-FMT-INTEIRO
           PERFORM R-TAG
           STRING '</prod><imposto>' DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           PERFORM R-XML-ICMS
           PERFORM R-XML-IPI
           STRING '<PIS><PISNT><CST>07</CST></PISNT></PIS>'
                  '<COFINS><COFINSNT><CST>07</CST></COFINSNT>'
                  '</COFINS></imposto></det>' DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING.

      *-------------------------------------
      * ICMS PELA CLASSIFICACAO FISCAL DO ITEM: T = CST 00, R = CST
      * 20 (BASE A 60%, REDUCAO DE 40%), I = CST 40. EMITENTE DO
      * SIMPLES (CRT 1) SAI COM CSOSN 102.
      *-------------------------------------
       R-XML-ICMS.
           IF CFG-CRT-GN = '1'
              STRING '<ICMS><ICMSSN102><orig>0</orig><CSOSN>102'
                     '</CSOSN></ICMSSN102></ICMS>' DELIMITED BY SIZE
                 INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
              END-STRING
           ELSE
           IF CLASS-FISCAL-NFI = 'I'
              STRING '<ICMS><ICMS40><orig>0</orig><CST>40</CST>'
                     '</ICMS40></ICMS>' DELIMITED BY SIZE
                 INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
              END-STRING
           ELSE
              ADD BASE-ICMS-NFI  TO WTOT-BC-GN
              ADD VALOR-ICMS-NFI TO WTOT-ICMS-GN
              IF CLASS-FISCAL-NFI = 'R'
                 STRING '<ICMS><ICMS20><orig>0</orig><CST>20</CST>'
                        '<modBC>3</modBC><pRedBC>40.00</pRedBC>'
                        DELIMITED BY SIZE
                    INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
                 END-STRING
              ELSE
                 STRING '<ICMS><ICMS00><orig>0</orig><CST>00</CST>'
                        '<modBC>3</modBC>' DELIMITED BY SIZE
                    INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
                 END-STRING
              END-IF
              MOVE 'vBC' TO WTAG-GN
              MOVE BASE-ICMS-NFI TO WVAL-FMT-GN
              PERFORM R-FMT-VALOR
              PERFORM R-TAG
              MOVE 'pICMS' TO WTAG-GN
              MOVE ALIQ-ICMS-NFI TO WVAL-FMT-GN
              PERFORM R-FMT-VALOR
              PERFORM R-TAG
              MOVE 'vICMS' TO WTAG-GN
              MOVE VALOR-ICMS-NFI TO WVAL-FMT-GN
              PERFORM R-FMT-VALOR
              PERFORM R-TAG
              IF CLASS-FISCAL-NFI = 'R'
                 STRING '</ICMS20></ICMS>' DELIMITED BY SIZE
                    INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
                 END-STRING
              ELSE
                 STRING '</ICMS00></ICMS>' DELIMITED BY SIZE
                    INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
                 END-STRING
              END-IF
           END-IF
           END-IF.

      *-------------------------------------
      * IPI: ALIQUOTA DO PRODUTO SOBRE O VALOR LIQUIDO DO ITEM
      * (CST 50); SEM ALIQUOTA, IPI NAO TRIBUTADO (CST 53).
      *-------------------------------------
       R-XML-IPI.
           IF ALIQ-IPI-NFI = ZEROES
              STRING '<IPI><cEnq>999</cEnq><IPINT><CST>53</CST>'
                     '</IPINT></IPI>' DELIMITED BY SIZE
                 INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
              END-STRING
           ELSE
              STRING '<IPI><cEnq>999</cEnq><IPITrib><CST>50</CST>'
                     DELIMITED BY SIZE
                 INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
              END-STRING
              MOVE 'vBC' TO WTAG-GN
              MOVE WVAL-LIQ-ITEM-GN TO WVAL-FMT-GN
              PERFORM R-FMT-VALOR
              PERFORM R-TAG
              MOVE 'pIPI' TO WTAG-GN
              MOVE ALIQ-IPI-NFI TO WVAL-FMT-GN
              PERFORM R-FMT-VALOR
              PERFORM R-TAG
              MOVE 'vIPI' TO WTAG-GN
              MOVE VALOR-IPI-NFI TO WVAL-FMT-GN
              PERFORM R-FMT-VALOR
              PERFORM R-TAG
              STRING '</IPITrib></IPI>' DELIMITED BY SIZE
                 INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
              END-STRING
           END-IF.

      *-------------------------------------
      * GRUPO total: SOMA DOS ITENS (O DESCONTO DO CABECALHO JA FOI
      * RATEADO NOS ITENS PELO FATURAMENTO).
      *-------------------------------------
       R-XML-TOTAL.
           COMPUTE WTOT-NF-GN =
              WTOT-PROD-GN - WTOT-DESC-GN + WTOT-IPI-GN
           STRING '<total><ICMSTot>' DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE 'vBC' TO WTAG-GN
           MOVE WTOT-BC-GN TO WVAL-FMT-GN
           PERFORM R-FMT-VALOR
           PERFORM R-TAG
           MOVE 'vICMS' TO WTAG-GN
           MOVE WTOT-ICMS-GN TO WVAL-FMT-GN
           PERFORM R-FMT-VALOR
           PERFORM R-TAG
           STRING '<vICMSDeson>0.00</vICMSDeson><vFCP>0.00</vFCP>'
                  '<vBCST>0.00</vBCST><vST>0.00</vST>'
                  '<vFCPST>0.00</vFCPST><vFCPSTRet>0.00</vFCPSTRet>'
                  DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE 'vProd' TO WTAG-GN
           MOVE WTOT-PROD-GN TO WVAL-FMT-GN
           PERFORM R-FMT-VALOR
           PERFORM R-TAG
           STRING '<vFrete>0.00</vFrete><vSeg>0.00</vSeg>'
                  DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE 'vDesc' TO WTAG-GN
           MOVE WTOT-DESC-GN TO WVAL-FMT-GN
           PERFORM R-FMT-VALOR
           PERFORM R-TAG
           STRING '<vII>0.00</vII>' DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE 'vIPI' TO WTAG-GN
           MOVE WTOT-IPI-GN TO WVAL-FMT-GN
           PERFORM R-FMT-VALOR
           PERFORM R-TAG
           STRING '<vIPIDevol>0.00</vIPIDevol><vPIS>0.00</vPIS>'
                  '<vCOFINS>0.00</vCOFINS><vOutro>0.00</vOutro>'
                  DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE 'vNF' TO WTAG-GN
           MOVE WTOT-NF-GN TO WVAL-FMT-GN
           PERFORM R-FMT-VALOR
           PERFORM R-TAG
           STRING '</ICMSTot></total>' DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING.

      *-------------------------------------
      * GRUPO transp: CIF = 0 (EMITENTE), FOB = 1 (DESTINATARIO),
      * SEM TIPO = 9 (SEM FRETE); TRANSPORTADORA DA NOTA.
      *-------------------------------------
       R-XML-TRANSP.
           MOVE '9' TO WMOD-FRETE-GN
           IF PED-FRETE-CIF
              MOVE '0' TO WMOD-FRETE-GN
           END-IF
           IF PED-FRETE-FOB
              MOVE '1' TO WMOD-FRETE-GN
           END-IF
           STRING '<transp><modFrete>' DELIMITED BY SIZE
                  WMOD-FRETE-GN        DELIMITED BY SIZE
                  '</modFrete>'        DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           IF WTRP-OK-GN = 1
              MOVE CNPJ-TRP TO WNUM14-GN
              STRING '<transporta><CNPJ>' DELIMITED BY SIZE
                     WNUM14-GN            DELIMITED BY SIZE
                     '</CNPJ>'            DELIMITED BY SIZE
                 INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
              END-STRING
              MOVE 'xNome' TO WTAG-GN
              MOVE RAZAO-TRP TO WTXT-ENT-GN
              PERFORM R-TEXTO
              PERFORM R-TAG
              STRING '</transporta>' DELIMITED BY SIZE
                 INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
              END-STRING
           END-IF
           STRING '</transp>' DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING.

      *-------------------------------------
      * GRUPO pag: MEIO DO NFE.CFG PELO TOTAL; BONIFICACAO OU NOTA
      * ZERADA SAI SEM PAGAMENTO (90).
      *-------------------------------------
       R-XML-PAG.
           IF PED-BONIFICACAO OR WTOT-NF-GN = ZEROES
              STRING '<pag><detPag><tPag>90</tPag><vPag>0.00</vPag>'
                     '</detPag></pag>' DELIMITED BY SIZE
                 INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
              END-STRING
           ELSE
              STRING '<pag><detPag><tPag>' DELIMITED BY SIZE
                     CFG-TPAG-GN           DELIMITED BY SIZE
                     '</tPag>'             DELIMITED BY SIZE
                 INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
              END-STRING
              MOVE 'vPag' TO WTAG-GN
              MOVE WTOT-NF-GN TO WVAL-FMT-GN
              PERFORM R-FMT-VALOR
              PERFORM R-TAG
              STRING '</detPag></pag>' DELIMITED BY SIZE
                 INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
              END-STRING
           END-IF.

      *-------------------------------------
      * CANCELAMENTO: EVENTO 110111 COM O PROTOCOLO DE AUTORIZACAO
      * E A JUSTIFICATIVA (MINIMO DE 15 CARACTERES GARANTIDO PELO
      * PREFIXO). O CNPJ E A UF SAEM DA PROPRIA CHAVE.
      *-------------------------------------
       R-CANCELA.
           OPEN I-O NFE
           IF FS-NFE NOT = '00'
              MOVE '2' TO LINK-NFE-STATUS
              GO TO R-CANCELA-EXIT
           END-IF
           MOVE LINK-NFE-NUMERO TO NUMERO-NF-NFE
           READ NFE
           IF FS-NFE NOT = '00'
              MOVE '2' TO LINK-NFE-STATUS
              CLOSE NFE
              GO TO R-CANCELA-EXIT
           END-IF
           MOVE CHAVE-ACESSO-NFE TO LINK-NFE-CHAVE
           IF PROTOCOLO-NFE = SPACES OR NOT NFE-AUTORIZADA
              IF NOT NFE-AUTORIZADA AND NOT NFE-CANC-PENDENTE AND
                 NOT NFE-CANCELADA
                 MOVE 'N'             TO SITUACAO-NFE
                 MOVE WDATA-HOJE-GN   TO DATA-CANC-NFE
                 REWRITE REGISTRO-NFE
              END-IF
              MOVE '3' TO LINK-NFE-STATUS
              CLOSE NFE
              GO TO R-CANCELA-EXIT
           END-IF
           MOVE WDATA-HOJE-GN TO WDATA-FMT-GN
           PERFORM R-MONTA-DATA-HORA
           MOVE SPACES TO WXML-BUF-GN
           MOVE 1 TO WXML-PTR-GN
           STRING '<?xml version="1.0" encoding="UTF-8"?>'
                  '<envEvento xmlns="http://www.portalfiscal.inf.br/'
                  'nfe" versao="1.00"><idLote>' DELIMITED BY SIZE
                  NUMERO-NF-NFE                 DELIMITED BY SIZE
                  '</idLote><evento versao="1.00">'
                  '<infEvento Id="ID110111'     DELIMITED BY SIZE
                  CHAVE-ACESSO-NFE              DELIMITED BY SIZE
                  '01"><cOrgao>'                DELIMITED BY SIZE
                  CHAVE-ACESSO-NFE(1:2)         DELIMITED BY SIZE
                  '</cOrgao><tpAmb>'            DELIMITED BY SIZE
                  AMBIENTE-NFE                  DELIMITED BY SIZE
                  '</tpAmb><CNPJ>'              DELIMITED BY SIZE
                  CHAVE-ACESSO-NFE(7:14)        DELIMITED BY SIZE
                  '</CNPJ><chNFe>'              DELIMITED BY SIZE
                  CHAVE-ACESSO-NFE              DELIMITED BY SIZE
                  '</chNFe><dhEvento>'          DELIMITED BY SIZE
                  WDH-XML-GN                    DELIMITED BY SIZE
                  '</dhEvento><tpEvento>110111</tpEvento>'
                  '<nSeqEvento>1</nSeqEvento><verEvento>1.00'
                  '</verEvento><detEvento versao="1.00">'
                  '<descEvento>Cancelamento</descEvento><nProt>'
                                                DELIMITED BY SIZE
                  PROTOCOLO-NFE                 DELIMITED BY SPACE
                  '</nProt>'                    DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE SPACES TO WTXT-ENT-GN
           STRING 'CANCELAMENTO: '       DELIMITED BY SIZE
                  LINK-NFE-JUSTIFICATIVA DELIMITED BY SIZE
              INTO WTXT-ENT-GN
           END-STRING
           MOVE 'xJust' TO WTAG-GN
           PERFORM R-TEXTO
           PERFORM R-TAG
           STRING '</detEvento></infEvento></evento></envEvento>'
                  DELIMITED BY SIZE
              INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
           END-STRING
           MOVE SPACES TO WID-ARQ-XML
           STRING 'CAN' NUMERO-NF-NFE '.XML' DELIMITED BY SIZE
              INTO WID-ARQ-XML
           CALL "NomeEmpresa" USING LINK-NFE-EMPRESA WID-ARQ-XML
           PERFORM R-GRAVA-XML
           IF FS-XML NOT = '00'
              CLOSE NFE
              GO TO R-CANCELA-EXIT
           END-IF
           MOVE 'E'               TO SITUACAO-NFE
           MOVE WID-ARQ-XML       TO ARQUIVO-CANC-NFE
           MOVE WDATA-HOJE-GN     TO DATA-CANC-NFE
           MOVE LINK-NFE-OPERADOR TO OPERADOR-NFE
           REWRITE REGISTRO-NFE
           IF FS-NFE = '00'
              MOVE WID-ARQ-XML TO LINK-NFE-ARQUIVO
              MOVE '0' TO LINK-NFE-STATUS
           END-IF
           CLOSE NFE.
       R-CANCELA-EXIT.
           EXIT.

       R-GRAVA-XML.
           OPEN OUTPUT ARQXML
           IF FS-XML = '00'
              MOVE WXML-BUF-GN TO ARQXML-REC
              WRITE ARQXML-REC
              CLOSE ARQXML
           END-IF.

      *-------------------------------------
      * <TAG>VALOR</TAG> COM O VALOR JA FORMATADO EM WTXT-FMT-GN.
      *-------------------------------------
       R-TAG.
           IF WTAM-FMT-GN = ZEROES
              STRING '<' WTAG-GN DELIMITED BY SPACE
                     '></'       DELIMITED BY SIZE
                     WTAG-GN     DELIMITED BY SPACE
                     '>'         DELIMITED BY SIZE
                 INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
              END-STRING
           ELSE
              STRING '<' WTAG-GN DELIMITED BY SPACE
                     '>'         DELIMITED BY SIZE
                     WTXT-FMT-GN(1:WTAM-FMT-GN) DELIMITED BY SIZE
                     '</'        DELIMITED BY SIZE
                     WTAG-GN     DELIMITED BY SPACE
                     '>'         DELIMITED BY SIZE
                 INTO WXML-BUF-GN WITH POINTER WXML-PTR-GN
              END-STRING
           END-IF.

      *-------------------------------------
      * TEXTO LIVRE: SEM BRANCOS NAS PONTAS E COM OS CARACTERES
      * RESERVADOS DO XML TROCADOS PELAS ENTIDADES.
      *-------------------------------------
       R-TEXTO.
           MOVE SPACES TO WTXT-FMT-GN
           MOVE 1 TO WPOS-GN
           MOVE ZEROES TO WTAM-FMT-GN
           PERFORM R-TEXTO-1 VARYING WK-GN FROM 1 BY 1
                   UNTIL WK-GN > 60.

       R-TEXTO-1.
           MOVE WTXT-ENT-GN(WK-GN:1) TO WCAR-GN
           IF WCAR-GN = SPACE AND WPOS-GN = 1
              CONTINUE
           ELSE
              EVALUATE WCAR-GN
                 WHEN '&'
                    STRING '&amp;' DELIMITED BY SIZE
                       INTO WTXT-FMT-GN WITH POINTER WPOS-GN
                    END-STRING
                 WHEN '<'
                    STRING '&lt;' DELIMITED BY SIZE
                       INTO WTXT-FMT-GN WITH POINTER WPOS-GN
                    END-STRING
                 WHEN '>'
                    STRING '&gt;' DELIMITED BY SIZE
                       INTO WTXT-FMT-GN WITH POINTER WPOS-GN
                    END-STRING
                 WHEN '"'
                    STRING '&quot;' DELIMITED BY SIZE
                       INTO WTXT-FMT-GN WITH POINTER WPOS-GN
                    END-STRING
                 WHEN "'"
                    STRING '&#39;' DELIMITED BY SIZE
                       INTO WTXT-FMT-GN WITH POINTER WPOS-GN
                    END-STRING
                 WHEN OTHER
                    STRING WCAR-GN DELIMITED BY SIZE
                       INTO WTXT-FMT-GN WITH POINTER WPOS-GN
                    END-STRING
              END-EVALUATE
              IF WCAR-GN NOT = SPACE
                 COMPUTE WTAM-FMT-GN = WPOS-GN - 1
              END-IF
           END-IF.

      *-------------------------------------
      * SO OS DIGITOS DO CAMPO (IE, TELEFONE).
      *-------------------------------------
       R-SO-DIGITOS.
           MOVE SPACES TO WTXT-FMT-GN
           MOVE ZEROES TO WTAM-FMT-GN
           PERFORM R-SO-DIGITOS-1 VARYING WK-GN FROM 1 BY 1
                   UNTIL WK-GN > 60.

       R-SO-DIGITOS-1.
           IF WTXT-ENT-GN(WK-GN:1) IS NUMERIC
              ADD 1 TO WTAM-FMT-GN
              MOVE WTXT-ENT-GN(WK-GN:1)
                TO WTXT-FMT-GN(WTAM-FMT-GN:1)
           END-IF.

      *-------------------------------------
      * NUMEROS NO FORMATO DO XML: PONTO DECIMAL, SEM ZEROS A
      * ESQUERDA E SEM BRANCOS.
      *-------------------------------------
       R-FMT-VALOR.
           MOVE WVAL-FMT-GN TO WED-VALOR-GN
           MOVE ZEROES TO WLEAD-GN
           INSPECT WED-VALOR-GN TALLYING WLEAD-GN FOR LEADING SPACES
           COMPUTE WTAM-FMT-GN = 16 - WLEAD-GN
           MOVE SPACES TO WTXT-FMT-GN
           MOVE WED-VALOR-GN(WLEAD-GN + 1:WTAM-FMT-GN)
             TO WTXT-FMT-GN.

       R-FMT-QTDE.
           MOVE WQTD-FMT-GN TO WED-QTDE-GN
           MOVE ZEROES TO WLEAD-GN
           INSPECT WED-QTDE-GN TALLYING WLEAD-GN FOR LEADING SPACES
           COMPUTE WTAM-FMT-GN = 14 - WLEAD-GN
           MOVE SPACES TO WTXT-FMT-GN
           MOVE WED-QTDE-GN(WLEAD-GN + 1:WTAM-FMT-GN)
             TO WTXT-FMT-GN.

       R-FMT-INTEIRO.
           MOVE WINT-FMT-GN TO WED-INT-GN
           MOVE ZEROES TO WLEAD-GN
           INSPECT WED-INT-GN TALLYING WLEAD-GN FOR LEADING SPACES
           COMPUTE WTAM-FMT-GN = 14 - WLEAD-GN
           MOVE SPACES TO WTXT-FMT-GN
           MOVE WED-INT-GN(WLEAD-GN + 1:WTAM-FMT-GN)
             TO WTXT-FMT-GN.
