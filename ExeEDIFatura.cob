      *--------------------------
      * ENVIO DE FATURA (INVOIC) E AVISO DE DESPACHO (DESADV) EDI
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ExeEDIFatura.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Varre os pedidos EDI aguardando
      *              faturamento (ARQEDIPED.DAT situacao 'A', gravados
      *              pelo ExeEDIPedidos) e, para cada nota nao
      *              cancelada do pedido ainda nao enviada (o pedido
      *              com backorder pode ter varias), gera para a
      *              rede o INVOIC-<GLN>-<seq>.TXT (cabecalho da
      *              nota e as linhas do NFITEM com o EAN do
      *              produto) e o DESADV-<GLN>-<seq>.TXT (linhas do
      *              PEDITEM com quantidade pedida, despachada na
      *              nota e pendente, previsao de entrega e
      *              transportadora). As sequencias sao por parceiro
      *              (ARQEDIPAR.DAT) e so avancam com os dois
      *              arquivos gravados. Pedido faturado por inteiro
      *              passa a 'E' (enviado), pedido cancelado a 'C'.
      *              Resultado no EDI.LOG. Pode ser encadeado apos o
      *              faturamento no ExeFimDia (modo 'L').
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

       FD CLIENTES.
       01 REGISTRO-CLIENTES.
          02 CHAVE-CLI.
             03 CODIGO             PIC  9(007).
             03 CNPJ               PIC  9(014).
          02 RAZAO                 PIC  X(040).
          02 LATITUDE              PIC S9(003)v9(008).
          02 LONGITUDE             PIC S9(003)v9(008).
          02 FILLER                PIC  X(172).

       FD  ARQEDISAI.
       01  ARQEDISAI-REC             PIC X(150).

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
       01 FS-NF.
           02 FS-NF-1                 PIC 9.
           02 FS-NF-2                 PIC 9.
           02 FS-NF-R REDEFINES FS-NF-2 PIC 99 COMP-X.
       01 FS-NFI.
           02 FS-NFI-1                PIC 9.
           02 FS-NFI-2                PIC 9.
           02 FS-NFI-R REDEFINES FS-NFI-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLIENTES-1                PIC 9.
           02 FS-CLIENTES-2                PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01 FS-EDISAI                   PIC XX VALUE '00'.
       01 FS-EDILOG                   PIC XX VALUE '00'.

       01 WID-ARQ-EDIPED              PIC X(50) VALUE 'ARQEDIPED.DAT'.
       01 WID-ARQ-EDIPAR              PIC X(50) VALUE 'ARQEDIPAR.DAT'.
       01 WID-ARQ-EAN                 PIC X(50) VALUE 'ARQEAN.DAT'.
       01 WID-ARQ-PEDIDOS.
           02 WID-ARQ-PEDIDOS-1            PIC X(50).
       01 WID-ARQ-PEDITEM             PIC X(50) VALUE 'ARQPEDITEM.DAT'.
       01 WID-ARQ-NOTAS               PIC X(50) VALUE 'ARQNOTAS.DAT'.
       01 WID-ARQ-NFI                 PIC X(50) VALUE 'ARQNFITEM.DAT'.
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-EDISAI              PIC X(50) VALUE SPACES.
       01 WID-ARQ-EDILOG              PIC X(50) VALUE 'EDI.LOG'.

       77 WX                   PIC X VALUE SPACES.
       01 WCONFIRMA-EF         PIC X VALUE SPACES.
       01 WDATA-HOJE-EF        PIC 9(008) VALUE ZEROES.
       77 WSAIDA-EF            PIC 9 VALUE ZEROES.
       77 WERRO-EF             PIC 9 VALUE ZEROES.
       77 WI-EF                PIC 9(004) VALUE ZEROES.
       77 WJ-EF                PIC 9(004) VALUE ZEROES.
       77 WK-EF                PIC 9(004) VALUE ZEROES.
       77 WQTD-NF-ENV-EF       PIC 9(005) VALUE ZEROES.
       77 WQTD-CONCL-EF        PIC 9(005) VALUE ZEROES.
       77 WQTD-CANC-EF         PIC 9(005) VALUE ZEROES.
       77 WQTD-ERROS-EF        PIC 9(005) VALUE ZEROES.
       77 WQTD-LIN-SAI-EF      PIC 9(005) VALUE ZEROES.
       77 WQTD-DESP-TOT-EF     PIC 9(009) VALUE ZEROES.
       77 WSEQ-INV-EF          PIC 9(009) VALUE ZEROES.
       77 WSEQ-DES-EF          PIC 9(009) VALUE ZEROES.
       77 WQTDE-DESP-EF        PIC 9(007) VALUE ZEROES.
       77 WQTDE-PEND-EF        PIC 9(007) VALUE ZEROES.
       77 WPROD-ALVO-EF        PIC 9(007) VALUE ZEROES.
       01 WEAN-EF              PIC X(014) VALUE SPACES.
       01 WSTATUS-PED-EF       PIC X(001) VALUE SPACES.
       01 WCNPJ-EF             PIC 9(014) VALUE ZEROES.
       01 WGLN-FORN-EF         PIC 9(013) VALUE ZEROES.
       01 WPREV-ENT-EF         PIC 9(008) VALUE ZEROES.

      *    CHAVES DOS PEDIDOS AGUARDANDO, ANOTADAS ANTES DE TRATAR
      *    (A SITUACAO, CHAVE ALTERNATIVA DA VARREDURA, MUDA NO
      *     PROCESSAMENTO). O EXCEDENTE FICA PARA A PROXIMA RODADA.
       77 WMAX-PEN-EF          PIC 9(004) VALUE 2000.
       77 WQTD-PEN-EF          PIC 9(004) VALUE ZEROES.
       01 WCHEIA-PEN-EF        PIC X VALUE 'N'.
       01 WTAB-PEN-EF.
          02 WPEN-CHAVE-EF OCCURS 2000 TIMES PIC X(033).

      *    NOTAS DO PEDIDO AINDA NAO ENVIADAS
       77 WMAX-NF-EF           PIC 9(004) VALUE 20.
       77 WQTD-NF-EF           PIC 9(004) VALUE ZEROES.
       01 WTAB-NF-EF.
          02 WNF-EF OCCURS 20 TIMES PIC 9(009).

      *    QUANTIDADE DESPACHADA NA NOTA POR LINHA DO PEDIDO
       77 WMAX-DSP-EF          PIC 9(004) VALUE 999.
       77 WQTD-DSP-EF          PIC 9(004) VALUE ZEROES.
       01 WTAB-DSP-EF.
          02 WDSP-EF OCCURS 999 TIMES.
             03 WDSP-ITEM-EF      PIC 9(003).
             03 WDSP-QTDE-EF      PIC 9(007).

      *-------------------------------------
      * INVOIC (POSICIONAL, 150):
      * '01' NF(9) EMISSAO(8) PEDIDO-COMPRADOR(20) GLN-FORNECEDOR(13)
      *      GLN-COMPRADOR(13) GLN-LOJA(13) CNPJ-LOJA(14)
      *      VALOR-NF(9V2) VALOR-ICMS(9V2) VALOR-IPI(9V2)
      *      VALOR-FRETE(7V2)
      * '04' SEQ(4) EAN(14) PRODUTO(7) QTDE(7) UNIT(7V2) BRUTO(9V2)
      *      DESCONTO(9V2) CFOP(4) ALIQ-ICMS(3V2) ICMS(9V2)
      *      ALIQ-IPI(3V2) IPI(9V2)
      * '09' QTDE-LINHAS-04(5) VALOR-NF(9V2)
      *-------------------------------------
       01 WSAI-LINHA-EF           PIC X(150) VALUE SPACES.
       01 WINV-CAB-EF REDEFINES WSAI-LINHA-EF.
          02 WIC-TIPO             PIC X(002).
          02 WIC-NF               PIC 9(009).
          02 WIC-DATA             PIC 9(008).
          02 WIC-PEDIDO-COMP      PIC X(020).
          02 WIC-GLN-FORN         PIC 9(013).
          02 WIC-GLN-COMPRADOR    PIC 9(013).
          02 WIC-GLN-LOJA         PIC 9(013).
          02 WIC-CNPJ             PIC 9(014).
          02 WIC-VALOR            PIC 9(009)v9(002).
          02 WIC-ICMS             PIC 9(009)v9(002).
          02 WIC-IPI              PIC 9(009)v9(002).
          02 WIC-FRETE            PIC 9(007)v9(002).
          02 FILLER               PIC X(016).
       01 WINV-ITE-EF REDEFINES WSAI-LINHA-EF.
          02 WII-TIPO             PIC X(002).
          02 WII-SEQ              PIC 9(004).
          02 WII-EAN              PIC X(014).
          02 WII-PRODUTO          PIC 9(007).
          02 WII-QTDE             PIC 9(007).
          02 WII-UNIT             PIC 9(007)v9(002).
          02 WII-BRUTO            PIC 9(009)v9(002).
          02 WII-DESC             PIC 9(009)v9(002).
          02 WII-CFOP             PIC 9(004).
          02 WII-ALIQ-ICMS        PIC 9(003)v9(002).
          02 WII-ICMS             PIC 9(009)v9(002).
          02 WII-ALIQ-IPI         PIC 9(003)v9(002).
          02 WII-IPI              PIC 9(009)v9(002).
          02 FILLER               PIC X(049).
       01 WINV-TRL-EF REDEFINES WSAI-LINHA-EF.
          02 WIT-TIPO             PIC X(002).
          02 WIT-QTDE-LINHAS      PIC 9(005).
          02 WIT-VALOR            PIC 9(009)v9(002).
          02 FILLER               PIC X(132).

      *-------------------------------------
      * DESADV (POSICIONAL, 150):
      * '01' NUMERO-DESADV(9) NF(9) DATA-DESPACHO(8)
      *      PREVISAO-ENTREGA(8) PEDIDO-COMPRADOR(20)
      *      GLN-FORNECEDOR(13) GLN-COMPRADOR(13) GLN-LOJA(13)
      *      TRANSPORTADORA(3)
      * '04' LINHA(4) EAN(14) PRODUTO(7) PEDIDA(7) DESPACHADA(7)
      *      PENDENTE(7)
      * '09' QTDE-LINHAS-04(5) TOTAL-DESPACHADO(9)
      *-------------------------------------
       01 WDES-CAB-EF REDEFINES WSAI-LINHA-EF.
          02 WDC-TIPO             PIC X(002).
          02 WDC-NUMERO           PIC 9(009).
          02 WDC-NF               PIC 9(009).
          02 WDC-DATA             PIC 9(008).
          02 WDC-PREV-ENT         PIC 9(008).
          02 WDC-PEDIDO-COMP      PIC X(020).
          02 WDC-GLN-FORN         PIC 9(013).
          02 WDC-GLN-COMPRADOR    PIC 9(013).
          02 WDC-GLN-LOJA         PIC 9(013).
          02 WDC-TRANSP           PIC 9(003).
          02 FILLER               PIC X(052).
       01 WDES-ITE-EF REDEFINES WSAI-LINHA-EF.
          02 WDI-TIPO             PIC X(002).
          02 WDI-LINHA            PIC 9(004).
          02 WDI-EAN              PIC X(014).
          02 WDI-PRODUTO          PIC 9(007).
          02 WDI-PEDIDA           PIC 9(007).
          02 WDI-DESPACHADA       PIC 9(007).
          02 WDI-PENDENTE         PIC 9(007).
          02 FILLER               PIC X(102).
       01 WDES-TRL-EF REDEFINES WSAI-LINHA-EF.
          02 WDT-TIPO             PIC X(002).
          02 WDT-QTDE-LINHAS      PIC 9(005).
          02 WDT-TOTAL            PIC 9(009).
          02 FILLER               PIC X(134).

       01 WLOG-LINHA-EF.
          02 LG-DATA-EF           PIC 9(008).
          02 FILLER               PIC X(10) VALUE ' PARCEIRO '.
          02 LG-GLN-EF            PIC 9(013).
          02 FILLER               PIC X(08) VALUE ' PEDCOMP'.
          02 FILLER               PIC X(01) VALUE SPACE.
          02 LG-PEDIDO-COMP-EF    PIC X(020).
          02 FILLER               PIC X(08) VALUE ' PEDIDO '.
          02 LG-PEDIDO-EF         PIC 9(009).
          02 FILLER               PIC X(04) VALUE ' NF '.
          02 LG-NF-EF             PIC 9(009).
          02 FILLER               PIC X(01) VALUE SPACE.
          02 LG-TEXTO-EF          PIC X(040).
       01 WLOG-LIVRE-EF        PIC X(130) VALUE SPACES.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-EDIFAT.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - FATURAS EDI".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 24 VALUE "ENVIO DE INVOIC E DESADV EDI".
          02 LINE 8 COL 10 VALUE "GERAR OS ARQUIVOS PENDENTES ? (S/N):".
          02 LINE 8 COL 48 PIC X USING WCONFIRMA-EF.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
      *    (OS ARQUIVOS VAO PARA AS REDES REAIS: NADA DISSO RODA NA
      *     EMPRESA DE TREINAMENTO)
           IF LID-EMP-TREINO
              MOVE 'INDISPONIVEL NA EMPRESA DE TREINAMENTO' TO WTXT
              PERFORM R-MSG-EF
              GO TO INICIO-EXIT
           END-IF
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EDIPED
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EDIPAR
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EAN
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PEDITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NOTAS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NFI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EDILOG
           MOVE LID-ARQ-PEDIDOS-1 TO WID-ARQ-PEDIDOS-1
           MOVE LID-ARQ-CLIENTE-1 TO WID-ARQ-CLIENTE-1
           MOVE SPACES TO WCONFIRMA-EF
      *    (ETAPA DE CADEIA/AGENDADOR: RODA DIRETO, SEM TELA - O
      *     RESULTADO FICA NO EDI.LOG)
           IF LID-MODO-1 = 'L'
              MOVE 'S' TO WCONFIRMA-EF
           ELSE
              DISPLAY TELA-EDIFAT
              ACCEPT TELA-EDIFAT
           END-IF
           IF WCONFIRMA-EF = 'S' OR 's'
              PERFORM R-GERA-EDI THRU R-GERA-EDI-FIM
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.

       R-MSG-EF.
           IF LID-MODO-1 NOT = 'L'
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.

       R-GERA-EDI.
           OPEN I-O EDIPED
           IF FS-EP NOT = '00'
              MOVE 'SEM PEDIDOS EDI RECEBIDOS ST ' TO WTXT
              MOVE FS-EP TO WST
              PERFORM R-MSG-EF
              GO TO R-GERA-EDI-FIM
           END-IF
           OPEN I-O EDIPAR
           IF FS-PAR NOT = '00'
              MOVE 'SEM PARCEIROS EDI CADASTRADOS ST ' TO WTXT
              MOVE FS-PAR TO WST
              PERFORM R-MSG-EF
              CLOSE EDIPED
              GO TO R-GERA-EDI-FIM
           END-IF
           OPEN INPUT PEDIDOS
           OPEN INPUT PEDITEM
           OPEN INPUT NOTAS
           OPEN INPUT NFITEM
           OPEN INPUT CODBARRAS
           OPEN INPUT CLIENTES
           ACCEPT WDATA-HOJE-EF FROM DATE YYYYMMDD
           MOVE ZEROES TO WQTD-NF-ENV-EF WQTD-CONCL-EF WQTD-CANC-EF
                          WQTD-ERROS-EF WQTD-PEN-EF
           MOVE 'N' TO WCHEIA-PEN-EF
           MOVE 'A' TO SITUACAO-EP
           START EDIPED KEY IS NOT LESS THAN SITUACAO-EP
           MOVE 0 TO WSAIDA-EF
           IF FS-EP NOT = '00'
              MOVE 1 TO WSAIDA-EF
           END-IF
           PERFORM R-ANOTA-PENDENTE-EF UNTIL WSAIDA-EF = 1
           PERFORM R-TRATA-PENDENTE-EF THRU R-TRATA-PENDENTE-EF-FIM
              VARYING WI-EF FROM 1 BY 1 UNTIL WI-EF > WQTD-PEN-EF
           MOVE SPACES TO WLOG-LIVRE-EF
           STRING WDATA-HOJE-EF ' RESUMO ENVIO: NOTAS ' WQTD-NF-ENV-EF
                  ' CONCLUIDOS ' WQTD-CONCL-EF
                  ' CANCELADOS ' WQTD-CANC-EF
                  ' ERROS ' WQTD-ERROS-EF
              DELIMITED BY SIZE INTO WLOG-LIVRE-EF
           PERFORM R-GRAVA-EDILOG-LIVRE
           IF WCHEIA-PEN-EF = 'S'
              MOVE SPACES TO WLOG-LIVRE-EF
              STRING WDATA-HOJE-EF
                     ' MAIS PEDIDOS AGUARDANDO QUE O LIMITE DA RODADA'
                     ' - RESTANTE NA PROXIMA'
                 DELIMITED BY SIZE INTO WLOG-LIVRE-EF
              PERFORM R-GRAVA-EDILOG-LIVRE
           END-IF
           CLOSE EDIPED EDIPAR PEDIDOS PEDITEM NOTAS NFITEM
                 CODBARRAS CLIENTES
           MOVE SPACES TO WTXT
           STRING 'NOTAS ENVIADAS ' WQTD-NF-ENV-EF
                  ' ERROS ' WQTD-ERROS-EF
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MSG-EF.
       R-GERA-EDI-FIM.
           EXIT.

       R-ANOTA-PENDENTE-EF.
           READ EDIPED NEXT
           IF FS-EP NOT = '00' OR NOT EP-AGUARDANDO
              MOVE 1 TO WSAIDA-EF
           ELSE
              IF WQTD-PEN-EF < WMAX-PEN-EF
                 ADD 1 TO WQTD-PEN-EF
                 MOVE CHAVE-EP TO WPEN-CHAVE-EF(WQTD-PEN-EF)
              ELSE
                 MOVE 'S' TO WCHEIA-PEN-EF
                 MOVE 1 TO WSAIDA-EF
              END-IF
           END-IF.

      *-------------------------------------
      * UM PEDIDO AGUARDANDO: ENVIA CADA NOTA NOVA (NUMERO ACIMA DA
      * ULTIMA ENVIADA, NAO CANCELADA) E CONCLUI O CONTROLE QUANDO
      * O PEDIDO ESTA FATURADO POR INTEIRO OU FOI CANCELADO.
      *-------------------------------------
       R-TRATA-PENDENTE-EF.
           MOVE WPEN-CHAVE-EF(WI-EF) TO CHAVE-EP
           READ EDIPED
           IF FS-EP NOT = '00'
              GO TO R-TRATA-PENDENTE-EF-FIM
           END-IF
           MOVE CODIGO-PED-EP TO CODIGO-PED
           READ PEDIDOS
           IF FS-PED NOT = '00'
              MOVE ZEROES TO LG-NF-EF
              MOVE 'PEDIDO NAO ENCONTRADO' TO LG-TEXTO-EF
              PERFORM R-GRAVA-EDILOG
              ADD 1 TO WQTD-ERROS-EF
              GO TO R-TRATA-PENDENTE-EF-FIM
           END-IF
           MOVE STATUS-PED        TO WSTATUS-PED-EF
           MOVE DATA-PREV-ENT-PED TO WPREV-ENT-EF
           IF WPREV-ENT-EF = ZEROES
              MOVE DATA-ENTREGA-EP TO WPREV-ENT-EF
           END-IF
           MOVE GLN-PAR-EP TO GLN-PAR
           READ EDIPAR
           IF FS-PAR NOT = '00'
              MOVE ZEROES TO LG-NF-EF
              MOVE 'PARCEIRO EDI NAO CADASTRADO' TO LG-TEXTO-EF
              PERFORM R-GRAVA-EDILOG
              ADD 1 TO WQTD-ERROS-EF
              GO TO R-TRATA-PENDENTE-EF-FIM
           END-IF
           MOVE GLN-FORN-PAR TO WGLN-FORN-EF
           MOVE ZEROES TO WCNPJ-EF
           MOVE CODIGO-CLI-EP TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE CNPJ TO WCNPJ-EF
           END-IF
           MOVE ZEROES TO WQTD-NF-EF
           MOVE CODIGO-PED-EP TO CODIGO-PED-NF
           START NOTAS KEY IS NOT LESS THAN CODIGO-PED-NF
           MOVE 0 TO WSAIDA-EF
           IF FS-NF NOT = '00'
              MOVE 1 TO WSAIDA-EF
           END-IF
           PERFORM R-ANOTA-NF-EF UNTIL WSAIDA-EF = 1
           MOVE 0 TO WERRO-EF
           PERFORM R-ENVIA-NF-EF THRU R-ENVIA-NF-EF-FIM
              VARYING WJ-EF FROM 1 BY 1
              UNTIL WJ-EF > WQTD-NF-EF OR WERRO-EF = 1
           IF WERRO-EF = 1
              GO TO R-TRATA-PENDENTE-EF-FIM
           END-IF
           EVALUATE WSTATUS-PED-EF
              WHEN 'C'
                 MOVE 'C' TO SITUACAO-EP
                 ADD 1 TO WQTD-CANC-EF
                 MOVE ZEROES TO LG-NF-EF
                 MOVE 'PEDIDO CANCELADO - CONTROLE ENCERRADO'
                   TO LG-TEXTO-EF
                 PERFORM R-GRAVA-EDILOG
              WHEN 'F'
                 MOVE 'E' TO SITUACAO-EP
                 ADD 1 TO WQTD-CONCL-EF
                 MOVE ULT-NF-EP TO LG-NF-EF
                 MOVE 'PEDIDO FATURADO E ENVIADO POR INTEIRO'
                   TO LG-TEXTO-EF
                 PERFORM R-GRAVA-EDILOG
           END-EVALUATE
           REWRITE REGISTRO-EDIPED.
       R-TRATA-PENDENTE-EF-FIM.
           EXIT.

       R-ANOTA-NF-EF.
           READ NOTAS NEXT
           IF FS-NF NOT = '00' OR CODIGO-PED-NF NOT = CODIGO-PED-EP
              MOVE 1 TO WSAIDA-EF
           ELSE
              IF NUMERO-NF > ULT-NF-EP AND NOT NF-CANCELADA AND
                 WQTD-NF-EF < WMAX-NF-EF
                 ADD 1 TO WQTD-NF-EF
                 MOVE NUMERO-NF TO WNF-EF(WQTD-NF-EF)
              END-IF
           END-IF.

      *-------------------------------------
      * UMA NOTA: INVOIC E DESADV COM AS PROXIMAS SEQUENCIAS DO
      * PARCEIRO, QUE SO SAO GRAVADAS COM OS DOS ARQUIVOS PRONTOS.
      *-------------------------------------
       R-ENVIA-NF-EF.
           MOVE WNF-EF(WJ-EF) TO NUMERO-NF
           READ NOTAS
           IF FS-NF NOT = '00'
              GO TO R-ENVIA-NF-EF-FIM
           END-IF
           COMPUTE WSEQ-INV-EF = SEQ-INVOIC-PAR + 1
           COMPUTE WSEQ-DES-EF = SEQ-DESADV-PAR + 1
           PERFORM R-GERA-INVOIC-EF THRU R-GERA-INVOIC-EF-FIM
           IF WERRO-EF = 0
              PERFORM R-GERA-DESADV-EF THRU R-GERA-DESADV-EF-FIM
           END-IF
           IF WERRO-EF = 1
              ADD 1 TO WQTD-ERROS-EF
              MOVE NUMERO-NF TO LG-NF-EF
              MOVE 'ERRO NA GRAVACAO DO INVOIC/DESADV'
                TO LG-TEXTO-EF
              PERFORM R-GRAVA-EDILOG
              GO TO R-ENVIA-NF-EF-FIM
           END-IF
           MOVE WSEQ-INV-EF   TO SEQ-INVOIC-PAR
           MOVE WSEQ-DES-EF   TO SEQ-DESADV-PAR
           MOVE WDATA-HOJE-EF TO DATA-ULT-ENVIO-PAR
           REWRITE REGISTRO-EDIPAR
           MOVE NUMERO-NF     TO ULT-NF-EP
           MOVE WSEQ-INV-EF   TO SEQ-INVOIC-EP
           MOVE WSEQ-DES-EF   TO SEQ-DESADV-EP
           MOVE WDATA-HOJE-EF TO DATA-ENVIO-EP
           REWRITE REGISTRO-EDIPED
           ADD 1 TO WQTD-NF-ENV-EF
           MOVE NUMERO-NF TO LG-NF-EF
           MOVE 'INVOIC E DESADV GERADOS' TO LG-TEXTO-EF
           PERFORM R-GRAVA-EDILOG.
       R-ENVIA-NF-EF-FIM.
           EXIT.

       R-GERA-INVOIC-EF.
           MOVE SPACES TO WID-ARQ-EDISAI
           STRING 'INVOIC-' GLN-PAR-EP '-' WSEQ-INV-EF '.TXT'
              DELIMITED BY SIZE INTO WID-ARQ-EDISAI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EDISAI
           OPEN OUTPUT ARQEDISAI
           IF FS-EDISAI NOT = '00'
              MOVE 1 TO WERRO-EF
              GO TO R-GERA-INVOIC-EF-FIM
           END-IF
           MOVE SPACES         TO WSAI-LINHA-EF
           MOVE '01'           TO WIC-TIPO
           MOVE NUMERO-NF      TO WIC-NF
           MOVE DATA-NF        TO WIC-DATA
           MOVE PEDIDO-COMP-EP TO WIC-PEDIDO-COMP
           MOVE WGLN-FORN-EF   TO WIC-GLN-FORN
           MOVE GLN-PAR-EP     TO WIC-GLN-COMPRADOR
           MOVE GLN-LOC-EP     TO WIC-GLN-LOJA
           MOVE WCNPJ-EF       TO WIC-CNPJ
           MOVE VALOR-NF       TO WIC-VALOR
           MOVE VALOR-ICMS-NF  TO WIC-ICMS
           MOVE VALOR-IPI-NF   TO WIC-IPI
           MOVE VALOR-FRETE-NF TO WIC-FRETE
           WRITE ARQEDISAI-REC FROM WSAI-LINHA-EF
           MOVE ZEROES TO WQTD-LIN-SAI-EF WQTD-DSP-EF
           MOVE NUMERO-NF TO NUMERO-NF-NFI
           MOVE ZEROES    TO SEQ-NFI
           START NFITEM KEY IS NOT LESS THAN CHAVE-NFI
           MOVE 0 TO WSAIDA-EF
           IF FS-NFI NOT = '00'
              MOVE 1 TO WSAIDA-EF
           END-IF
           PERFORM R-INVOIC-ITEM-EF UNTIL WSAIDA-EF = 1
           MOVE SPACES          TO WSAI-LINHA-EF
           MOVE '09'            TO WIT-TIPO
           MOVE WQTD-LIN-SAI-EF TO WIT-QTDE-LINHAS
           MOVE VALOR-NF        TO WIT-VALOR
           WRITE ARQEDISAI-REC FROM WSAI-LINHA-EF
           CLOSE ARQEDISAI.
       R-GERA-INVOIC-EF-FIM.
           EXIT.

       R-INVOIC-ITEM-EF.
           READ NFITEM NEXT
           IF FS-NFI NOT = '00' OR NUMERO-NF-NFI NOT = NUMERO-NF
              MOVE 1 TO WSAIDA-EF
           ELSE
              MOVE CODIGO-PROD-NFI TO WPROD-ALVO-EF
              PERFORM R-ACHA-EAN-EF
              MOVE SPACES          TO WSAI-LINHA-EF
              MOVE '04'            TO WII-TIPO
              MOVE SEQ-NFI         TO WII-SEQ
              MOVE WEAN-EF         TO WII-EAN
              MOVE CODIGO-PROD-NFI TO WII-PRODUTO
              MOVE QTDE-NFI        TO WII-QTDE
              MOVE VALOR-UNIT-NFI  TO WII-UNIT
              MOVE VALOR-BRUTO-NFI TO WII-BRUTO
              MOVE VALOR-DESC-NFI  TO WII-DESC
              MOVE CFOP-NFI        TO WII-CFOP
              MOVE ALIQ-ICMS-NFI   TO WII-ALIQ-ICMS
              MOVE VALOR-ICMS-NFI  TO WII-ICMS
              MOVE ALIQ-IPI-NFI    TO WII-ALIQ-IPI
              MOVE VALOR-IPI-NFI   TO WII-IPI
              WRITE ARQEDISAI-REC FROM WSAI-LINHA-EF
              ADD 1 TO WQTD-LIN-SAI-EF
              IF WQTD-DSP-EF < WMAX-DSP-EF
                 ADD 1 TO WQTD-DSP-EF
                 MOVE NUMERO-ITEM-NFI TO WDSP-ITEM-EF(WQTD-DSP-EF)
                 MOVE QTDE-NFI        TO WDSP-QTDE-EF(WQTD-DSP-EF)
              END-IF
           END-IF.

      *-------------------------------------
      * EAN DO PRODUTO PARA A REDE: O DE UNIDADE, SENAO O PRIMEIRO
      * CADASTRADO, SENAO EM BRANCO.
      *-------------------------------------
       R-ACHA-EAN-EF.
           MOVE SPACES TO WEAN-EF
           MOVE WPROD-ALVO-EF TO CODIGO-PROD-EAN
           START CODBARRAS KEY IS NOT LESS THAN CODIGO-PROD-EAN
           IF FS-EAN = '00'
              MOVE 0 TO WK-EF
              PERFORM R-ACHA-EAN-EF-1 UNTIL WK-EF = 1
           END-IF.

       R-ACHA-EAN-EF-1.
           READ CODBARRAS NEXT
           IF FS-EAN NOT = '00' OR CODIGO-PROD-EAN NOT = WPROD-ALVO-EF
              MOVE 1 TO WK-EF
           ELSE
              IF WEAN-EF = SPACES
                 MOVE CODIGO-EAN TO WEAN-EF
              END-IF
              IF EAN-UNIDADE
                 MOVE CODIGO-EAN TO WEAN-EF
                 MOVE 1 TO WK-EF
              END-IF
           END-IF.

       R-GERA-DESADV-EF.
           MOVE SPACES TO WID-ARQ-EDISAI
           STRING 'DESADV-' GLN-PAR-EP '-' WSEQ-DES-EF '.TXT'
              DELIMITED BY SIZE INTO WID-ARQ-EDISAI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EDISAI
           OPEN OUTPUT ARQEDISAI
           IF FS-EDISAI NOT = '00'
              MOVE 1 TO WERRO-EF
              GO TO R-GERA-DESADV-EF-FIM
           END-IF
           MOVE SPACES         TO WSAI-LINHA-EF
           MOVE '01'           TO WDC-TIPO
           MOVE WSEQ-DES-EF    TO WDC-NUMERO
           MOVE NUMERO-NF      TO WDC-NF
           MOVE DATA-NF        TO WDC-DATA
           MOVE WPREV-ENT-EF   TO WDC-PREV-ENT
           MOVE PEDIDO-COMP-EP TO WDC-PEDIDO-COMP
           MOVE WGLN-FORN-EF   TO WDC-GLN-FORN
           MOVE GLN-PAR-EP     TO WDC-GLN-COMPRADOR
           MOVE GLN-LOC-EP     TO WDC-GLN-LOJA
           MOVE TRANSP-NF      TO WDC-TRANSP
           WRITE ARQEDISAI-REC FROM WSAI-LINHA-EF
           MOVE ZEROES TO WQTD-LIN-SAI-EF WQTD-DESP-TOT-EF
           MOVE CODIGO-PED-EP TO CODIGO-PED-ITEM
           MOVE ZEROES        TO NUMERO-ITEM
           START PEDITEM KEY IS NOT LESS THAN CHAVE-ITEM
           MOVE 0 TO WSAIDA-EF
           IF FS-PEDITEM NOT = '00'
              MOVE 1 TO WSAIDA-EF
           END-IF
           PERFORM R-DESADV-ITEM-EF UNTIL WSAIDA-EF = 1
           MOVE SPACES           TO WSAI-LINHA-EF
           MOVE '09'             TO WDT-TIPO
           MOVE WQTD-LIN-SAI-EF  TO WDT-QTDE-LINHAS
           MOVE WQTD-DESP-TOT-EF TO WDT-TOTAL
           WRITE ARQEDISAI-REC FROM WSAI-LINHA-EF
           CLOSE ARQEDISAI.
       R-GERA-DESADV-EF-FIM.
           EXIT.

       R-DESADV-ITEM-EF.
           READ PEDITEM NEXT
           IF FS-PEDITEM NOT = '00' OR
              CODIGO-PED-ITEM NOT = CODIGO-PED-EP
              MOVE 1 TO WSAIDA-EF
           ELSE
              MOVE ZEROES TO WQTDE-DESP-EF
              PERFORM R-SOMA-DESPACHO-EF
                 VARYING WK-EF FROM 1 BY 1 UNTIL WK-EF > WQTD-DSP-EF
              MOVE ZEROES TO WQTDE-PEND-EF
              IF QUANTIDADE-ITEM > QTDE-ENTREGUE-ITEM
                 COMPUTE WQTDE-PEND-EF =
                    QUANTIDADE-ITEM - QTDE-ENTREGUE-ITEM
              END-IF
              MOVE CODIGO-PROD-ITEM TO WPROD-ALVO-EF
              PERFORM R-ACHA-EAN-EF
              MOVE SPACES           TO WSAI-LINHA-EF
              MOVE '04'             TO WDI-TIPO
              MOVE NUMERO-ITEM      TO WDI-LINHA
              MOVE WEAN-EF          TO WDI-EAN
              MOVE CODIGO-PROD-ITEM TO WDI-PRODUTO
              MOVE QUANTIDADE-ITEM  TO WDI-PEDIDA
              MOVE WQTDE-DESP-EF    TO WDI-DESPACHADA
              MOVE WQTDE-PEND-EF    TO WDI-PENDENTE
              WRITE ARQEDISAI-REC FROM WSAI-LINHA-EF
              ADD 1 TO WQTD-LIN-SAI-EF
              ADD WQTDE-DESP-EF TO WQTD-DESP-TOT-EF
           END-IF.

       R-SOMA-DESPACHO-EF.
           IF WDSP-ITEM-EF(WK-EF) = NUMERO-ITEM
              ADD WDSP-QTDE-EF(WK-EF) TO WQTDE-DESP-EF
           END-IF.

       R-GRAVA-EDILOG.
           MOVE WDATA-HOJE-EF  TO LG-DATA-EF
           MOVE GLN-PAR-EP     TO LG-GLN-EF
           MOVE PEDIDO-COMP-EP TO LG-PEDIDO-COMP-EF
           MOVE CODIGO-PED-EP  TO LG-PEDIDO-EF
           MOVE WLOG-LINHA-EF  TO WLOG-LIVRE-EF
           PERFORM R-GRAVA-EDILOG-LIVRE.

       R-GRAVA-EDILOG-LIVRE.
           OPEN EXTEND ARQEDILOG
           IF FS-EDILOG = '05' OR FS-EDILOG = '35'
              OPEN OUTPUT ARQEDILOG
           END-IF
           MOVE WLOG-LIVRE-EF TO ARQEDILOG-REC
           WRITE ARQEDILOG-REC
           CLOSE ARQEDILOG.
