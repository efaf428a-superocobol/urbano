      *--------------------------
      * RELATORIO OTIF - ENTREGA NO PRAZO E COMPLETA
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RelOTIF.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Para os pedidos nao cancelados
      *              com entrega prometida (DATA-PREV-ENT-PED) no
      *              mes informado, confere as notas do pedido:
      *              NO PRAZO quando todas foram entregues (canhoto
      *              confirmado no CadEntrega) ate a data prometida;
      *              COMPLETO quando cada linha do PEDITEM teve a
      *              quantidade pedida entregue (notas entregues,
      *              linha a linha pelo NFITEM). OTIF = os dois.
      *              Pedido com a data ainda por vir e nao
      *              concluido fica como pendente, fora da base.
      *              Lista os pedidos fora do OTIF e resume por
      *              cliente, vendedor, transportadora e rota.
      *              Saida no catalogo de spool (RELOTIF).
      * 2026-10-15 - Chaves alternativas de situacao e data em PEDIDOS
      *              e data em NOTAS.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT ROTAS ASSIGN TO  DISK WID-ARQ-ROTA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-ROTA
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ROTA.

       SELECT TRANSP ASSIGN TO  DISK WID-ARQ-TRANSP
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-TRP
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TRP.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
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
          02 FILLER                   PIC  X(049).
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
          02 FILLER                   PIC  X(079).
          02 CODIGO-PED-NFI           PIC  9(009) VALUE ZEROES.
          02 FILLER                   PIC  X(011).

       FD CLIENTES.
       01 REGISTRO-CLIENTES.
          02 CHAVE-CLI.
             03 CODIGO             PIC  9(007).
             03 CNPJ               PIC  9(014).
          02 RAZAO                 PIC  X(040).
          02 LATITUDE              PIC S9(003)v9(008).
          02 LONGITUDE             PIC S9(003)v9(008).
          02 FILLER                PIC  X(172).

       FD VENDEDORES.
       01  REGISTRO-VENDEDORES.
           02 CHAVE-VEN.
              03 CODIGO-VEN             PIC  9(007).
              03 CPF-VEN                PIC  9(011).
           02 NOME-VEN                  PIC  X(040).
           02 LATITUDE-VEN              PIC S9(003)v9(008).
           02 LONGITUDE-VEN             PIC S9(003)v9(008).
           02 FILLER                    PIC  X(018).

       FD ROTAS.
       01 REGISTRO-ROTAS.
          02 CODIGO-ROTA           PIC  9(007).
          02 DESCRICAO-ROTA        PIC  X(040).
          02 CODIGO-VEN-ROTA       PIC  9(007).
          02 INATIVO-ROTA          PIC  X(001) VALUE SPACES.
          02 DIA-SEMANA-ROTA       PIC  9(001) VALUE ZEROES.
          02 FREQUENCIA-ROTA       PIC  X(001) VALUE SPACES.
             88 ROTA-SEMANAL       VALUE 'S'.
             88 ROTA-QUINZENAL     VALUE 'Q'.
          02 VEICULO-ROTA          PIC  X(007) VALUE SPACES.
          02 COBERTURA-ROTA        PIC  9(007) VALUE ZEROES.

       FD TRANSP.
       01 REGISTRO-TRANSP.
          02 CODIGO-TRP               PIC  9(003).
          02 RAZAO-TRP                PIC  X(040).
          02 CNPJ-TRP                 PIC  9(014).
          02 TIPO-TARIFA-TRP          PIC  X(001) VALUE SPACES.
          02 TARIFA-TRP               PIC  9(005)v9(002) VALUE ZEROES.
          02 INATIVO-TRP              PIC  X(001) VALUE SPACES.

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
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
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-ROTA.
           02 FS-ROTA-1               PIC 9.
           02 FS-ROTA-2               PIC 9.
           02 FS-ROTA-R REDEFINES FS-ROTA-2 PIC 99 COMP-X.
       01 FS-TRP.
           02 FS-TRP-1                PIC 9.
           02 FS-TRP-2                PIC 9.
           02 FS-TRP-R REDEFINES FS-TRP-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.

       01 WID-ARQ-PEDIDOS.
           02 WID-ARQ-PEDIDOS-1            PIC X(50).
       01 WID-ARQ-PEDITEM             PIC X(50) VALUE 'ARQPEDITEM.DAT'.
       01 WID-ARQ-NOTAS               PIC X(50) VALUE 'ARQNOTAS.DAT'.
       01 WID-ARQ-NFI                 PIC X(50) VALUE 'ARQNFITEM.DAT'.
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-VENDEDOR.
           02 WID-ARQ-VENDEDOR-1           PIC X(50).
       01 WID-ARQ-ROTA.
           02 WID-ARQ-ROTA-1               PIC X(50).
       01 WID-ARQ-TRANSP              PIC X(50) VALUE 'ARQTRANSP.DAT'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                   PIC X VALUE SPACES.
       77 WSAIDA               PIC 9 VALUE ZEROES.
       77 WSAIDA-NF-OT         PIC 9 VALUE ZEROES.
       77 WSAIDA-NFI-OT        PIC 9 VALUE ZEROES.
       77 WNFI-DISPONIVEL-OT   PIC 9 VALUE ZEROES.
       77 WTRP-DISPONIVEL-OT   PIC 9 VALUE ZEROES.
       77 WROTA-DISPONIVEL-OT  PIC 9 VALUE ZEROES.
       01 WANO-MES-OT          PIC 9(006) VALUE ZEROES.
       01 WANO-MES-OT-R REDEFINES WANO-MES-OT.
          02 WANO-OT           PIC 9(004).
          02 WMES-OT           PIC 9(002).
       01 WDATA-HOJE-OT        PIC 9(008) VALUE ZEROES.

      *-------------PEDIDO EM AVALIACAO-----------------------------
      * LINHAS DO PEDIDO COM A QUANTIDADE ENTREGUE APURADA NAS NOTAS
      * ENTREGUES (LIMITE DE 200 LINHAS POR PEDIDO).
       77 WMAX-IT-OT        PIC 9(003) VALUE 200.
       77 WQTD-IT-OT        PIC 9(003) VALUE ZEROES.
       77 WJ-OT             PIC 9(003) VALUE ZEROES.
       77 WACHOU-IT-OT      PIC 9(003) VALUE ZEROES.
       01 WTAB-IT-OT.
          02 WIT-ITEM-OT OCCURS 200 TIMES.
             03 WIT-NUMERO-OT     PIC 9(003).
             03 WIT-PROD-OT       PIC 9(007).
             03 WIT-QTDE-OT       PIC 9(005).
             03 WIT-FATUR-OT      PIC 9(005).
             03 WIT-ENTREG-OT     PIC 9(007).
       77 WNFS-OT           PIC 9(005) VALUE ZEROES.
       77 WNF-PEND-OT       PIC 9(005) VALUE ZEROES.
       77 WNF-DO-PED-OT     PIC 9 VALUE ZEROES.
       77 WNF-ANTIGA-OT     PIC 9 VALUE ZEROES.
       77 WLINHAS-NF-OT     PIC 9(003) VALUE ZEROES.
       01 WULT-ENTREGA-OT   PIC 9(008) VALUE ZEROES.
       01 WPROMETIDA-OT     PIC 9(008) VALUE ZEROES.
       01 WTRANSP-OT        PIC 9(003) VALUE ZEROES.
       01 WROTA-OT          PIC 9(007) VALUE ZEROES.
       77 WNO-PRAZO-OT      PIC 9 VALUE ZEROES.
       77 WCOMPLETO-OT      PIC 9 VALUE ZEROES.
       01 WQPED-OT          PIC 9(009) VALUE ZEROES.
       01 WQENT-OT          PIC 9(009) VALUE ZEROES.
       01 WQLINHA-OT        PIC 9(007) VALUE ZEROES.

      *-------------ACUMULADORES POR DIMENSAO----------------------
      * DIMENSAO 1 CLIENTE, 2 VENDEDOR, 3 TRANSPORTADORA, 4 ROTA,
      * MANTIDOS EM ORDEM DE DIMENSAO + CODIGO (INSERCAO ORDENADA).
      * LIMITE DE 3000 ENTRADAS; O EXCEDENTE SO ENTRA NO TOTAL.
       77 WMAX-OT           PIC 9(004) VALUE 3000.
       77 WQTD-OT           PIC 9(004) VALUE ZEROES.
       77 WI-OT             PIC 9(004) VALUE ZEROES.
       77 WK-OT             PIC 9(004) VALUE ZEROES.
       77 WPOS-OT           PIC 9(004) VALUE ZEROES.
       77 WACHOU-OT         PIC 9(004) VALUE ZEROES.
       77 WFORA-TAB-OT      PIC 9(005) VALUE ZEROES.
       01 WTAB-OT.
          02 WOT-ITEM OCCURS 3000 TIMES.
             03 WOT-CHAVE.
                04 WOT-DIM        PIC 9(001).
                04 WOT-COD        PIC 9(007).
             03 WOT-VALORES.
                04 WOT-PED        PIC 9(005).
                04 WOT-PRAZO      PIC 9(005).
                04 WOT-COMPL      PIC 9(005).
                04 WOT-OTIF       PIC 9(005).
                04 WOT-QPED       PIC 9(009).
                04 WOT-QENT       PIC 9(009).
       01 WCHAVE-BUSCA-OT.
          02 WBUSCA-DIM-OT     PIC 9(001).
          02 WBUSCA-COD-OT     PIC 9(007).
       01 WTOT-OT.
          02 WTOT-PED          PIC 9(005) VALUE ZEROES.
          02 WTOT-PRAZO        PIC 9(005) VALUE ZEROES.
          02 WTOT-COMPL        PIC 9(005) VALUE ZEROES.
          02 WTOT-OTIF         PIC 9(005) VALUE ZEROES.
          02 WTOT-QPED         PIC 9(009) VALUE ZEROES.
          02 WTOT-QENT         PIC 9(009) VALUE ZEROES.
       01 WLIN-OT.
          02 WLIN-PED          PIC 9(005).
          02 WLIN-PRAZO        PIC 9(005).
          02 WLIN-COMPL        PIC 9(005).
          02 WLIN-OTIF         PIC 9(005).
          02 WLIN-QPED         PIC 9(009).
          02 WLIN-QENT         PIC 9(009).
       77 WPENDENTES-OT     PIC 9(005) VALUE ZEROES.
       77 WSEM-DATA-OT      PIC 9(005) VALUE ZEROES.
       77 WFORA-OT          PIC 9(005) VALUE ZEROES.
       77 WDIM-ATUAL-OT     PIC 9(001) VALUE ZEROES.
       01 WPERC-OT          PIC 9(003)v9(001) VALUE ZEROES.
      *--------------------------------------------------

       01 WOT-CAB1.
          02 FILLER            PIC X(39) VALUE
             'OTIF - ENTREGA NO PRAZO E COMPLETA - ME'.
          02 FILLER            PIC X(03) VALUE 'S: '.
          02 RL-MES-OT         PIC 99.
          02 FILLER            PIC X(01) VALUE '/'.
          02 RL-ANO-OT         PIC 9999.

       01 WOT-CAB-FORA.
          02 FILLER            PIC X(40) VALUE
             'PEDIDOS FORA DO OTIF'.

       01 WOT-CAB-FORA2.
          02 FILLER PIC X(09) VALUE '   PEDIDO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(07) VALUE 'CLIENTE'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(10) VALUE 'PROMETIDA'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(10) VALUE 'ENTREGUE'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(09) VALUE 'QTD PED.'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(09) VALUE 'QTD ENT.'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(09) VALUE 'NOTAS'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(24) VALUE 'OCORRENCIA'.

       01 WOT-DET-FORA.
          02 RF-PEDIDO-OT      PIC 9(009).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RF-CLIENTE-OT     PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RF-PROMETIDA-OT   PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RF-ENTREGA-OT     PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RF-QPED-OT        PIC ZZZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RF-QENT-OT        PIC ZZZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RF-NOTAS-OT       PIC ZZZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RF-OCORR-OT       PIC X(024).

       01 WOT-CAB-DIM.
          02 FILLER            PIC X(05) VALUE 'POR '.
          02 RL-DIM-NOME-OT    PIC X(20).

       01 WOT-CAB-DIM2.
          02 FILLER PIC X(07) VALUE 'CODIGO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(25) VALUE 'NOME'.
          02 FILLER PIC X(06) VALUE ' PEDS'.
          02 FILLER PIC X(06) VALUE ' PRAZO'.
          02 FILLER PIC X(06) VALUE '   OT%'.
          02 FILLER PIC X(06) VALUE ' COMPL'.
          02 FILLER PIC X(06) VALUE '   IF%'.
          02 FILLER PIC X(06) VALUE '  OTIF'.
          02 FILLER PIC X(06) VALUE ' OTIF%'.
          02 FILLER PIC X(10) VALUE '  QTD PED.'.
          02 FILLER PIC X(10) VALUE '  QTD ENT.'.
          02 FILLER PIC X(06) VALUE ' ATD%'.

       01 WOT-TRACO.
          02 FILLER PIC X(101) VALUE ALL '-'.

       01 WOT-DET-DIM.
          02 RD-COD-OT         PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-NOME-OT        PIC X(025).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-PED-OT         PIC ZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-PRAZO-OT       PIC ZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-PERC-PRAZO-OT  PIC ZZ9.9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-COMPL-OT       PIC ZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-PERC-COMPL-OT  PIC ZZ9.9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-OTIF-OT        PIC ZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-PERC-OTIF-OT   PIC ZZ9.9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-QPED-OT        PIC ZZZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-QENT-OT        PIC ZZZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-PERC-QTD-OT    PIC ZZ9.9.

       01 WOT-ROD.
          02 FILLER            PIC X(22) VALUE
             'PENDENTES (NO PRAZO): '.
          02 RR-PEND-OT        PIC ZZZZ9.
          02 FILLER            PIC X(26) VALUE
             '   SEM DATA PROMETIDA: '.
          02 RR-SEMDATA-OT     PIC ZZZZ9.
          02 FILLER            PIC X(26) VALUE
             '   FORA DA TABELA: '.
          02 RR-FORATAB-OT     PIC ZZZZ9.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-OTIF-OT.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - OTIF".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 20 VALUE "ENTREGA NO PRAZO E COMPLETA NO MES".
          02 LINE 8 COL 10 VALUE "MES DA ENTREGA PROMETIDA (AAAAMM):".
          02 LINE 8 COL 46 PIC 9(006) USING WANO-MES-OT.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           MOVE LID-ARQ-PEDIDOS-1  TO WID-ARQ-PEDIDOS-1
           MOVE LID-ARQ-CLIENTE-1  TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-VENDEDOR-1 TO WID-ARQ-VENDEDOR-1
           MOVE LID-ARQ-ROTA-1     TO WID-ARQ-ROTA-1
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PEDITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NOTAS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NFI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-TRANSP
           ACCEPT WDATA-HOJE-OT FROM DATE YYYYMMDD
           MOVE WDATA-HOJE-OT(1:6) TO WANO-MES-OT
           DISPLAY TELA-OTIF-OT
           ACCEPT TELA-OTIF-OT
           IF WANO-MES-OT NOT = ZEROES
              PERFORM R-GERA-OTIF THRU R-GERA-OTIF-FIM
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.

       R-GERA-OTIF.
           IF WMES-OT = ZEROES OR WMES-OT > 12
              MOVE 'MES INVALIDO' TO WTXT
              PERFORM R-MOSTRA-MSG-OT
              GO TO R-GERA-OTIF-FIM
           END-IF
           OPEN INPUT PEDIDOS
           IF FS-PED NOT = '00'
              MOVE 'SEM PEDIDOS CADASTRADOS ST ' TO WTXT
              MOVE FS-PED TO WST
              PERFORM R-MOSTRA-MSG-OT
              GO TO R-GERA-OTIF-FIM
           END-IF
           OPEN INPUT NOTAS
           IF FS-NF NOT = '00'
              CLOSE PEDIDOS
              MOVE 'SEM NOTAS EMITIDAS ST ' TO WTXT
              MOVE FS-NF TO WST
              PERFORM R-MOSTRA-MSG-OT
              GO TO R-GERA-OTIF-FIM
           END-IF
           OPEN INPUT PEDITEM CLIENTES VENDEDORES
           MOVE 0 TO WNFI-DISPONIVEL-OT WTRP-DISPONIVEL-OT
                     WROTA-DISPONIVEL-OT
           OPEN INPUT NFITEM
           IF FS-NFI = '00'
              MOVE 1 TO WNFI-DISPONIVEL-OT
           END-IF
           OPEN INPUT TRANSP
           IF FS-TRP = '00'
              MOVE 1 TO WTRP-DISPONIVEL-OT
           END-IF
           OPEN INPUT ROTAS
           IF FS-ROTA = '00'
              MOVE 1 TO WROTA-DISPONIVEL-OT
           END-IF
           MOVE 'RELOTIF.TXT' TO WID-ARQ-REL-1
           MOVE 'RELOTIF'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE WANO-MES-OT    TO LINK-SPL-PARAMS(1:6)
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
           MOVE WMES-OT TO RL-MES-OT
           MOVE WANO-OT TO RL-ANO-OT
           MOVE WOT-CAB1 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WOT-CAB-FORA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WOT-CAB-FORA2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WOT-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WQTD-OT WFORA-TAB-OT WPENDENTES-OT
                          WSEM-DATA-OT WFORA-OT
           INITIALIZE WTOT-OT
      * PEDIDOS COM ENTREGA PROMETIDA NO MES (OS FORA DO OTIF SAO
      * LISTADOS NA HORA)
           MOVE ZEROES TO CHAVE-PED
           START PEDIDOS KEY IS NOT LESS THAN CHAVE-PED
           MOVE 0 TO WSAIDA
           IF FS-PED NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-VARRE-PEDIDOS-OT UNTIL WSAIDA = 1
           PERFORM R-IMPRIME-RESUMO-OT
           CLOSE ARQREL
           CLOSE PEDIDOS NOTAS PEDITEM CLIENTES VENDEDORES
           IF WNFI-DISPONIVEL-OT = 1
              CLOSE NFITEM
           END-IF
           IF WTRP-DISPONIVEL-OT = 1
              CLOSE TRANSP
           END-IF
           IF WROTA-DISPONIVEL-OT = 1
              CLOSE ROTAS
           END-IF
           MOVE SPACES TO WTXT
           STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
              INTO WTXT
           PERFORM R-MOSTRA-MSG-OT.
       R-GERA-OTIF-FIM.
           EXIT.

       R-VARRE-PEDIDOS-OT.
           READ PEDIDOS NEXT
           IF FS-PED NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF NOT PED-CANCELADO
                 IF DATA-PREV-ENT-PED = ZEROES
                    IF DATA-PED(1:6) = WANO-MES-OT
                       ADD 1 TO WSEM-DATA-OT
                    END-IF
                 ELSE
                    IF DATA-PREV-ENT-PED(1:6) = WANO-MES-OT
                       PERFORM R-AVALIA-PEDIDO-OT
                          THRU R-AVALIA-PEDIDO-OT-FIM
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *-------------------------------------
      * AVALIA UM PEDIDO: LINHAS DO PEDITEM, NOTAS DO CLIENTE A
      * PARTIR DA DATA DO PEDIDO QUE TEM LINHA DESTE PEDIDO (OU,
      * NAS NOTAS ANTIGAS SEM NFITEM, O PROPRIO CODIGO-PED-NF).
      * A TRANSPORTADORA E A DO PEDIDO, OU A DA PRIMEIRA NOTA; A
      * ROTA E A DA PRIMEIRA NOTA COM ROTA.
      *-------------------------------------
       R-AVALIA-PEDIDO-OT.
           MOVE DATA-PREV-ENT-PED TO WPROMETIDA-OT
           MOVE TRANSP-PED        TO WTRANSP-OT
           MOVE ZEROES TO WROTA-OT WNFS-OT WNF-PEND-OT WULT-ENTREGA-OT
           MOVE 0 TO WNF-ANTIGA-OT
           PERFORM R-CARREGA-ITENS-OT
           MOVE CODIGO-CLI-PED TO CODIGO-CLI-NF
           START NOTAS KEY IS NOT LESS THAN CODIGO-CLI-NF
           MOVE 0 TO WSAIDA-NF-OT
           IF FS-NF NOT = '00'
              MOVE 1 TO WSAIDA-NF-OT
           END-IF
           PERFORM R-VARRE-NOTAS-OT UNTIL WSAIDA-NF-OT = 1
      *    (NOTA ANTIGA ENTREGUE SEM LINHAS: VALE O FATURADO DO ITEM)
           IF WNF-ANTIGA-OT = 1
              PERFORM R-SOMA-ANTIGA-OT
                 VARYING WJ-OT FROM 1 BY 1 UNTIL WJ-OT > WQTD-IT-OT
           END-IF
           MOVE ZEROES TO WQPED-OT WQENT-OT
           MOVE 1 TO WCOMPLETO-OT
           PERFORM R-CONFERE-ITEM-OT
              VARYING WJ-OT FROM 1 BY 1 UNTIL WJ-OT > WQTD-IT-OT
           MOVE 0 TO WNO-PRAZO-OT
           IF WNFS-OT > ZEROES AND WNF-PEND-OT = ZEROES AND
              WULT-ENTREGA-OT NOT > WPROMETIDA-OT
              MOVE 1 TO WNO-PRAZO-OT
           END-IF
           IF WNFS-OT = ZEROES
              MOVE 0 TO WCOMPLETO-OT
           END-IF
      *    (AINDA NO PRAZO E NAO CONCLUIDO: FICA FORA DA BASE)
           IF WPROMETIDA-OT NOT < WDATA-HOJE-OT AND
              (WNO-PRAZO-OT = 0 OR WCOMPLETO-OT = 0)
              ADD 1 TO WPENDENTES-OT
              GO TO R-AVALIA-PEDIDO-OT-FIM
           END-IF
           MOVE ZEROES TO WLIN-OT
           MOVE 1        TO WLIN-PED
           MOVE WNO-PRAZO-OT TO WLIN-PRAZO
           MOVE WCOMPLETO-OT TO WLIN-COMPL
           IF WNO-PRAZO-OT = 1 AND WCOMPLETO-OT = 1
              MOVE 1 TO WLIN-OTIF
           END-IF
           MOVE WQPED-OT TO WLIN-QPED
           MOVE WQENT-OT TO WLIN-QENT
           ADD WLIN-PED   TO WTOT-PED
           ADD WLIN-PRAZO TO WTOT-PRAZO
           ADD WLIN-COMPL TO WTOT-COMPL
           ADD WLIN-OTIF  TO WTOT-OTIF
           ADD WLIN-QPED  TO WTOT-QPED
           ADD WLIN-QENT  TO WTOT-QENT
           MOVE 1              TO WBUSCA-DIM-OT
           MOVE CODIGO-CLI-PED TO WBUSCA-COD-OT
           PERFORM R-ACUMULA-DIM-OT
           MOVE 2              TO WBUSCA-DIM-OT
           MOVE CODIGO-VEN-PED TO WBUSCA-COD-OT
           PERFORM R-ACUMULA-DIM-OT
           MOVE 3              TO WBUSCA-DIM-OT
           MOVE WTRANSP-OT     TO WBUSCA-COD-OT
           PERFORM R-ACUMULA-DIM-OT
           MOVE 4              TO WBUSCA-DIM-OT
           MOVE WROTA-OT       TO WBUSCA-COD-OT
           PERFORM R-ACUMULA-DIM-OT
           IF WLIN-OTIF = 0
              PERFORM R-IMPRIME-FORA-OT
           END-IF.
       R-AVALIA-PEDIDO-OT-FIM.
           EXIT.

       R-CARREGA-ITENS-OT.
           MOVE ZEROES TO WQTD-IT-OT
           MOVE CODIGO-PED TO CODIGO-PED-ITEM
           MOVE ZEROES     TO NUMERO-ITEM
           START PEDITEM KEY IS NOT LESS THAN CHAVE-ITEM
           IF FS-PEDITEM = '00'
              PERFORM R-CARREGA-ITENS-OT-1
                 UNTIL FS-PEDITEM NOT = '00'
           END-IF.

       R-CARREGA-ITENS-OT-1.
           READ PEDITEM NEXT
           IF FS-PEDITEM = '00'
              IF CODIGO-PED-ITEM NOT = CODIGO-PED OR
                 WQTD-IT-OT = WMAX-IT-OT
                 MOVE '10' TO FS-PEDITEM
              ELSE
                 IF QUANTIDADE-ITEM > ZEROES
                    ADD 1 TO WQTD-IT-OT
                    MOVE NUMERO-ITEM        TO WIT-NUMERO-OT(WQTD-IT-OT)
                    MOVE CODIGO-PROD-ITEM   TO WIT-PROD-OT(WQTD-IT-OT)
                    MOVE QUANTIDADE-ITEM    TO WIT-QTDE-OT(WQTD-IT-OT)
                    MOVE QTDE-ENTREGUE-ITEM TO WIT-FATUR-OT(WQTD-IT-OT)
                    MOVE ZEROES            TO WIT-ENTREG-OT(WQTD-IT-OT)
                 END-IF
              END-IF
           END-IF.

       R-VARRE-NOTAS-OT.
           READ NOTAS NEXT
           IF FS-NF NOT = '00' OR CODIGO-CLI-NF NOT = CODIGO-CLI-PED
              MOVE 1 TO WSAIDA-NF-OT
           ELSE
              IF NOT NF-CANCELADA AND DATA-NF NOT < DATA-PED
                 PERFORM R-NOTA-DO-PEDIDO-OT
              END-IF
           END-IF.

       R-NOTA-DO-PEDIDO-OT.
           MOVE 0 TO WNF-DO-PED-OT
           MOVE ZEROES TO WLINHAS-NF-OT
           IF WNFI-DISPONIVEL-OT = 1
              MOVE NUMERO-NF TO NUMERO-NF-NFI
              MOVE ZEROES    TO SEQ-NFI
              START NFITEM KEY IS NOT LESS THAN CHAVE-NFI
              MOVE 0 TO WSAIDA-NFI-OT
              IF FS-NFI NOT = '00'
                 MOVE 1 TO WSAIDA-NFI-OT
              END-IF
              PERFORM R-VARRE-NFITEM-OT UNTIL WSAIDA-NFI-OT = 1
           END-IF
           IF WLINHAS-NF-OT = ZEROES AND CODIGO-PED-NF = CODIGO-PED
              MOVE 1 TO WNF-DO-PED-OT
              IF NF-ENTREGUE
                 MOVE 1 TO WNF-ANTIGA-OT
              END-IF
           END-IF
           IF WNF-DO-PED-OT = 1
              ADD 1 TO WNFS-OT
              IF NF-ENTREGUE
                 IF DATA-ENTREGA-NF > WULT-ENTREGA-OT
                    MOVE DATA-ENTREGA-NF TO WULT-ENTREGA-OT
                 END-IF
              ELSE
                 ADD 1 TO WNF-PEND-OT
              END-IF
              IF WTRANSP-OT = ZEROES
                 MOVE TRANSP-NF TO WTRANSP-OT
              END-IF
              IF WROTA-OT = ZEROES
                 MOVE ROTA-ENTREGA-NF TO WROTA-OT
              END-IF
           END-IF.

       R-VARRE-NFITEM-OT.
           READ NFITEM NEXT
           IF FS-NFI NOT = '00' OR NUMERO-NF-NFI NOT = NUMERO-NF
              MOVE 1 TO WSAIDA-NFI-OT
           ELSE
              ADD 1 TO WLINHAS-NF-OT
              IF CODIGO-PED-NFI = CODIGO-PED OR
                 (CODIGO-PED-NFI = ZEROES AND
                  CODIGO-PED-NF = CODIGO-PED)
                 MOVE 1 TO WNF-DO-PED-OT
                 IF NF-ENTREGUE
                    PERFORM R-ACHA-ITEM-OT
                    IF WACHOU-IT-OT NOT = ZEROES
                       ADD QTDE-NFI TO WIT-ENTREG-OT(WACHOU-IT-OT)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    (PELO NUMERO DA LINHA DO PEDIDO; SEM ELE, PELO PRODUTO)
       R-ACHA-ITEM-OT.
           MOVE ZEROES TO WACHOU-IT-OT
           PERFORM R-ACHA-ITEM-OT-1
              VARYING WJ-OT FROM 1 BY 1
              UNTIL WJ-OT > WQTD-IT-OT OR WACHOU-IT-OT NOT = ZEROES.

       R-ACHA-ITEM-OT-1.
           IF NUMERO-ITEM-NFI NOT = ZEROES
              IF WIT-NUMERO-OT(WJ-OT) = NUMERO-ITEM-NFI
                 MOVE WJ-OT TO WACHOU-IT-OT
              END-IF
           ELSE
              IF WIT-PROD-OT(WJ-OT) = CODIGO-PROD-NFI
                 MOVE WJ-OT TO WACHOU-IT-OT
              END-IF
           END-IF.

       R-SOMA-ANTIGA-OT.
           ADD WIT-FATUR-OT(WJ-OT) TO WIT-ENTREG-OT(WJ-OT).

      *    (ENTREGUE ALEM DO PEDIDO NAO COMPENSA OUTRA LINHA)
       R-CONFERE-ITEM-OT.
           ADD WIT-QTDE-OT(WJ-OT) TO WQPED-OT
           IF WIT-ENTREG-OT(WJ-OT) < WIT-QTDE-OT(WJ-OT)
              MOVE 0 TO WCOMPLETO-OT
              MOVE WIT-ENTREG-OT(WJ-OT) TO WQLINHA-OT
           ELSE
              MOVE WIT-QTDE-OT(WJ-OT) TO WQLINHA-OT
           END-IF
           ADD WQLINHA-OT TO WQENT-OT.

       R-IMPRIME-FORA-OT.
           ADD 1 TO WFORA-OT
           MOVE CODIGO-PED      TO RF-PEDIDO-OT
           MOVE CODIGO-CLI-PED  TO RF-CLIENTE-OT
           MOVE WPROMETIDA-OT   TO RF-PROMETIDA-OT
           MOVE WULT-ENTREGA-OT TO RF-ENTREGA-OT
           MOVE WQPED-OT        TO RF-QPED-OT
           MOVE WQENT-OT        TO RF-QENT-OT
           MOVE WNFS-OT         TO RF-NOTAS-OT
           EVALUATE TRUE
              WHEN WNFS-OT = ZEROES
                 MOVE 'NAO FATURADO'          TO RF-OCORR-OT
              WHEN WNF-PEND-OT > ZEROES AND WULT-ENTREGA-OT = ZEROES
                 MOVE 'NAO ENTREGUE'          TO RF-OCORR-OT
              WHEN WNO-PRAZO-OT = 0 AND WCOMPLETO-OT = 0
                 MOVE 'ATRASADO E INCOMPLETO' TO RF-OCORR-OT
              WHEN WNO-PRAZO-OT = 0
                 MOVE 'ATRASADO'              TO RF-OCORR-OT
              WHEN OTHER
                 MOVE 'INCOMPLETO'            TO RF-OCORR-OT
           END-EVALUATE
           MOVE WOT-DET-FORA TO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *-------------------------------------
      * ACUMULA O PEDIDO NA ENTRADA WCHAVE-BUSCA-OT, CRIANDO-A NA
      * POSICAO ORDENADA QUANDO NAO EXISTE.
      *-------------------------------------
       R-ACUMULA-DIM-OT.
           MOVE ZEROES TO WACHOU-OT WPOS-OT
           PERFORM R-ACHA-DIM-OT
              VARYING WI-OT FROM 1 BY 1
              UNTIL WI-OT > WQTD-OT OR WACHOU-OT NOT = ZEROES
                 OR WPOS-OT NOT = ZEROES
           IF WACHOU-OT = ZEROES
              IF WQTD-OT = WMAX-OT
                 ADD 1 TO WFORA-TAB-OT
              ELSE
                 IF WPOS-OT = ZEROES
                    COMPUTE WPOS-OT = WQTD-OT + 1
                 END-IF
                 PERFORM R-DESLOCA-DIM-OT
                    VARYING WK-OT FROM WQTD-OT BY -1
                    UNTIL WK-OT < WPOS-OT
                 ADD 1 TO WQTD-OT
                 MOVE WCHAVE-BUSCA-OT TO WOT-CHAVE(WPOS-OT)
                 MOVE ZEROES          TO WOT-VALORES(WPOS-OT)
                 MOVE WPOS-OT         TO WACHOU-OT
              END-IF
           END-IF
           IF WACHOU-OT NOT = ZEROES
              ADD WLIN-PED   TO WOT-PED(WACHOU-OT)
              ADD WLIN-PRAZO TO WOT-PRAZO(WACHOU-OT)
              ADD WLIN-COMPL TO WOT-COMPL(WACHOU-OT)
              ADD WLIN-OTIF  TO WOT-OTIF(WACHOU-OT)
              ADD WLIN-QPED  TO WOT-QPED(WACHOU-OT)
              ADD WLIN-QENT  TO WOT-QENT(WACHOU-OT)
           END-IF.

       R-ACHA-DIM-OT.
           IF WOT-CHAVE(WI-OT) = WCHAVE-BUSCA-OT
              MOVE WI-OT TO WACHOU-OT
           ELSE
              IF WOT-CHAVE(WI-OT) > WCHAVE-BUSCA-OT
                 MOVE WI-OT TO WPOS-OT
              END-IF
           END-IF.

       R-DESLOCA-DIM-OT.
           MOVE WOT-ITEM(WK-OT) TO WOT-ITEM(WK-OT + 1).

      *-------------------------------------
      * RESUMO: TOTAL DO MES E AS QUATRO QUEBRAS.
      *-------------------------------------
       R-IMPRIME-RESUMO-OT.
           IF WFORA-OT = ZEROES
              MOVE 'NENHUM' TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'TOTAL DO MES' TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WOT-CAB-DIM2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WOT-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WTOT-OT TO WLIN-OT
           MOVE ZEROES  TO RD-COD-OT
           MOVE 'TODOS OS PEDIDOS' TO RD-NOME-OT
           PERFORM R-IMPRIME-LINHA-OT
           MOVE 1 TO WDIM-ATUAL-OT
           MOVE 'CLIENTE' TO RL-DIM-NOME-OT
           PERFORM R-IMPRIME-DIMENSAO-OT
           MOVE 2 TO WDIM-ATUAL-OT
           MOVE 'VENDEDOR' TO RL-DIM-NOME-OT
           PERFORM R-IMPRIME-DIMENSAO-OT
           MOVE 3 TO WDIM-ATUAL-OT
           MOVE 'TRANSPORTADORA' TO RL-DIM-NOME-OT
           PERFORM R-IMPRIME-DIMENSAO-OT
           MOVE 4 TO WDIM-ATUAL-OT
           MOVE 'ROTA' TO RL-DIM-NOME-OT
           PERFORM R-IMPRIME-DIMENSAO-OT
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPENDENTES-OT TO RR-PEND-OT
           MOVE WSEM-DATA-OT  TO RR-SEMDATA-OT
           MOVE WFORA-TAB-OT  TO RR-FORATAB-OT
           MOVE WOT-ROD TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-IMPRIME-DIMENSAO-OT.
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WOT-CAB-DIM TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WOT-CAB-DIM2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WOT-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-IMPRIME-DIM-OT
              VARYING WI-OT FROM 1 BY 1 UNTIL WI-OT > WQTD-OT.

       R-IMPRIME-DIM-OT.
           IF WOT-DIM(WI-OT) = WDIM-ATUAL-OT
              MOVE WOT-VALORES(WI-OT) TO WLIN-OT
              MOVE WOT-COD(WI-OT)     TO RD-COD-OT
              PERFORM R-NOME-DIM-OT
              PERFORM R-IMPRIME-LINHA-OT
           END-IF.

       R-NOME-DIM-OT.
           MOVE SPACES TO RD-NOME-OT
           EVALUATE WDIM-ATUAL-OT
              WHEN 1
                 MOVE WOT-COD(WI-OT) TO CODIGO
                 READ CLIENTES KEY IS CODIGO
                 IF FS-CLI = '00'
                    MOVE RAZAO TO RD-NOME-OT
                 END-IF
              WHEN 2
                 MOVE WOT-COD(WI-OT) TO CODIGO-VEN
                 MOVE ZEROES         TO CPF-VEN
                 START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
                 IF FS-VEN = '00'
                    READ VENDEDORES NEXT
                    IF FS-VEN = '00' AND
                       CODIGO-VEN = WOT-COD(WI-OT)
                       MOVE NOME-VEN TO RD-NOME-OT
                    END-IF
                 END-IF
              WHEN 3
                 IF WOT-COD(WI-OT) = ZEROES
                    MOVE 'SEM TRANSPORTADORA' TO RD-NOME-OT
                 ELSE
                    IF WTRP-DISPONIVEL-OT = 1
                       MOVE WOT-COD(WI-OT) TO CODIGO-TRP
                       READ TRANSP
                       IF FS-TRP = '00'
                          MOVE RAZAO-TRP TO RD-NOME-OT
                       END-IF
                    END-IF
                 END-IF
              WHEN 4
                 IF WOT-COD(WI-OT) = ZEROES
                    MOVE 'SEM ROTA' TO RD-NOME-OT
                 ELSE
                    IF WROTA-DISPONIVEL-OT = 1
                       MOVE WOT-COD(WI-OT) TO CODIGO-ROTA
                       READ ROTAS
                       IF FS-ROTA = '00'
                          MOVE DESCRICAO-ROTA TO RD-NOME-OT
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE.

       R-IMPRIME-LINHA-OT.
           MOVE WLIN-PED   TO RD-PED-OT
           MOVE WLIN-PRAZO TO RD-PRAZO-OT
           MOVE WLIN-COMPL TO RD-COMPL-OT
           MOVE WLIN-OTIF  TO RD-OTIF-OT
           MOVE WLIN-QPED  TO RD-QPED-OT
           MOVE WLIN-QENT  TO RD-QENT-OT
           MOVE ZEROES TO RD-PERC-PRAZO-OT RD-PERC-COMPL-OT
                          RD-PERC-OTIF-OT RD-PERC-QTD-OT
           IF WLIN-PED > ZEROES
              COMPUTE WPERC-OT ROUNDED = WLIN-PRAZO * 100 / WLIN-PED
              MOVE WPERC-OT TO RD-PERC-PRAZO-OT
              COMPUTE WPERC-OT ROUNDED = WLIN-COMPL * 100 / WLIN-PED
              MOVE WPERC-OT TO RD-PERC-COMPL-OT
              COMPUTE WPERC-OT ROUNDED = WLIN-OTIF * 100 / WLIN-PED
              MOVE WPERC-OT TO RD-PERC-OTIF-OT
           END-IF
           IF WLIN-QPED > ZEROES
              COMPUTE WPERC-OT ROUNDED = WLIN-QENT * 100 / WLIN-QPED
              MOVE WPERC-OT TO RD-PERC-QTD-OT
           END-IF
           MOVE WOT-DET-DIM TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-MOSTRA-MSG-OT.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
