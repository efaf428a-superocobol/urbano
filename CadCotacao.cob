      *--------------------------
      * COTACAO DE COMPRA JUNTO A FORNECEDORES
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadCotacao.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Rodada de cotacao antes da
      *              ordem de compra: a cotacao (ARQCOTACAO.DAT,
      *              numerada pelo GeraNumero) lista produtos e
      *              quantidades (ARQCOTITEM.DAT) e os fornecedores
      *              convidados; o pedido de cotacao sai no spool
      *              (COTACAO), uma folha por fornecedor. A resposta
      *              de cada fornecedor grava preco unitario e prazo
      *              de entrega por item e a condicao de pagamento
      *              (ARQCONDPAG.DAT) em ARQCOTFORN.DAT. O comparativo
      *              mostra, item a item, a melhor oferta (menor
      *              preco; no empate, menor prazo) e o comprador
      *              confirma ou troca o vencedor. A geracao abre uma
      *              ordem de compra por fornecedor vencedor
      *              (ORDCOMPRA/OCITEM, custo = preco cotado), anota
      *              a ordem e a linha no item da cotacao, marca as
      *              ofertas V=vencedora ou P=perdedora - que ficam
      *              guardadas para auditoria - e fecha a cotacao.
      *              Mapa comparativo no spool. Operacoes no
      *              TRANLOG.LOG.
      * 2026-10-15 - A ordem gerada leva como prazo de entrega
      *              prometido o maior prazo cotado entre os itens
      *              do fornecedor vencedor.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT COTACAO ASSIGN TO  DISK WID-ARQ-COT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-COT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-COT.

       SELECT COTITEM ASSIGN TO  DISK WID-ARQ-COTITEM
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CTI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CTI.

       SELECT COTFORN ASSIGN TO  DISK WID-ARQ-COTFORN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CTF
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CTF.

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

       SELECT CONDPAG ASSIGN TO  DISK WID-ARQ-CONDPAG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CPG
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CPG.

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
       FD COTACAO.
       01 REGISTRO-COTACAO.
          02 CHAVE-COT.
             03 NUMERO-COT            PIC  9(009).
          02 DATA-COT                 PIC  9(008) VALUE ZEROES.
          02 STATUS-COT               PIC  X(001) VALUE 'A'.
             88 COT-ABERTA            VALUE 'A'.
             88 COT-CONVERTIDA        VALUE 'F'.
             88 COT-CANCELADA         VALUE 'C'.
          02 OPERADOR-COT             PIC  X(010) VALUE SPACES.
          02 DATA-CONV-COT            PIC  9(008) VALUE ZEROES.
          02 QTD-OC-COT               PIC  9(003) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD COTITEM.
       01 REGISTRO-COTITEM.
          02 CHAVE-CTI.
             03 NUMERO-COT-CTI        PIC  9(009).
             03 NUMERO-CTI            PIC  9(003).
          02 CODIGO-PROD-CTI          PIC  9(007).
          02 QTDE-CTI                 PIC  9(007) VALUE ZEROES.
          02 CODIGO-FOR-VENC-CTI      PIC  9(007) VALUE ZEROES.
          02 CODIGO-OC-CTI            PIC  9(009) VALUE ZEROES.
          02 NUMERO-OCI-CTI           PIC  9(003) VALUE ZEROES.
          02 FILLER                   PIC  X(010) VALUE SPACES.

      * ITEM 000 = CONVITE DO FORNECEDOR (PRAZO E CONDICAO PADRAO DA
      * RESPOSTA); DEMAIS = OFERTA DO FORNECEDOR PARA O ITEM.
       FD COTFORN.
       01 REGISTRO-COTFORN.
          02 CHAVE-CTF.
             03 NUMERO-COT-CTF        PIC  9(009).
             03 NUMERO-CTI-CTF        PIC  9(003).
             03 CODIGO-FOR-CTF        PIC  9(007).
          02 PRECO-UNIT-CTF           PIC  9(007)v9(002) VALUE ZEROES.
          02 PRAZO-CTF                PIC  9(003) VALUE ZEROES.
          02 COND-PAGTO-CTF           PIC  9(003) VALUE ZEROES.
          02 DATA-RESP-CTF            PIC  9(008) VALUE ZEROES.
          02 SITUACAO-CTF             PIC  X(001) VALUE SPACES.
             88 CTF-PENDENTE          VALUE ' '.
             88 CTF-RESPONDIDA        VALUE 'R'.
             88 CTF-VENCEDORA         VALUE 'V'.
             88 CTF-PERDEDORA         VALUE 'P'.
          02 OPERADOR-CTF             PIC  X(010) VALUE SPACES.
          02 FILLER                   PIC  X(010) VALUE SPACES.

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

       FD CONDPAG.
       01 REGISTRO-CONDPAG.
          02 CODIGO-CPG               PIC  9(003).
          02 DESCRICAO-CPG            PIC  X(030).
          02 QTD-PARCELAS-CPG         PIC  9(002) VALUE ZEROES.
          02 DIAS-CPG                 PIC  9(003) OCCURS 12 TIMES.

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-COT.
           02 FS-COT-1                PIC 9.
           02 FS-COT-2                PIC 9.
           02 FS-COT-R REDEFINES FS-COT-2 PIC 99 COMP-X.
       01 FS-CTI.
           02 FS-CTI-1                PIC 9.
           02 FS-CTI-2                PIC 9.
           02 FS-CTI-R REDEFINES FS-CTI-2 PIC 99 COMP-X.
       01 FS-CTF.
           02 FS-CTF-1                PIC 9.
           02 FS-CTF-2                PIC 9.
           02 FS-CTF-R REDEFINES FS-CTF-2 PIC 99 COMP-X.
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
       01 FS-CPG.
           02 FS-CPG-1                PIC 9.
           02 FS-CPG-2                PIC 9.
           02 FS-CPG-R REDEFINES FS-CPG-2 PIC 99 COMP-X.
       01 FS-TRANLOG                  PIC XX VALUE '00'.
       01 FS-REL                      PIC XX VALUE '00'.

       01 WID-ARQ-COT                 PIC X(50) VALUE 'ARQCOTACAO.DAT'.
       01 WID-ARQ-COTITEM             PIC X(50) VALUE 'ARQCOTITEM.DAT'.
       01 WID-ARQ-COTFORN             PIC X(50) VALUE 'ARQCOTFORN.DAT'.
       01 WID-ARQ-OC                  PIC X(50) VALUE 'ARQOC.DAT'.
       01 WID-ARQ-OCITEM              PIC X(50) VALUE 'ARQOCITEM.DAT'.
       01 WID-ARQ-FORN                PIC X(50) VALUE 'ARQFORN.DAT'.
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-CONDPAG             PIC X(50) VALUE 'ARQCONDPAG.DAT'.
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WOPCAO-CT       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)
       77 WCPG-DISPONIVEL PIC 9 VALUE ZEROES.

      *-------------DADOS EM DIGITACAO------------------------------
       01 WNUMERO-CT           PIC 9(009) VALUE ZEROES.
       01 WDATA-CT             PIC 9(008) VALUE ZEROES.
       01 WSTATUS-CT           PIC X(001) VALUE SPACES.
       01 WNUMERO-CTI-CT       PIC 9(003) VALUE ZEROES.
       01 WCODIGO-PROD-CT      PIC 9(007) VALUE ZEROES.
       01 WDESCRICAO-PROD-CT   PIC X(040) VALUE SPACES.
       01 WQTDE-CT             PIC 9(007) VALUE ZEROES.
       01 WCODIGO-FOR-CT       PIC 9(007) VALUE ZEROES.
       01 WRAZAO-FOR-CT        PIC X(040) VALUE SPACES.
       01 WPRAZO-CT            PIC 9(003) VALUE ZEROES.
       01 WCOND-CT             PIC 9(003) VALUE ZEROES.
       01 WDESCR-COND-CT       PIC X(030) VALUE SPACES.
       01 WPRECO-CT            PIC 9(007)v9(002) VALUE ZEROES.
       01 WPRAZO-ITEM-CT       PIC 9(003) VALUE ZEROES.
       01 WVENC-CT             PIC 9(007) VALUE ZEROES.
       01 WTIPO-IMP-CT         PIC X(001) VALUE SPACES.
       01 WDATA-HOJE-CT        PIC 9(008) VALUE ZEROES.
       77 WFIM-CT              PIC 9 VALUE ZEROES.
       77 WSAIDA-CT            PIC 9 VALUE ZEROES.
       77 WSAIDA-CF            PIC 9 VALUE ZEROES.
       77 WTEM-CTF-CT          PIC 9 VALUE ZEROES.
      *--------------------------------------------------

      *-------------MELHOR OFERTA DO ITEM---------------------------
      * MENOR PRECO UNITARIO COTADO; NO EMPATE, O MENOR PRAZO.
       01 WMELHOR-FOR-CT       PIC 9(007) VALUE ZEROES.
       01 WMELHOR-PRECO-CT     PIC 9(007)v9(002) VALUE ZEROES.
       01 WMELHOR-PRAZO-CT     PIC 9(003) VALUE ZEROES.
       01 WMELHOR-COND-CT      PIC 9(003) VALUE ZEROES.
       01 WMELHOR-RAZAO-CT     PIC X(040) VALUE SPACES.
       01 WQTD-OFERTAS-CT      PIC 9(003) VALUE ZEROES.
      *--------------------------------------------------

      *-------------GERACAO DAS ORDENS DE COMPRA--------------------
       77 WMAX-IT-CT           PIC 9(003) VALUE 200.
       77 WQTD-IT-CT           PIC 9(003) VALUE ZEROES.
       77 WQTD-VENC-CT         PIC 9(003) VALUE ZEROES.
       77 WQTD-OC-CT           PIC 9(003) VALUE ZEROES.
       77 WI-CT                PIC 9(003) VALUE ZEROES.
       77 WJ-CT                PIC 9(003) VALUE ZEROES.
       77 WACHOU-CT            PIC 9(003) VALUE ZEROES.
       01 WOC-ATUAL-CT         PIC 9(009) VALUE ZEROES.
       01 WFOR-ATUAL-CT        PIC 9(007) VALUE ZEROES.
       01 WLINHA-OC-CT         PIC 9(003) VALUE ZEROES.
       01 WVALOR-OC-CT         PIC 9(011)v9(002) VALUE ZEROES.
       01 WPRAZO-OC-CT         PIC 9(003) VALUE ZEROES.
       01 WTAB-ITENS-CT.
          02 WIT-CT OCCURS 200 TIMES.
             03 WIT-NUMERO-CT     PIC 9(003).
             03 WIT-PROD-CT       PIC 9(007).
             03 WIT-QTDE-CT       PIC 9(007).
             03 WIT-VENC-CT       PIC 9(007).
             03 WIT-PRECO-CT      PIC 9(007)v9(002).
             03 WIT-PRAZO-CT      PIC 9(003).
             03 WIT-OC-CT         PIC 9(009).
             03 WIT-OCI-CT        PIC 9(003).
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
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-COTACAO            PIC 9(009).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-ITEM               PIC 9(003).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-FORNECEDOR         PIC 9(007).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-OC                 PIC 9(009).

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

      *------------------------------------
      * LAYOUT DO PEDIDO DE COTACAO E DO MAPA COMPARATIVO
      *------------------------------------
       01  CAB01-CT.
           02 FILLER            PIC X(30) VALUE SPACES.
           02 RC-TITULO         PIC X(40) VALUE SPACES.

       01  CAB02-CT.
           02 FILLER            PIC X(17) VALUE 'COTACAO NUMERO: '.
           02 RC-NUMERO         PIC 9(009).
           02 FILLER            PIC X(08) VALUE '  DATA: '.
           02 RC-DATA           PIC 9(004)/9(002)/9(002).

       01  CAB03-CT.
           02 FILLER            PIC X(12) VALUE 'FORNECEDOR: '.
           02 RC-FORNECEDOR     PIC 9(007).
           02 FILLER            PIC X(03) VALUE ' - '.
           02 RC-RAZAO          PIC X(040).
           02 FILLER            PIC X(08) VALUE '  CNPJ: '.
           02 RC-CNPJ           PIC 9(014).

       01  CAB04-CT.
           02 FILLER            PIC X(12) VALUE 'CONTATO...: '.
           02 RC-TELEFONE       PIC X(015).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 RC-EMAIL          PIC X(040).

       01  CAB05-CT.
           02 FILLER            PIC X(70) VALUE
           'FAVOR INFORMAR PRECO UNITARIO, PRAZO DE ENTREGA (DIAS) E'.
           02 FILLER            PIC X(30) VALUE
           ' CONDICAO DE PAGAMENTO.'.

       01  CAB06-CT.
           03 FILLER PIC X(05) VALUE 'ITEM '.
           03 FILLER PIC X(08) VALUE 'PRODUTO '.
           03 FILLER PIC X(41) VALUE 'DESCRICAO'.
           03 FILLER PIC X(04) VALUE 'UN'.
           03 FILLER PIC X(09) VALUE '     QTDE'.
           03 FILLER PIC X(35) VALUE
              '   PRECO UNIT.         PRAZO'.

       01  CAB07-CT.
           03 FILLER PIC X(110) VALUE IS ALL '-'.

       01  DET01-CT.
           03 RC-ITEM             PIC 9(003).
           03 FILLER              PIC X(02)  VALUE SPACES.
           03 RC-PRODUTO          PIC 9(007).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RC-DESCRICAO        PIC X(040).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RC-UNIDADE          PIC X(003).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RC-QTDE             PIC ZZZZZZZ9.
           03 FILLER              PIC X(32)  VALUE
              '   ____________     ______'.

       01  DET02-CT.
           03 FILLER              PIC X(08)  VALUE SPACES.
           03 RC-FOR-OFERTA       PIC 9(007).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RC-RAZAO-OFERTA     PIC X(030).
           03 FILLER              PIC X(07)  VALUE ' PRECO '.
           03 RC-PRECO            PIC Z(06)9.99.
           03 FILLER              PIC X(07)  VALUE ' PRAZO '.
           03 RC-PRAZO            PIC ZZ9.
           03 FILLER              PIC X(06)  VALUE ' COND '.
           03 RC-COND             PIC X(020).
           03 FILLER              PIC X(07)  VALUE ' TOTAL '.
           03 RC-TOTAL            PIC Z(10)9.99.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RC-MARCA            PIC X(015).

       01  ASS01-CT.
           03 FILLER              PIC X(60) VALUE
           'VALIDADE DA PROPOSTA: ________  RESPONSAVEL: '.
           03 FILLER              PIC X(22) VALUE
           '______________________'.

       01  TRACO-CT.
           03 FILLER              PIC X(110) VALUE IS ALL '='.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-OPCAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - COTACOES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] MONTAR COTACAO (ITENS/FORNEC.)".
          02 LINE 8 COL 10 VALUE "[2] REGISTRAR RESPOSTA DO FORNECEDOR".
          02 LINE 9 COL 10 VALUE "[3] COMPARAR E ESCOLHER VENCEDOR".
          02 LINE 10 COL 10 VALUE "[4] GERAR ORDENS DE COMPRA".
          02 LINE 11 COL 10 VALUE "[5] IMPRIMIR PEDIDO/MAPA".
          02 LINE 12 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-CT AUTO.

       01 TELA-COTACAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - COTACOES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 29 VALUE "COTACAO DE COMPRA".
          02 LINE 6 COL 10 VALUE "Numero Cotacao..:".
          02 LINE 7 COL 10 VALUE "Data/Situacao...:".
          02 LINE 7 COL 29 PIC 9(008) FROM WDATA-CT.
          02 LINE 7 COL 38 PIC X(001) FROM WSTATUS-CT.
          02 LINE 7 COL 41 VALUE "(A=ABERTA F=CONVERTIDA)".

       01 TELA-NUM-CT.
          02 LINE 06 COL 29 PIC 9(009) USING WNUMERO-CT.

       01 TELA-ITEM-CT.
          02 LINE 9 COL 10 VALUE "Item............:".
          02 LINE 9 COL 29 PIC 9(003) FROM WNUMERO-CTI-CT.
          02 LINE 10 COL 10 VALUE "Produto.........:".
          02 LINE 10 COL 29 PIC 9(007) USING WCODIGO-PROD-CT.
          02 LINE 11 COL 10 VALUE "Quantidade......:".
          02 LINE 11 COL 29 PIC 9(007) USING WQTDE-CT.

       01 TELA-FORN-CT.
          02 LINE 13 COL 10 VALUE "Fornecedor......:".
          02 LINE 13 COL 29 PIC 9(007) USING WCODIGO-FOR-CT.

       01 TELA-RAZAO-CT.
          02 LINE 13 COL 37 PIC X(040) FROM WRAZAO-FOR-CT.

       01 TELA-RESP-CT.
          02 LINE 15 COL 10 VALUE "Prazo Entrega...:".
          02 LINE 15 COL 29 PIC 9(003) USING WPRAZO-CT.
          02 LINE 15 COL 33 VALUE "DIAS".
          02 LINE 16 COL 10 VALUE "Cond. Pagamento.:".
          02 LINE 16 COL 29 PIC 9(003) USING WCOND-CT.

       01 TELA-PRECO-CT.
          02 LINE 18 COL 10 VALUE "Item/Produto....:".
          02 LINE 18 COL 29 PIC 9(003) FROM WNUMERO-CTI-CT.
          02 LINE 18 COL 33 PIC 9(007) FROM WCODIGO-PROD-CT.
          02 LINE 18 COL 41 PIC X(030) FROM WDESCRICAO-PROD-CT.
          02 LINE 19 COL 10 VALUE "Quantidade......:".
          02 LINE 19 COL 29 PIC 9(007) FROM WQTDE-CT.
          02 LINE 20 COL 10 VALUE "Preco Unitario..:".
          02 LINE 20 COL 29 PIC 9(007)v9(002) USING WPRECO-CT.
          02 LINE 20 COL 40 VALUE "(0 = NAO COTOU)".
          02 LINE 21 COL 10 VALUE "Prazo do Item...:".
          02 LINE 21 COL 29 PIC 9(003) USING WPRAZO-ITEM-CT.

       01 TELA-COMPARA-CT.
          02 LINE 9 COL 10 VALUE "Item/Produto....:".
          02 LINE 9 COL 29 PIC 9(003) FROM WNUMERO-CTI-CT.
          02 LINE 9 COL 33 PIC 9(007) FROM WCODIGO-PROD-CT.
          02 LINE 9 COL 41 PIC X(030) FROM WDESCRICAO-PROD-CT.
          02 LINE 10 COL 10 VALUE "Quantidade......:".
          02 LINE 10 COL 29 PIC 9(007) FROM WQTDE-CT.
          02 LINE 12 COL 10 VALUE "Ofertas.........:".
          02 LINE 12 COL 29 PIC ZZ9 FROM WQTD-OFERTAS-CT.
          02 LINE 13 COL 10 VALUE "Melhor Oferta...:".
          02 LINE 13 COL 29 PIC 9(007) FROM WMELHOR-FOR-CT.
          02 LINE 13 COL 37 PIC X(040) FROM WMELHOR-RAZAO-CT.
          02 LINE 14 COL 10 VALUE "Preco/Prazo.....:".
          02 LINE 14 COL 29 PIC 9(007)v9(002) FROM WMELHOR-PRECO-CT.
          02 LINE 14 COL 40 PIC ZZ9 FROM WMELHOR-PRAZO-CT.
          02 LINE 14 COL 44 VALUE "DIAS".
          02 LINE 15 COL 10 VALUE "Cond. Pagamento.:".
          02 LINE 15 COL 29 PIC 9(003) FROM WMELHOR-COND-CT.
          02 LINE 15 COL 33 PIC X(030) FROM WDESCR-COND-CT.
          02 LINE 17 COL 10 VALUE "Vencedor........:".
          02 LINE 17 COL 29 PIC 9(007) USING WVENC-CT.
          02 LINE 17 COL 37 VALUE "(0 = NAO COMPRAR O ITEM)".
          02 LINE 19 COL 10 VALUE "ENTER=PROXIMO ITEM  9=SAIR".
          02 LINE 19 COL 38 PIC X USING WX.

       01 TELA-IMPRIME-CT.
          02 LINE 9 COL 10 VALUE "P=PEDIDO AOS FORNECEDORES M=MAPA:".
          02 LINE 9 COL 45 PIC X(001) USING WTIPO-IMP-CT.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-COT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-COTITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-COTFORN
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-OC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-OCITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FORN
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CONDPAG
           INITIALIZE WSAIDA WOPCAO-CT
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-CT = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-CT
             WHEN 1
               PERFORM S-MONTAR-CT
             WHEN 2
               PERFORM S-RESPOSTA-CT
             WHEN 3
               PERFORM S-COMPARAR-CT
             WHEN 4
               PERFORM S-GERAR-OC-CT
             WHEN 5
               PERFORM S-IMPRIMIR-CT
             WHEN 6
               CLOSE COTACAO COTITEM COTFORN ORDCOMPRA OCITEM
                     FORNECEDORES PRODUTOS
               IF WCPG-DISPONIVEL = 1
                  CLOSE CONDPAG
               END-IF
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *-------------------------------------
      * MONTAGEM: NUMERO 0 ABRE UMA COTACAO NOVA; NUMERO INFORMADO
      * CONTINUA UMA ABERTA. DEPOIS OS ITENS (PRODUTO 0 ENCERRA) E
      * OS FORNECEDORES CONVIDADOS (FORNECEDOR 0 ENCERRA).
      *-------------------------------------
       S-MONTAR-CT SECTION.
       MONTAR-CT-1.
           MOVE ZEROES TO WNUMERO-CT WDATA-CT
           MOVE SPACES TO WSTATUS-CT
           MOVE '=> 0 ABRE UMA COTACAO NOVA ' TO WTXT
           DISPLAY TELA-COTACAO
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-NUM-CT
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WNUMERO-CT = ZEROES
              MOVE 'ABRIR UMA COTACAO NOVA ?...' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              IF WX NOT = 'S' AND WX NOT = 's'
                 GO TO MONTAR-CT-EXIT
              END-IF
              MOVE 'COTACAO' TO LINK-NUM-ENTIDADE
              CALL "GeraNumero" USING LINK-NUMERO
              IF LINK-NUM-STATUS NOT = '0'
                 MOVE 'ERRO NA NUMERACAO DA COTACAO' TO WTXT
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE WMENSAGEM
                 DISPLAY TELA-MENSAGEM
                 GO TO MONTAR-CT-EXIT
              END-IF
              MOVE LINK-NUM-VALOR TO WNUMERO-CT NUMERO-COT
              ACCEPT WDATA-HOJE-CT FROM DATE YYYYMMDD
              MOVE WDATA-HOJE-CT  TO DATA-COT
              MOVE 'A'            TO STATUS-COT
              MOVE LID-OPERADOR-1 TO OPERADOR-COT
              MOVE ZEROES         TO DATA-CONV-COT QTD-OC-COT
              WRITE REGISTRO-COTACAO
              IF FS-COT NOT = '00'
                 MOVE 'ERRO DE GRAVAÇÃO ST ' TO WTXT
                 MOVE FS-COT TO WST
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE WMENSAGEM
                 DISPLAY TELA-MENSAGEM
                 GO TO MONTAR-CT-EXIT
              END-IF
              MOVE 'COT-ABRE' TO WTL-OPERACAO
              MOVE ZEROES TO WTL-ITEM WTL-FORNECEDOR WTL-OC
              PERFORM R-GRAVA-LOG
           ELSE
              PERFORM R-LE-COTACAO-ABERTA
                 THRU R-LE-COTACAO-ABERTA-FIM
              IF WTXT NOT = SPACES
                 GO TO MONTAR-CT-EXIT
              END-IF
           END-IF
           MOVE DATA-COT   TO WDATA-CT
           MOVE STATUS-COT TO WSTATUS-CT
           PERFORM R-ULTIMO-ITEM-CT
           MOVE 0 TO WFIM-CT
           PERFORM R-INCLUI-ITEM-CT THRU R-INCLUI-ITEM-CT-FIM
              UNTIL WFIM-CT = 1
           IF WNUMERO-CTI-CT = ZEROES
              MOVE 'COTACAO SEM ITENS - INCLUA OS PRODUTOS' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO MONTAR-CT-EXIT
           END-IF
           MOVE 0 TO WFIM-CT
           PERFORM R-CONVIDA-FORN-CT THRU R-CONVIDA-FORN-CT-FIM
              UNTIL WFIM-CT = 1
           MOVE 'IMPRIMA O PEDIDO AOS FORNECEDORES (OPCAO 5)' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       MONTAR-CT-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-MONTAR-CT-ROTINAS SECTION.

      *    (ULTIMO ITEM JA LANCADO NA COTACAO, PARA NUMERAR OS NOVOS)
       R-ULTIMO-ITEM-CT.
           MOVE ZEROES TO WNUMERO-CTI-CT
           MOVE WNUMERO-CT TO NUMERO-COT-CTI
           MOVE ZEROES     TO NUMERO-CTI
           START COTITEM KEY IS NOT LESS THAN CHAVE-CTI
           MOVE 0 TO WSAIDA-CT
           IF FS-CTI NOT = '00'
              MOVE 1 TO WSAIDA-CT
           END-IF
           PERFORM R-ULTIMO-ITEM-CT-1 UNTIL WSAIDA-CT = 1.

       R-ULTIMO-ITEM-CT-1.
           READ COTITEM NEXT
           IF FS-CTI NOT = '00' OR NUMERO-COT-CTI NOT = WNUMERO-CT
              MOVE 1 TO WSAIDA-CT
           ELSE
              MOVE NUMERO-CTI TO WNUMERO-CTI-CT
           END-IF.

       R-INCLUI-ITEM-CT.
           MOVE ZEROES TO WCODIGO-PROD-CT WQTDE-CT
           DISPLAY TELA-COTACAO
           DISPLAY TELA-NUM-CT
           MOVE '=> PRODUTO 0 ENCERRA OS ITENS ' TO WTXT
           DISPLAY TELA-MENSAGEM
           ADD 1 TO WNUMERO-CTI-CT
           DISPLAY TELA-ITEM-CT
           ACCEPT TELA-ITEM-CT
           SUBTRACT 1 FROM WNUMERO-CTI-CT
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WCODIGO-PROD-CT = ZEROES
              MOVE 1 TO WFIM-CT
              GO TO R-INCLUI-ITEM-CT-FIM
           END-IF
           IF WNUMERO-CTI-CT NOT < WMAX-IT-CT
              MOVE 'COTACAO COMPLETA (200 ITENS)' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              MOVE 1 TO WFIM-CT
              GO TO R-INCLUI-ITEM-CT-FIM
           END-IF
           MOVE WCODIGO-PROD-CT TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD NOT = '00' OR INATIVO-PROD = 'S'
              MOVE 'PRODUTO INEXISTENTE OU INATIVO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-INCLUI-ITEM-CT-FIM
           END-IF
           IF WQTDE-CT = ZEROES
              MOVE 'INFORME A QUANTIDADE' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-INCLUI-ITEM-CT-FIM
           END-IF
           ADD 1 TO WNUMERO-CTI-CT
           MOVE WNUMERO-CT      TO NUMERO-COT-CTI
           MOVE WNUMERO-CTI-CT  TO NUMERO-CTI
           MOVE WCODIGO-PROD-CT TO CODIGO-PROD-CTI
           MOVE WQTDE-CT        TO QTDE-CTI
           MOVE ZEROES          TO CODIGO-FOR-VENC-CTI CODIGO-OC-CTI
                                   NUMERO-OCI-CTI
           WRITE REGISTRO-COTITEM
           IF FS-CTI = '00'
              MOVE 'COT-ITEM' TO WTL-OPERACAO
              MOVE WNUMERO-CTI-CT TO WTL-ITEM
              MOVE ZEROES TO WTL-FORNECEDOR WTL-OC
              PERFORM R-GRAVA-LOG
           ELSE
              SUBTRACT 1 FROM WNUMERO-CTI-CT
              MOVE 'ERRO DE GRAVAÇÃO ST ' TO WTXT
              MOVE FS-CTI TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.
       R-INCLUI-ITEM-CT-FIM.
           EXIT.

       R-CONVIDA-FORN-CT.
           MOVE ZEROES TO WCODIGO-FOR-CT
           MOVE SPACES TO WRAZAO-FOR-CT
           MOVE '=> FORNECEDOR 0 ENCERRA OS CONVITES ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-RAZAO-CT
           ACCEPT TELA-FORN-CT
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WCODIGO-FOR-CT = ZEROES
              MOVE 1 TO WFIM-CT
              GO TO R-CONVIDA-FORN-CT-FIM
           END-IF
           MOVE WCODIGO-FOR-CT TO CODIGO-FOR
           READ FORNECEDORES
           IF FS-FOR NOT = '00' OR INATIVO-FOR = 'S'
              MOVE 'FORNECEDOR INEXISTENTE OU INATIVO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-CONVIDA-FORN-CT-FIM
           END-IF
           MOVE RAZAO-FOR TO WRAZAO-FOR-CT
           DISPLAY TELA-RAZAO-CT
           MOVE WNUMERO-CT     TO NUMERO-COT-CTF
           MOVE ZEROES         TO NUMERO-CTI-CTF
           MOVE WCODIGO-FOR-CT TO CODIGO-FOR-CTF
           READ COTFORN
           IF FS-CTF = '00'
              MOVE 'FORNECEDOR JA CONVIDADO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-CONVIDA-FORN-CT-FIM
           END-IF
           MOVE WNUMERO-CT     TO NUMERO-COT-CTF
           MOVE ZEROES         TO NUMERO-CTI-CTF
           MOVE WCODIGO-FOR-CT TO CODIGO-FOR-CTF
           MOVE ZEROES         TO PRECO-UNIT-CTF PRAZO-CTF
                                  COND-PAGTO-CTF DATA-RESP-CTF
           MOVE SPACES         TO SITUACAO-CTF
           MOVE LID-OPERADOR-1 TO OPERADOR-CTF
           WRITE REGISTRO-COTFORN
           IF FS-CTF = '00'
              MOVE 'COT-FORN' TO WTL-OPERACAO
              MOVE ZEROES TO WTL-ITEM WTL-OC
              MOVE WCODIGO-FOR-CT TO WTL-FORNECEDOR
              PERFORM R-GRAVA-LOG
           ELSE
              MOVE 'ERRO DE GRAVAÇÃO ST ' TO WTXT
              MOVE FS-CTF TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.
       R-CONVIDA-FORN-CT-FIM.
           EXIT.

      *-------------------------------------
      * RESPOSTA DO FORNECEDOR CONVIDADO: PRAZO E CONDICAO DE
      * PAGAMENTO DA PROPOSTA E, ITEM A ITEM, O PRECO UNITARIO (0 =
      * NAO COTOU) E O PRAZO DO ITEM (PADRAO O DA PROPOSTA).
      *-------------------------------------
       S-RESPOSTA-CT SECTION.
       RESPOSTA-CT-1.
           MOVE ZEROES TO WNUMERO-CT WDATA-CT
           MOVE SPACES TO WSTATUS-CT
           MOVE '=> 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-COTACAO
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-NUM-CT
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WNUMERO-CT = ZEROES
              GO TO RESPOSTA-CT-EXIT
           END-IF
           PERFORM R-LE-COTACAO-ABERTA THRU R-LE-COTACAO-ABERTA-FIM
           IF WTXT NOT = SPACES
              GO TO RESPOSTA-CT-EXIT
           END-IF
           MOVE DATA-COT   TO WDATA-CT
           MOVE STATUS-COT TO WSTATUS-CT
           DISPLAY TELA-COTACAO
           DISPLAY TELA-NUM-CT
           MOVE ZEROES TO WCODIGO-FOR-CT
           MOVE SPACES TO WRAZAO-FOR-CT
           ACCEPT TELA-FORN-CT
           IF WCODIGO-FOR-CT = ZEROES
              GO TO RESPOSTA-CT-EXIT
           END-IF
           MOVE WNUMERO-CT     TO NUMERO-COT-CTF
           MOVE ZEROES         TO NUMERO-CTI-CTF
           MOVE WCODIGO-FOR-CT TO CODIGO-FOR-CTF
           READ COTFORN
           IF FS-CTF NOT = '00'
              MOVE 'FORNECEDOR NAO CONVIDADO NESTA COTACAO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO RESPOSTA-CT-EXIT
           END-IF
           MOVE WCODIGO-FOR-CT TO CODIGO-FOR
           READ FORNECEDORES
           IF FS-FOR = '00'
              MOVE RAZAO-FOR TO WRAZAO-FOR-CT
           END-IF
           DISPLAY TELA-RAZAO-CT
           MOVE PRAZO-CTF      TO WPRAZO-CT
           MOVE COND-PAGTO-CTF TO WCOND-CT
           ACCEPT TELA-RESP-CT
           IF WCOND-CT NOT = ZEROES AND WCPG-DISPONIVEL = 1
              MOVE WCOND-CT TO CODIGO-CPG
              READ CONDPAG
              IF FS-CPG NOT = '00'
                 MOVE 'CONDICAO DE PAGAMENTO INEXISTENTE' TO WTXT
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE WMENSAGEM
                 DISPLAY TELA-MENSAGEM
                 GO TO RESPOSTA-CT-EXIT
              END-IF
           END-IF
           ACCEPT WDATA-HOJE-CT FROM DATE YYYYMMDD
           MOVE WNUMERO-CT     TO NUMERO-COT-CTF
           MOVE ZEROES         TO NUMERO-CTI-CTF
           MOVE WCODIGO-FOR-CT TO CODIGO-FOR-CTF
           READ COTFORN
           MOVE WPRAZO-CT      TO PRAZO-CTF
           MOVE WCOND-CT       TO COND-PAGTO-CTF
           MOVE WDATA-HOJE-CT  TO DATA-RESP-CTF
           MOVE 'R'            TO SITUACAO-CTF
           MOVE LID-OPERADOR-1 TO OPERADOR-CTF
           REWRITE REGISTRO-COTFORN
           MOVE WNUMERO-CT TO NUMERO-COT-CTI
           MOVE ZEROES     TO NUMERO-CTI
           START COTITEM KEY IS NOT LESS THAN CHAVE-CTI
           MOVE 0 TO WSAIDA-CT
           IF FS-CTI NOT = '00'
              MOVE 1 TO WSAIDA-CT
           END-IF
           PERFORM R-RESPOSTA-ITEM-CT UNTIL WSAIDA-CT = 1
           MOVE 'COT-RESP' TO WTL-OPERACAO
           MOVE ZEROES TO WTL-ITEM WTL-OC
           MOVE WCODIGO-FOR-CT TO WTL-FORNECEDOR
           PERFORM R-GRAVA-LOG
           MOVE 'RESPOSTA REGISTRADA' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       RESPOSTA-CT-EXIT.
           EXIT.

       S-RESPOSTA-CT-ROTINAS SECTION.

       R-RESPOSTA-ITEM-CT.
           READ COTITEM NEXT
           IF FS-CTI NOT = '00' OR NUMERO-COT-CTI NOT = WNUMERO-CT
              MOVE 1 TO WSAIDA-CT
           ELSE
              MOVE NUMERO-CTI      TO WNUMERO-CTI-CT
              MOVE CODIGO-PROD-CTI TO WCODIGO-PROD-CT CODIGO-PROD
              MOVE QTDE-CTI        TO WQTDE-CT
              MOVE SPACES TO WDESCRICAO-PROD-CT
              READ PRODUTOS
              IF FS-PROD = '00'
                 MOVE DESCRICAO-PROD TO WDESCRICAO-PROD-CT
              END-IF
              MOVE WNUMERO-CT     TO NUMERO-COT-CTF
              MOVE NUMERO-CTI     TO NUMERO-CTI-CTF
              MOVE WCODIGO-FOR-CT TO CODIGO-FOR-CTF
              READ COTFORN
              IF FS-CTF = '00'
                 MOVE 1 TO WTEM-CTF-CT
                 MOVE PRECO-UNIT-CTF TO WPRECO-CT
                 MOVE PRAZO-CTF      TO WPRAZO-ITEM-CT
              ELSE
                 MOVE 0 TO WTEM-CTF-CT
                 MOVE ZEROES    TO WPRECO-CT
                 MOVE WPRAZO-CT TO WPRAZO-ITEM-CT
              END-IF
              DISPLAY TELA-PRECO-CT
              ACCEPT TELA-PRECO-CT
              IF WTEM-CTF-CT = 1 OR WPRECO-CT NOT = ZEROES
                 MOVE WNUMERO-CT     TO NUMERO-COT-CTF
                 MOVE NUMERO-CTI     TO NUMERO-CTI-CTF
                 MOVE WCODIGO-FOR-CT TO CODIGO-FOR-CTF
                 MOVE WPRECO-CT      TO PRECO-UNIT-CTF
                 MOVE WPRAZO-ITEM-CT TO PRAZO-CTF
                 MOVE WCOND-CT       TO COND-PAGTO-CTF
                 MOVE WDATA-HOJE-CT  TO DATA-RESP-CTF
                 MOVE 'R'            TO SITUACAO-CTF
                 MOVE LID-OPERADOR-1 TO OPERADOR-CTF
                 IF WTEM-CTF-CT = 1
                    REWRITE REGISTRO-COTFORN
                 ELSE
                    WRITE REGISTRO-COTFORN
                 END-IF
              END-IF
           END-IF.

      *-------------------------------------
      * COMPARATIVO ITEM A ITEM: MOSTRA A MELHOR OFERTA E GRAVA O
      * VENCEDOR ESCOLHIDO (PADRAO O JA ESCOLHIDO OU O MELHOR). O
      * VENCEDOR PRECISA TER COTADO PRECO PARA O ITEM.
      *-------------------------------------
       S-COMPARAR-CT SECTION.
       COMPARAR-CT-1.
           MOVE ZEROES TO WNUMERO-CT WDATA-CT
           MOVE SPACES TO WSTATUS-CT
           MOVE '=> 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-COTACAO
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-NUM-CT
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WNUMERO-CT = ZEROES
              GO TO COMPARAR-CT-EXIT
           END-IF
           PERFORM R-LE-COTACAO-ABERTA THRU R-LE-COTACAO-ABERTA-FIM
           IF WTXT NOT = SPACES
              GO TO COMPARAR-CT-EXIT
           END-IF
           MOVE DATA-COT   TO WDATA-CT
           MOVE STATUS-COT TO WSTATUS-CT
           MOVE WNUMERO-CT TO NUMERO-COT-CTI
           MOVE ZEROES     TO NUMERO-CTI
           START COTITEM KEY IS NOT LESS THAN CHAVE-CTI
           MOVE 0 TO WSAIDA
           IF FS-CTI NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-COMPARA-ITEM-CT THRU R-COMPARA-ITEM-CT-FIM
              UNTIL WSAIDA = 1.
       COMPARAR-CT-EXIT.
           EXIT.

       S-COMPARAR-CT-ROTINAS SECTION.

       R-COMPARA-ITEM-CT.
           READ COTITEM NEXT
           IF FS-CTI NOT = '00' OR NUMERO-COT-CTI NOT = WNUMERO-CT
              MOVE 1 TO WSAIDA
              GO TO R-COMPARA-ITEM-CT-FIM
           END-IF
           MOVE NUMERO-CTI      TO WNUMERO-CTI-CT
           MOVE CODIGO-PROD-CTI TO WCODIGO-PROD-CT CODIGO-PROD
           MOVE QTDE-CTI        TO WQTDE-CT
           MOVE SPACES TO WDESCRICAO-PROD-CT
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE DESCRICAO-PROD TO WDESCRICAO-PROD-CT
           END-IF
           PERFORM R-MELHOR-OFERTA-CT
           IF CODIGO-FOR-VENC-CTI NOT = ZEROES
              MOVE CODIGO-FOR-VENC-CTI TO WVENC-CT
           ELSE
              MOVE WMELHOR-FOR-CT TO WVENC-CT
           END-IF
           MOVE SPACES TO WX
           DISPLAY TELA-COTACAO
           DISPLAY TELA-NUM-CT
           DISPLAY TELA-COMPARA-CT
           ACCEPT TELA-COMPARA-CT
           IF WX = '9'
              MOVE 1 TO WSAIDA
           END-IF
           IF WVENC-CT NOT = ZEROES
              MOVE WNUMERO-CT     TO NUMERO-COT-CTF
              MOVE WNUMERO-CTI-CT TO NUMERO-CTI-CTF
              MOVE WVENC-CT       TO CODIGO-FOR-CTF
              READ COTFORN
              IF FS-CTF NOT = '00' OR PRECO-UNIT-CTF = ZEROES
                 MOVE 'FORNECEDOR SEM PRECO PARA O ITEM' TO WTXT
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE WMENSAGEM
                 DISPLAY TELA-MENSAGEM
                 GO TO R-COMPARA-ITEM-CT-FIM
              END-IF
           END-IF
           IF WVENC-CT NOT = CODIGO-FOR-VENC-CTI
              MOVE WVENC-CT TO CODIGO-FOR-VENC-CTI
              REWRITE REGISTRO-COTITEM
              MOVE 'COT-VENC' TO WTL-OPERACAO
              MOVE WNUMERO-CTI-CT TO WTL-ITEM
              MOVE WVENC-CT TO WTL-FORNECEDOR
              MOVE ZEROES TO WTL-OC
              PERFORM R-GRAVA-LOG
           END-IF.
       R-COMPARA-ITEM-CT-FIM.
           EXIT.

      *-------------------------------------
      * MELHOR OFERTA DO ITEM WNUMERO-CTI-CT: MENOR PRECO COTADO E,
      * NO EMPATE, MENOR PRAZO. SO USA COTFORN (A LEITURA DOS ITENS
      * DA COTACAO NAO E AFETADA).
      *-------------------------------------
       R-MELHOR-OFERTA-CT.
           MOVE ZEROES TO WMELHOR-FOR-CT WMELHOR-PRECO-CT
                          WMELHOR-PRAZO-CT WMELHOR-COND-CT
                          WQTD-OFERTAS-CT
           MOVE SPACES TO WMELHOR-RAZAO-CT WDESCR-COND-CT
           MOVE WNUMERO-CT     TO NUMERO-COT-CTF
           MOVE WNUMERO-CTI-CT TO NUMERO-CTI-CTF
           MOVE ZEROES         TO CODIGO-FOR-CTF
           START COTFORN KEY IS NOT LESS THAN CHAVE-CTF
           MOVE 0 TO WSAIDA-CF
           IF FS-CTF NOT = '00'
              MOVE 1 TO WSAIDA-CF
           END-IF
           PERFORM R-MELHOR-OFERTA-CT-1 UNTIL WSAIDA-CF = 1
           IF WMELHOR-FOR-CT NOT = ZEROES
              MOVE WMELHOR-FOR-CT TO CODIGO-FOR
              READ FORNECEDORES
              IF FS-FOR = '00'
                 MOVE RAZAO-FOR TO WMELHOR-RAZAO-CT
              END-IF
              MOVE WMELHOR-COND-CT TO WCOND-CT
              PERFORM R-DESCREVE-COND-CT
           END-IF.

       R-MELHOR-OFERTA-CT-1.
           READ COTFORN NEXT
           IF FS-CTF NOT = '00' OR
              NUMERO-COT-CTF NOT = WNUMERO-CT OR
              NUMERO-CTI-CTF NOT = WNUMERO-CTI-CT
              MOVE 1 TO WSAIDA-CF
           ELSE
              IF PRECO-UNIT-CTF NOT = ZEROES
                 ADD 1 TO WQTD-OFERTAS-CT
                 IF WMELHOR-FOR-CT = ZEROES OR
                    PRECO-UNIT-CTF < WMELHOR-PRECO-CT OR
                    (PRECO-UNIT-CTF = WMELHOR-PRECO-CT AND
                     PRAZO-CTF < WMELHOR-PRAZO-CT)
                    MOVE CODIGO-FOR-CTF TO WMELHOR-FOR-CT
                    MOVE PRECO-UNIT-CTF TO WMELHOR-PRECO-CT
                    MOVE PRAZO-CTF      TO WMELHOR-PRAZO-CT
                    MOVE COND-PAGTO-CTF TO WMELHOR-COND-CT
                 END-IF
              END-IF
           END-IF.

       R-DESCREVE-COND-CT.
           MOVE SPACES TO WDESCR-COND-CT
           IF WCOND-CT NOT = ZEROES AND WCPG-DISPONIVEL = 1
              MOVE WCOND-CT TO CODIGO-CPG
              READ CONDPAG
              IF FS-CPG = '00'
                 MOVE DESCRICAO-CPG TO WDESCR-COND-CT
              END-IF
           END-IF.

      *-------------------------------------
      * GERACAO DAS ORDENS: UMA ORDEM DE COMPRA POR FORNECEDOR
      * VENCEDOR COM OS SEUS ITENS AO PRECO COTADO. OS ITENS DA
      * COTACAO GUARDAM A ORDEM E A LINHA; AS OFERTAS FICAM
      * MARCADAS V=VENCEDORA OU P=PERDEDORA E A COTACAO FECHA.
      *-------------------------------------
       S-GERAR-OC-CT SECTION.
       GERAR-OC-CT-1.
           MOVE ZEROES TO WNUMERO-CT WDATA-CT
           MOVE SPACES TO WSTATUS-CT
           MOVE '=> 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-COTACAO
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-NUM-CT
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WNUMERO-CT = ZEROES
              GO TO GERAR-OC-CT-EXIT
           END-IF
           PERFORM R-LE-COTACAO-ABERTA THRU R-LE-COTACAO-ABERTA-FIM
           IF WTXT NOT = SPACES
              GO TO GERAR-OC-CT-EXIT
           END-IF
           PERFORM R-CARREGA-ITENS-CT
           IF WQTD-VENC-CT = ZEROES
              MOVE 'NENHUM VENCEDOR ESCOLHIDO (OPCAO 3)' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO GERAR-OC-CT-EXIT
           END-IF
           MOVE 'GERA AS ORDENS DE COMPRA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO GERAR-OC-CT-EXIT
           END-IF
           ACCEPT WDATA-HOJE-CT FROM DATE YYYYMMDD
           MOVE ZEROES TO WQTD-OC-CT
           PERFORM R-GERA-OC-FORN-CT THRU R-GERA-OC-FORN-CT-FIM
              VARYING WI-CT FROM 1 BY 1 UNTIL WI-CT > WQTD-IT-CT
           PERFORM R-ATUALIZA-ITEM-CT
              VARYING WI-CT FROM 1 BY 1 UNTIL WI-CT > WQTD-IT-CT
           PERFORM R-MARCA-OFERTAS-CT
           MOVE WNUMERO-CT TO NUMERO-COT
           READ COTACAO
           IF FS-COT = '00'
              MOVE 'F'           TO STATUS-COT
              MOVE WDATA-HOJE-CT TO DATA-CONV-COT
              MOVE WQTD-OC-CT    TO QTD-OC-COT
              REWRITE REGISTRO-COTACAO
           END-IF
           MOVE SPACES TO WTXT
           STRING 'ORDENS DE COMPRA GERADAS: ' WQTD-OC-CT
              DELIMITED BY SIZE INTO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       GERAR-OC-CT-EXIT.
           EXIT.

       S-GERAR-OC-CT-ROTINAS SECTION.

      *    (ITENS DA COTACAO NA TABELA, COM O PRECO DO VENCEDOR)
       R-CARREGA-ITENS-CT.
           MOVE ZEROES TO WQTD-IT-CT WQTD-VENC-CT
           MOVE WNUMERO-CT TO NUMERO-COT-CTI
           MOVE ZEROES     TO NUMERO-CTI
           START COTITEM KEY IS NOT LESS THAN CHAVE-CTI
           MOVE 0 TO WSAIDA-CT
           IF FS-CTI NOT = '00'
              MOVE 1 TO WSAIDA-CT
           END-IF
           PERFORM R-CARREGA-ITENS-CT-1 UNTIL WSAIDA-CT = 1.

       R-CARREGA-ITENS-CT-1.
           READ COTITEM NEXT
           IF FS-CTI NOT = '00' OR NUMERO-COT-CTI NOT = WNUMERO-CT OR
              WQTD-IT-CT NOT < WMAX-IT-CT
              MOVE 1 TO WSAIDA-CT
           ELSE
              ADD 1 TO WQTD-IT-CT
              MOVE NUMERO-CTI          TO WIT-NUMERO-CT(WQTD-IT-CT)
              MOVE CODIGO-PROD-CTI     TO WIT-PROD-CT(WQTD-IT-CT)
              MOVE QTDE-CTI            TO WIT-QTDE-CT(WQTD-IT-CT)
              MOVE CODIGO-FOR-VENC-CTI TO WIT-VENC-CT(WQTD-IT-CT)
              MOVE ZEROES TO WIT-PRECO-CT(WQTD-IT-CT)
                             WIT-PRAZO-CT(WQTD-IT-CT)
                             WIT-OC-CT(WQTD-IT-CT)
                             WIT-OCI-CT(WQTD-IT-CT)
              IF CODIGO-FOR-VENC-CTI NOT = ZEROES
                 MOVE WNUMERO-CT          TO NUMERO-COT-CTF
                 MOVE NUMERO-CTI          TO NUMERO-CTI-CTF
                 MOVE CODIGO-FOR-VENC-CTI TO CODIGO-FOR-CTF
                 READ COTFORN
                 IF FS-CTF = '00' AND PRECO-UNIT-CTF NOT = ZEROES
                    MOVE PRECO-UNIT-CTF TO WIT-PRECO-CT(WQTD-IT-CT)
                    MOVE PRAZO-CTF      TO WIT-PRAZO-CT(WQTD-IT-CT)
                    ADD 1 TO WQTD-VENC-CT
                 ELSE
                    MOVE ZEROES TO WIT-VENC-CT(WQTD-IT-CT)
                 END-IF
              END-IF
           END-IF.

      *    (PRIMEIRO ITEM AINDA SEM ORDEM DE UM VENCEDOR: ABRE A
      *     ORDEM DELE E JUNTA TODOS OS ITENS DO MESMO FORNECEDOR)
       R-GERA-OC-FORN-CT.
           IF WIT-VENC-CT(WI-CT) = ZEROES OR
              WIT-OC-CT(WI-CT) NOT = ZEROES
              GO TO R-GERA-OC-FORN-CT-FIM
           END-IF
           MOVE 'ORDCOMPRA' TO LINK-NUM-ENTIDADE
           CALL "GeraNumero" USING LINK-NUMERO
           IF LINK-NUM-STATUS NOT = '0'
              MOVE 'ERRO NA NUMERACAO DA ORDEM' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-GERA-OC-FORN-CT-FIM
           END-IF
           MOVE LINK-NUM-VALOR     TO WOC-ATUAL-CT CODIGO-OC
           MOVE WIT-VENC-CT(WI-CT) TO WFOR-ATUAL-CT CODIGO-FOR-OC
           MOVE WDATA-HOJE-CT      TO DATA-OC
           MOVE 'A'                TO STATUS-OC
           MOVE ZEROES             TO VALOR-OC PRAZO-ENT-OC
           WRITE REGISTRO-ORDCOMPRA
           IF FS-OC NOT = '00'
              MOVE 'ERRO DE GRAVAÇÃO DA ORDEM ST ' TO WTXT
              MOVE FS-OC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-GERA-OC-FORN-CT-FIM
           END-IF
           ADD 1 TO WQTD-OC-CT
           MOVE ZEROES TO WLINHA-OC-CT WVALOR-OC-CT WPRAZO-OC-CT
           PERFORM R-GERA-LINHA-OC-CT
              VARYING WJ-CT FROM WI-CT BY 1 UNTIL WJ-CT > WQTD-IT-CT
           MOVE WOC-ATUAL-CT TO CODIGO-OC
           READ ORDCOMPRA
           IF FS-OC = '00'
              MOVE WVALOR-OC-CT TO VALOR-OC
              MOVE WPRAZO-OC-CT TO PRAZO-ENT-OC
              REWRITE REGISTRO-ORDCOMPRA
           END-IF
           MOVE 'COT-OC  ' TO WTL-OPERACAO
           MOVE ZEROES        TO WTL-ITEM
           MOVE WFOR-ATUAL-CT TO WTL-FORNECEDOR
           MOVE WOC-ATUAL-CT  TO WTL-OC
           PERFORM R-GRAVA-LOG.
       R-GERA-OC-FORN-CT-FIM.
           EXIT.

       R-GERA-LINHA-OC-CT.
           IF WIT-VENC-CT(WJ-CT) = WFOR-ATUAL-CT AND
              WIT-OC-CT(WJ-CT) = ZEROES
              ADD 1 TO WLINHA-OC-CT
              MOVE WOC-ATUAL-CT        TO CODIGO-OC-OCI
              MOVE WLINHA-OC-CT        TO NUMERO-OCI
              MOVE WIT-PROD-CT(WJ-CT)  TO CODIGO-PROD-OCI
              MOVE WIT-QTDE-CT(WJ-CT)  TO QTDE-OCI
              MOVE WIT-PRECO-CT(WJ-CT) TO CUSTO-UNIT-OCI
              MOVE ZEROES              TO QTDE-RECEBIDA-OCI
              WRITE REGISTRO-OCITEM
              IF FS-OCI = '00'
                 MOVE WOC-ATUAL-CT TO WIT-OC-CT(WJ-CT)
                 MOVE WLINHA-OC-CT TO WIT-OCI-CT(WJ-CT)
                 IF WIT-PRAZO-CT(WJ-CT) > WPRAZO-OC-CT
                    MOVE WIT-PRAZO-CT(WJ-CT) TO WPRAZO-OC-CT
                 END-IF
                 COMPUTE WVALOR-OC-CT = WVALOR-OC-CT +
                    (WIT-QTDE-CT(WJ-CT) * WIT-PRECO-CT(WJ-CT))
              ELSE
                 SUBTRACT 1 FROM WLINHA-OC-CT
              END-IF
           END-IF.

       R-ATUALIZA-ITEM-CT.
           IF WIT-OC-CT(WI-CT) NOT = ZEROES
              MOVE WNUMERO-CT          TO NUMERO-COT-CTI
              MOVE WIT-NUMERO-CT(WI-CT) TO NUMERO-CTI
              READ COTITEM
              IF FS-CTI = '00'
                 MOVE WIT-OC-CT(WI-CT)  TO CODIGO-OC-CTI
                 MOVE WIT-OCI-CT(WI-CT) TO NUMERO-OCI-CTI
                 REWRITE REGISTRO-COTITEM
              END-IF
           END-IF.

      *    (OFERTAS COM PRECO: V NO VENCEDOR QUE VIROU ORDEM, P NAS
      *     DEMAIS; O CONVITE [ITEM 000] FICA COMO ESTA)
       R-MARCA-OFERTAS-CT.
           MOVE WNUMERO-CT TO NUMERO-COT-CTF
           MOVE 1          TO NUMERO-CTI-CTF
           MOVE ZEROES     TO CODIGO-FOR-CTF
           START COTFORN KEY IS NOT LESS THAN CHAVE-CTF
           MOVE 0 TO WSAIDA-CF
           IF FS-CTF NOT = '00'
              MOVE 1 TO WSAIDA-CF
           END-IF
           PERFORM R-MARCA-OFERTAS-CT-1 UNTIL WSAIDA-CF = 1.

       R-MARCA-OFERTAS-CT-1.
           READ COTFORN NEXT
           IF FS-CTF NOT = '00' OR NUMERO-COT-CTF NOT = WNUMERO-CT
              MOVE 1 TO WSAIDA-CF
           ELSE
              IF PRECO-UNIT-CTF NOT = ZEROES
                 MOVE ZEROES TO WACHOU-CT
                 PERFORM R-ACHA-ITEM-CT
                    VARYING WJ-CT FROM 1 BY 1
                    UNTIL WJ-CT > WQTD-IT-CT OR WACHOU-CT NOT = ZEROES
                 MOVE 'P' TO SITUACAO-CTF
                 IF WACHOU-CT NOT = ZEROES
                    IF WIT-VENC-CT(WACHOU-CT) = CODIGO-FOR-CTF AND
                       WIT-OC-CT(WACHOU-CT) NOT = ZEROES
                       MOVE 'V' TO SITUACAO-CTF
                    END-IF
                 END-IF
                 REWRITE REGISTRO-COTFORN
              END-IF
           END-IF.

       R-ACHA-ITEM-CT.
           IF WIT-NUMERO-CT(WJ-CT) = NUMERO-CTI-CTF
              MOVE WJ-CT TO WACHOU-CT
           END-IF.

      *-------------------------------------
      * IMPRESSAO: P = PEDIDO DE COTACAO, UMA FOLHA POR FORNECEDOR
      * CONVIDADO; M = MAPA COMPARATIVO COM TODAS AS OFERTAS DE CADA
      * ITEM (MELHOR E VENCEDORA MARCADAS).
      *-------------------------------------
       S-IMPRIMIR-CT SECTION.
       IMPRIMIR-CT-1.
           MOVE ZEROES TO WNUMERO-CT WDATA-CT
           MOVE SPACES TO WSTATUS-CT WTIPO-IMP-CT
           MOVE '=> 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-COTACAO
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-NUM-CT
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WNUMERO-CT = ZEROES
              GO TO IMPRIMIR-CT-EXIT
           END-IF
           MOVE WNUMERO-CT TO NUMERO-COT
           READ COTACAO
           IF FS-COT NOT = '00'
              MOVE 'COTACAO NÃO EXISTE ST ' TO WTXT
              MOVE FS-COT TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO IMPRIMIR-CT-EXIT
           END-IF
           MOVE DATA-COT   TO WDATA-CT
           MOVE STATUS-COT TO WSTATUS-CT
           DISPLAY TELA-COTACAO
           DISPLAY TELA-NUM-CT
           ACCEPT TELA-IMPRIME-CT
           INSPECT WTIPO-IMP-CT CONVERTING 'pm' TO 'PM'
           IF WTIPO-IMP-CT NOT = 'P' AND WTIPO-IMP-CT NOT = 'M'
              GO TO IMPRIMIR-CT-EXIT
           END-IF
           MOVE 'COTACAO.TXT' TO WID-ARQ-REL-1
           MOVE 'COTACAO' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           STRING 'COTACAO ' WNUMERO-CT ' ' WTIPO-IMP-CT
              DELIMITED BY SIZE INTO LINK-SPL-PARAMS
           MOVE LID-OPERADOR-1 TO LINK-SPL-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-SPL-EMPRESA
           CALL "RegSpool" USING LINK-SPOOL
           IF LINK-SPL-STATUS = '0'
              MOVE LINK-SPL-ARQUIVO TO WID-ARQ-REL-1
           END-IF
           OPEN OUTPUT ARQREL
           IF WTIPO-IMP-CT = 'P'
              PERFORM R-IMP-PEDIDOS-CT
           ELSE
              PERFORM R-IMP-MAPA-CT
           END-IF
           CLOSE ARQREL
           MOVE SPACES TO WTXT
           STRING 'RELATORIO GERADO EM ' WID-ARQ-REL-1
              DELIMITED BY SIZE INTO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       IMPRIMIR-CT-EXIT.
           EXIT.

       S-IMPRIMIR-CT-ROTINAS SECTION.

       R-IMP-CABECALHO-CT.
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB01-CT TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WNUMERO-CT TO RC-NUMERO
           MOVE WDATA-CT   TO RC-DATA
           MOVE CAB02-CT TO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *    (OS CONVITES [ITEM 000] VEM PRIMEIRO NA CHAVE DA COTACAO)
       R-IMP-PEDIDOS-CT.
           MOVE 'PEDIDO DE COTACAO' TO RC-TITULO
           MOVE WNUMERO-CT TO NUMERO-COT-CTF
           MOVE ZEROES     TO NUMERO-CTI-CTF CODIGO-FOR-CTF
           START COTFORN KEY IS NOT LESS THAN CHAVE-CTF
           MOVE 0 TO WSAIDA-CF
           IF FS-CTF NOT = '00'
              MOVE 1 TO WSAIDA-CF
           END-IF
           PERFORM R-IMP-PEDIDO-FORN-CT UNTIL WSAIDA-CF = 1.

       R-IMP-PEDIDO-FORN-CT.
           READ COTFORN NEXT
           IF FS-CTF NOT = '00' OR NUMERO-COT-CTF NOT = WNUMERO-CT OR
              NUMERO-CTI-CTF NOT = ZEROES
              MOVE 1 TO WSAIDA-CF
           ELSE
              PERFORM R-IMP-CABECALHO-CT
              MOVE CODIGO-FOR-CTF TO RC-FORNECEDOR CODIGO-FOR
              MOVE SPACES TO RC-RAZAO RC-TELEFONE RC-EMAIL
              MOVE ZEROES TO RC-CNPJ
              READ FORNECEDORES
              IF FS-FOR = '00'
                 MOVE RAZAO-FOR    TO RC-RAZAO
                 MOVE CNPJ-FOR     TO RC-CNPJ
                 MOVE TELEFONE-FOR TO RC-TELEFONE
                 MOVE EMAIL-FOR    TO RC-EMAIL
              END-IF
              MOVE CAB03-CT TO ARQREL-DATA-01
              WRITE ARQREL-REC
              MOVE CAB04-CT TO ARQREL-DATA-01
              WRITE ARQREL-REC
              MOVE SPACES TO ARQREL-DATA-01
              WRITE ARQREL-REC
              MOVE CAB05-CT TO ARQREL-DATA-01
              WRITE ARQREL-REC
              MOVE CAB06-CT TO ARQREL-DATA-01
              WRITE ARQREL-REC
              MOVE CAB07-CT TO ARQREL-DATA-01
              WRITE ARQREL-REC
              MOVE WNUMERO-CT TO NUMERO-COT-CTI
              MOVE ZEROES     TO NUMERO-CTI
              START COTITEM KEY IS NOT LESS THAN CHAVE-CTI
              MOVE 0 TO WSAIDA-CT
              IF FS-CTI NOT = '00'
                 MOVE 1 TO WSAIDA-CT
              END-IF
              PERFORM R-IMP-PEDIDO-ITEM-CT UNTIL WSAIDA-CT = 1
              MOVE CAB07-CT TO ARQREL-DATA-01
              WRITE ARQREL-REC
              MOVE SPACES TO ARQREL-DATA-01
              STRING 'PRAZO DE ENTREGA: ______ DIAS   '
                     'CONDICAO DE PAGAMENTO: ____________________'
                 DELIMITED BY SIZE INTO ARQREL-DATA-01
              WRITE ARQREL-REC
              MOVE SPACES TO ARQREL-DATA-01
              WRITE ARQREL-REC
              MOVE ASS01-CT TO ARQREL-DATA-01
              WRITE ARQREL-REC
              MOVE TRACO-CT TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.

       R-IMP-PEDIDO-ITEM-CT.
           READ COTITEM NEXT
           IF FS-CTI NOT = '00' OR NUMERO-COT-CTI NOT = WNUMERO-CT
              MOVE 1 TO WSAIDA-CT
           ELSE
              MOVE NUMERO-CTI      TO RC-ITEM
              MOVE CODIGO-PROD-CTI TO RC-PRODUTO CODIGO-PROD
              MOVE SPACES TO RC-DESCRICAO RC-UNIDADE
              READ PRODUTOS
              IF FS-PROD = '00'
                 MOVE DESCRICAO-PROD TO RC-DESCRICAO
                 MOVE UNIDADE-PROD   TO RC-UNIDADE
              END-IF
              MOVE QTDE-CTI TO RC-QTDE
              MOVE DET01-CT TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.

       R-IMP-MAPA-CT.
           MOVE 'MAPA COMPARATIVO DA COTACAO' TO RC-TITULO
           PERFORM R-IMP-CABECALHO-CT
           MOVE CAB07-CT TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WNUMERO-CT TO NUMERO-COT-CTI
           MOVE ZEROES     TO NUMERO-CTI
           START COTITEM KEY IS NOT LESS THAN CHAVE-CTI
           MOVE 0 TO WSAIDA-CT
           IF FS-CTI NOT = '00'
              MOVE 1 TO WSAIDA-CT
           END-IF
           PERFORM R-IMP-MAPA-ITEM-CT UNTIL WSAIDA-CT = 1
           MOVE CAB07-CT TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-IMP-MAPA-ITEM-CT.
           READ COTITEM NEXT
           IF FS-CTI NOT = '00' OR NUMERO-COT-CTI NOT = WNUMERO-CT
              MOVE 1 TO WSAIDA-CT
           ELSE
              MOVE NUMERO-CTI      TO RC-ITEM WNUMERO-CTI-CT
              MOVE CODIGO-PROD-CTI TO RC-PRODUTO CODIGO-PROD
              MOVE SPACES TO RC-DESCRICAO RC-UNIDADE
              READ PRODUTOS
              IF FS-PROD = '00'
                 MOVE DESCRICAO-PROD TO RC-DESCRICAO
                 MOVE UNIDADE-PROD   TO RC-UNIDADE
              END-IF
              MOVE QTDE-CTI TO RC-QTDE WQTDE-CT
              MOVE SPACES TO ARQREL-DATA-01
              MOVE DET01-CT TO ARQREL-DATA-01(1:67)
              WRITE ARQREL-REC
              PERFORM R-MELHOR-OFERTA-CT
              MOVE WNUMERO-CT     TO NUMERO-COT-CTF
              MOVE WNUMERO-CTI-CT TO NUMERO-CTI-CTF
              MOVE ZEROES         TO CODIGO-FOR-CTF
              START COTFORN KEY IS NOT LESS THAN CHAVE-CTF
              MOVE 0 TO WSAIDA-CF
              IF FS-CTF NOT = '00'
                 MOVE 1 TO WSAIDA-CF
              END-IF
              PERFORM R-IMP-MAPA-OFERTA-CT UNTIL WSAIDA-CF = 1
           END-IF.

       R-IMP-MAPA-OFERTA-CT.
           READ COTFORN NEXT
           IF FS-CTF NOT = '00' OR
              NUMERO-COT-CTF NOT = WNUMERO-CT OR
              NUMERO-CTI-CTF NOT = WNUMERO-CTI-CT
              MOVE 1 TO WSAIDA-CF
           ELSE
              MOVE CODIGO-FOR-CTF TO RC-FOR-OFERTA CODIGO-FOR
              MOVE SPACES TO RC-RAZAO-OFERTA
              READ FORNECEDORES
              IF FS-FOR = '00'
                 MOVE RAZAO-FOR TO RC-RAZAO-OFERTA
              END-IF
              MOVE PRECO-UNIT-CTF TO RC-PRECO
              MOVE PRAZO-CTF      TO RC-PRAZO
              MOVE COND-PAGTO-CTF TO WCOND-CT
              PERFORM R-DESCREVE-COND-CT
              MOVE WDESCR-COND-CT TO RC-COND
              COMPUTE RC-TOTAL = WQTDE-CT * PRECO-UNIT-CTF
              MOVE SPACES TO RC-MARCA
              EVALUATE TRUE
                 WHEN CTF-VENCEDORA
                    MOVE 'VENCEDORA' TO RC-MARCA
                 WHEN CTF-PERDEDORA
                    MOVE 'PERDEDORA' TO RC-MARCA
                 WHEN PRECO-UNIT-CTF = ZEROES
                    MOVE 'NAO COTOU' TO RC-MARCA
                 WHEN CODIGO-FOR-CTF = WMELHOR-FOR-CT
                    MOVE '* MELHOR' TO RC-MARCA
              END-EVALUATE
              MOVE DET02-CT TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.

      *-------------------------------------
      * ROTINAS COMUNS
      *-------------------------------------
       S-ROTINAS-CT SECTION.

      *    (COTACAO EXISTENTE E AINDA ABERTA; DEVOLVE O MOTIVO EM
      *     WTXT, JA MOSTRADO)
       R-LE-COTACAO-ABERTA.
           MOVE SPACES TO WTXT
           MOVE WNUMERO-CT TO NUMERO-COT
           READ COTACAO
           IF FS-COT NOT = '00'
              MOVE 'COTACAO NÃO EXISTE ST ' TO WTXT
              MOVE FS-COT TO WST
           ELSE
              IF NOT COT-ABERTA
                 MOVE 'COTACAO JA CONVERTIDA EM ORDENS' TO WTXT
              END-IF
           END-IF
           IF WTXT NOT = SPACES
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              MOVE 'X' TO WTXT
           END-IF.
       R-LE-COTACAO-ABERTA-FIM.
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
           MOVE WNUMERO-CT      TO WTL-COTACAO
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
           OPEN I-O COTACAO.
           IF FS-COT = '35'
              CLOSE COTACAO OPEN OUTPUT COTACAO
              CLOSE COTACAO OPEN I-O COTACAO
           END-IF
           IF FS-COT = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DAS COTACOES ST ' TO WTXT
              MOVE FS-COT TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O COTITEM.
           IF FS-CTI = '35'
              CLOSE COTITEM OPEN OUTPUT COTITEM
              CLOSE COTITEM OPEN I-O COTITEM
           END-IF
           IF FS-CTI = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS ITENS DA COTACAO ST ' TO WTXT
              MOVE FS-CTI TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O COTFORN.
           IF FS-CTF = '35'
              CLOSE COTFORN OPEN OUTPUT COTFORN
              CLOSE COTFORN OPEN I-O COTFORN
           END-IF
           IF FS-CTF = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DAS OFERTAS ST ' TO WTXT
              MOVE FS-CTF TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O ORDCOMPRA.
           IF FS-OC = '35'
              CLOSE ORDCOMPRA OPEN OUTPUT ORDCOMPRA
              CLOSE ORDCOMPRA OPEN I-O ORDCOMPRA
           END-IF
           IF FS-OC = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DAS ORDENS ST ' TO WTXT
              MOVE FS-OC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O OCITEM.
           IF FS-OCI = '35'
              CLOSE OCITEM OPEN OUTPUT OCITEM
              CLOSE OCITEM OPEN I-O OCITEM
           END-IF
           IF FS-OCI = '00' OR '05'
              CONTINUE
           ELSE
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
           OPEN INPUT PRODUTOS.
           IF FS-PROD NOT = '00'
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS ST ' TO WTXT
              MOVE FS-PROD TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
      *    (SEM O CADASTRO DE CONDICOES A CONDICAO FICA SO PELO
      *     CODIGO INFORMADO)
           MOVE 0 TO WCPG-DISPONIVEL
           OPEN INPUT CONDPAG
           IF FS-CPG = '00'
              MOVE 1 TO WCPG-DISPONIVEL
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
