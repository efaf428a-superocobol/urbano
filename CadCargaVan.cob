      *--------------------------
      * CARGA, RETORNO E ACERTO DA VAN DE PRONTA-ENTREGA
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadCargaVan.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Cada veiculo de pronta-entrega
      *              da frota (LOCAL-VEI no ARQVEIC.DAT) e um local
      *              de estoque movel. A carga da manha transfere do
      *              deposito (DEPOSITO.CFG, padrao 1) para o local
      *              da van; o retorno da tarde devolve as sobras ao
      *              deposito - ambos como movimento 'T', que nao
      *              mexe no saldo total. O acerto do dia compara,
      *              por produto, o carregado menos o vendido (notas
      *              de pronta-entrega baixadas da van) menos o
      *              devolvido, lista em RELACVAN.TXT (catalogo de
      *              spool) e, confirmado, baixa a falta da van
      *              (saida 'S', documento 'FV '+placa) e a lanca
      *              ao vendedor em ARQFALTAVAN.DAT pelo preco de
      *              tabela, para desconto no fechamento de comissao
      *              (ExeComissao). Operacoes no TRANLOG.LOG.
      * 2026-10-15 - Chaves alternativas de data em MOVESTOQUE.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VEICULOS ASSIGN TO  DISK WID-ARQ-VEIC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS PLACA-VEI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEI.

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

       SELECT ARQMOVCTRL ASSIGN TO DISK WID-ARQ-MOVCTRL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-MOVCTRL.

       SELECT SALDOLOC ASSIGN TO  DISK WID-ARQ-SALDOLOC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-SL
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SL.

       SELECT FALTAVAN ASSIGN TO  DISK WID-ARQ-FALTAVAN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FV
              ALTERNATE RECORD KEY IS CODIGO-VEN-FV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FV.

       SELECT ARQDEPCFG ASSIGN TO DISK WID-ARQ-DEPCFG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-DEPCFG.

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
       FD VEICULOS.
       01 REGISTRO-VEICULOS.
          02 PLACA-VEI                PIC  X(007).
          02 DESCRICAO-VEI            PIC  X(030).
          02 CAPAC-KG-VEI             PIC  9(007) VALUE ZEROES.
          02 CAPAC-M3-VEI             PIC  9(005)v9(002) VALUE ZEROES.
          02 INATIVO-VEI              PIC  X(001) VALUE SPACES.
          02 LOCAL-VEI                PIC  9(003) VALUE ZEROES.
          02 VENDEDOR-VEI             PIC  9(007) VALUE ZEROES.

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

       FD  ARQMOVCTRL.
       01  ARQMOVCTRL-REC.
           02 MOVCTRL-ULTIMO-SEQ    PIC 9(009).
           02 FILLER                PIC X(011).

       FD SALDOLOC.
       01 REGISTRO-SALDOLOC.
          02 CHAVE-SL.
             03 CODIGO-PROD-SL        PIC  9(007).
             03 LOCAL-SL              PIC  9(003).
          02 SALDO-SL                 PIC  9(007) VALUE ZEROES.

       FD FALTAVAN.
       01 REGISTRO-FALTAVAN.
          02 CHAVE-FV.
             03 PLACA-FV              PIC  X(007).
             03 DATA-FV               PIC  9(008).
             03 CODIGO-PROD-FV        PIC  9(007).
          02 CODIGO-VEN-FV            PIC  9(007).
          02 QTDE-FV                  PIC  9(007) VALUE ZEROES.
          02 VALOR-FV                 PIC  9(009)v9(002) VALUE ZEROES.
          02 APLICADO-FV              PIC  X(001) VALUE 'N'.
             88 FV-PENDENTE           VALUE 'N'.
             88 FV-APLICADO           VALUE 'S'.
          02 ANO-MES-APLIC-FV         PIC  9(006) VALUE ZEROES.
          02 OPERADOR-FV              PIC  X(010) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD  ARQDEPCFG.
       01  ARQDEPCFG-REC             PIC X(10).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01 FS-VEI.
           02 FS-VEI-1                PIC 9.
           02 FS-VEI-2                PIC 9.
           02 FS-VEI-R REDEFINES FS-VEI-2 PIC 99 COMP-X.
       01 FS-PROD.
           02 FS-PROD-1               PIC 9.
           02 FS-PROD-2               PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-MOVEST.
           02 FS-MOVEST-1             PIC 9.
           02 FS-MOVEST-2             PIC 9.
           02 FS-MOVEST-R REDEFINES FS-MOVEST-2 PIC 99 COMP-X.
       01 FS-SL.
           02 FS-SL-1                 PIC 9.
           02 FS-SL-2                 PIC 9.
           02 FS-SL-R REDEFINES FS-SL-2 PIC 99 COMP-X.
       01 FS-FV.
           02 FS-FV-1                 PIC 9.
           02 FS-FV-2                 PIC 9.
           02 FS-FV-R REDEFINES FS-FV-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-MOVCTRL                  PIC XX VALUE '00'.
       01 FS-DEPCFG                   PIC XX VALUE '00'.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WID-ARQ-VEIC                PIC X(50) VALUE 'ARQVEIC.DAT'.
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-MOVEST              PIC X(50) VALUE 'ARQMOVEST.DAT'.
       01 WID-ARQ-MOVCTRL             PIC X(50) VALUE 'MOVCTRL.DAT'.
       01 WID-ARQ-SALDOLOC          PIC X(50) VALUE 'ARQSALDOLOC.DAT'.
       01 WID-ARQ-FALTAVAN          PIC X(50) VALUE 'ARQFALTAVAN.DAT'.
       01 WID-ARQ-DEPCFG              PIC X(50) VALUE 'DEPOSITO.CFG'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WOPCAO-CV       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.

      *-------------DEPOSITO QUE ABASTECE AS VANS-------------------
      * O MESMO DEPOSITO.CFG DO FATURAMENTO (PADRAO LOCAL 1).
       77 WLOCAL-DEP-CV           PIC 9(003) VALUE 1.
       01 WDEP-CFG-TXT            PIC X(003) VALUE SPACES.
       01 WDEP-CFG-NUM REDEFINES WDEP-CFG-TXT PIC 9(003).
      *--------------------------------------------------

      *-------------VAN E PRODUTO DA TELA---------------------------
       01 WTITULO-CV              PIC X(030) VALUE SPACES.
       01 WTIPO-OPER-CV           PIC X(001) VALUE SPACES.
          88 OPER-CARGA           VALUE 'C'.
          88 OPER-RETORNO         VALUE 'R'.
       77 WVAN-OK-CV              PIC 9 VALUE ZEROES.
       01 WREG-VAN-CV.
          02 WPLACA-CV             PIC X(007) VALUE SPACES.
          02 WDESCR-VEI-CV         PIC X(030) VALUE SPACES.
          02 WLOCAL-VAN-CV         PIC 9(003) VALUE ZEROES.
          02 WVEN-VAN-CV           PIC 9(007) VALUE ZEROES.
       01 WREG-PROD-CV.
          02 WCODIGO-PROD-CV       PIC 9(007) VALUE ZEROES.
          02 WDESCR-PROD-CV        PIC X(040) VALUE SPACES.
          02 WSALDO-DEP-CV         PIC 9(007) VALUE ZEROES.
          02 WSALDO-VAN-CV         PIC 9(007) VALUE ZEROES.
          02 WQTDE-CV              PIC 9(007) VALUE ZEROES.
      *--------------------------------------------------

      *-------------TRANSFERENCIA E MOVIMENTO----------------------
       01 WLOCAL-ORIG-CV          PIC 9(003) VALUE ZEROES.
       01 WLOCAL-DEST-CV          PIC 9(003) VALUE ZEROES.
       01 WSALDO-ORIG-CV          PIC 9(007) VALUE ZEROES.
       01 WLOCAL-TRAB-CV          PIC 9(003) VALUE ZEROES.
       01 WSALDO-TRAB-CV          PIC 9(007) VALUE ZEROES.
       01 WPROD-MOV-CV            PIC 9(007) VALUE ZEROES.
       01 WTIPO-MOV-CV            PIC X(001) VALUE SPACES.
       01 WQTDE-MOV-CV            PIC 9(007) VALUE ZEROES.
       01 WDOCUMENTO-CV           PIC X(012) VALUE SPACES.
       01 WULTIMO-SEQ-MOV         PIC 9(009) VALUE ZEROES.
       01 WDATA-HOJE-CV           PIC 9(008) VALUE ZEROES.
      *--------------------------------------------------

      *-------------ACERTO DO DIA----------------------------------
      * UMA LINHA POR PRODUTO MOVIMENTADO NA VAN NA DATA: CARREGADO
      * (TRANSFERENCIA PARA A VAN E ENTRADA NO LOCAL DELA), VENDIDO
      * (SAIDA DA VAN POR NOTA), DEVOLVIDO (TRANSFERENCIA DA VAN) E
      * FALTA JA COBRADA (SAIDA 'FV '). ATE 500 PRODUTOS POR DIA; O
      * EXCEDENTE E CONTADO E AVISADO.
       01 WDATA-AC                PIC 9(008) VALUE ZEROES.
       77 WMAX-AC                 PIC 9(004) VALUE 500.
       77 WQTD-AC                 PIC 9(004) VALUE ZEROES.
       77 WI-AC                   PIC 9(004) VALUE ZEROES.
       77 WACHOU-AC               PIC 9(004) VALUE ZEROES.
       77 WPERDIDOS-AC            PIC 9(004) VALUE ZEROES.
       77 WSAIDA-AC               PIC 9 VALUE ZEROES.
       77 WQTD-FALTA-AC           PIC 9(004) VALUE ZEROES.
       77 WQTD-NAO-LANC-AC        PIC 9(004) VALUE ZEROES.
       01 WVALOR-FALTA-AC         PIC 9(009)v9(002) VALUE ZEROES.
       01 WSOBRA-AC               PIC S9(009) VALUE ZEROES.
       01 WTAB-AC.
          02 WAC-ITEM OCCURS 500 TIMES.
             03 WAC-PROD          PIC 9(007).
             03 WAC-CARREGADO     PIC 9(007).
             03 WAC-VENDIDO       PIC 9(007).
             03 WAC-DEVOLVIDO     PIC 9(007).
             03 WAC-COBRADO       PIC 9(007).
             03 WAC-FALTA         PIC 9(007).
             03 WAC-PRECO         PIC 9(007)v9(002).
             03 WAC-VALOR         PIC 9(009)v9(002).
      *--------------------------------------------------

       01 WAC-CAB.
          02 FILLER            PIC X(15) VALUE 'ACERTO DA VAN '.
          02 AC-CAB-PLACA      PIC X(007).
          02 FILLER            PIC X(07) VALUE '  DATA '.
          02 AC-CAB-DATA       PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(11) VALUE '  VENDEDOR '.
          02 AC-CAB-VEN        PIC 9(007).
          02 FILLER            PIC X(08) VALUE '  LOCAL '.
          02 AC-CAB-LOCAL      PIC 9(003).

       01 WAC-TITULOS.
          02 FILLER            PIC X(40) VALUE
             ' PRODUTO DESCRICAO                     '.
          02 FILLER            PIC X(40) VALUE
             '  CARREG  VENDIDO  DEVOLV  COBRADO   FAL'.
          02 FILLER            PIC X(15) VALUE
             'TA        VALOR'.

       01 WAC-LINHA.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 AC-PROD           PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 AC-DESCRICAO      PIC X(030).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 AC-CARREGADO      PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 AC-VENDIDO        PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 AC-DEVOLVIDO      PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 AC-COBRADO        PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 AC-FALTA          PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 AC-VALOR          PIC ZZZZZZZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 AC-OBS            PIC X(012).

       01 WAC-TOTAL.
          02 FILLER            PIC X(30)
             VALUE 'PRODUTOS COM FALTA............'.
          02 AC-TOT-QTD        PIC ZZZ9.
          02 FILLER            PIC X(18)
             VALUE '   VALOR DA FALTA '.
          02 AC-TOT-VALOR      PIC ZZZZZZZZ9.99.

       01 WAC-PERDIDOS.
          02 FILLER            PIC X(45) VALUE
             'PRODUTOS ALEM DO LIMITE DO ACERTO (NAO LIDOS)'.
          02 AC-PERDIDOS       PIC ZZZ9.

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
          02 FILLER                 PIC X(05) VALUE ' VAN='.
          02 WTL-PLACA              PIC X(007).
          02 FILLER                 PIC X(07) VALUE ' PROD= '.
          02 WTL-PROD               PIC 9(007).
          02 FILLER                 PIC X(07) VALUE ' QTDE= '.
          02 WTL-QTDE               PIC 9(007).
          02 FILLER                 PIC X(06) VALUE ' VEN= '.
          02 WTL-VEN                PIC 9(007).

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
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - PRONTA-ENTREGA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] CARGA DA VAN (DEPOSITO > VAN)".
          02 LINE 8 COL 10 VALUE "[2] RETORNO DA VAN (VAN > DEPOSITO)".
          02 LINE 9 COL 10 VALUE "[3] ACERTO DO DIA DA VAN".
          02 LINE 10 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-CV AUTO.

       01 TELA-CARGA-VAN.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - PRONTA-ENTREGA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 28 PIC X(030) FROM WTITULO-CV.
          02 LINE 7 COL 10 VALUE "Placa...........:".
          02 LINE 7 COL 29 PIC X(007) FROM WPLACA-CV.
          02 LINE 8 COL 29 PIC X(030) FROM WDESCR-VEI-CV.
          02 LINE 9 COL 10 VALUE "Local da van....:".
          02 LINE 9 COL 29 PIC 9(003) FROM WLOCAL-VAN-CV.
          02 LINE 9 COL 40 VALUE "Deposito:".
          02 LINE 9 COL 50 PIC 9(003) FROM WLOCAL-DEP-CV.
          02 LINE 10 COL 10 VALUE "Vendedor........:".
          02 LINE 10 COL 29 PIC 9(007) FROM WVEN-VAN-CV.
          02 LINE 12 COL 10 VALUE "Produto.........:".
          02 LINE 12 COL 29 PIC 9(007) FROM WCODIGO-PROD-CV.
          02 LINE 13 COL 29 PIC X(040) FROM WDESCR-PROD-CV.
          02 LINE 14 COL 10 VALUE "Saldo deposito..:".
          02 LINE 14 COL 29 PIC ZZZZZZ9 FROM WSALDO-DEP-CV.
          02 LINE 15 COL 10 VALUE "Saldo da van....:".
          02 LINE 15 COL 29 PIC ZZZZZZ9 FROM WSALDO-VAN-CV.
          02 LINE 16 COL 10 VALUE "Quantidade......:".
          02 LINE 16 COL 29 PIC 9(007) FROM WQTDE-CV.

       01 TELA-ACC-PLACA-CV.
          02 LINE 07 COL 29 PIC X(007) USING WPLACA-CV.

       01 TELA-ACC-PROD-CV.
          02 LINE 12 COL 29 PIC 9(007) USING WCODIGO-PROD-CV.

       01 TELA-ACC-QTDE-CV.
          02 LINE 16 COL 29 PIC 9(007) USING WQTDE-CV.

       01 TELA-ACERTO-VAN.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - PRONTA-ENTREGA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 28 VALUE "ACERTO DO DIA DA VAN".
          02 LINE 7 COL 10 VALUE "Placa...........:".
          02 LINE 7 COL 29 PIC X(007) USING WPLACA-CV.
          02 LINE 8 COL 10 VALUE "Data (AAAAMMDD).:".
          02 LINE 8 COL 29 PIC 9(008) USING WDATA-AC.
          02 LINE 10 COL 10 VALUE "Vendedor........:".
          02 LINE 10 COL 29 PIC 9(007) FROM WVEN-VAN-CV.
          02 LINE 11 COL 10 VALUE "Produtos na van.:".
          02 LINE 11 COL 29 PIC ZZZ9 FROM WQTD-AC.
          02 LINE 12 COL 10 VALUE "Produtos c/falta:".
          02 LINE 12 COL 29 PIC ZZZ9 FROM WQTD-FALTA-AC.
          02 LINE 13 COL 10 VALUE "Valor da falta..:".
          02 LINE 13 COL 29 PIC ZZZZZZZZ9.99 FROM WVALOR-FALTA-AC.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-VEIC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MOVEST
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MOVCTRL
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SALDOLOC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FALTAVAN
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-DEPCFG
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
           INITIALIZE WSAIDA WOPCAO-CV
           PERFORM R-LE-DEPOSITO
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-CV = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-CV
             WHEN 1
               MOVE 'C' TO WTIPO-OPER-CV
               MOVE 'CARGA DA VAN' TO WTITULO-CV
               PERFORM S-MOVIMENTA-VAN
             WHEN 2
               MOVE 'R' TO WTIPO-OPER-CV
               MOVE 'RETORNO DA VAN' TO WTITULO-CV
               PERFORM S-MOVIMENTA-VAN
             WHEN 3
               PERFORM S-ACERTO-VAN
             WHEN 6
               CLOSE VEICULOS PRODUTOS MOVESTOQUE SALDOLOC FALTAVAN
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *-------------------------------------
      * CARGA OU RETORNO: INFORMADA A PLACA, CADA PRODUTO DIGITADO
      * E TRANSFERIDO ENTRE O DEPOSITO E O LOCAL DA VAN (MOVIMENTO
      * 'T', DOCUMENTO 'CG ' OU 'RT ' + PLACA). A ORIGEM PRECISA TER
      * SALDO NO LOCAL.
      *-------------------------------------
       S-MOVIMENTA-VAN SECTION.
       MOVIMENTA-VAN-1.
           INITIALIZE WREG-VAN-CV WREG-PROD-CV
           MOVE '=> PLACA EM BRANCO PARA SAIR '  TO WTXT
           DISPLAY TELA-CARGA-VAN
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-PLACA-CV
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WPLACA-CV = SPACES OR WPLACA-CV = 'FIM'
              GO TO MOVIMENTA-VAN-EXIT
           END-IF
           PERFORM R-LE-VAN THRU R-LE-VAN-FIM
           IF WVAN-OK-CV = 0
              GO TO MOVIMENTA-VAN-EXIT
           END-IF
           MOVE 0 TO WSAIDA
           PERFORM MOVIMENTA-VAN-2 THRU MOVIMENTA-VAN-FIM
              UNTIL WSAIDA = 1.
       MOVIMENTA-VAN-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-MOVIMENTA-VAN-ROTINAS SECTION.

       MOVIMENTA-VAN-2.
           INITIALIZE WREG-PROD-CV
           MOVE '=> PRODUTO 0 PARA ENCERRAR A VAN ' TO WTXT
           DISPLAY TELA-CARGA-VAN
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-PROD-CV
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WCODIGO-PROD-CV = ZEROES OR WCODIGO-PROD-CV = 9999999
              MOVE 1 TO WSAIDA
              GO TO MOVIMENTA-VAN-FIM
           END-IF
           MOVE WCODIGO-PROD-CV TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD NOT = '00'
              MOVE 'PRODUTO NÃO EXISTE ST ' TO WTXT
              MOVE FS-PROD TO WST
              PERFORM R-MOSTRA-MSG-CV
              GO TO MOVIMENTA-VAN-FIM
           END-IF
           MOVE DESCRICAO-PROD TO WDESCR-PROD-CV
           MOVE WLOCAL-DEP-CV   TO WLOCAL-TRAB-CV
           PERFORM R-LE-SALDO-CV
           MOVE WSALDO-TRAB-CV  TO WSALDO-DEP-CV
           MOVE WLOCAL-VAN-CV   TO WLOCAL-TRAB-CV
           PERFORM R-LE-SALDO-CV
           MOVE WSALDO-TRAB-CV  TO WSALDO-VAN-CV
           DISPLAY TELA-CARGA-VAN
           ACCEPT TELA-ACC-QTDE-CV
           IF WQTDE-CV = ZEROES
              GO TO MOVIMENTA-VAN-FIM
           END-IF
           IF OPER-CARGA
              MOVE WLOCAL-DEP-CV TO WLOCAL-ORIG-CV
              MOVE WLOCAL-VAN-CV TO WLOCAL-DEST-CV
              MOVE WSALDO-DEP-CV TO WSALDO-ORIG-CV
           ELSE
              MOVE WLOCAL-VAN-CV TO WLOCAL-ORIG-CV
              MOVE WLOCAL-DEP-CV TO WLOCAL-DEST-CV
              MOVE WSALDO-VAN-CV TO WSALDO-ORIG-CV
           END-IF
           IF WQTDE-CV > WSALDO-ORIG-CV
              MOVE 'SALDO DO LOCAL DE ORIGEM INSUFICIENTE' TO WTXT
              PERFORM R-MOSTRA-MSG-CV
              GO TO MOVIMENTA-VAN-FIM
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO MOVIMENTA-VAN-FIM
           END-IF
      *    (BAIXA A ORIGEM, SOMA NO DESTINO E GRAVA UM UNICO 'T')
           MOVE WLOCAL-ORIG-CV TO WLOCAL-TRAB-CV
           PERFORM R-LE-SALDO-CV
           SUBTRACT WQTDE-CV FROM WSALDO-TRAB-CV
           PERFORM R-GRAVA-SALDO-CV
           MOVE WLOCAL-DEST-CV TO WLOCAL-TRAB-CV
           PERFORM R-LE-SALDO-CV
           ADD WQTDE-CV TO WSALDO-TRAB-CV
           PERFORM R-GRAVA-SALDO-CV
           MOVE WCODIGO-PROD-CV TO WPROD-MOV-CV
           MOVE 'T'             TO WTIPO-MOV-CV
           MOVE WQTDE-CV        TO WQTDE-MOV-CV
           MOVE SPACES          TO WDOCUMENTO-CV
           IF OPER-CARGA
              STRING 'CG ' WPLACA-CV DELIMITED BY SIZE
                 INTO WDOCUMENTO-CV
              MOVE 'CARGA' TO WTL-OPERACAO
           ELSE
              STRING 'RT ' WPLACA-CV DELIMITED BY SIZE
                 INTO WDOCUMENTO-CV
              MOVE 'RETORNO' TO WTL-OPERACAO
           END-IF
           PERFORM R-GRAVA-MOVIMENTO-CV
           IF FS-MOVEST = '00'
              PERFORM R-GRAVA-LOG
           END-IF.
       MOVIMENTA-VAN-FIM.
           EXIT.

      *-------------------------------------
      * ACERTO DO DIA: APURA OS MOVIMENTOS DA VAN NA DATA, LISTA O
      * CONFRONTO POR PRODUTO E, CONFIRMADO, LANCA AS FALTAS.
      *-------------------------------------
       S-ACERTO-VAN SECTION.
       ACERTO-VAN-1.
           INITIALIZE WREG-VAN-CV
           MOVE ZEROES TO WQTD-AC WQTD-FALTA-AC WVALOR-FALTA-AC
           ACCEPT WDATA-AC FROM DATE YYYYMMDD
           MOVE '=> PLACA EM BRANCO PARA SAIR '  TO WTXT
           DISPLAY TELA-ACERTO-VAN
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACERTO-VAN
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WPLACA-CV NOT = SPACES AND WPLACA-CV NOT = 'FIM'
              PERFORM ACERTO-VAN-2 THRU ACERTO-VAN-FIM
           END-IF.
       ACERTO-VAN-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-ACERTO-VAN-ROTINAS SECTION.

       ACERTO-VAN-2.
           PERFORM R-LE-VAN THRU R-LE-VAN-FIM
           IF WVAN-OK-CV = 0
              GO TO ACERTO-VAN-FIM
           END-IF
           PERFORM R-APURA-AC
           IF WQTD-AC = ZEROES
              MOVE 'NENHUM MOVIMENTO DA VAN NA DATA' TO WTXT
              PERFORM R-MOSTRA-MSG-CV
              GO TO ACERTO-VAN-FIM
           END-IF
           PERFORM R-CALCULA-FALTA-AC VARYING WI-AC FROM 1 BY 1
                   UNTIL WI-AC > WQTD-AC
           PERFORM R-IMPRIME-AC
           DISPLAY TELA-ACERTO-VAN
           IF WQTD-FALTA-AC = ZEROES
              MOVE 'ACERTO SEM FALTA - RELATORIO EM RELACVAN.TXT'
                TO WTXT
              PERFORM R-MOSTRA-MSG-CV
              GO TO ACERTO-VAN-FIM
           END-IF
           MOVE 'LANCA AS FALTAS AO VENDEDOR (S/N) ?' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO ACERTO-VAN-FIM
           END-IF
           MOVE ZEROES TO WQTD-NAO-LANC-AC
           PERFORM R-LANCA-FALTA-AC VARYING WI-AC FROM 1 BY 1
                   UNTIL WI-AC > WQTD-AC
           MOVE 'FALTAS LANCADAS AO VENDEDOR' TO WTXT
           IF WQTD-NAO-LANC-AC NOT = ZEROES
              MOVE 'FALTA JA DESCONTADA NA COMISSAO - NAO LANCADAS:'
                TO WTXT
              MOVE WQTD-NAO-LANC-AC TO WST
           END-IF
           PERFORM R-MOSTRA-MSG-CV.
       ACERTO-VAN-FIM.
           EXIT.

      *-------------------------------------
      * VARRE O MOVIMENTO DE ESTOQUE E ACUMULA, POR PRODUTO, O QUE
      * ENTROU E SAIU DO LOCAL DA VAN NA DATA DO ACERTO.
      *-------------------------------------
       R-APURA-AC.
           MOVE ZEROES TO WQTD-AC WPERDIDOS-AC
           MOVE ZEROES TO SEQ-MOV
           START MOVESTOQUE KEY IS NOT LESS THAN CHAVE-MOV
           MOVE 0 TO WSAIDA-AC
           IF FS-MOVEST NOT = '00'
              MOVE 1 TO WSAIDA-AC
           END-IF
           PERFORM R-APURA-AC-1 UNTIL WSAIDA-AC = 1.

       R-APURA-AC-1.
           READ MOVESTOQUE NEXT
           IF FS-MOVEST NOT = '00'
              MOVE 1 TO WSAIDA-AC
           ELSE
              IF DATA-MOV = WDATA-AC AND
                 (LOCAL-MOV = WLOCAL-VAN-CV OR
                  (MOV-TRANSF AND LOCAL-DEST-MOV = WLOCAL-VAN-CV))
                 PERFORM R-ACHA-PROD-AC
                 IF WACHOU-AC NOT = ZEROES
                    PERFORM R-CLASSIFICA-AC
                 END-IF
              END-IF
           END-IF.

       R-ACHA-PROD-AC.
           MOVE ZEROES TO WACHOU-AC
           PERFORM R-PROCURA-PROD-AC VARYING WI-AC FROM 1 BY 1
                   UNTIL WI-AC > WQTD-AC OR WACHOU-AC NOT = ZEROES
           IF WACHOU-AC = ZEROES
              IF WQTD-AC < WMAX-AC
                 ADD 1 TO WQTD-AC
                 MOVE WQTD-AC TO WACHOU-AC
                 MOVE CODIGO-PROD-MOV TO WAC-PROD(WACHOU-AC)
                 MOVE ZEROES TO WAC-CARREGADO(WACHOU-AC)
                                WAC-VENDIDO(WACHOU-AC)
                                WAC-DEVOLVIDO(WACHOU-AC)
                                WAC-COBRADO(WACHOU-AC)
                                WAC-FALTA(WACHOU-AC)
                                WAC-PRECO(WACHOU-AC)
                                WAC-VALOR(WACHOU-AC)
              ELSE
                 ADD 1 TO WPERDIDOS-AC
              END-IF
           END-IF.

       R-PROCURA-PROD-AC.
           IF WAC-PROD(WI-AC) = CODIGO-PROD-MOV
              MOVE WI-AC TO WACHOU-AC
           END-IF.

       R-CLASSIFICA-AC.
           EVALUATE TRUE
              WHEN MOV-TRANSF AND LOCAL-DEST-MOV = WLOCAL-VAN-CV
                 ADD QTDE-MOV TO WAC-CARREGADO(WACHOU-AC)
              WHEN MOV-TRANSF
                 ADD QTDE-MOV TO WAC-DEVOLVIDO(WACHOU-AC)
      *       (NOTA CANCELADA DEVOLVE A MERCADORIA AO LOCAL DA VAN)
              WHEN MOV-ENTRADA
                 ADD QTDE-MOV TO WAC-CARREGADO(WACHOU-AC)
              WHEN MOV-SAIDA AND DOCUMENTO-MOV(1:3) = 'FV '
                 ADD QTDE-MOV TO WAC-COBRADO(WACHOU-AC)
              WHEN MOV-SAIDA
                 ADD QTDE-MOV TO WAC-VENDIDO(WACHOU-AC)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *-------------------------------------
      * FALTA = CARREGADO - VENDIDO - DEVOLVIDO - JA COBRADO, NUNCA
      * ALEM DO SALDO QUE O SISTEMA AINDA MOSTRA NA VAN. SOBRA NAO
      * GERA CREDITO - FICA SO ANOTADA NO RELATORIO.
      *-------------------------------------
       R-CALCULA-FALTA-AC.
           COMPUTE WSOBRA-AC = WAC-CARREGADO(WI-AC)
                             - WAC-VENDIDO(WI-AC)
                             - WAC-DEVOLVIDO(WI-AC)
                             - WAC-COBRADO(WI-AC)
           MOVE ZEROES TO WAC-FALTA(WI-AC)
           IF WSOBRA-AC > ZEROES
              MOVE WSOBRA-AC TO WAC-FALTA(WI-AC)
              MOVE WAC-PROD(WI-AC) TO WCODIGO-PROD-CV
              MOVE WLOCAL-VAN-CV   TO WLOCAL-TRAB-CV
              PERFORM R-LE-SALDO-CV
              IF WSALDO-TRAB-CV < WAC-FALTA(WI-AC)
                 MOVE WSALDO-TRAB-CV TO WAC-FALTA(WI-AC)
              END-IF
           END-IF
           MOVE WAC-PROD(WI-AC) TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE PRECO-PROD TO WAC-PRECO(WI-AC)
           END-IF
           COMPUTE WAC-VALOR(WI-AC) =
              WAC-FALTA(WI-AC) * WAC-PRECO(WI-AC)
           IF WAC-FALTA(WI-AC) > ZEROES
              ADD 1 TO WQTD-FALTA-AC
              ADD WAC-VALOR(WI-AC) TO WVALOR-FALTA-AC
           END-IF.

       R-IMPRIME-AC.
           MOVE 'RELACVAN.TXT' TO WID-ARQ-REL-1
           MOVE 'RELACERTOVAN' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           STRING WPLACA-CV ' ' WDATA-AC DELIMITED BY SIZE
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
           MOVE WPLACA-CV     TO AC-CAB-PLACA
           MOVE WDATA-AC      TO AC-CAB-DATA
           MOVE WVEN-VAN-CV   TO AC-CAB-VEN
           MOVE WLOCAL-VAN-CV TO AC-CAB-LOCAL
           MOVE WAC-CAB TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WAC-TITULOS TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-IMPRIME-AC-1 VARYING WI-AC FROM 1 BY 1
                   UNTIL WI-AC > WQTD-AC
           MOVE WQTD-FALTA-AC   TO AC-TOT-QTD
           MOVE WVALOR-FALTA-AC TO AC-TOT-VALOR
           MOVE WAC-TOTAL TO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF WPERDIDOS-AC NOT = ZEROES
              MOVE WPERDIDOS-AC TO AC-PERDIDOS
              MOVE WAC-PERDIDOS TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           CLOSE ARQREL.

       R-IMPRIME-AC-1.
           MOVE WAC-PROD(WI-AC) TO AC-PROD CODIGO-PROD
           MOVE SPACES TO AC-DESCRICAO AC-OBS
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE DESCRICAO-PROD(1:30) TO AC-DESCRICAO
           END-IF
           MOVE WAC-CARREGADO(WI-AC) TO AC-CARREGADO
           MOVE WAC-VENDIDO(WI-AC)   TO AC-VENDIDO
           MOVE WAC-DEVOLVIDO(WI-AC) TO AC-DEVOLVIDO
           MOVE WAC-COBRADO(WI-AC)   TO AC-COBRADO
           MOVE WAC-FALTA(WI-AC)     TO AC-FALTA
           MOVE WAC-VALOR(WI-AC)     TO AC-VALOR
           COMPUTE WSOBRA-AC = WAC-CARREGADO(WI-AC)
                             - WAC-VENDIDO(WI-AC)
                             - WAC-DEVOLVIDO(WI-AC)
                             - WAC-COBRADO(WI-AC)
           IF WSOBRA-AC < ZEROES
              MOVE 'SOBRA' TO AC-OBS
           END-IF
           MOVE WAC-LINHA TO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *-------------------------------------
      * LANCA A FALTA DE UM PRODUTO: SAIDA DO LOCAL DA VAN (TOTAL DO
      * CADASTRO E SALDO DO LOCAL) E REGISTRO PENDENTE NO ARQUIVO DE
      * FALTAS DO VENDEDOR. FALTA DO MESMO DIA AINDA PENDENTE SOMA;
      * A JA DESCONTADA NA COMISSAO NAO E REABERTA.
      *-------------------------------------
       R-LANCA-FALTA-AC.
           IF WAC-FALTA(WI-AC) > ZEROES
              MOVE WPLACA-CV       TO PLACA-FV
              MOVE WDATA-AC        TO DATA-FV
              MOVE WAC-PROD(WI-AC) TO CODIGO-PROD-FV
              READ FALTAVAN
              IF FS-FV = '00' AND FV-APLICADO
                 ADD 1 TO WQTD-NAO-LANC-AC
              ELSE
                 PERFORM R-LANCA-FALTA-AC-1
              END-IF
           END-IF.

       R-LANCA-FALTA-AC-1.
           IF FS-FV = '00'
              ADD WAC-FALTA(WI-AC) TO QTDE-FV
              ADD WAC-VALOR(WI-AC) TO VALOR-FV
              MOVE LID-OPERADOR-1  TO OPERADOR-FV
              REWRITE REGISTRO-FALTAVAN
           ELSE
              INITIALIZE REGISTRO-FALTAVAN
              MOVE WPLACA-CV        TO PLACA-FV
              MOVE WDATA-AC         TO DATA-FV
              MOVE WAC-PROD(WI-AC)  TO CODIGO-PROD-FV
              MOVE WVEN-VAN-CV      TO CODIGO-VEN-FV
              MOVE WAC-FALTA(WI-AC) TO QTDE-FV
              MOVE WAC-VALOR(WI-AC) TO VALOR-FV
              MOVE 'N'              TO APLICADO-FV
              MOVE ZEROES           TO ANO-MES-APLIC-FV
              MOVE LID-OPERADOR-1   TO OPERADOR-FV
              WRITE REGISTRO-FALTAVAN
           END-IF
           IF FS-FV NOT = '00'
              MOVE 'ERRO DE GRAVAÇÃO DA FALTA ST ' TO WTXT
              MOVE FS-FV TO WST
              PERFORM R-MOSTRA-MSG-CV
           ELSE
              MOVE WAC-PROD(WI-AC) TO CODIGO-PROD
              READ PRODUTOS
              IF FS-PROD = '00'
                 IF WAC-FALTA(WI-AC) > SALDO-ESTOQUE-PROD
                    MOVE ZEROES TO SALDO-ESTOQUE-PROD
                 ELSE
                    SUBTRACT WAC-FALTA(WI-AC) FROM SALDO-ESTOQUE-PROD
                 END-IF
                 REWRITE REGISTRO-PRODUTOS
              END-IF
              MOVE WAC-PROD(WI-AC) TO WCODIGO-PROD-CV
              MOVE WLOCAL-VAN-CV   TO WLOCAL-TRAB-CV
              PERFORM R-LE-SALDO-CV
              IF WAC-FALTA(WI-AC) > WSALDO-TRAB-CV
                 MOVE ZEROES TO WSALDO-TRAB-CV
              ELSE
                 SUBTRACT WAC-FALTA(WI-AC) FROM WSALDO-TRAB-CV
              END-IF
              PERFORM R-GRAVA-SALDO-CV
              MOVE WAC-PROD(WI-AC)  TO WPROD-MOV-CV
              MOVE 'S'              TO WTIPO-MOV-CV
              MOVE WAC-FALTA(WI-AC) TO WQTDE-MOV-CV
              MOVE WLOCAL-VAN-CV    TO WLOCAL-ORIG-CV
              MOVE ZEROES           TO WLOCAL-DEST-CV
              MOVE SPACES           TO WDOCUMENTO-CV
              STRING 'FV ' WPLACA-CV DELIMITED BY SIZE
                 INTO WDOCUMENTO-CV
              PERFORM R-GRAVA-MOVIMENTO-CV
              MOVE 'FALTA'          TO WTL-OPERACAO
              MOVE WAC-FALTA(WI-AC) TO WQTDE-CV
              PERFORM R-GRAVA-LOG
           END-IF.

      *-------------------------------------
      * VAN DA PLACA INFORMADA: PRECISA EXISTIR, ESTAR ATIVA, TER
      * LOCAL DE ESTOQUE PROPRIO E NAO SER O DEPOSITO.
      *-------------------------------------
       R-LE-VAN.
           MOVE 0 TO WVAN-OK-CV
           MOVE WPLACA-CV TO PLACA-VEI
           READ VEICULOS
           IF FS-VEI NOT = '00'
              MOVE 'VEICULO NAO CADASTRADO NA FROTA' TO WTXT
              PERFORM R-MOSTRA-MSG-CV
              GO TO R-LE-VAN-FIM
           END-IF
           IF INATIVO-VEI = 'I'
              MOVE 'VEICULO INATIVO NA FROTA' TO WTXT
              PERFORM R-MOSTRA-MSG-CV
              GO TO R-LE-VAN-FIM
           END-IF
           IF LOCAL-VEI = ZEROES OR LOCAL-VEI = WLOCAL-DEP-CV
              MOVE 'VEICULO SEM LOCAL DE PRONTA-ENTREGA' TO WTXT
              PERFORM R-MOSTRA-MSG-CV
              GO TO R-LE-VAN-FIM
           END-IF
           MOVE DESCRICAO-VEI TO WDESCR-VEI-CV
           MOVE LOCAL-VEI     TO WLOCAL-VAN-CV
           MOVE VENDEDOR-VEI  TO WVEN-VAN-CV
           MOVE 1 TO WVAN-OK-CV.
       R-LE-VAN-FIM.
           EXIT.

       R-MOSTRA-MSG-CV.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

      *-------------------------------------
      * SALDO DO PAR PRODUTO X LOCAL (WCODIGO-PROD-CV X
      * WLOCAL-TRAB-CV): A LEITURA DEVOLVE ZERO QUANDO O PAR AINDA
      * NAO EXISTE; A GRAVACAO CRIA OU REGRAVA.
      *-------------------------------------
       R-LE-SALDO-CV.
           MOVE ZEROES TO WSALDO-TRAB-CV
           MOVE WCODIGO-PROD-CV TO CODIGO-PROD-SL
           MOVE WLOCAL-TRAB-CV  TO LOCAL-SL
           READ SALDOLOC
           IF FS-SL = '00'
              MOVE SALDO-SL TO WSALDO-TRAB-CV
           END-IF.

       R-GRAVA-SALDO-CV.
           MOVE WCODIGO-PROD-CV TO CODIGO-PROD-SL
           MOVE WLOCAL-TRAB-CV  TO LOCAL-SL
           READ SALDOLOC
           IF FS-SL = '00'
              MOVE WSALDO-TRAB-CV TO SALDO-SL
              REWRITE REGISTRO-SALDOLOC
           ELSE
              MOVE WCODIGO-PROD-CV TO CODIGO-PROD-SL
              MOVE WLOCAL-TRAB-CV  TO LOCAL-SL
              MOVE WSALDO-TRAB-CV  TO SALDO-SL
              WRITE REGISTRO-SALDOLOC
           END-IF.

      *-------------------------------------
      * GRAVA O MOVIMENTO EM MOVESTOQUE COM O PROXIMO NUMERO DE
      * SEQUENCIA DO CONTROLE, DATA DO DIA E OPERADOR CORRENTE.
      *-------------------------------------
       R-GRAVA-MOVIMENTO-CV.
           PERFORM R-LE-CONTROLE-MOV
           ADD 1 TO WULTIMO-SEQ-MOV
           MOVE WULTIMO-SEQ-MOV   TO SEQ-MOV
           MOVE WPROD-MOV-CV      TO CODIGO-PROD-MOV
           MOVE WTIPO-MOV-CV      TO TIPO-MOV
           MOVE WQTDE-MOV-CV      TO QTDE-MOV
           ACCEPT WDATA-HOJE-CV FROM DATE YYYYMMDD
           MOVE WDATA-HOJE-CV     TO DATA-MOV
           MOVE LID-OPERADOR-1    TO OPERADOR-MOV
           MOVE WDOCUMENTO-CV     TO DOCUMENTO-MOV
           MOVE WLOCAL-ORIG-CV    TO LOCAL-MOV
           MOVE WLOCAL-DEST-CV    TO LOCAL-DEST-MOV
           MOVE SPACES            TO LOTE-MOV
           MOVE ZEROES TO VALIDADE-MOV POSICAO-MOV POSICAO-DEST-MOV
           WRITE REGISTRO-MOVESTOQUE
           IF FS-MOVEST = '00'
              PERFORM R-GRAVA-CONTROLE-MOV
           ELSE
              MOVE 'ERRO GRAVACAO MOVIMENTO ST ' TO WTXT
              MOVE FS-MOVEST TO WST
              PERFORM R-MOSTRA-MSG-CV
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
      * DEPOSITO QUE ABASTECE AS VANS: UMA LINHA EM DEPOSITO.CFG COM
      * O LOCAL (999). SEM O ARQUIVO VALE O DEPOSITO 1.
      *-------------------------------------
       R-LE-DEPOSITO.
           OPEN INPUT ARQDEPCFG
           IF FS-DEPCFG = '00'
              READ ARQDEPCFG
                 NOT AT END
                    MOVE ARQDEPCFG-REC(1:3) TO WDEP-CFG-TXT
                    IF WDEP-CFG-TXT IS NUMERIC AND
                       WDEP-CFG-NUM NOT = ZEROES
                       MOVE WDEP-CFG-NUM TO WLOCAL-DEP-CV
                    END-IF
              END-READ
              CLOSE ARQDEPCFG
           END-IF.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG.
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME
           MOVE WDHTL-DATA      TO WTL-DATA
           MOVE WDHTL-HH        TO WTL-HH
           MOVE WDHTL-MM        TO WTL-MM
           MOVE WDHTL-SS        TO WTL-SS
           MOVE LID-OPERADOR-1  TO WTL-OPERADOR
           MOVE WPLACA-CV       TO WTL-PLACA
           MOVE WPROD-MOV-CV    TO WTL-PROD
           MOVE WQTDE-MOV-CV    TO WTL-QTDE
           MOVE WVEN-VAN-CV     TO WTL-VEN
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
           OPEN INPUT VEICULOS.
           IF FS-VEI NOT = '00'
              MOVE 'ERRO NA ABERTURA DA FROTA ST ' TO WTXT
              MOVE FS-VEI TO WST
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
           OPEN I-O SALDOLOC.
           IF FS-SL = '35'
              CLOSE SALDOLOC OPEN OUTPUT SALDOLOC
              CLOSE SALDOLOC OPEN I-O SALDOLOC
           END-IF
           IF FS-SL = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS SALDOS POR LOCAL ST '
                TO WTXT
              MOVE FS-SL TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O FALTAVAN.
           IF FS-FV = '35'
              CLOSE FALTAVAN OPEN OUTPUT FALTAVAN
              CLOSE FALTAVAN OPEN I-O FALTAVAN
           END-IF
           IF FS-FV = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DAS FALTAS DE VAN ST ' TO WTXT
              MOVE FS-FV TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
