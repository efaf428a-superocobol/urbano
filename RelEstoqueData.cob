      *--------------------------
      * POSICAO E VALOR DO ESTOQUE EM DATA PASSADA
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RelEstoqueData.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Refaz a quantidade de cada
      *              produto por local numa data de referencia
      *              (fechamento de exercicio, auditoria): parte do
      *              saldo de hoje (ARQSALDOLOC.DAT, com a sobra do
      *              cadastro sem local atribuida ao deposito 1) e
      *              estorna os movimentos do MOVESTOQUE com data
      *              posterior. O ajuste 'A' grava o saldo absoluto
      *              do local, sem o valor anterior; o local com
      *              ajuste depois da data tem a quantidade refeita
      *              pelo razao ate a data (marca AJ). Valoriza pelo
      *              custo medio do cadastro, totaliza por local e
      *              marca NEG o saldo refeito negativo (movimento
      *              faltando ou com data errada). Saida no spool
      *              (RELESTDATA).
      * 2026-10-15 - Chaves alternativas de data em MOVESTOQUE.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-PROD.
           02 FS-PROD-1                PIC 9.
           02 FS-PROD-2                PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-MOVEST.
           02 FS-MOVEST-1             PIC 9.
           02 FS-MOVEST-2             PIC 9.
           02 FS-MOVEST-R REDEFINES FS-MOVEST-2 PIC 99 COMP-X.
       01 FS-SL.
           02 FS-SL-1                 PIC 9.
           02 FS-SL-2                 PIC 9.
           02 FS-SL-R REDEFINES FS-SL-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.

       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-MOVEST          PIC X(50) VALUE 'ARQMOVEST.DAT'.
       01 WID-ARQ-SALDOLOC        PIC X(50) VALUE 'ARQSALDOLOC.DAT'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                   PIC X VALUE SPACES.
       77 WSAIDA               PIC 9 VALUE ZEROES.
       77 WMOV-DISPONIVEL      PIC 9 VALUE ZEROES.
       77 WSL-DISPONIVEL       PIC 9 VALUE ZEROES.
       01 WDATA-REF-ED         PIC 9(008) VALUE ZEROES.
       01 WDATA-HOJE-ED        PIC 9(008) VALUE ZEROES.

      *-------------SALDOS DO PRODUTO POR LOCAL---------------------
      * UMA POSICAO POR NUMERO DE LOCAL (001 A 999). ATUAL = SALDO
      * DE HOJE; DEPOIS = EFEITO LIQUIDO DOS MOVIMENTOS POSTERIORES
      * A DATA; RAZAO = SALDO CORRIDO DO RAZAO ATE A DATA; AJUSTE =
      * HOUVE AJUSTE 'A' NO LOCAL DEPOIS DA DATA.
       77 WL-ED                PIC 9(004) VALUE ZEROES.
       77 WLOCAL-ED            PIC 9(003) VALUE ZEROES.
       01 WSOMA-LOCAIS-ED      PIC S9(009) VALUE ZEROES.
       01 WSOBRA-ED            PIC S9(009) VALUE ZEROES.
       01 WQTDE-ED             PIC S9(009) VALUE ZEROES.
       01 WTAB-LC-ED.
          02 WTAB-LC-ITEM OCCURS 999 TIMES.
             03 WLC-USADO        PIC 9(001).
             03 WLC-AJUSTE       PIC 9(001).
             03 WLC-ATUAL        PIC S9(009).
             03 WLC-DEPOIS       PIC S9(009).
             03 WLC-RAZAO        PIC S9(009).
      *--------------------------------------------------

      *-------------TOTAIS POR LOCAL E GERAL------------------------
       01 WTAB-TOT-ED.
          02 WTAB-TOT-ITEM OCCURS 999 TIMES.
             03 WTT-QTDE         PIC S9(011).
             03 WTT-VALOR        PIC 9(013)v9(002).
             03 WTT-LINHAS       PIC 9(007).
       01 WVALOR-ITEM-ED       PIC 9(013)v9(002) VALUE ZEROES.
       01 WVALOR-TOTAL-ED      PIC 9(013)v9(002) VALUE ZEROES.
       77 WQTD-LINHAS-ED       PIC 9(007) VALUE ZEROES.
       77 WQTD-NEGATIVOS-ED    PIC 9(007) VALUE ZEROES.
       77 WQTD-AJUSTADOS-ED    PIC 9(007) VALUE ZEROES.
       77 WQTD-ESTORNOS-ED     PIC 9(009) VALUE ZEROES.
      *--------------------------------------------------

       01 WED-CAB1.
          02 FILLER PIC X(008) VALUE 'PRODUTO '.
          02 FILLER PIC X(031) VALUE 'DESCRICAO'.
          02 FILLER PIC X(006) VALUE 'LOCAL '.
          02 FILLER PIC X(011) VALUE ' SALDO HOJE'.
          02 FILLER PIC X(011) VALUE '  MOV.APOS '.
          02 FILLER PIC X(011) VALUE ' SALDO DATA'.
          02 FILLER PIC X(011) VALUE ' CUSTO MED.'.
          02 FILLER PIC X(017) VALUE '   VALOR NA DATA '.
          02 FILLER PIC X(008) VALUE ' MARCAS'.

       01 WED-LINHA.
          02 ED-CODIGO         PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 ED-DESCRICAO      PIC X(030).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 ED-LOCAL          PIC 9(003).
          02 FILLER            PIC X(02) VALUE SPACES.
          02 ED-ATUAL          PIC -ZZZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 ED-DEPOIS         PIC -ZZZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 ED-DATA           PIC -ZZZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 ED-CUSTO          PIC ZZZZZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 ED-VALOR          PIC ZZZZZZZZZZZZ9.99.
          02 FILLER            PIC X(02) VALUE SPACES.
          02 ED-MARCA-NEG      PIC X(03).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 ED-MARCA-AJ       PIC X(02).

       01 WED-TOT-LOCAL.
          02 FILLER            PIC X(15) VALUE 'TOTAL DO LOCAL '.
          02 ED-TOT-LOCAL      PIC 9(003).
          02 FILLER            PIC X(09) VALUE '  LINHAS '.
          02 ED-TOT-LINHAS     PIC ZZZZZZ9.
          02 FILLER            PIC X(07) VALUE '  QTDE '.
          02 ED-TOT-QTDE       PIC -ZZZZZZZZZZ9.
          02 FILLER            PIC X(08) VALUE '  VALOR '.
          02 ED-TOT-VALOR      PIC ZZZZZZZZZZZZ9.99.

       01 WED-TOTAL.
          02 FILLER            PIC X(32)
             VALUE 'VALOR TOTAL DO ESTOQUE NA DATA..'.
          02 ED-TOT-GERAL      PIC ZZZZZZZZZZZZ9.99.

       01 WED-TRACO.
          02 FILLER PIC X(128) VALUE ALL '-'.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-ESTOQUE-DATA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - ESTOQUE NA DATA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 22 VALUE "POSICAO DO ESTOQUE EM DATA PASSADA".
          02 LINE 8 COL 10 VALUE "DATA DE REFERENCIA (AAAAMMDD):".
          02 LINE 8 COL 42 PIC 9(008) USING WDATA-REF-ED.
          02 LINE 10 COL 10 VALUE "(SALDO AO FINAL DO DIA INFORMADO)".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           MOVE LID-ARQ-PRODUTO-1  TO WID-ARQ-PRODUTO-1
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MOVEST
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SALDOLOC
           ACCEPT WDATA-HOJE-ED FROM DATE YYYYMMDD
           MOVE ZEROES TO WDATA-REF-ED
           DISPLAY TELA-ESTOQUE-DATA
           ACCEPT TELA-ESTOQUE-DATA
           IF WDATA-REF-ED = ZEROES OR WDATA-REF-ED > WDATA-HOJE-ED
              MOVE 'DATA DE REFERENCIA INVALIDA' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           ELSE
              PERFORM R-GERA-POSICAO THRU R-GERA-POSICAO-FIM
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.

       R-GERA-POSICAO.
           OPEN INPUT PRODUTOS
           IF FS-PROD NOT = '00'
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS ST '
                TO WTXT
              MOVE FS-PROD TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-GERA-POSICAO-FIM
           END-IF
           MOVE 0 TO WMOV-DISPONIVEL WSL-DISPONIVEL
           OPEN INPUT MOVESTOQUE
           IF FS-MOVEST = '00'
              MOVE 1 TO WMOV-DISPONIVEL
           END-IF
           OPEN INPUT SALDOLOC
           IF FS-SL = '00'
              MOVE 1 TO WSL-DISPONIVEL
           END-IF
           MOVE 'RELESTDATA.TXT' TO WID-ARQ-REL-1
           MOVE 'RELESTDATA' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           STRING 'DATA ' WDATA-REF-ED
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
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'POSICAO DO ESTOQUE POR LOCAL EM ' WDATA-REF-ED
                  ' (EMITIDO EM ' WDATA-HOJE-ED ')'
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WED-CAB1 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WED-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           INITIALIZE WTAB-TOT-ED
           MOVE ZEROES TO WVALOR-TOTAL-ED WQTD-LINHAS-ED
                          WQTD-NEGATIVOS-ED WQTD-AJUSTADOS-ED
                          WQTD-ESTORNOS-ED
           MOVE ZEROES TO CODIGO-PROD
           START PRODUTOS KEY IS NOT LESS THAN CODIGO-PROD
           IF FS-PROD = '00'
              PERFORM R-TRATA-PRODUTO-ED UNTIL FS-PROD NOT = '00'
           END-IF
           PERFORM R-IMPRIME-TOTAIS
           CLOSE ARQREL PRODUTOS
           IF WMOV-DISPONIVEL = 1
              CLOSE MOVESTOQUE
           END-IF
           IF WSL-DISPONIVEL = 1
              CLOSE SALDOLOC
           END-IF
           MOVE SPACES TO WTXT
           STRING 'RELATORIO GERADO EM ' WID-ARQ-REL-1
              DELIMITED BY SIZE INTO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       R-GERA-POSICAO-FIM.
           EXIT.

      *-------------------------------------
      * UM PRODUTO: SALDOS DE HOJE POR LOCAL, PASSADA NO RAZAO DO
      * PRODUTO E IMPRESSAO DOS LOCAIS COM SALDO NA DATA.
      *-------------------------------------
       R-TRATA-PRODUTO-ED.
           READ PRODUTOS NEXT
           IF FS-PROD = '00'
              INITIALIZE WTAB-LC-ED
              PERFORM R-SALDOS-HOJE
              IF WMOV-DISPONIVEL = 1
                 PERFORM R-PERCORRE-RAZAO
              END-IF
              PERFORM R-IMPRIME-LOCAL THRU R-IMPRIME-LOCAL-FIM
                 VARYING WL-ED FROM 1 BY 1 UNTIL WL-ED > 999
           END-IF.

      *-------------------------------------
      * SALDO DE HOJE: OS PARES PRODUTO X LOCAL DO SALDOLOC; O QUE
      * O CADASTRO TEM ALEM DA SOMA DOS LOCAIS (ESTOQUE ANTERIOR AO
      * CONTROLE POR LOCAL) FICA NO DEPOSITO 1, ONDE ENTRAM AS
      * COMPRAS.
      *-------------------------------------
       R-SALDOS-HOJE.
           MOVE ZEROES TO WSOMA-LOCAIS-ED
           IF WSL-DISPONIVEL = 1
              MOVE CODIGO-PROD TO CODIGO-PROD-SL
              MOVE ZEROES      TO LOCAL-SL
              START SALDOLOC KEY IS NOT LESS THAN CHAVE-SL
              MOVE 0 TO WSAIDA
              IF FS-SL NOT = '00'
                 MOVE 1 TO WSAIDA
              END-IF
              PERFORM R-LE-SALDOLOC UNTIL WSAIDA = 1
           END-IF
           COMPUTE WSOBRA-ED = SALDO-ESTOQUE-PROD - WSOMA-LOCAIS-ED
           IF WSOBRA-ED > ZEROES
              MOVE 1 TO WLOCAL-ED
              MOVE 1 TO WLC-USADO(WLOCAL-ED)
              ADD WSOBRA-ED TO WLC-ATUAL(WLOCAL-ED)
           END-IF.

       R-LE-SALDOLOC.
           READ SALDOLOC NEXT
           IF FS-SL NOT = '00' OR CODIGO-PROD-SL NOT = CODIGO-PROD
              MOVE 1 TO WSAIDA
           ELSE
              MOVE LOCAL-SL TO WLOCAL-ED
              IF WLOCAL-ED = ZEROES
                 MOVE 1 TO WLOCAL-ED
              END-IF
              MOVE 1 TO WLC-USADO(WLOCAL-ED)
              ADD SALDO-SL TO WLC-ATUAL(WLOCAL-ED)
              ADD SALDO-SL TO WSOMA-LOCAIS-ED
           END-IF.

      *-------------------------------------
      * RAZAO DO PRODUTO NA ORDEM DE GRAVACAO. MOVIMENTO ATE A DATA
      * ALIMENTA O SALDO CORRIDO (O AJUSTE FIXA O SALDO DO LOCAL);
      * MOVIMENTO POSTERIOR E SOMADO PARA O ESTORNO, E O AJUSTE
      * POSTERIOR MARCA O LOCAL (O SALDO ANTERIOR A ELE NAO E
      * GRAVADO). LOCAL ZERADO E DE ANTES DO CONTROLE POR LOCAL E
      * VALE COMO DEPOSITO 1.
      *-------------------------------------
       R-PERCORRE-RAZAO.
           MOVE CODIGO-PROD TO CODIGO-PROD-MOV
           START MOVESTOQUE KEY IS NOT LESS THAN CODIGO-PROD-MOV
           MOVE 0 TO WSAIDA
           IF FS-MOVEST NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-LE-MOVIMENTO
              THRU R-LE-MOVIMENTO-FIM UNTIL WSAIDA = 1.

       R-LE-MOVIMENTO.
           READ MOVESTOQUE NEXT
           IF FS-MOVEST NOT = '00' OR
              CODIGO-PROD-MOV NOT = CODIGO-PROD
              MOVE 1 TO WSAIDA
              GO TO R-LE-MOVIMENTO-FIM
           END-IF
           MOVE LOCAL-MOV TO WLOCAL-ED
           IF WLOCAL-ED = ZEROES
              MOVE 1 TO WLOCAL-ED
           END-IF
           MOVE 1 TO WLC-USADO(WLOCAL-ED)
           IF DATA-MOV > WDATA-REF-ED
              ADD 1 TO WQTD-ESTORNOS-ED
              EVALUATE TRUE
                 WHEN MOV-ENTRADA
                    ADD QTDE-MOV TO WLC-DEPOIS(WLOCAL-ED)
                 WHEN MOV-SAIDA
                    SUBTRACT QTDE-MOV FROM WLC-DEPOIS(WLOCAL-ED)
                 WHEN MOV-AJUSTE
                    MOVE 1 TO WLC-AJUSTE(WLOCAL-ED)
                 WHEN MOV-TRANSF
                    SUBTRACT QTDE-MOV FROM WLC-DEPOIS(WLOCAL-ED)
                    PERFORM R-LOCAL-DESTINO
                    ADD QTDE-MOV TO WLC-DEPOIS(WLOCAL-ED)
              END-EVALUATE
           ELSE
              EVALUATE TRUE
                 WHEN MOV-ENTRADA
                    ADD QTDE-MOV TO WLC-RAZAO(WLOCAL-ED)
                 WHEN MOV-SAIDA
                    SUBTRACT QTDE-MOV FROM WLC-RAZAO(WLOCAL-ED)
                 WHEN MOV-AJUSTE
                    MOVE QTDE-MOV TO WLC-RAZAO(WLOCAL-ED)
                 WHEN MOV-TRANSF
                    SUBTRACT QTDE-MOV FROM WLC-RAZAO(WLOCAL-ED)
                    PERFORM R-LOCAL-DESTINO
                    ADD QTDE-MOV TO WLC-RAZAO(WLOCAL-ED)
              END-EVALUATE
           END-IF.
       R-LE-MOVIMENTO-FIM.
           EXIT.

       R-LOCAL-DESTINO.
           MOVE LOCAL-DEST-MOV TO WLOCAL-ED
           IF WLOCAL-ED = ZEROES
              MOVE 1 TO WLOCAL-ED
           END-IF
           MOVE 1 TO WLC-USADO(WLOCAL-ED).

      *-------------------------------------
      * SALDO NA DATA DO LOCAL: HOJE MENOS O EFEITO DOS MOVIMENTOS
      * POSTERIORES, OU O SALDO CORRIDO DO RAZAO QUANDO HOUVE AJUSTE
      * DEPOIS DA DATA. SO O SALDO POSITIVO ENTRA NO VALOR.
      *-------------------------------------
       R-IMPRIME-LOCAL.
           IF WLC-USADO(WL-ED) = ZERO
              GO TO R-IMPRIME-LOCAL-FIM
           END-IF
           IF WLC-AJUSTE(WL-ED) = 1
              MOVE WLC-RAZAO(WL-ED) TO WQTDE-ED
           ELSE
              COMPUTE WQTDE-ED = WLC-ATUAL(WL-ED) - WLC-DEPOIS(WL-ED)
           END-IF
           IF WQTDE-ED = ZEROES AND WLC-AJUSTE(WL-ED) = ZERO
              GO TO R-IMPRIME-LOCAL-FIM
           END-IF
           MOVE SPACES TO ED-MARCA-NEG ED-MARCA-AJ
           MOVE ZEROES TO WVALOR-ITEM-ED
           IF WQTDE-ED < ZEROES
              MOVE 'NEG' TO ED-MARCA-NEG
              ADD 1 TO WQTD-NEGATIVOS-ED
           ELSE
              COMPUTE WVALOR-ITEM-ED = WQTDE-ED * CUSTO-MEDIO-PROD
           END-IF
           IF WLC-AJUSTE(WL-ED) = 1
              MOVE 'AJ' TO ED-MARCA-AJ
              ADD 1 TO WQTD-AJUSTADOS-ED
           END-IF
           ADD 1                TO WQTD-LINHAS-ED
           ADD 1                TO WTT-LINHAS(WL-ED)
           ADD WQTDE-ED         TO WTT-QTDE(WL-ED)
           ADD WVALOR-ITEM-ED   TO WTT-VALOR(WL-ED)
           ADD WVALOR-ITEM-ED   TO WVALOR-TOTAL-ED
           MOVE CODIGO-PROD          TO ED-CODIGO
           MOVE DESCRICAO-PROD(1:30) TO ED-DESCRICAO
           MOVE WL-ED                TO ED-LOCAL
           MOVE WLC-ATUAL(WL-ED)     TO ED-ATUAL
           MOVE WLC-DEPOIS(WL-ED)    TO ED-DEPOIS
           MOVE WQTDE-ED             TO ED-DATA
           MOVE CUSTO-MEDIO-PROD     TO ED-CUSTO
           MOVE WVALOR-ITEM-ED       TO ED-VALOR
           MOVE WED-LINHA TO ARQREL-DATA-01
           WRITE ARQREL-REC.
       R-IMPRIME-LOCAL-FIM.
           EXIT.

       R-IMPRIME-TOTAIS.
           MOVE WED-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-IMPRIME-TOTAL-LOCAL
              VARYING WL-ED FROM 1 BY 1 UNTIL WL-ED > 999
           MOVE WED-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WVALOR-TOTAL-ED TO ED-TOT-GERAL
           MOVE WED-TOTAL TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'LINHAS: ' WQTD-LINHAS-ED
                  '  MOVIMENTOS ESTORNADOS: ' WQTD-ESTORNOS-ED
                  '  SALDOS NEGATIVOS: ' WQTD-NEGATIVOS-ED
                  '  REFEITOS PELO RAZAO: ' WQTD-AJUSTADOS-ED
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'SALDO DATA = SALDO HOJE - MOV.APOS (EFEITO '
                  'LIQUIDO DOS MOVIMENTOS COM DATA POSTERIOR).'
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'AJ = AJUSTE NO LOCAL DEPOIS DA DATA: SALDO DATA '
                  'REFEITO PELO RAZAO DO LOCAL ATE A DATA.'
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'NEG = SALDO REFEITO NEGATIVO (MOVIMENTO FALTANDO '
                  'OU COM DATA ERRADA), FORA DO VALOR.'
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'VALOR PELO CUSTO MEDIO ATUAL DO CADASTRO; SALDO '
                  'SEM LOCAL NO CADASTRO CONTA NO LOCAL 001.'
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-IMPRIME-TOTAL-LOCAL.
           IF WTT-LINHAS(WL-ED) NOT = ZEROES
              MOVE WL-ED              TO ED-TOT-LOCAL
              MOVE WTT-LINHAS(WL-ED)  TO ED-TOT-LINHAS
              MOVE WTT-QTDE(WL-ED)    TO ED-TOT-QTDE
              MOVE WTT-VALOR(WL-ED)   TO ED-TOT-VALOR
              MOVE WED-TOT-LOCAL TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.
