      *--------------------------
      * DESEMPENHO DE FORNECEDORES (ORDENS DE COMPRA E RECEBIMENTOS)
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RelDesempForn.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Avalia cada fornecedor pelas
      *              ordens de compra do periodo (data da ordem;
      *              canceladas fora): prazo de entrega prometido
      *              contra o realizado (data da ordem ate o ultimo
      *              recebimento no MOVESTOQUE, documento OC +
      *              numero) e a pontualidade; atendimento (recebido
      *              sobre pedido); variacao do custo unitario sobre
      *              a compra recebida anterior do mesmo produto e
      *              sobre o custo medio do cadastro; quantidade
      *              devolvida (ARQDEVCOMP.DAT) no periodo. Nota de
      *              0 a 100 ponderada (atendimento 40, pontualidade
      *              30, devolucoes 20, preco 10) com conceito A/B/C/D
      *              e ranking decrescente. Saida no spool
      *              (RELDESEMPF).
      * 2026-10-15 - Chaves alternativas de data em MOVESTOQUE.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       SELECT MOVESTOQUE ASSIGN TO  DISK WID-ARQ-MOVEST
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MOV
              ALTERNATE RECORD KEY IS CODIGO-PROD-MOV WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-MOV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MOVEST.

       SELECT DEVCOMPRA ASSIGN TO  DISK WID-ARQ-DEVCOMP
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DVC
              ALTERNATE RECORD KEY IS CODIGO-FOR-DVC WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-OC-DVC WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DVC.

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

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
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

       FD DEVCOMPRA.
       01 REGISTRO-DEVCOMPRA.
          02 CHAVE-DVC.
             03 NUMERO-DVC            PIC  9(009).
             03 SEQ-DVC               PIC  9(003).
          02 CODIGO-FOR-DVC           PIC  9(007).
          02 CODIGO-OC-DVC            PIC  9(009).
          02 NUMERO-OCI-DVC           PIC  9(003).
          02 CODIGO-PROD-DVC          PIC  9(007).
          02 QTDE-DVC                 PIC  9(007) VALUE ZEROES.
          02 CUSTO-UNIT-DVC           PIC  9(007)v9(002) VALUE ZEROES.
          02 VALOR-DVC                PIC  9(009)v9(002) VALUE ZEROES.
          02 LOTE-DVC                 PIC  X(010) VALUE SPACES.
          02 VALIDADE-DVC             PIC  9(008) VALUE ZEROES.
          02 NF-FORN-DVC              PIC  9(009) VALUE ZEROES.
          02 VALOR-ABATIDO-DVC        PIC  9(009)v9(002) VALUE ZEROES.
          02 DEBITO-ABERTO-DVC        PIC  9(009)v9(002) VALUE ZEROES.
          02 DATA-DVC                 PIC  9(008) VALUE ZEROES.
          02 OPERADOR-DVC             PIC  X(010) VALUE SPACES.
          02 MOTIVO-COD-DVC           PIC  X(001) VALUE SPACES.
          02 MOTIVO-DVC               PIC  X(040) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

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

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-OC.
           02 FS-OC-1                PIC 9.
           02 FS-OC-2                PIC 9.
           02 FS-OC-R REDEFINES FS-OC-2 PIC 99 COMP-X.
       01 FS-OCI.
           02 FS-OCI-1                PIC 9.
           02 FS-OCI-2                PIC 9.
           02 FS-OCI-R REDEFINES FS-OCI-2 PIC 99 COMP-X.
       01 FS-MOVEST.
           02 FS-MOVEST-1             PIC 9.
           02 FS-MOVEST-2             PIC 9.
           02 FS-MOVEST-R REDEFINES FS-MOVEST-2 PIC 99 COMP-X.
       01 FS-DVC.
           02 FS-DVC-1                PIC 9.
           02 FS-DVC-2                PIC 9.
           02 FS-DVC-R REDEFINES FS-DVC-2 PIC 99 COMP-X.
       01 FS-FOR.
           02 FS-FOR-1                PIC 9.
           02 FS-FOR-2                PIC 9.
           02 FS-FOR-R REDEFINES FS-FOR-2 PIC 99 COMP-X.
       01 FS-PROD.
           02 FS-PROD-1                PIC 9.
           02 FS-PROD-2                PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.

       01 WID-ARQ-OC                  PIC X(50) VALUE 'ARQOC.DAT'.
       01 WID-ARQ-OCITEM              PIC X(50) VALUE 'ARQOCITEM.DAT'.
       01 WID-ARQ-MOVEST              PIC X(50) VALUE 'ARQMOVEST.DAT'.
       01 WID-ARQ-DEVCOMP             PIC X(50) VALUE 'ARQDEVCOMP.DAT'.
       01 WID-ARQ-FORN                PIC X(50) VALUE 'ARQFORN.DAT'.
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
       77 WSAIDA-ITEM     PIC 9 VALUE ZEROES.
       77 WSAIDA-BUSCA    PIC 9 VALUE ZEROES.
       77 WDVC-DISPONIVEL PIC 9 VALUE ZEROES.
       77 WMOV-DISPONIVEL PIC 9 VALUE ZEROES.
       77 WFOR-DISPONIVEL PIC 9 VALUE ZEROES.
       77 WPROD-DISPONIVEL PIC 9 VALUE ZEROES.
       01 WDATA-INI-DF    PIC 9(008) VALUE ZEROES.
       01 WDATA-FIM-DF    PIC 9(008) VALUE ZEROES.
       01 WDATA-HOJE-DF   PIC 9(008) VALUE ZEROES.
       01 WINT-HOJE-DF    PIC 9(008) VALUE ZEROES.
       01 WINT-OC-DF      PIC 9(008) VALUE ZEROES.
       01 WINT-RECEB-DF   PIC 9(008) VALUE ZEROES.

      *-------------ACUMULACAO POR FORNECEDOR-----------------------
      * LIMITE DE 500 FORNECEDORES NO PERIODO; O EXCEDENTE E
      * CONTADO E INFORMADO NO RODAPE.
       77 WMAX-FOR-DF       PIC 9(003) VALUE 500.
       77 WQTD-FOR-DF       PIC 9(003) VALUE ZEROES.
       77 WI-DF             PIC 9(003) VALUE ZEROES.
       77 WJ-DF             PIC 9(003) VALUE ZEROES.
       77 WK-DF             PIC 9(003) VALUE ZEROES.
       77 WACHOU-DF         PIC 9(003) VALUE ZEROES.
       77 WQTD-EXCEDENTE-DF PIC 9(005) VALUE ZEROES.
       01 WFOR-BUSCA-DF     PIC 9(007) VALUE ZEROES.
       01 WTAB-DF.
          02 WTAB-DF-ITEM OCCURS 500 TIMES.
             03 WDF-FOR          PIC 9(007).
             03 WDF-OCS          PIC 9(005).
             03 WDF-COM-PRAZO    PIC 9(005).
             03 WDF-NO-PRAZO     PIC 9(005).
             03 WDF-SOMA-PROM    PIC 9(007).
             03 WDF-MEDIDAS      PIC 9(005).
             03 WDF-SOMA-REAL    PIC 9(007).
             03 WDF-QTDE-PED     PIC 9(009).
             03 WDF-QTDE-REC     PIC 9(009).
             03 WDF-QTDE-DEV     PIC 9(009).
             03 WDF-VALOR        PIC 9(011)v9(002).
             03 WDF-BASE-ANT     PIC 9(011)v9(002).
             03 WDF-CUR-ANT      PIC 9(011)v9(002).
             03 WDF-BASE-CM      PIC 9(011)v9(002).
             03 WDF-CUR-CM       PIC 9(011)v9(002).
             03 WDF-NOTA         PIC 9(003)v9(002).
             03 WDF-CONCEITO     PIC X(001).
       01 WTAB-DF-TROCA          PIC X(139).
      *--------------------------------------------------

      *-------------LINHAS DA ORDEM EM ANALISE----------------------
       77 WMAX-LIN-DF       PIC 9(003) VALUE 300.
       77 WQTD-LIN-DF       PIC 9(003) VALUE ZEROES.
       77 WL-DF             PIC 9(003) VALUE ZEROES.
       01 WTAB-LIN-DF.
          02 WTAB-LIN-DF-ITEM OCCURS 300 TIMES.
             03 WLN-PROD         PIC 9(007).
             03 WLN-QTDE         PIC 9(007).
             03 WLN-REC          PIC 9(007).
             03 WLN-CUSTO        PIC 9(007)v9(002).
       01 WOC-ATUAL-DF      PIC 9(009) VALUE ZEROES.
       01 WDOC-OC-DF        PIC X(012) VALUE SPACES.
       01 WULT-RECEB-DF     PIC 9(008) VALUE ZEROES.
       01 WOC-ANT-DF        PIC 9(009) VALUE ZEROES.
       01 WCUSTO-ANT-DF     PIC 9(007)v9(002) VALUE ZEROES.
       01 WDIAS-REAL-DF     PIC 9(005) VALUE ZEROES.
      *--------------------------------------------------

      *-------------INDICADORES E NOTA------------------------------
       01 WPERC-ATEND-DF    PIC 9(003)v9(002) VALUE ZEROES.
       01 WPERC-PONT-DF     PIC 9(003)v9(002) VALUE ZEROES.
       01 WPERC-DEV-DF      PIC 9(003)v9(002) VALUE ZEROES.
       01 WPERC-QUAL-DF     PIC 9(003)v9(002) VALUE ZEROES.
       01 WPERC-PRECO-DF    PIC 9(003)v9(002) VALUE ZEROES.
       01 WVAR-ANT-DF       PIC S9(005)v9(002) VALUE ZEROES.
       01 WVAR-CM-DF        PIC S9(005)v9(002) VALUE ZEROES.
       01 WMEDIA-PROM-DF    PIC 9(003)v9(001) VALUE ZEROES.
       01 WMEDIA-REAL-DF    PIC 9(003)v9(001) VALUE ZEROES.
       01 WPONTOS-DF        PIC 9(007)v9(002) VALUE ZEROES.
       01 WPESOS-DF         PIC 9(003) VALUE ZEROES.
      *--------------------------------------------------

       01 WREL-CAB1-DF.
          02 FILLER PIC X(004) VALUE 'POS '.
          02 FILLER PIC X(008) VALUE 'FORNEC. '.
          02 FILLER PIC X(026) VALUE 'RAZAO SOCIAL'.
          02 FILLER PIC X(006) VALUE '  OCS '.
          02 FILLER PIC X(012) VALUE 'PRAZO PROM. '.
          02 FILLER PIC X(011) VALUE 'PRAZO REAL '.
          02 FILLER PIC X(008) VALUE 'PONTUAL '.
          02 FILLER PIC X(008) VALUE ' ATEND. '.
          02 FILLER PIC X(010) VALUE 'VAR.ANT.% '.
          02 FILLER PIC X(010) VALUE ' VAR.CM.% '.
          02 FILLER PIC X(010) VALUE '  DEVOLV. '.
          02 FILLER PIC X(007) VALUE ' DEV.% '.
          02 FILLER PIC X(007) VALUE '  NOTA '.
          02 FILLER PIC X(004) VALUE 'CONC'.

       01 WREL-DET-DF.
          02 RL-POS-DF         PIC ZZ9.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-FOR-DF         PIC 9(007).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-RAZAO-DF       PIC X(025).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-OCS-DF         PIC ZZZZ9.
          02 FILLER            PIC X(004) VALUE SPACES.
          02 RL-PROM-DF        PIC ZZ9.9.
          02 FILLER            PIC X(006) VALUE SPACES.
          02 RL-REAL-DF        PIC ZZ9.9.
          02 FILLER            PIC X(002) VALUE SPACES.
          02 RL-PONT-DF        PIC ZZ9.99.
          02 FILLER            PIC X(002) VALUE SPACES.
          02 RL-ATEND-DF       PIC ZZ9.99.
          02 FILLER            PIC X(002) VALUE SPACES.
          02 RL-VAR-ANT-DF     PIC -ZZZ9.99.
          02 FILLER            PIC X(002) VALUE SPACES.
          02 RL-VAR-CM-DF      PIC -ZZZ9.99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-DEV-DF         PIC ZZZZZZZZ9.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-PDEV-DF        PIC ZZ9.99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-NOTA-DF        PIC ZZ9.99.
          02 FILLER            PIC X(003) VALUE SPACES.
          02 RL-CONC-DF        PIC X(001).

       01 WREL-TRACO-DF.
          02 FILLER PIC X(140) VALUE ALL '-'.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-DESEMPF.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - FORNECEDORES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 20 VALUE "DESEMPENHO DE FORNECEDORES".
          02 LINE 8 COL 10 VALUE "DATA INICIAL (AAAAMMDD)...:".
          02 LINE 8 COL 39 PIC 9(008) USING WDATA-INI-DF.
          02 LINE 9 COL 10 VALUE "DATA FINAL   (AAAAMMDD)...:".
          02 LINE 9 COL 39 PIC 9(008) USING WDATA-FIM-DF.
          02 LINE 11 COL 10 VALUE "(DATAS ZERADAS = TODAS)".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-OC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-OCITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MOVEST
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-DEVCOMP
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FORN
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
           MOVE ZEROES TO WDATA-INI-DF WDATA-FIM-DF
           DISPLAY TELA-DESEMPF
           ACCEPT TELA-DESEMPF
           IF WDATA-FIM-DF = ZEROES
              MOVE 99999999 TO WDATA-FIM-DF
           END-IF
           IF WDATA-INI-DF > WDATA-FIM-DF
              MOVE 'PERIODO INVALIDO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           ELSE
              PERFORM R-GERA-DESEMPENHO THRU R-GERA-DESEMPENHO-FIM
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.

       R-GERA-DESEMPENHO.
           OPEN INPUT ORDCOMPRA
           IF FS-OC NOT = '00'
              MOVE 'SEM ORDENS DE COMPRA ST ' TO WTXT
              MOVE FS-OC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-GERA-DESEMPENHO-FIM
           END-IF
           OPEN INPUT OCITEM
           IF FS-OCI NOT = '00'
              MOVE 'SEM ITENS DE ORDENS DE COMPRA ST ' TO WTXT
              MOVE FS-OCI TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              CLOSE ORDCOMPRA
              GO TO R-GERA-DESEMPENHO-FIM
           END-IF
           MOVE 0 TO WMOV-DISPONIVEL WDVC-DISPONIVEL WFOR-DISPONIVEL
                     WPROD-DISPONIVEL
           OPEN INPUT MOVESTOQUE
           IF FS-MOVEST = '00'
              MOVE 1 TO WMOV-DISPONIVEL
           END-IF
           OPEN INPUT DEVCOMPRA
           IF FS-DVC = '00'
              MOVE 1 TO WDVC-DISPONIVEL
           END-IF
           OPEN INPUT FORNECEDORES
           IF FS-FOR = '00'
              MOVE 1 TO WFOR-DISPONIVEL
           END-IF
           OPEN INPUT PRODUTOS
           IF FS-PROD = '00'
              MOVE 1 TO WPROD-DISPONIVEL
           END-IF
           ACCEPT WDATA-HOJE-DF FROM DATE YYYYMMDD
           COMPUTE WINT-HOJE-DF =
              FUNCTION INTEGER-OF-DATE(WDATA-HOJE-DF)
           MOVE ZEROES TO WQTD-FOR-DF WQTD-EXCEDENTE-DF
           PERFORM R-ACUMULA-ORDENS
           IF WDVC-DISPONIVEL = 1
              PERFORM R-ACUMULA-DEVOLUCOES
           END-IF
           PERFORM R-CALCULA-NOTA
              VARYING WI-DF FROM 1 BY 1 UNTIL WI-DF > WQTD-FOR-DF
           PERFORM R-ORDENA-POR-NOTA
           PERFORM R-IMPRIME-RANKING
           CLOSE ORDCOMPRA OCITEM
           IF WMOV-DISPONIVEL = 1
              CLOSE MOVESTOQUE
           END-IF
           IF WDVC-DISPONIVEL = 1
              CLOSE DEVCOMPRA
           END-IF
           IF WFOR-DISPONIVEL = 1
              CLOSE FORNECEDORES
           END-IF
           IF WPROD-DISPONIVEL = 1
              CLOSE PRODUTOS
           END-IF
           MOVE SPACES TO WTXT
           STRING 'RELATORIO GERADO EM ' WID-ARQ-REL-1
              DELIMITED BY SIZE INTO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       R-GERA-DESEMPENHO-FIM.
           EXIT.

      *-------------------------------------
      * ORDENS DO PERIODO (DATA DA ORDEM), EXCETO CANCELADAS. AS
      * LINHAS DE CADA ORDEM VAO PARA A TABELA ANTES DAS BUSCAS PELA
      * CHAVE DE PRODUTO, QUE MUDAM A POSICAO DO OCITEM.
      *-------------------------------------
       R-ACUMULA-ORDENS.
           MOVE ZEROES TO CODIGO-OC
           START ORDCOMPRA KEY IS NOT LESS THAN CHAVE-OC
           MOVE 0 TO WSAIDA
           IF FS-OC NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-VARRE-ORDENS UNTIL WSAIDA = 1.

       R-VARRE-ORDENS.
           READ ORDCOMPRA NEXT
           IF FS-OC NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF DATA-OC NOT < WDATA-INI-DF AND
                 DATA-OC NOT > WDATA-FIM-DF AND
                 NOT OC-CANCELADA
                 MOVE CODIGO-FOR-OC TO WFOR-BUSCA-DF
                 PERFORM R-ACHA-FORNECEDOR
                 IF WACHOU-DF NOT = ZEROES
                    PERFORM R-AVALIA-ORDEM
                 END-IF
              END-IF
           END-IF.

      *    (POSICAO DO FORNECEDOR WFOR-BUSCA-DF NA TABELA, INCLUINDO
      *     SE AINDA NAO ESTIVER; ZERO QUANDO A TABELA ESTA CHEIA)
       R-ACHA-FORNECEDOR.
           MOVE ZEROES TO WACHOU-DF
           PERFORM R-ACHA-FORNECEDOR-1
              VARYING WI-DF FROM 1 BY 1
              UNTIL WI-DF > WQTD-FOR-DF OR WACHOU-DF NOT = ZEROES
           IF WACHOU-DF = ZEROES
              IF WQTD-FOR-DF < WMAX-FOR-DF
                 ADD 1 TO WQTD-FOR-DF
                 MOVE WQTD-FOR-DF TO WACHOU-DF
                 INITIALIZE WTAB-DF-ITEM(WACHOU-DF)
                 MOVE WFOR-BUSCA-DF TO WDF-FOR(WACHOU-DF)
              ELSE
                 ADD 1 TO WQTD-EXCEDENTE-DF
              END-IF
           END-IF.

       R-ACHA-FORNECEDOR-1.
           IF WDF-FOR(WI-DF) = WFOR-BUSCA-DF
              MOVE WI-DF TO WACHOU-DF
           END-IF.

       R-AVALIA-ORDEM.
           ADD 1 TO WDF-OCS(WACHOU-DF)
           MOVE CODIGO-OC TO WOC-ATUAL-DF
           MOVE SPACES TO WDOC-OC-DF
           STRING 'OC ' DELIMITED BY SIZE
                  WOC-ATUAL-DF DELIMITED BY SIZE
                  INTO WDOC-OC-DF
           MOVE ZEROES TO WQTD-LIN-DF WULT-RECEB-DF
           MOVE WOC-ATUAL-DF TO CODIGO-OC-OCI
           MOVE ZEROES       TO NUMERO-OCI
           START OCITEM KEY IS NOT LESS THAN CHAVE-OCI
           MOVE 0 TO WSAIDA-ITEM
           IF FS-OCI NOT = '00'
              MOVE 1 TO WSAIDA-ITEM
           END-IF
           PERFORM R-CARREGA-LINHA UNTIL WSAIDA-ITEM = 1
           PERFORM R-AVALIA-LINHA
              VARYING WL-DF FROM 1 BY 1 UNTIL WL-DF > WQTD-LIN-DF
      *    (PRAZO REALIZADO SO NA ORDEM TOTALMENTE RECEBIDA; ORDEM
      *     COM PRAZO PROMETIDO AINDA PENDENTE E JA VENCIDO CONTA
      *     COMO ATRASADA)
           COMPUTE WINT-OC-DF = FUNCTION INTEGER-OF-DATE(DATA-OC)
           IF OC-FECHADA AND WULT-RECEB-DF NOT = ZEROES
              COMPUTE WINT-RECEB-DF =
                 FUNCTION INTEGER-OF-DATE(WULT-RECEB-DF)
              MOVE ZEROES TO WDIAS-REAL-DF
              IF WINT-RECEB-DF > WINT-OC-DF
                 COMPUTE WDIAS-REAL-DF = WINT-RECEB-DF - WINT-OC-DF
              END-IF
              ADD 1             TO WDF-MEDIDAS(WACHOU-DF)
              ADD WDIAS-REAL-DF TO WDF-SOMA-REAL(WACHOU-DF)
              IF PRAZO-ENT-OC NOT = ZEROES
                 ADD 1            TO WDF-COM-PRAZO(WACHOU-DF)
                 ADD PRAZO-ENT-OC TO WDF-SOMA-PROM(WACHOU-DF)
                 IF WDIAS-REAL-DF NOT > PRAZO-ENT-OC
                    ADD 1 TO WDF-NO-PRAZO(WACHOU-DF)
                 END-IF
              END-IF
           ELSE
              IF PRAZO-ENT-OC NOT = ZEROES AND
                 WINT-HOJE-DF > WINT-OC-DF + PRAZO-ENT-OC
                 ADD 1            TO WDF-COM-PRAZO(WACHOU-DF)
                 ADD PRAZO-ENT-OC TO WDF-SOMA-PROM(WACHOU-DF)
              END-IF
           END-IF.

       R-CARREGA-LINHA.
           READ OCITEM NEXT
           IF FS-OCI NOT = '00' OR CODIGO-OC-OCI NOT = WOC-ATUAL-DF
              MOVE 1 TO WSAIDA-ITEM
           ELSE
              IF WQTD-LIN-DF < WMAX-LIN-DF
                 ADD 1 TO WQTD-LIN-DF
                 MOVE CODIGO-PROD-OCI   TO WLN-PROD(WQTD-LIN-DF)
                 MOVE QTDE-OCI          TO WLN-QTDE(WQTD-LIN-DF)
                 MOVE QTDE-RECEBIDA-OCI TO WLN-REC(WQTD-LIN-DF)
                 MOVE CUSTO-UNIT-OCI    TO WLN-CUSTO(WQTD-LIN-DF)
              END-IF
           END-IF.

      *-------------------------------------
      * LINHA DA ORDEM: ATENDIMENTO, PRECO CONTRA A COMPRA ANTERIOR
      * (ORDEM DE NUMERO MENOR, JA RECEBIDA, MESMO PRODUTO, QUALQUER
      * FORNECEDOR) E CONTRA O CUSTO MEDIO, E A DATA DO ULTIMO
      * RECEBIMENTO DA ORDEM.
      *-------------------------------------
       R-AVALIA-LINHA.
           ADD WLN-QTDE(WL-DF) TO WDF-QTDE-PED(WACHOU-DF)
           ADD WLN-REC(WL-DF)  TO WDF-QTDE-REC(WACHOU-DF)
           COMPUTE WDF-VALOR(WACHOU-DF) = WDF-VALOR(WACHOU-DF) +
              (WLN-QTDE(WL-DF) * WLN-CUSTO(WL-DF))
           IF WLN-CUSTO(WL-DF) NOT = ZEROES
              PERFORM R-BUSCA-PRECO-ANTERIOR
              IF WCUSTO-ANT-DF NOT = ZEROES
                 COMPUTE WDF-BASE-ANT(WACHOU-DF) =
                    WDF-BASE-ANT(WACHOU-DF) +
                    (WLN-QTDE(WL-DF) * WCUSTO-ANT-DF)
                 COMPUTE WDF-CUR-ANT(WACHOU-DF) =
                    WDF-CUR-ANT(WACHOU-DF) +
                    (WLN-QTDE(WL-DF) * WLN-CUSTO(WL-DF))
              END-IF
              IF WPROD-DISPONIVEL = 1
                 MOVE WLN-PROD(WL-DF) TO CODIGO-PROD
                 READ PRODUTOS
                 IF FS-PROD = '00' AND CUSTO-MEDIO-PROD NOT = ZEROES
                    COMPUTE WDF-BASE-CM(WACHOU-DF) =
                       WDF-BASE-CM(WACHOU-DF) +
                       (WLN-QTDE(WL-DF) * CUSTO-MEDIO-PROD)
                    COMPUTE WDF-CUR-CM(WACHOU-DF) =
                       WDF-CUR-CM(WACHOU-DF) +
                       (WLN-QTDE(WL-DF) * WLN-CUSTO(WL-DF))
                 END-IF
              END-IF
           END-IF
           IF OC-FECHADA AND WMOV-DISPONIVEL = 1 AND
              WLN-REC(WL-DF) NOT = ZEROES
              PERFORM R-BUSCA-RECEBIMENTO
           END-IF.

       R-BUSCA-PRECO-ANTERIOR.
           MOVE ZEROES TO WCUSTO-ANT-DF WOC-ANT-DF
           MOVE WLN-PROD(WL-DF) TO CODIGO-PROD-OCI
           START OCITEM KEY IS NOT LESS THAN CODIGO-PROD-OCI
           MOVE 0 TO WSAIDA-BUSCA
           IF FS-OCI NOT = '00'
              MOVE 1 TO WSAIDA-BUSCA
           END-IF
           PERFORM R-BUSCA-PRECO-ANTERIOR-1 UNTIL WSAIDA-BUSCA = 1.

       R-BUSCA-PRECO-ANTERIOR-1.
           READ OCITEM NEXT
           IF FS-OCI NOT = '00' OR CODIGO-PROD-OCI NOT = WLN-PROD(WL-DF)
              MOVE 1 TO WSAIDA-BUSCA
           ELSE
              IF CODIGO-OC-OCI < WOC-ATUAL-DF AND
                 CODIGO-OC-OCI > WOC-ANT-DF AND
                 QTDE-RECEBIDA-OCI NOT = ZEROES AND
                 CUSTO-UNIT-OCI NOT = ZEROES
                 MOVE CODIGO-OC-OCI  TO WOC-ANT-DF
                 MOVE CUSTO-UNIT-OCI TO WCUSTO-ANT-DF
              END-IF
           END-IF.

       R-BUSCA-RECEBIMENTO.
           MOVE WLN-PROD(WL-DF) TO CODIGO-PROD-MOV
           START MOVESTOQUE KEY IS NOT LESS THAN CODIGO-PROD-MOV
           MOVE 0 TO WSAIDA-BUSCA
           IF FS-MOVEST NOT = '00'
              MOVE 1 TO WSAIDA-BUSCA
           END-IF
           PERFORM R-BUSCA-RECEBIMENTO-1 UNTIL WSAIDA-BUSCA = 1.

       R-BUSCA-RECEBIMENTO-1.
           READ MOVESTOQUE NEXT
           IF FS-MOVEST NOT = '00' OR
              CODIGO-PROD-MOV NOT = WLN-PROD(WL-DF)
              MOVE 1 TO WSAIDA-BUSCA
           ELSE
              IF MOV-ENTRADA AND DOCUMENTO-MOV = WDOC-OC-DF AND
                 DATA-MOV > WULT-RECEB-DF
                 MOVE DATA-MOV TO WULT-RECEB-DF
              END-IF
           END-IF.

      *-------------------------------------
      * DEVOLUCOES AO FORNECEDOR COM DATA NO PERIODO.
      *-------------------------------------
       R-ACUMULA-DEVOLUCOES.
           MOVE ZEROES TO NUMERO-DVC SEQ-DVC
           START DEVCOMPRA KEY IS NOT LESS THAN CHAVE-DVC
           MOVE 0 TO WSAIDA
           IF FS-DVC NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-VARRE-DEVOLUCOES UNTIL WSAIDA = 1.

       R-VARRE-DEVOLUCOES.
           READ DEVCOMPRA NEXT
           IF FS-DVC NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF DATA-DVC NOT < WDATA-INI-DF AND
                 DATA-DVC NOT > WDATA-FIM-DF
                 MOVE CODIGO-FOR-DVC TO WFOR-BUSCA-DF
                 PERFORM R-ACHA-FORNECEDOR
                 IF WACHOU-DF NOT = ZEROES
                    ADD QTDE-DVC TO WDF-QTDE-DEV(WACHOU-DF)
                 END-IF
              END-IF
           END-IF.

      *-------------------------------------
      * NOTA DE 0 A 100: MEDIA PONDERADA DOS INDICADORES QUE O
      * FORNECEDOR TEM NO PERIODO - ATENDIMENTO (PESO 40),
      * PONTUALIDADE (30), 100 MENOS O % DEVOLVIDO DO RECEBIDO (20)
      * E PRECO (10: 100 SEM AUMENTO SOBRE A COMPRA ANTERIOR, MENOS
      * 5 PONTOS POR 1% DE AUMENTO). CONCEITO A (90+), B (75+),
      * C (60+), D; SEM INDICADOR NENHUM FICA '-'.
      *-------------------------------------
       R-CALCULA-NOTA.
           MOVE ZEROES TO WPONTOS-DF WPESOS-DF
           PERFORM R-CALCULA-INDICADORES
           IF WDF-QTDE-PED(WI-DF) NOT = ZEROES
              COMPUTE WPONTOS-DF = WPONTOS-DF + (WPERC-ATEND-DF * 40)
              ADD 40 TO WPESOS-DF
           END-IF
           IF WDF-COM-PRAZO(WI-DF) NOT = ZEROES
              COMPUTE WPONTOS-DF = WPONTOS-DF + (WPERC-PONT-DF * 30)
              ADD 30 TO WPESOS-DF
           END-IF
           IF WDF-QTDE-REC(WI-DF) NOT = ZEROES
              COMPUTE WPONTOS-DF = WPONTOS-DF + (WPERC-QUAL-DF * 20)
              ADD 20 TO WPESOS-DF
           END-IF
           IF WDF-BASE-ANT(WI-DF) NOT = ZEROES
              COMPUTE WPONTOS-DF = WPONTOS-DF + (WPERC-PRECO-DF * 10)
              ADD 10 TO WPESOS-DF
           END-IF
           IF WPESOS-DF = ZEROES
              MOVE ZEROES TO WDF-NOTA(WI-DF)
              MOVE '-'    TO WDF-CONCEITO(WI-DF)
           ELSE
              COMPUTE WDF-NOTA(WI-DF) ROUNDED = WPONTOS-DF / WPESOS-DF
              EVALUATE TRUE
                 WHEN WDF-NOTA(WI-DF) NOT < 90
                    MOVE 'A' TO WDF-CONCEITO(WI-DF)
                 WHEN WDF-NOTA(WI-DF) NOT < 75
                    MOVE 'B' TO WDF-CONCEITO(WI-DF)
                 WHEN WDF-NOTA(WI-DF) NOT < 60
                    MOVE 'C' TO WDF-CONCEITO(WI-DF)
                 WHEN OTHER
                    MOVE 'D' TO WDF-CONCEITO(WI-DF)
              END-EVALUATE
           END-IF.

      *    (INDICADORES DA POSICAO WI-DF, USADOS NA NOTA E NA LINHA)
       R-CALCULA-INDICADORES.
           MOVE ZEROES TO WPERC-ATEND-DF WPERC-PONT-DF WPERC-DEV-DF
                          WPERC-PRECO-DF WVAR-ANT-DF WVAR-CM-DF
                          WMEDIA-PROM-DF WMEDIA-REAL-DF
           MOVE 100 TO WPERC-QUAL-DF
           IF WDF-QTDE-PED(WI-DF) NOT = ZEROES
              COMPUTE WPERC-ATEND-DF ROUNDED =
                 WDF-QTDE-REC(WI-DF) * 100 / WDF-QTDE-PED(WI-DF)
           END-IF
           IF WDF-COM-PRAZO(WI-DF) NOT = ZEROES
              COMPUTE WPERC-PONT-DF ROUNDED =
                 WDF-NO-PRAZO(WI-DF) * 100 / WDF-COM-PRAZO(WI-DF)
              COMPUTE WMEDIA-PROM-DF ROUNDED =
                 WDF-SOMA-PROM(WI-DF) / WDF-COM-PRAZO(WI-DF)
           END-IF
           IF WDF-MEDIDAS(WI-DF) NOT = ZEROES
              COMPUTE WMEDIA-REAL-DF ROUNDED =
                 WDF-SOMA-REAL(WI-DF) / WDF-MEDIDAS(WI-DF)
           END-IF
           IF WDF-QTDE-REC(WI-DF) NOT = ZEROES
              IF WDF-QTDE-DEV(WI-DF) NOT < WDF-QTDE-REC(WI-DF)
                 MOVE 100 TO WPERC-DEV-DF
              ELSE
                 COMPUTE WPERC-DEV-DF ROUNDED =
                    WDF-QTDE-DEV(WI-DF) * 100 / WDF-QTDE-REC(WI-DF)
              END-IF
              COMPUTE WPERC-QUAL-DF = 100 - WPERC-DEV-DF
           END-IF
           IF WDF-BASE-ANT(WI-DF) NOT = ZEROES
              COMPUTE WVAR-ANT-DF ROUNDED =
                 (WDF-CUR-ANT(WI-DF) - WDF-BASE-ANT(WI-DF)) * 100
                 / WDF-BASE-ANT(WI-DF)
                 ON SIZE ERROR MOVE 99999 TO WVAR-ANT-DF
              END-COMPUTE
              MOVE 100 TO WPERC-PRECO-DF
              IF WVAR-ANT-DF > ZEROES
                 IF WVAR-ANT-DF NOT < 20
                    MOVE ZEROES TO WPERC-PRECO-DF
                 ELSE
                    COMPUTE WPERC-PRECO-DF = 100 - (WVAR-ANT-DF * 5)
                 END-IF
              END-IF
           END-IF
           IF WDF-BASE-CM(WI-DF) NOT = ZEROES
              COMPUTE WVAR-CM-DF ROUNDED =
                 (WDF-CUR-CM(WI-DF) - WDF-BASE-CM(WI-DF)) * 100
                 / WDF-BASE-CM(WI-DF)
                 ON SIZE ERROR MOVE 99999 TO WVAR-CM-DF
              END-COMPUTE
           END-IF.

      *-------------------------------------
      * ORDENA A TABELA POR NOTA DECRESCENTE (TROCA DIRETA).
      *-------------------------------------
       R-ORDENA-POR-NOTA.
           PERFORM R-ORDENA-PASSADA
              VARYING WI-DF FROM 1 BY 1 UNTIL WI-DF NOT < WQTD-FOR-DF.

       R-ORDENA-PASSADA.
           PERFORM R-ORDENA-TROCA
              VARYING WJ-DF FROM 1 BY 1 UNTIL WJ-DF NOT < WQTD-FOR-DF.

       R-ORDENA-TROCA.
           COMPUTE WK-DF = WJ-DF + 1
           IF WDF-NOTA(WJ-DF) < WDF-NOTA(WK-DF)
              MOVE WTAB-DF-ITEM(WJ-DF) TO WTAB-DF-TROCA
              MOVE WTAB-DF-ITEM(WK-DF) TO WTAB-DF-ITEM(WJ-DF)
              MOVE WTAB-DF-TROCA       TO WTAB-DF-ITEM(WK-DF)
           END-IF.

       R-IMPRIME-RANKING.
           MOVE 'RELDESEMPF.TXT' TO WID-ARQ-REL-1
           MOVE 'RELDESEMPF' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           STRING WDATA-INI-DF ' A ' WDATA-FIM-DF
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
           STRING 'DESEMPENHO DE FORNECEDORES - ORDENS DE '
                  WDATA-INI-DF ' A ' WDATA-FIM-DF
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WREL-CAB1-DF TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WREL-TRACO-DF TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-IMPRIME-FORNECEDOR
              VARYING WI-DF FROM 1 BY 1 UNTIL WI-DF > WQTD-FOR-DF
           MOVE WREL-TRACO-DF TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'FORNECEDORES AVALIADOS: ' WQTD-FOR-DF
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF WQTD-EXCEDENTE-DF NOT = ZEROES
              MOVE SPACES TO ARQREL-DATA-01
              STRING 'REGISTROS DE FORNECEDORES ALEM DO LIMITE: '
                     WQTD-EXCEDENTE-DF
                 DELIMITED BY SIZE INTO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'PRAZOS EM DIAS DA DATA DA ORDEM; REAL = '
                  'ATE O ULTIMO RECEBIMENTO DAS ORDENS FECHADAS.'
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'PONTUAL = ORDENS NO PRAZO PROMETIDO / '
                  'ORDENS COM PRAZO (PENDENTE VENCIDA = ATRASADA).'
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'ATEND. = RECEBIDO / PEDIDO. VAR.ANT. = '
                  'CUSTO CONTRA A COMPRA RECEBIDA ANTERIOR DO PRODUTO.'
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'VAR.CM. = CUSTO CONTRA O CUSTO MEDIO '
                  'ATUAL DO CADASTRO. DEV.% = DEVOLVIDO / RECEBIDO.'
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'NOTA = ATEND. 40 + PONTUAL 30 + '
                  '(100 - DEV.%) 20 + PRECO 10; '
                  'CONCEITO A>=90 B>=75 C>=60 D.'
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL.

       R-IMPRIME-FORNECEDOR.
           PERFORM R-CALCULA-INDICADORES
           MOVE WI-DF              TO RL-POS-DF
           MOVE WDF-FOR(WI-DF)     TO RL-FOR-DF
           MOVE SPACES             TO RL-RAZAO-DF
           IF WFOR-DISPONIVEL = 1
              MOVE WDF-FOR(WI-DF) TO CODIGO-FOR
              READ FORNECEDORES
              IF FS-FOR = '00'
                 MOVE RAZAO-FOR TO RL-RAZAO-DF
              END-IF
           END-IF
           MOVE WDF-OCS(WI-DF)      TO RL-OCS-DF
           MOVE WMEDIA-PROM-DF      TO RL-PROM-DF
           MOVE WMEDIA-REAL-DF      TO RL-REAL-DF
           MOVE WPERC-PONT-DF       TO RL-PONT-DF
           MOVE WPERC-ATEND-DF      TO RL-ATEND-DF
           MOVE WVAR-ANT-DF         TO RL-VAR-ANT-DF
           MOVE WVAR-CM-DF          TO RL-VAR-CM-DF
           MOVE WDF-QTDE-DEV(WI-DF) TO RL-DEV-DF
           MOVE WPERC-DEV-DF        TO RL-PDEV-DF
           MOVE WDF-NOTA(WI-DF)     TO RL-NOTA-DF
           MOVE WDF-CONCEITO(WI-DF) TO RL-CONC-DF
           MOVE WREL-DET-DF TO ARQREL-DATA-01
           WRITE ARQREL-REC.
