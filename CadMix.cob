      *--------------------------
      * CADASTRO DO MIX AUTORIZADO DE PRODUTOS POR CLIENTE
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadMix.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Mix autorizado de produtos
      *              (ARQMIX.DAT, chave tipo+dono+item): lista do
      *              cliente ('C') ou do grupo economico ('G') com o
      *              cabecalho (item zero) no modo 'P' = so os
      *              produtos da lista sao permitidos ou 'N' = os
      *              produtos da lista nao sao permitidos; e produto
      *              exclusivo de cliente ('E') ou de grupo ('X').
      *              A verificacao (ChkMix) vale na digitacao e na
      *              importacao de pedidos, no orcamento, na geracao
      *              da programacao e no pacote de campo. Alteracoes
      *              no TRANLOG.LOG.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MIX ASSIGN TO  DISK WID-ARQ-MIX
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MX
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MX.

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

       SELECT GRUPOS ASSIGN TO  DISK WID-ARQ-GRUPO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-GR
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-GR.

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRANLOG.

       DATA DIVISION.
       FILE SECTION.
       FD MIX.
       01 REGISTRO-MIX.
          02 CHAVE-MX.
             03 TIPO-MX               PIC  X(001).
             03 DONO-MX               PIC  9(007).
             03 ITEM-MX               PIC  9(007).
          02 MODO-MX                  PIC  X(001) VALUE SPACES.
          02 DATA-MX                  PIC  9(008) VALUE ZEROES.
          02 OPERADOR-MX              PIC  X(010) VALUE SPACES.

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
          02 ALIQ-IPI-PROD         PIC  9(003)v9(002) VALUE ZEROES.
          02 ESTOQUE-MIN-PROD      PIC  9(007) VALUE ZEROES.
          02 LOTE-REPOS-PROD       PIC  9(007) VALUE ZEROES.
          02 CUSTO-MEDIO-PROD      PIC  9(007)v9(002) VALUE ZEROES.
          02 LOCAL-ARMAZEM-PROD     PIC  X(006) VALUE SPACES.
          02 PESO-PROD              PIC  9(005)v9(003) VALUE ZEROES.
          02 CATEGORIA-PROD         PIC  9(003) VALUE ZEROES.

       FD GRUPOS.
       01 REGISTRO-GRUPOS.
          02 CODIGO-GR                PIC  9(003).
          02 DESCRICAO-GR             PIC  X(030).
          02 LIMITE-GR                PIC  9(011)v9(002) VALUE ZEROES.

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01 FS-MX.
           02 FS-MX-1                 PIC 9.
           02 FS-MX-2                 PIC 9.
           02 FS-MX-R REDEFINES FS-MX-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLIENTES-1                PIC 9.
           02 FS-CLIENTES-2                PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01 FS-PROD.
           02 FS-PROD-1               PIC 9.
           02 FS-PROD-2               PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-GR.
           02 FS-GR-1                 PIC 9.
           02 FS-GR-2                 PIC 9.
           02 FS-GR-R REDEFINES FS-GR-2 PIC 99 COMP-X.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WID-ARQ-MIX                 PIC X(50) VALUE 'ARQMIX.DAT'.
       01 WID-ARQ-GRUPO               PIC X(50) VALUE 'ARQGRUPO.DAT'.
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WOPCAO-MX       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
       77 WGR-DISPONIVEL-MX PIC 9 VALUE ZEROES.
       77 WOK-MX          PIC 9 VALUE ZEROES.
       77 WQTD-ITENS-MX   PIC 9(007) VALUE ZEROES.

       01 WREGISTRO-MX.
          02 WTIPO-MX               PIC X(001) VALUE SPACES.
          02 WDONO-MX               PIC 9(007) VALUE ZEROES.
          02 WDESCR-DONO-MX         PIC X(040) VALUE SPACES.
          02 WITEM-MX               PIC 9(007) VALUE ZEROES.
          02 WDESCR-ITEM-MX         PIC X(040) VALUE SPACES.
          02 WMODO-MX               PIC X(001) VALUE SPACES.
          02 WDATA-MX               PIC 9(008) VALUE ZEROES.
          02 WOPERADOR-MX           PIC X(010) VALUE SPACES.

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
          02 FILLER                 PIC X(09) VALUE ' MIX TP= '.
          02 WTL-TIPO               PIC X(001).
          02 FILLER                 PIC X(07) VALUE ' DONO= '.
          02 WTL-DONO               PIC 9(007).
          02 FILLER                 PIC X(07) VALUE ' ITEM= '.
          02 WTL-ITEM               PIC 9(007).
          02 FILLER                 PIC X(07) VALUE ' MODO= '.
          02 WTL-MODO               PIC X(001).

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-OPCAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 22 VALUE "SISTEMA EXEMPLO - MIX AUTORIZADO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] INCLUIR/ALTERAR LINHA DO MIX".
          02 LINE 8 COL 10 VALUE "[2] LISTAR LINHAS DO MIX".
          02 LINE 9 COL 10 VALUE "[3] EXCLUIR LINHA DO MIX".
          02 LINE 10 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-MX AUTO.

       01 TELA-MIX.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 22 VALUE "SISTEMA EXEMPLO - MIX AUTORIZADO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 28 VALUE "LINHA DO MIX AUTORIZADO".
          02 LINE 6 COL 10 VALUE
             "(C=LISTA DO CLIENTE G=LISTA DO GRUPO".
          02 LINE 6 COL 46 VALUE " E=EXCLUSIVO CLIENTE X=EXCL.GRUPO)".
          02 LINE 7 COL 10 VALUE "Tipo............:".
          02 LINE 7 COL 29 PIC X(001) USING WTIPO-MX.
          02 LINE 8 COL 10 VALUE "Dono............:".
          02 LINE 8 COL 29 PIC 9(007) USING WDONO-MX.
          02 LINE 8 COL 38 VALUE "(C=CLIENTE G=GRUPO E/X=PRODUTO)".
          02 LINE 9 COL 29 PIC X(040) FROM WDESCR-DONO-MX.
          02 LINE 10 COL 10 VALUE "Item............:".
          02 LINE 10 COL 29 PIC 9(007) USING WITEM-MX.
          02 LINE 10 COL 38 VALUE "(C/G=PRODUTO, 0=CABECALHO;".
          02 LINE 11 COL 38 VALUE " E=CLIENTE X=GRUPO)".
          02 LINE 12 COL 29 PIC X(040) FROM WDESCR-ITEM-MX.
          02 LINE 13 COL 10 VALUE "Modo da lista...:".
          02 LINE 13 COL 29 PIC X(001) USING WMODO-MX.
          02 LINE 13 COL 38 VALUE "(CABECALHO: P=PERMITIDOS".
          02 LINE 14 COL 38 VALUE " N=NAO PERMITIDOS)".
          02 LINE 15 COL 10 VALUE "Alterado em/por.:".
          02 LINE 15 COL 29 PIC 9(008) FROM WDATA-MX.
          02 LINE 15 COL 38 PIC X(010) FROM WOPERADOR-MX.
          02 LINE 17 COL 10 VALUE "ENTER=PROXIMO REGISTRO  9=SAIR".
          02 LINE 17 COL 42 PIC X USING WX.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MIX
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-GRUPO
           MOVE LID-ARQ-CLIENTE-1 TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
           INITIALIZE WSAIDA WOPCAO-MX
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-MX = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-MX
             WHEN 1
               PERFORM S-INCLUIR-MX
             WHEN 2
               PERFORM S-LISTAR-MX
             WHEN 3
               PERFORM S-EXCLUIR-MX
             WHEN 6
               CLOSE MIX CLIENTES PRODUTOS
               IF WGR-DISPONIVEL-MX = 1
                  CLOSE GRUPOS
               END-IF
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

       S-INCLUIR-MX SECTION.
       INCLUIR-MX-1.
           PERFORM UNTIL WTIPO-MX = '9'
           MOVE '=> TIPO 9 PARA SAIR '  TO WTXT
           DISPLAY TELA-MENSAGEM
           INITIALIZE WREGISTRO-MX
           DISPLAY TELA-MIX
           ACCEPT TELA-MIX
           IF WTIPO-MX NOT = '9' AND WDONO-MX NOT = ZEROES
              PERFORM INCLUIR-MX-2 THRU INCLUIR-MX-FIM
           END-IF
           END-PERFORM.
       INCLUIR-MX-1-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-INCLUIR-MX-ROTINAS SECTION.

       INCLUIR-MX-2.
           PERFORM R-VALIDA-MX THRU R-VALIDA-MX-FIM
           IF WOK-MX NOT = 1
              GO TO INCLUIR-MX-FIM
           END-IF
      *    (CABECALHO LEVA O MODO; AS DEMAIS LINHAS NAO)
           IF (WTIPO-MX = 'C' OR WTIPO-MX = 'G') AND
              WITEM-MX = ZEROES
              IF WMODO-MX NOT = 'P' AND WMODO-MX NOT = 'N'
                 MOVE 'MODO DA LISTA: P OU N' TO WTXT
                 PERFORM R-MOSTRA-MSG-MX
                 GO TO INCLUIR-MX-FIM
              END-IF
           ELSE
              MOVE SPACES TO WMODO-MX
           END-IF
      *    (PRODUTO SO ENTRA EM LISTA QUE JA TEM CABECALHO)
           IF (WTIPO-MX = 'C' OR WTIPO-MX = 'G') AND
              WITEM-MX NOT = ZEROES
              MOVE WTIPO-MX TO TIPO-MX
              MOVE WDONO-MX TO DONO-MX
              MOVE ZEROES   TO ITEM-MX
              READ MIX
              IF FS-MX NOT = '00'
                 MOVE 'INCLUA ANTES O CABECALHO (ITEM 0)' TO WTXT
                 PERFORM R-MOSTRA-MSG-MX
                 GO TO INCLUIR-MX-FIM
              END-IF
           END-IF
           DISPLAY TELA-MIX
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO INCLUIR-MX-FIM
           END-IF
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           MOVE WTIPO-MX TO TIPO-MX
           MOVE WDONO-MX TO DONO-MX
           MOVE WITEM-MX TO ITEM-MX
           READ MIX
           IF FS-MX = '00'
              MOVE WMODO-MX       TO MODO-MX
              MOVE WDHTL-DATA     TO DATA-MX
              MOVE LID-OPERADOR-1 TO OPERADOR-MX
              REWRITE REGISTRO-MIX
              MOVE 'ALTERAR' TO WTL-OPERACAO
           ELSE
              INITIALIZE REGISTRO-MIX
              MOVE WTIPO-MX       TO TIPO-MX
              MOVE WDONO-MX       TO DONO-MX
              MOVE WITEM-MX       TO ITEM-MX
              MOVE WMODO-MX       TO MODO-MX
              MOVE WDHTL-DATA     TO DATA-MX
              MOVE LID-OPERADOR-1 TO OPERADOR-MX
              WRITE REGISTRO-MIX
              MOVE 'INCLUIR' TO WTL-OPERACAO
           END-IF
           IF FS-MX = '00'
              PERFORM R-GRAVA-LOG
           ELSE
              MOVE 'ERRO DE GRAVAÇÃO ST ' TO WTXT
              MOVE FS-MX TO WST
              PERFORM R-MOSTRA-MSG-MX
           END-IF.
       INCLUIR-MX-FIM.
           EXIT.

      *-------------------------------------
      * VALIDA TIPO, DONO E ITEM NOS CADASTROS E PREENCHE AS
      * DESCRICOES DA TELA.
      *-------------------------------------
       R-VALIDA-MX.
           MOVE 0 TO WOK-MX
           MOVE SPACES TO WDESCR-DONO-MX WDESCR-ITEM-MX
           EVALUATE WTIPO-MX
              WHEN 'C'
                 PERFORM R-DESCR-CLIENTE-DONO
              WHEN 'G'
                 PERFORM R-DESCR-GRUPO-DONO THRU R-DESCR-GRUPO-DONO-FIM
              WHEN 'E'
              WHEN 'X'
                 PERFORM R-DESCR-PRODUTO-DONO
              WHEN OTHER
                 MOVE 'TIPO: C, G, E OU X' TO WTXT
                 PERFORM R-MOSTRA-MSG-MX
                 GO TO R-VALIDA-MX-FIM
           END-EVALUATE
           IF WDESCR-DONO-MX = SPACES
              MOVE 'DONO NAO CADASTRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-MX
              GO TO R-VALIDA-MX-FIM
           END-IF
           IF WITEM-MX = ZEROES
              IF WTIPO-MX = 'E' OR WTIPO-MX = 'X'
                 MOVE 'INFORME O CLIENTE OU GRUPO DA EXCLUSIVIDADE'
                    TO WTXT
                 PERFORM R-MOSTRA-MSG-MX
                 GO TO R-VALIDA-MX-FIM
              END-IF
              MOVE '(CABECALHO DA LISTA)' TO WDESCR-ITEM-MX
              MOVE 1 TO WOK-MX
              GO TO R-VALIDA-MX-FIM
           END-IF
           EVALUATE WTIPO-MX
              WHEN 'E'
                 MOVE WITEM-MX TO CODIGO
                 READ CLIENTES KEY IS CODIGO
                 IF FS-CLI = '00'
                    MOVE RAZAO TO WDESCR-ITEM-MX
                 END-IF
              WHEN 'X'
                 PERFORM R-DESCR-GRUPO-ITEM THRU R-DESCR-GRUPO-ITEM-FIM
              WHEN OTHER
                 MOVE WITEM-MX TO CODIGO-PROD
                 READ PRODUTOS
                 IF FS-PROD = '00'
                    MOVE DESCRICAO-PROD TO WDESCR-ITEM-MX
                 END-IF
           END-EVALUATE
           IF WDESCR-ITEM-MX = SPACES
              MOVE 'ITEM NAO CADASTRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-MX
              GO TO R-VALIDA-MX-FIM
           END-IF
           MOVE 1 TO WOK-MX.
       R-VALIDA-MX-FIM.
           EXIT.

       R-DESCR-CLIENTE-DONO.
           MOVE WDONO-MX TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE RAZAO TO WDESCR-DONO-MX
           END-IF.

      *    (SEM O CADASTRO DE GRUPOS ACEITA O CODIGO ATE 999)
       R-DESCR-GRUPO-DONO.
           IF WDONO-MX > 999
              GO TO R-DESCR-GRUPO-DONO-FIM
           END-IF
           IF WGR-DISPONIVEL-MX NOT = 1
              MOVE '(GRUPO)' TO WDESCR-DONO-MX
              GO TO R-DESCR-GRUPO-DONO-FIM
           END-IF
           MOVE WDONO-MX TO CODIGO-GR
           READ GRUPOS
           IF FS-GR = '00'
              MOVE DESCRICAO-GR TO WDESCR-DONO-MX
           END-IF.
       R-DESCR-GRUPO-DONO-FIM.
           EXIT.

       R-DESCR-GRUPO-ITEM.
           IF WITEM-MX > 999
              GO TO R-DESCR-GRUPO-ITEM-FIM
           END-IF
           IF WGR-DISPONIVEL-MX NOT = 1
              MOVE '(GRUPO)' TO WDESCR-ITEM-MX
              GO TO R-DESCR-GRUPO-ITEM-FIM
           END-IF
           MOVE WITEM-MX TO CODIGO-GR
           READ GRUPOS
           IF FS-GR = '00'
              MOVE DESCRICAO-GR TO WDESCR-ITEM-MX
           END-IF.
       R-DESCR-GRUPO-ITEM-FIM.
           EXIT.

       R-DESCR-PRODUTO-DONO.
           MOVE WDONO-MX TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE DESCRICAO-PROD TO WDESCR-DONO-MX
           END-IF.

       R-MOSTRA-MSG-MX.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       S-LISTAR-MX SECTION.
       LISTAR-MX-1.
           INITIALIZE WREGISTRO-MX
           MOVE '=> INFORME TIPO E DONO (DONO 0 SAI) ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-MIX
           ACCEPT TELA-MIX
           INITIALIZE WMENSAGEM
           IF WDONO-MX = ZEROES
              GO TO LISTAR-MX-EXIT
           END-IF
           MOVE WTIPO-MX TO TIPO-MX
           MOVE WDONO-MX TO DONO-MX
           MOVE ZEROES   TO ITEM-MX
           START MIX KEY IS NOT LESS THAN CHAVE-MX
           IF FS-MX NOT = '00'
              MOVE 'NENHUMA LINHA ENCONTRADA ST ' TO WTXT
              MOVE FS-MX TO WST
              PERFORM R-MOSTRA-MSG-LST
              GO TO LISTAR-MX-EXIT
           END-IF
           MOVE 0 TO WSAIDA
           PERFORM LISTAR-MX-2 UNTIL WSAIDA = 1.
       LISTAR-MX-EXIT.
           EXIT.

       S-LISTAR-MX-ROTINAS SECTION.
       R-MOSTRA-MSG-LST.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       LISTAR-MX-2.
           READ MIX NEXT
           IF FS-MX NOT = '00' OR TIPO-MX NOT = WTIPO-MX OR
              DONO-MX NOT = WDONO-MX
              MOVE 1 TO WSAIDA
           ELSE
              MOVE ITEM-MX     TO WITEM-MX
              MOVE MODO-MX     TO WMODO-MX
              MOVE DATA-MX     TO WDATA-MX
              MOVE OPERADOR-MX TO WOPERADOR-MX
              PERFORM R-VALIDA-MX THRU R-VALIDA-MX-FIM
              DISPLAY TELA-MIX
              ACCEPT TELA-MIX
              IF WX = '9'
                 MOVE 1 TO WSAIDA
              ELSE
      *          (A VALIDACAO LE OS CADASTROS; A LEITURA DO MIX
      *           CONTINUA DA LINHA MOSTRADA)
                 MOVE WTIPO-MX TO TIPO-MX
                 MOVE WDONO-MX TO DONO-MX
                 MOVE WITEM-MX TO ITEM-MX
                 START MIX KEY IS GREATER THAN CHAVE-MX
                 IF FS-MX NOT = '00'
                    MOVE 1 TO WSAIDA
                 END-IF
              END-IF
           END-IF.

       S-EXCLUIR-MX SECTION.
       EXCLUIR-MX-1.
           INITIALIZE WREGISTRO-MX
           MOVE '=> DONO 0 PARA SAIR '  TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-MIX
           ACCEPT TELA-MIX
           INITIALIZE WMENSAGEM
           IF WDONO-MX = ZEROES
              GO TO EXCLUIR-MX-EXIT
           END-IF
           MOVE WTIPO-MX TO TIPO-MX
           MOVE WDONO-MX TO DONO-MX
           MOVE WITEM-MX TO ITEM-MX
           READ MIX
           IF FS-MX NOT = '00'
              MOVE 'LINHA NAO EXISTE NO MIX ST ' TO WTXT
              MOVE FS-MX TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO EXCLUIR-MX-EXIT
           END-IF
           MOVE MODO-MX     TO WMODO-MX
           MOVE DATA-MX     TO WDATA-MX
           MOVE OPERADOR-MX TO WOPERADOR-MX
      *    (CABECALHO SO SAI COM A LISTA VAZIA)
           IF (WTIPO-MX = 'C' OR WTIPO-MX = 'G') AND
              WITEM-MX = ZEROES
              PERFORM S-CONTA-ITENS-MX
              IF WQTD-ITENS-MX NOT = ZEROES
                 MOVE 'EXCLUA ANTES OS PRODUTOS DA LISTA' TO WTXT
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE WMENSAGEM
                 DISPLAY TELA-MENSAGEM
                 GO TO EXCLUIR-MX-EXIT
              END-IF
              MOVE WTIPO-MX TO TIPO-MX
              MOVE WDONO-MX TO DONO-MX
              MOVE ZEROES   TO ITEM-MX
              READ MIX
           END-IF
           DISPLAY TELA-MIX
           MOVE 'CONFIRMA EXCLUSÃO ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX = 'S' OR 's'
              DELETE MIX
              IF FS-MX = '00'
                 MOVE 'EXCLUIR' TO WTL-OPERACAO
                 PERFORM R-GRAVA-LOG
              END-IF
           END-IF.
       EXCLUIR-MX-EXIT.
           EXIT.

       S-CONTA-ITENS-MX SECTION.
       R-CONTA-ITENS-MX.
           MOVE ZEROES TO WQTD-ITENS-MX
           MOVE WTIPO-MX TO TIPO-MX
           MOVE WDONO-MX TO DONO-MX
           MOVE 1        TO ITEM-MX
           START MIX KEY IS NOT LESS THAN CHAVE-MX
           IF FS-MX = '00'
              READ MIX NEXT
              IF FS-MX = '00' AND TIPO-MX = WTIPO-MX AND
                 DONO-MX = WDONO-MX
                 MOVE 1 TO WQTD-ITENS-MX
              END-IF
           END-IF.
       R-CONTA-ITENS-MX-EXIT.
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
           MOVE TIPO-MX         TO WTL-TIPO
           MOVE DONO-MX         TO WTL-DONO
           MOVE ITEM-MX         TO WTL-ITEM
           MOVE MODO-MX         TO WTL-MODO
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
           OPEN I-O MIX.
           IF FS-MX = '35'
              CLOSE MIX OPEN OUTPUT MIX
              CLOSE MIX OPEN I-O MIX
           END-IF
           IF FS-MX = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DO MIX ST ' TO WTXT
              MOVE FS-MX TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF
           OPEN INPUT CLIENTES
           OPEN INPUT PRODUTOS
           MOVE 0 TO WGR-DISPONIVEL-MX
           OPEN INPUT GRUPOS
           IF FS-GR = '00'
              MOVE 1 TO WGR-DISPONIVEL-MX
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
