      *--------------------------
      * CADASTRO DE KITS (ESTRUTURA DE PRODUTO)
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadKit.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Estrutura de kit (ARQKIT.DAT,
      *              chave kit+componente, quantidade do componente
      *              por unidade do kit): produto com componentes
      *              cadastrados e vendido como kit - o pedido
      *              (CadPedidos) confere a disponibilidade dos
      *              componentes e o faturamento baixa o estoque dos
      *              componentes, nao do kit. Um nivel so: kit nao
      *              entra como componente de outro kit. A listagem
      *              mostra o custo do kit somado dos custos medios
      *              dos componentes. Alteracoes no TRANLOG.LOG.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT KITS ASSIGN TO  DISK WID-ARQ-KIT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-KT
              ALTERNATE RECORD KEY IS CODIGO-COMP-KT WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-KT.

       SELECT PRODUTOS ASSIGN TO  DISK WID-ARQ-PRODUTO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD
              ALTERNATE RECORD KEY IS DESCRICAO-PROD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PROD.

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRANLOG.

       DATA DIVISION.
       FILE SECTION.
       FD KITS.
       01 REGISTRO-KITS.
          02 CHAVE-KT.
             03 CODIGO-KIT-KT         PIC  9(007).
             03 CODIGO-COMP-KT        PIC  9(007).
          02 QTDE-COMP-KT             PIC  9(005) VALUE ZEROES.
          02 FILLER                   PIC  X(021) VALUE SPACES.

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

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01 FS-KT.
           02 FS-KT-1                 PIC 9.
           02 FS-KT-2                 PIC 9.
           02 FS-KT-R REDEFINES FS-KT-2 PIC 99 COMP-X.
       01 FS-PROD.
           02 FS-PROD-1               PIC 9.
           02 FS-PROD-2               PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WID-ARQ-KIT                 PIC X(50) VALUE 'ARQKIT.DAT'.
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WOPCAO-KT       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.

      * LIMITE DE COMPONENTES POR KIT - O MESMO DA TABELA DE
      * EXPLOSAO DO FATURAMENTO E DO PEDIDO.
       77 WMAX-COMP-KT    PIC 9(002) VALUE 30.
       77 WQTD-COMP-KT    PIC 9(003) VALUE ZEROES.

       01 WREGISTRO-KIT.
          02 WCODIGO-KIT-KT         PIC 9(007) VALUE ZEROES.
          02 WDESCR-KIT-KT          PIC X(040) VALUE SPACES.
          02 WCODIGO-COMP-KT        PIC 9(007) VALUE ZEROES.
          02 WDESCR-COMP-KT         PIC X(040) VALUE SPACES.
          02 WQTDE-COMP-KT          PIC 9(005) VALUE ZEROES.
          02 WCUSTO-COMP-KT         PIC 9(007)v9(002) VALUE ZEROES.
          02 WCUSTO-KIT-KT          PIC 9(009)v9(002) VALUE ZEROES.

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
          02 FILLER                 PIC X(06) VALUE ' KIT= '.
          02 WTL-KIT                PIC 9(007).
          02 FILLER                 PIC X(07) VALUE ' COMP= '.
          02 WTL-COMP               PIC 9(007).
          02 FILLER                 PIC X(07) VALUE ' QTDE= '.
          02 WTL-QTDE               PIC 9(005).

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
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - ESTRUTURA DE KIT".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] INCLUIR/ALTERAR COMPONENTE".
          02 LINE 8 COL 10 VALUE "[2] LISTAR ESTRUTURA DO KIT".
          02 LINE 9 COL 10 VALUE "[3] EXCLUIR COMPONENTE".
          02 LINE 10 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-KT AUTO.

       01 TELA-KIT.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - ESTRUTURA DE KIT".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 29 VALUE "COMPONENTE DO KIT".
          02 LINE 7 COL 10 VALUE "Kit.............:".
          02 LINE 7 COL 29 PIC 9(007) USING WCODIGO-KIT-KT.
          02 LINE 8 COL 29 PIC X(040) FROM WDESCR-KIT-KT.
          02 LINE 9 COL 10 VALUE "Componente......:".
          02 LINE 9 COL 29 PIC 9(007) USING WCODIGO-COMP-KT.
          02 LINE 10 COL 29 PIC X(040) FROM WDESCR-COMP-KT.
          02 LINE 11 COL 10 VALUE "Qtde por kit....:".
          02 LINE 11 COL 29 PIC 9(005) USING WQTDE-COMP-KT.
          02 LINE 12 COL 10 VALUE "Custo medio comp:".
          02 LINE 12 COL 29 PIC ZZZZZZ9.99 FROM WCUSTO-COMP-KT.
          02 LINE 13 COL 10 VALUE "Custo do kit....:".
          02 LINE 13 COL 29 PIC ZZZZZZZZ9.99 FROM WCUSTO-KIT-KT.
          02 LINE 15 COL 10 VALUE "ENTER=PROXIMO REGISTRO  9=SAIR".
          02 LINE 15 COL 42 PIC X USING WX.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-KIT
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
           INITIALIZE WSAIDA WOPCAO-KT
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-KT = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-KT
             WHEN 1
               PERFORM S-INCLUIR-KT
             WHEN 2
               PERFORM S-LISTAR-KT
             WHEN 3
               PERFORM S-EXCLUIR-KT
             WHEN 6
               CLOSE KITS PRODUTOS
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

       S-INCLUIR-KT SECTION.
       INCLUIR-KT-1.
           PERFORM UNTIL WCODIGO-KIT-KT = 9999999
           MOVE '=> KIT 9999999 PARA SAIR '  TO WTXT
           DISPLAY TELA-MENSAGEM
           INITIALIZE WREGISTRO-KIT
           DISPLAY TELA-KIT
           ACCEPT TELA-KIT
           IF WCODIGO-KIT-KT NOT = 9999999 AND
              WCODIGO-KIT-KT NOT = ZEROES AND
              WCODIGO-COMP-KT NOT = ZEROES
              PERFORM INCLUIR-KT-2 THRU INCLUIR-KT-FIM
           END-IF
           END-PERFORM.
       INCLUIR-KT-1-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-INCLUIR-KT-ROTINAS SECTION.

       INCLUIR-KT-2.
           IF WCODIGO-KIT-KT = WCODIGO-COMP-KT
              MOVE 'KIT NAO PODE SER COMPONENTE DE SI MESMO' TO WTXT
              PERFORM R-MOSTRA-MSG-KT
              GO TO INCLUIR-KT-FIM
           END-IF
           IF WQTDE-COMP-KT = ZEROES
              MOVE 'QUANTIDADE POR KIT OBRIGATORIA' TO WTXT
              PERFORM R-MOSTRA-MSG-KT
              GO TO INCLUIR-KT-FIM
           END-IF
           MOVE WCODIGO-KIT-KT TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD NOT = '00'
              MOVE 'KIT NAO CADASTRADO EM PRODUTOS' TO WTXT
              PERFORM R-MOSTRA-MSG-KT
              GO TO INCLUIR-KT-FIM
           END-IF
           MOVE DESCRICAO-PROD TO WDESCR-KIT-KT
           MOVE WCODIGO-COMP-KT TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD NOT = '00'
              MOVE 'COMPONENTE NAO CADASTRADO EM PRODUTOS' TO WTXT
              PERFORM R-MOSTRA-MSG-KT
              GO TO INCLUIR-KT-FIM
           END-IF
           MOVE DESCRICAO-PROD   TO WDESCR-COMP-KT
           MOVE CUSTO-MEDIO-PROD TO WCUSTO-COMP-KT
      *    (UM NIVEL SO: O COMPONENTE NAO PODE SER KIT E O KIT NAO
      *     PODE SER COMPONENTE DE OUTRO KIT)
           MOVE WCODIGO-COMP-KT TO CODIGO-KIT-KT
           MOVE ZEROES          TO CODIGO-COMP-KT
           START KITS KEY IS NOT LESS THAN CHAVE-KT
           IF FS-KT = '00'
              READ KITS NEXT
              IF FS-KT = '00' AND CODIGO-KIT-KT = WCODIGO-COMP-KT
                 MOVE 'COMPONENTE E KIT - SO UM NIVEL' TO WTXT
                 PERFORM R-MOSTRA-MSG-KT
                 GO TO INCLUIR-KT-FIM
              END-IF
           END-IF
           MOVE WCODIGO-KIT-KT TO CODIGO-COMP-KT
           READ KITS KEY IS CODIGO-COMP-KT
           IF FS-KT = '00'
              MOVE 'KIT JA E COMPONENTE DE OUTRO KIT' TO WTXT
              PERFORM R-MOSTRA-MSG-KT
              GO TO INCLUIR-KT-FIM
           END-IF
           DISPLAY TELA-KIT
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO INCLUIR-KT-FIM
           END-IF
           MOVE WCODIGO-KIT-KT  TO CODIGO-KIT-KT
           MOVE WCODIGO-COMP-KT TO CODIGO-COMP-KT
           READ KITS
           IF FS-KT = '00'
              MOVE WQTDE-COMP-KT TO QTDE-COMP-KT
              REWRITE REGISTRO-KITS
              MOVE 'ALTERAR' TO WTL-OPERACAO
           ELSE
              PERFORM R-CONTA-COMP-KT
              IF WQTD-COMP-KT NOT < WMAX-COMP-KT
                 MOVE 'KIT JA TEM O MAXIMO DE COMPONENTES' TO WTXT
                 PERFORM R-MOSTRA-MSG-KT
                 GO TO INCLUIR-KT-FIM
              END-IF
              INITIALIZE REGISTRO-KITS
              MOVE WCODIGO-KIT-KT  TO CODIGO-KIT-KT
              MOVE WCODIGO-COMP-KT TO CODIGO-COMP-KT
              MOVE WQTDE-COMP-KT   TO QTDE-COMP-KT
              WRITE REGISTRO-KITS
              MOVE 'INCLUIR' TO WTL-OPERACAO
           END-IF
           IF FS-KT = '00'
              PERFORM R-GRAVA-LOG
           ELSE
              MOVE 'ERRO DE GRAVAÇÃO ST ' TO WTXT
              MOVE FS-KT TO WST
              PERFORM R-MOSTRA-MSG-KT
           END-IF.
       INCLUIR-KT-FIM.
           EXIT.

       R-MOSTRA-MSG-KT.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

      *-------------------------------------
      * CONTA OS COMPONENTES JA CADASTRADOS NO KIT DIGITADO.
      *-------------------------------------
       R-CONTA-COMP-KT.
           MOVE ZEROES TO WQTD-COMP-KT
           MOVE WCODIGO-KIT-KT TO CODIGO-KIT-KT
           MOVE ZEROES         TO CODIGO-COMP-KT
           START KITS KEY IS NOT LESS THAN CHAVE-KT
           MOVE 0 TO WSAIDA
           IF FS-KT NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-CONTA-COMP-KT-1 UNTIL WSAIDA = 1.

       R-CONTA-COMP-KT-1.
           READ KITS NEXT
           IF FS-KT NOT = '00' OR CODIGO-KIT-KT NOT = WCODIGO-KIT-KT
              MOVE 1 TO WSAIDA
           ELSE
              ADD 1 TO WQTD-COMP-KT
           END-IF.

       S-LISTAR-KT SECTION.
       LISTAR-KT-1.
           INITIALIZE WREGISTRO-KIT
           MOVE '=> INFORME O KIT (0 SAI) ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-KIT
           ACCEPT TELA-KIT
           INITIALIZE WMENSAGEM
           IF WCODIGO-KIT-KT = ZEROES
              GO TO LISTAR-KT-EXIT
           END-IF
           MOVE WCODIGO-KIT-KT TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE DESCRICAO-PROD TO WDESCR-KIT-KT
           END-IF
      *    (PRIMEIRA PASSADA: CUSTO DO KIT PELOS CUSTOS MEDIOS
      *     ATUAIS DOS COMPONENTES; A SEGUNDA MOSTRA CADA LINHA)
           PERFORM R-SOMA-CUSTO-KT
           MOVE WCODIGO-KIT-KT TO CODIGO-KIT-KT
           MOVE ZEROES         TO CODIGO-COMP-KT
           START KITS KEY IS NOT LESS THAN CHAVE-KT
           IF FS-KT NOT = '00'
              MOVE 'NENHUM COMPONENTE ENCONTRADO ST ' TO WTXT
              MOVE FS-KT TO WST
              PERFORM R-MOSTRA-MSG-LST
              GO TO LISTAR-KT-EXIT
           END-IF
           MOVE 0 TO WSAIDA
           PERFORM LISTAR-KT-2 UNTIL WSAIDA = 1.
       LISTAR-KT-EXIT.
           EXIT.

       S-LISTAR-KT-ROTINAS SECTION.
       R-MOSTRA-MSG-LST.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       LISTAR-KT-2.
           READ KITS NEXT
           IF FS-KT NOT = '00' OR
              CODIGO-KIT-KT NOT = WCODIGO-KIT-KT
              MOVE 1 TO WSAIDA
           ELSE
              MOVE CODIGO-COMP-KT TO WCODIGO-COMP-KT
              MOVE QTDE-COMP-KT   TO WQTDE-COMP-KT
              MOVE SPACES TO WDESCR-COMP-KT
              MOVE ZEROES TO WCUSTO-COMP-KT
              MOVE CODIGO-COMP-KT TO CODIGO-PROD
              READ PRODUTOS
              IF FS-PROD = '00'
                 MOVE DESCRICAO-PROD   TO WDESCR-COMP-KT
                 MOVE CUSTO-MEDIO-PROD TO WCUSTO-COMP-KT
              END-IF
              DISPLAY TELA-KIT
              ACCEPT TELA-KIT
              IF WX = '9'
                 MOVE 1 TO WSAIDA
              END-IF
           END-IF.

      *-------------------------------------
      * CUSTO DO KIT: SOMA DE QUANTIDADE X CUSTO MEDIO DE CADA
      * COMPONENTE - O MESMO CRITERIO DO PISO DE MARGEM DO PEDIDO.
      *-------------------------------------
       R-SOMA-CUSTO-KT.
           MOVE ZEROES TO WCUSTO-KIT-KT
           MOVE WCODIGO-KIT-KT TO CODIGO-KIT-KT
           MOVE ZEROES         TO CODIGO-COMP-KT
           START KITS KEY IS NOT LESS THAN CHAVE-KT
           MOVE 0 TO WSAIDA
           IF FS-KT NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-SOMA-CUSTO-KT-1 UNTIL WSAIDA = 1.

       R-SOMA-CUSTO-KT-1.
           READ KITS NEXT
           IF FS-KT NOT = '00' OR CODIGO-KIT-KT NOT = WCODIGO-KIT-KT
              MOVE 1 TO WSAIDA
           ELSE
              MOVE CODIGO-COMP-KT TO CODIGO-PROD
              READ PRODUTOS
              IF FS-PROD = '00'
                 COMPUTE WCUSTO-KIT-KT = WCUSTO-KIT-KT +
                    (QTDE-COMP-KT * CUSTO-MEDIO-PROD)
              END-IF
           END-IF.

       S-EXCLUIR-KT SECTION.
       EXCLUIR-KT-1.
           INITIALIZE WREGISTRO-KIT
           MOVE '=> KIT 0 PARA SAIR '  TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-KIT
           ACCEPT TELA-KIT
           INITIALIZE WMENSAGEM
           IF WCODIGO-KIT-KT = ZEROES
              GO TO EXCLUIR-KT-EXIT
           END-IF
           MOVE WCODIGO-KIT-KT  TO CODIGO-KIT-KT
           MOVE WCODIGO-COMP-KT TO CODIGO-COMP-KT
           READ KITS
           IF FS-KT NOT = '00'
              MOVE 'COMPONENTE NAO EXISTE NO KIT ST ' TO WTXT
              MOVE FS-KT TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO EXCLUIR-KT-EXIT
           END-IF
           MOVE 'CONFIRMA EXCLUSÃO ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX = 'S' OR 's'
              DELETE KITS
              IF FS-KT = '00'
                 MOVE 'EXCLUIR' TO WTL-OPERACAO
                 PERFORM R-GRAVA-LOG
              END-IF
           END-IF.
       EXCLUIR-KT-EXIT.
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
           MOVE CODIGO-KIT-KT   TO WTL-KIT
           MOVE CODIGO-COMP-KT  TO WTL-COMP
           MOVE QTDE-COMP-KT    TO WTL-QTDE
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
           OPEN I-O KITS.
           IF FS-KT = '35'
              CLOSE KITS OPEN OUTPUT KITS
              CLOSE KITS OPEN I-O KITS
           END-IF
           IF FS-KT = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS KITS ST ' TO WTXT
              MOVE FS-KT TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF
           OPEN INPUT PRODUTOS.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
