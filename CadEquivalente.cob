      *--------------------------
      * CADASTRO DE PRODUTOS EQUIVALENTES (SUBSTITUTOS)
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadEquivalente.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Equivalencia de produtos
      *              (ARQEQUIV.DAT, chave produto+prioridade): cada
      *              produto lista os substitutos aceitaveis (outra
      *              embalagem ou marca do mesmo item) na ordem de
      *              prioridade. A inclusao de item do pedido
      *              (CadPedidos) oferece os substitutos quando o
      *              disponivel para promessa nao cobre a quantidade.
      *              A relacao vale num sentido so. Alteracoes no
      *              TRANLOG.LOG.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT EQUIVAL ASSIGN TO  DISK WID-ARQ-EQ
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-EQ
              ALTERNATE RECORD KEY IS CODIGO-SUBST-EQ WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EQ.

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
       FD EQUIVAL.
       01 REGISTRO-EQUIVAL.
          02 CHAVE-EQ.
             03 CODIGO-PROD-EQ        PIC  9(007).
             03 PRIORIDADE-EQ         PIC  9(002).
          02 CODIGO-SUBST-EQ          PIC  9(007).
          02 FILLER                   PIC  X(024) VALUE SPACES.

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
       01 FS-EQ.
           02 FS-EQ-1                 PIC 9.
           02 FS-EQ-2                 PIC 9.
           02 FS-EQ-R REDEFINES FS-EQ-2 PIC 99 COMP-X.
       01 FS-PROD.
           02 FS-PROD-1               PIC 9.
           02 FS-PROD-2               PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WID-ARQ-EQ                  PIC X(50) VALUE 'ARQEQUIV.DAT'.
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WOPCAO-EQ       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.

      * LIMITE DE SUBSTITUTOS POR PRODUTO - O MESMO DA TELA DE
      * OFERTA DO PEDIDO.
       77 WMAX-SUBST-EQ   PIC 9(002) VALUE 8.
       77 WQTD-SUBST-EQ   PIC 9(003) VALUE ZEROES.
       77 WREPETIDO-EQ    PIC 9 VALUE ZEROES.

       01 WREGISTRO-EQ.
          02 WCODIGO-PROD-EQ        PIC 9(007) VALUE ZEROES.
          02 WDESCR-PROD-EQ         PIC X(040) VALUE SPACES.
          02 WPRIORIDADE-EQ         PIC 9(002) VALUE ZEROES.
          02 WCODIGO-SUBST-EQ       PIC 9(007) VALUE ZEROES.
          02 WDESCR-SUBST-EQ        PIC X(040) VALUE SPACES.
          02 WUNIDADE-SUBST-EQ      PIC X(003) VALUE SPACES.
          02 WSALDO-SUBST-EQ        PIC 9(007) VALUE ZEROES.
          02 WPRECO-SUBST-EQ        PIC 9(007)v9(002) VALUE ZEROES.

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
          02 FILLER                 PIC X(07) VALUE ' PROD= '.
          02 WTL-PROD               PIC 9(007).
          02 FILLER                 PIC X(07) VALUE ' PRIO= '.
          02 WTL-PRIORIDADE         PIC 9(002).
          02 FILLER                 PIC X(08) VALUE ' SUBST= '.
          02 WTL-SUBST              PIC 9(007).

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
          02 LINE 2 COL 22 VALUE "SISTEMA EXEMPLO - EQUIVALENTES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] INCLUIR/ALTERAR SUBSTITUTO".
          02 LINE 8 COL 10 VALUE "[2] LISTAR SUBSTITUTOS DO PRODUTO".
          02 LINE 9 COL 10 VALUE "[3] EXCLUIR SUBSTITUTO".
          02 LINE 10 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-EQ AUTO.

       01 TELA-EQUIV.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 22 VALUE "SISTEMA EXEMPLO - EQUIVALENTES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 28 VALUE "SUBSTITUTO DO PRODUTO".
          02 LINE 7 COL 10 VALUE "Produto.........:".
          02 LINE 7 COL 29 PIC 9(007) USING WCODIGO-PROD-EQ.
          02 LINE 8 COL 29 PIC X(040) FROM WDESCR-PROD-EQ.
          02 LINE 9 COL 10 VALUE "Prioridade......:".
          02 LINE 9 COL 29 PIC 9(002) USING WPRIORIDADE-EQ.
          02 LINE 10 COL 10 VALUE "Substituto......:".
          02 LINE 10 COL 29 PIC 9(007) USING WCODIGO-SUBST-EQ.
          02 LINE 11 COL 29 PIC X(040) FROM WDESCR-SUBST-EQ.
          02 LINE 12 COL 10 VALUE "Unidade.........:".
          02 LINE 12 COL 29 PIC X(003) FROM WUNIDADE-SUBST-EQ.
          02 LINE 13 COL 10 VALUE "Saldo / Preco...:".
          02 LINE 13 COL 29 PIC ZZZZZZ9 FROM WSALDO-SUBST-EQ.
          02 LINE 13 COL 38 PIC ZZZZZZ9.99 FROM WPRECO-SUBST-EQ.
          02 LINE 15 COL 10 VALUE "ENTER=PROXIMO REGISTRO  9=SAIR".
          02 LINE 15 COL 42 PIC X USING WX.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EQ
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
           INITIALIZE WSAIDA WOPCAO-EQ
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-EQ = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-EQ
             WHEN 1
               PERFORM S-INCLUIR-EQ
             WHEN 2
               PERFORM S-LISTAR-EQ
             WHEN 3
               PERFORM S-EXCLUIR-EQ
             WHEN 6
               CLOSE EQUIVAL PRODUTOS
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

       S-INCLUIR-EQ SECTION.
       INCLUIR-EQ-1.
           PERFORM UNTIL WCODIGO-PROD-EQ = 9999999
           MOVE '=> PRODUTO 9999999 PARA SAIR '  TO WTXT
           DISPLAY TELA-MENSAGEM
           INITIALIZE WREGISTRO-EQ
           DISPLAY TELA-EQUIV
           ACCEPT TELA-EQUIV
           IF WCODIGO-PROD-EQ NOT = 9999999 AND
              WCODIGO-PROD-EQ NOT = ZEROES AND
              WCODIGO-SUBST-EQ NOT = ZEROES
              PERFORM INCLUIR-EQ-2 THRU INCLUIR-EQ-FIM
           END-IF
           END-PERFORM.
       INCLUIR-EQ-1-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-INCLUIR-EQ-ROTINAS SECTION.

       INCLUIR-EQ-2.
           IF WCODIGO-PROD-EQ = WCODIGO-SUBST-EQ
              MOVE 'PRODUTO NAO PODE SUBSTITUIR A SI MESMO' TO WTXT
              PERFORM R-MOSTRA-MSG-EQ
              GO TO INCLUIR-EQ-FIM
           END-IF
           IF WPRIORIDADE-EQ = ZEROES
              MOVE 'PRIORIDADE OBRIGATORIA (01 = PRIMEIRA)' TO WTXT
              PERFORM R-MOSTRA-MSG-EQ
              GO TO INCLUIR-EQ-FIM
           END-IF
           MOVE WCODIGO-PROD-EQ TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD NOT = '00'
              MOVE 'PRODUTO NAO CADASTRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-EQ
              GO TO INCLUIR-EQ-FIM
           END-IF
           MOVE DESCRICAO-PROD TO WDESCR-PROD-EQ
           MOVE WCODIGO-SUBST-EQ TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD NOT = '00'
              MOVE 'SUBSTITUTO NAO CADASTRADO EM PRODUTOS' TO WTXT
              PERFORM R-MOSTRA-MSG-EQ
              GO TO INCLUIR-EQ-FIM
           END-IF
           IF INATIVO-PROD = 'S'
              MOVE 'SUBSTITUTO INATIVO NO CADASTRO' TO WTXT
              PERFORM R-MOSTRA-MSG-EQ
              GO TO INCLUIR-EQ-FIM
           END-IF
           PERFORM R-DADOS-SUBST-EQ
      *    (O MESMO SUBSTITUTO NAO ENTRA EM DUAS PRIORIDADES)
           PERFORM R-CONTA-SUBST-EQ
           IF WREPETIDO-EQ = 1
              MOVE 'SUBSTITUTO JA LISTADO EM OUTRA PRIORIDADE' TO WTXT
              PERFORM R-MOSTRA-MSG-EQ
              GO TO INCLUIR-EQ-FIM
           END-IF
           DISPLAY TELA-EQUIV
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO INCLUIR-EQ-FIM
           END-IF
           MOVE WCODIGO-PROD-EQ TO CODIGO-PROD-EQ
           MOVE WPRIORIDADE-EQ  TO PRIORIDADE-EQ
           READ EQUIVAL
           IF FS-EQ = '00'
              MOVE WCODIGO-SUBST-EQ TO CODIGO-SUBST-EQ
              REWRITE REGISTRO-EQUIVAL
              MOVE 'ALTERAR' TO WTL-OPERACAO
           ELSE
              IF WQTD-SUBST-EQ NOT < WMAX-SUBST-EQ
                 MOVE 'PRODUTO JA TEM O MAXIMO DE SUBSTITUTOS' TO WTXT
                 PERFORM R-MOSTRA-MSG-EQ
                 GO TO INCLUIR-EQ-FIM
              END-IF
              INITIALIZE REGISTRO-EQUIVAL
              MOVE WCODIGO-PROD-EQ  TO CODIGO-PROD-EQ
              MOVE WPRIORIDADE-EQ   TO PRIORIDADE-EQ
              MOVE WCODIGO-SUBST-EQ TO CODIGO-SUBST-EQ
              WRITE REGISTRO-EQUIVAL
              MOVE 'INCLUIR' TO WTL-OPERACAO
           END-IF
           IF FS-EQ = '00'
              PERFORM R-GRAVA-LOG
           ELSE
              MOVE 'ERRO DE GRAVAÇÃO ST ' TO WTXT
              MOVE FS-EQ TO WST
              PERFORM R-MOSTRA-MSG-EQ
           END-IF.
       INCLUIR-EQ-FIM.
           EXIT.

       R-MOSTRA-MSG-EQ.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       R-DADOS-SUBST-EQ.
           MOVE DESCRICAO-PROD     TO WDESCR-SUBST-EQ
           MOVE UNIDADE-PROD       TO WUNIDADE-SUBST-EQ
           MOVE SALDO-ESTOQUE-PROD TO WSALDO-SUBST-EQ
           MOVE PRECO-PROD         TO WPRECO-SUBST-EQ.

      *-------------------------------------
      * CONTA OS SUBSTITUTOS DO PRODUTO DIGITADO E VE SE O
      * SUBSTITUTO JA ESTA EM OUTRA PRIORIDADE.
      *-------------------------------------
       R-CONTA-SUBST-EQ.
           MOVE ZEROES TO WQTD-SUBST-EQ WREPETIDO-EQ
           MOVE WCODIGO-PROD-EQ TO CODIGO-PROD-EQ
           MOVE ZEROES          TO PRIORIDADE-EQ
           START EQUIVAL KEY IS NOT LESS THAN CHAVE-EQ
           MOVE 0 TO WSAIDA
           IF FS-EQ NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-CONTA-SUBST-EQ-1 UNTIL WSAIDA = 1.

       R-CONTA-SUBST-EQ-1.
           READ EQUIVAL NEXT
           IF FS-EQ NOT = '00' OR CODIGO-PROD-EQ NOT = WCODIGO-PROD-EQ
              MOVE 1 TO WSAIDA
           ELSE
              ADD 1 TO WQTD-SUBST-EQ
              IF CODIGO-SUBST-EQ = WCODIGO-SUBST-EQ AND
                 PRIORIDADE-EQ NOT = WPRIORIDADE-EQ
                 MOVE 1 TO WREPETIDO-EQ
              END-IF
           END-IF.

       S-LISTAR-EQ SECTION.
       LISTAR-EQ-1.
           INITIALIZE WREGISTRO-EQ
           MOVE '=> INFORME O PRODUTO (0 SAI) ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-EQUIV
           ACCEPT TELA-EQUIV
           INITIALIZE WMENSAGEM
           IF WCODIGO-PROD-EQ = ZEROES
              GO TO LISTAR-EQ-EXIT
           END-IF
           MOVE WCODIGO-PROD-EQ TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE DESCRICAO-PROD TO WDESCR-PROD-EQ
           END-IF
           MOVE WCODIGO-PROD-EQ TO CODIGO-PROD-EQ
           MOVE ZEROES          TO PRIORIDADE-EQ
           START EQUIVAL KEY IS NOT LESS THAN CHAVE-EQ
           IF FS-EQ NOT = '00'
              MOVE 'NENHUM SUBSTITUTO ENCONTRADO ST ' TO WTXT
              MOVE FS-EQ TO WST
              PERFORM R-MOSTRA-MSG-LST
              GO TO LISTAR-EQ-EXIT
           END-IF
           MOVE 0 TO WSAIDA
           PERFORM LISTAR-EQ-2 UNTIL WSAIDA = 1.
       LISTAR-EQ-EXIT.
           EXIT.

       S-LISTAR-EQ-ROTINAS SECTION.
       R-MOSTRA-MSG-LST.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       LISTAR-EQ-2.
           READ EQUIVAL NEXT
           IF FS-EQ NOT = '00' OR
              CODIGO-PROD-EQ NOT = WCODIGO-PROD-EQ
              MOVE 1 TO WSAIDA
           ELSE
              MOVE PRIORIDADE-EQ   TO WPRIORIDADE-EQ
              MOVE CODIGO-SUBST-EQ TO WCODIGO-SUBST-EQ
              MOVE SPACES TO WDESCR-SUBST-EQ WUNIDADE-SUBST-EQ
              MOVE ZEROES TO WSALDO-SUBST-EQ WPRECO-SUBST-EQ
              MOVE CODIGO-SUBST-EQ TO CODIGO-PROD
              READ PRODUTOS
              IF FS-PROD = '00'
                 PERFORM R-DADOS-SUBST-LST
              END-IF
              DISPLAY TELA-EQUIV
              ACCEPT TELA-EQUIV
              IF WX = '9'
                 MOVE 1 TO WSAIDA
              END-IF
           END-IF.

       R-DADOS-SUBST-LST.
           MOVE DESCRICAO-PROD     TO WDESCR-SUBST-EQ
           MOVE UNIDADE-PROD       TO WUNIDADE-SUBST-EQ
           MOVE SALDO-ESTOQUE-PROD TO WSALDO-SUBST-EQ
           MOVE PRECO-PROD         TO WPRECO-SUBST-EQ.

       S-EXCLUIR-EQ SECTION.
       EXCLUIR-EQ-1.
           INITIALIZE WREGISTRO-EQ
           MOVE '=> PRODUTO 0 PARA SAIR '  TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-EQUIV
           ACCEPT TELA-EQUIV
           INITIALIZE WMENSAGEM
           IF WCODIGO-PROD-EQ = ZEROES
              GO TO EXCLUIR-EQ-EXIT
           END-IF
           MOVE WCODIGO-PROD-EQ TO CODIGO-PROD-EQ
           MOVE WPRIORIDADE-EQ  TO PRIORIDADE-EQ
           READ EQUIVAL
           IF FS-EQ NOT = '00'
              MOVE 'PRIORIDADE NAO EXISTE NO PRODUTO ST ' TO WTXT
              MOVE FS-EQ TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO EXCLUIR-EQ-EXIT
           END-IF
           MOVE CODIGO-SUBST-EQ TO WCODIGO-SUBST-EQ
           DISPLAY TELA-EQUIV
           MOVE 'CONFIRMA EXCLUSÃO ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX = 'S' OR 's'
              DELETE EQUIVAL
              IF FS-EQ = '00'
                 MOVE 'EXCLUIR' TO WTL-OPERACAO
                 PERFORM R-GRAVA-LOG
              END-IF
           END-IF.
       EXCLUIR-EQ-EXIT.
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
           MOVE CODIGO-PROD-EQ  TO WTL-PROD
           MOVE PRIORIDADE-EQ   TO WTL-PRIORIDADE
           MOVE CODIGO-SUBST-EQ TO WTL-SUBST
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
           OPEN I-O EQUIVAL.
           IF FS-EQ = '35'
              CLOSE EQUIVAL OPEN OUTPUT EQUIVAL
              CLOSE EQUIVAL OPEN I-O EQUIVAL
           END-IF
           IF FS-EQ = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DAS EQUIVALENCIAS ST ' TO WTXT
              MOVE FS-EQ TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF
           OPEN INPUT PRODUTOS.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
