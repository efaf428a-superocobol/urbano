      *--------------------------
      * CADASTRO DE CODIGOS DE BARRAS (EAN/DUN) DOS PRODUTOS
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadCodBarras.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Codigos de barras dos produtos
      *              (ARQEAN.DAT, chave o proprio codigo, indice
      *              alternativo por produto): um produto pode ter
      *              varios codigos - EAN da unidade (tipo 'E', uma
      *              unidade por leitura) ou DUN da embalagem (tipo
      *              'D', com a quantidade de unidades da caixa). O
      *              digito verificador (modulo 10) e conferido na
      *              inclusao. Usado na conferencia da separacao
      *              (CadConferencia). Alteracoes no TRANLOG.LOG.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CODBARRAS ASSIGN TO  DISK WID-ARQ-EAN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-EAN
              ALTERNATE RECORD KEY IS CODIGO-PROD-EAN WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EAN.

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
       FD CODBARRAS.
       01 REGISTRO-CODBARRAS.
          02 CODIGO-EAN               PIC  X(014).
          02 CODIGO-PROD-EAN          PIC  9(007) VALUE ZEROES.
          02 TIPO-EAN                 PIC  X(001) VALUE SPACES.
             88 EAN-UNIDADE           VALUE 'E'.
             88 EAN-EMBALAGEM         VALUE 'D'.
          02 QTDE-EMB-EAN             PIC  9(005) VALUE ZEROES.
          02 FILLER                   PIC  X(023) VALUE SPACES.

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
       01 FS-EAN.
           02 FS-EAN-1                PIC 9.
           02 FS-EAN-2                PIC 9.
           02 FS-EAN-R REDEFINES FS-EAN-2 PIC 99 COMP-X.
       01 FS-PROD.
           02 FS-PROD-1               PIC 9.
           02 FS-PROD-2               PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WID-ARQ-EAN                 PIC X(50) VALUE 'ARQEAN.DAT'.
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WOPCAO-CB       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.

       01 WREGISTRO-CB.
          02 WCODIGO-EAN-CB         PIC X(014) VALUE SPACES.
          02 WCODIGO-PROD-CB        PIC 9(007) VALUE ZEROES.
          02 WDESCR-PROD-CB         PIC X(040) VALUE SPACES.
          02 WTIPO-CB               PIC X(001) VALUE SPACES.
          02 WQTDE-EMB-CB           PIC 9(005) VALUE ZEROES.

      *-------------DIGITO VERIFICADOR (MODULO 10)-----------------
      * EAN-8, UPC-A (12), EAN-13 E DUN-14: DA DIREITA PARA A
      * ESQUERDA, SEM O VERIFICADOR, PESOS 3,1,3,1...
       01 WEAN-CONF-CB            PIC X(014) VALUE SPACES.
       01 WEAN-CAR-CB REDEFINES WEAN-CONF-CB.
          02 WEAN-CAR             PIC X OCCURS 14 TIMES.
       01 WEAN-DIG-CB REDEFINES WEAN-CONF-CB.
          02 WEAN-DIG             PIC 9 OCCURS 14 TIMES.
       77 WTAM-EAN-CB     PIC 9(002) VALUE ZEROES.
       77 WI-EAN-CB       PIC 9(002) VALUE ZEROES.
       77 WPESO-EAN-CB    PIC 9(001) VALUE ZEROES.
       77 WSOMA-EAN-CB    PIC 9(004) VALUE ZEROES.
       77 WQUOC-EAN-CB    PIC 9(004) VALUE ZEROES.
       77 WRESTO-EAN-CB   PIC 9(002) VALUE ZEROES.
       77 WDV-EAN-CB      PIC 9(002) VALUE ZEROES.
       77 WEAN-OK-CB      PIC 9 VALUE ZEROES.

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
          02 FILLER                 PIC X(06) VALUE ' EAN= '.
          02 WTL-EAN                PIC X(014).
          02 FILLER                 PIC X(07) VALUE ' PROD= '.
          02 WTL-PROD               PIC 9(007).
          02 FILLER                 PIC X(07) VALUE ' TIPO= '.
          02 WTL-TIPO               PIC X(001).
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
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - CODIGOS DE BARRAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] INCLUIR/ALTERAR CODIGO".
          02 LINE 8 COL 10 VALUE "[2] LISTAR CODIGOS DO PRODUTO".
          02 LINE 9 COL 10 VALUE "[3] EXCLUIR CODIGO".
          02 LINE 10 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-CB AUTO.

       01 TELA-CODBARRAS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - CODIGOS DE BARRAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 29 VALUE "CODIGO DE BARRAS".
          02 LINE 7 COL 10 VALUE "Codigo EAN/DUN..:".
          02 LINE 7 COL 29 PIC X(014) USING WCODIGO-EAN-CB.
          02 LINE 8 COL 10 VALUE "Produto.........:".
          02 LINE 8 COL 29 PIC 9(007) USING WCODIGO-PROD-CB.
          02 LINE 9 COL 29 PIC X(040) FROM WDESCR-PROD-CB.
          02 LINE 10 COL 10 VALUE "Tipo (E/D)......:".
          02 LINE 10 COL 29 PIC X(001) USING WTIPO-CB.
          02 LINE 10 COL 32 VALUE "E=UNIDADE  D=EMBALAGEM (CAIXA)".
          02 LINE 11 COL 10 VALUE "Unid. por leit..:".
          02 LINE 11 COL 29 PIC 9(005) USING WQTDE-EMB-CB.
          02 LINE 15 COL 10 VALUE "ENTER=PROXIMO REGISTRO  9=SAIR".
          02 LINE 15 COL 42 PIC X USING WX.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EAN
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
           INITIALIZE WSAIDA WOPCAO-CB
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-CB = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-CB
             WHEN 1
               PERFORM S-INCLUIR-CB
             WHEN 2
               PERFORM S-LISTAR-CB
             WHEN 3
               PERFORM S-EXCLUIR-CB
             WHEN 6
               CLOSE CODBARRAS PRODUTOS
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

       S-INCLUIR-CB SECTION.
       INCLUIR-CB-1.
           MOVE SPACES TO WCODIGO-EAN-CB
           PERFORM UNTIL WCODIGO-EAN-CB = '9'
           MOVE '=> CODIGO 9 PARA SAIR '  TO WTXT
           DISPLAY TELA-MENSAGEM
           INITIALIZE WREGISTRO-CB
           DISPLAY TELA-CODBARRAS
           ACCEPT TELA-CODBARRAS
           IF WCODIGO-EAN-CB NOT = '9' AND
              WCODIGO-EAN-CB NOT = SPACES
              PERFORM INCLUIR-CB-2 THRU INCLUIR-CB-FIM
           END-IF
           END-PERFORM.
       INCLUIR-CB-1-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-INCLUIR-CB-ROTINAS SECTION.

       INCLUIR-CB-2.
           MOVE WCODIGO-EAN-CB TO WEAN-CONF-CB
           PERFORM R-VALIDA-EAN THRU R-VALIDA-EAN-FIM
           IF WEAN-OK-CB NOT = 1
              MOVE 'CODIGO INVALIDO (TAMANHO OU DIGITO)' TO WTXT
              PERFORM R-MOSTRA-MSG-CB
              GO TO INCLUIR-CB-FIM
           END-IF
           IF WTIPO-CB = 'e'
              MOVE 'E' TO WTIPO-CB
           END-IF
           IF WTIPO-CB = 'd'
              MOVE 'D' TO WTIPO-CB
           END-IF
           IF WTIPO-CB NOT = 'E' AND WTIPO-CB NOT = 'D'
              MOVE 'TIPO DEVE SER E OU D' TO WTXT
              PERFORM R-MOSTRA-MSG-CB
              GO TO INCLUIR-CB-FIM
           END-IF
      *    (EAN DA UNIDADE E SEMPRE UMA UNIDADE POR LEITURA; O DUN
      *     DA CAIXA PRECISA DA QUANTIDADE DE UNIDADES DENTRO)
           IF WTIPO-CB = 'E'
              MOVE 1 TO WQTDE-EMB-CB
           END-IF
           IF WTIPO-CB = 'D' AND WQTDE-EMB-CB < 2
              MOVE 'DUN: INFORME AS UNIDADES DA EMBALAGEM' TO WTXT
              PERFORM R-MOSTRA-MSG-CB
              GO TO INCLUIR-CB-FIM
           END-IF
           MOVE WCODIGO-PROD-CB TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD NOT = '00'
              MOVE 'PRODUTO NAO CADASTRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-CB
              GO TO INCLUIR-CB-FIM
           END-IF
           MOVE DESCRICAO-PROD TO WDESCR-PROD-CB
      *    (O MESMO CODIGO NAO PODE IDENTIFICAR DOIS PRODUTOS)
           MOVE WCODIGO-EAN-CB TO CODIGO-EAN
           READ CODBARRAS
           IF FS-EAN = '00' AND CODIGO-PROD-EAN NOT = WCODIGO-PROD-CB
              MOVE 'CODIGO JA USADO EM OUTRO PRODUTO' TO WTXT
              PERFORM R-MOSTRA-MSG-CB
              GO TO INCLUIR-CB-FIM
           END-IF
           DISPLAY TELA-CODBARRAS
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO INCLUIR-CB-FIM
           END-IF
           MOVE WCODIGO-EAN-CB TO CODIGO-EAN
           READ CODBARRAS
           IF FS-EAN = '00'
              MOVE WTIPO-CB      TO TIPO-EAN
              MOVE WQTDE-EMB-CB  TO QTDE-EMB-EAN
              REWRITE REGISTRO-CODBARRAS
              MOVE 'ALTERAR' TO WTL-OPERACAO
           ELSE
              INITIALIZE REGISTRO-CODBARRAS
              MOVE WCODIGO-EAN-CB  TO CODIGO-EAN
              MOVE WCODIGO-PROD-CB TO CODIGO-PROD-EAN
              MOVE WTIPO-CB        TO TIPO-EAN
              MOVE WQTDE-EMB-CB    TO QTDE-EMB-EAN
              WRITE REGISTRO-CODBARRAS
              MOVE 'INCLUIR' TO WTL-OPERACAO
           END-IF
           IF FS-EAN = '00'
              PERFORM R-GRAVA-LOG
           ELSE
              MOVE 'ERRO DE GRAVAÇÃO ST ' TO WTXT
              MOVE FS-EAN TO WST
              PERFORM R-MOSTRA-MSG-CB
           END-IF.
       INCLUIR-CB-FIM.
           EXIT.

       R-MOSTRA-MSG-CB.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

      *-------------------------------------
      * CONFERE O CODIGO EM WEAN-CONF-CB: SO DIGITOS, ALINHADO A
      * ESQUERDA, COM 8, 12, 13 OU 14 POSICOES E O ULTIMO DIGITO
      * IGUAL AO VERIFICADOR MODULO 10. WEAN-OK-CB = 1 SE VALIDO.
      *-------------------------------------
       R-VALIDA-EAN.
           MOVE 0 TO WEAN-OK-CB
           MOVE ZEROES TO WTAM-EAN-CB
           PERFORM R-MEDE-EAN
              VARYING WI-EAN-CB FROM 1 BY 1
              UNTIL WI-EAN-CB > 14 OR WEAN-CAR(WI-EAN-CB) = SPACE
           IF WTAM-EAN-CB NOT = 8 AND WTAM-EAN-CB NOT = 12 AND
              WTAM-EAN-CB NOT = 13 AND WTAM-EAN-CB NOT = 14
              GO TO R-VALIDA-EAN-FIM
           END-IF
           IF WTAM-EAN-CB < 14
              IF WEAN-CONF-CB(WTAM-EAN-CB + 1:) NOT = SPACES
                 GO TO R-VALIDA-EAN-FIM
              END-IF
           END-IF
           IF WEAN-CONF-CB(1:WTAM-EAN-CB) IS NOT NUMERIC
              GO TO R-VALIDA-EAN-FIM
           END-IF
           MOVE ZEROES TO WSOMA-EAN-CB
           MOVE 3 TO WPESO-EAN-CB
           COMPUTE WI-EAN-CB = WTAM-EAN-CB - 1
           PERFORM R-SOMA-EAN UNTIL WI-EAN-CB = ZEROES
           DIVIDE WSOMA-EAN-CB BY 10 GIVING WQUOC-EAN-CB
                  REMAINDER WRESTO-EAN-CB
           IF WRESTO-EAN-CB = ZEROES
              MOVE ZEROES TO WDV-EAN-CB
           ELSE
              COMPUTE WDV-EAN-CB = 10 - WRESTO-EAN-CB
           END-IF
           IF WDV-EAN-CB = WEAN-DIG(WTAM-EAN-CB)
              MOVE 1 TO WEAN-OK-CB
           END-IF.
       R-VALIDA-EAN-FIM.
           EXIT.

       R-MEDE-EAN.
           ADD 1 TO WTAM-EAN-CB.

       R-SOMA-EAN.
           COMPUTE WSOMA-EAN-CB = WSOMA-EAN-CB +
                   (WEAN-DIG(WI-EAN-CB) * WPESO-EAN-CB)
           IF WPESO-EAN-CB = 3
              MOVE 1 TO WPESO-EAN-CB
           ELSE
              MOVE 3 TO WPESO-EAN-CB
           END-IF
           SUBTRACT 1 FROM WI-EAN-CB.

       S-LISTAR-CB SECTION.
       LISTAR-CB-1.
           INITIALIZE WREGISTRO-CB
           MOVE '=> INFORME O PRODUTO (0 SAI) ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-CODBARRAS
           ACCEPT TELA-CODBARRAS
           INITIALIZE WMENSAGEM
           IF WCODIGO-PROD-CB = ZEROES
              GO TO LISTAR-CB-EXIT
           END-IF
           MOVE WCODIGO-PROD-CB TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE DESCRICAO-PROD TO WDESCR-PROD-CB
           END-IF
           MOVE WCODIGO-PROD-CB TO CODIGO-PROD-EAN
           START CODBARRAS KEY IS NOT LESS THAN CODIGO-PROD-EAN
           IF FS-EAN NOT = '00'
              MOVE 'NENHUM CODIGO ENCONTRADO ST ' TO WTXT
              MOVE FS-EAN TO WST
              PERFORM R-MOSTRA-MSG-LST
              GO TO LISTAR-CB-EXIT
           END-IF
           MOVE 0 TO WSAIDA
           PERFORM LISTAR-CB-2 UNTIL WSAIDA = 1.
       LISTAR-CB-EXIT.
           EXIT.

       S-LISTAR-CB-ROTINAS SECTION.
       R-MOSTRA-MSG-LST.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       LISTAR-CB-2.
           READ CODBARRAS NEXT
           IF FS-EAN NOT = '00' OR
              CODIGO-PROD-EAN NOT = WCODIGO-PROD-CB
              MOVE 1 TO WSAIDA
           ELSE
              MOVE CODIGO-EAN   TO WCODIGO-EAN-CB
              MOVE TIPO-EAN     TO WTIPO-CB
              MOVE QTDE-EMB-EAN TO WQTDE-EMB-CB
              DISPLAY TELA-CODBARRAS
              ACCEPT TELA-CODBARRAS
              IF WX = '9'
                 MOVE 1 TO WSAIDA
              END-IF
           END-IF.

       S-EXCLUIR-CB SECTION.
       EXCLUIR-CB-1.
           INITIALIZE WREGISTRO-CB
           MOVE '=> CODIGO EM BRANCO PARA SAIR '  TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-CODBARRAS
           ACCEPT TELA-CODBARRAS
           INITIALIZE WMENSAGEM
           IF WCODIGO-EAN-CB = SPACES
              GO TO EXCLUIR-CB-EXIT
           END-IF
           MOVE WCODIGO-EAN-CB TO CODIGO-EAN
           READ CODBARRAS
           IF FS-EAN NOT = '00'
              MOVE 'CODIGO NAO CADASTRADO ST ' TO WTXT
              MOVE FS-EAN TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO EXCLUIR-CB-EXIT
           END-IF
           MOVE CODIGO-PROD-EAN TO WCODIGO-PROD-CB
           MOVE TIPO-EAN        TO WTIPO-CB
           MOVE QTDE-EMB-EAN    TO WQTDE-EMB-CB
           MOVE CODIGO-PROD-EAN TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE DESCRICAO-PROD TO WDESCR-PROD-CB
           END-IF
           DISPLAY TELA-CODBARRAS
           MOVE 'CONFIRMA EXCLUSÃO ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX = 'S' OR 's'
              DELETE CODBARRAS
              IF FS-EAN = '00'
                 MOVE 'EXCLUIR' TO WTL-OPERACAO
                 PERFORM R-GRAVA-LOG
              END-IF
           END-IF.
       EXCLUIR-CB-EXIT.
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
           MOVE CODIGO-EAN      TO WTL-EAN
           MOVE CODIGO-PROD-EAN TO WTL-PROD
           MOVE TIPO-EAN        TO WTL-TIPO
           MOVE QTDE-EMB-EAN    TO WTL-QTDE
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
           OPEN I-O CODBARRAS.
           IF FS-EAN = '35'
              CLOSE CODBARRAS OPEN OUTPUT CODBARRAS
              CLOSE CODBARRAS OPEN I-O CODBARRAS
           END-IF
           IF FS-EAN = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS CODIGOS ST ' TO WTXT
              MOVE FS-EAN TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF
           OPEN INPUT PRODUTOS.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
