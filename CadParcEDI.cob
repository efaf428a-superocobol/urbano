      *--------------------------
      * CADASTRO DE PARCEIROS EDI E LOCAIS DE ENTREGA DAS REDES
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadParcEDI.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Parceiros de EDI das redes de
      *              supermercado (ARQEDIPAR.DAT, chave o GLN do
      *              comprador): nome, GLN pelo qual a rede nos
      *              identifica, vendedor e condicao de pagamento dos
      *              pedidos recebidos, tolerancia de preco e as
      *              sequencias de ORDRSP, INVOIC e DESADV por
      *              parceiro. Locais de entrega (ARQEDILOC.DAT,
      *              chave o GLN da loja, indice alternativo por
      *              parceiro): cliente e endereco de entrega
      *              (ARQENDENT.DAT, sequencia zero = endereco do
      *              cadastro do cliente) de cada loja da rede.
      *              Usado pelo ExeEDIPedidos e pelo ExeEDIFatura.
      *              Alteracoes no TRANLOG.LOG.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT EDIPAR ASSIGN TO  DISK WID-ARQ-EDIPAR
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS GLN-PAR
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PAR.

       SELECT EDILOC ASSIGN TO  DISK WID-ARQ-EDILOC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS GLN-LOC
              ALTERNATE RECORD KEY IS GLN-PAR-LOC WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LOC.

       SELECT ENDENT ASSIGN TO  DISK WID-ARQ-ENDENT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-EE
              ALTERNATE RECORD KEY IS CODIGO-CLI-EE WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EE.

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
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRANLOG.

       DATA DIVISION.
       FILE SECTION.
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

       FD EDILOC.
       01 REGISTRO-EDILOC.
          02 GLN-LOC                  PIC  9(013).
          02 GLN-PAR-LOC              PIC  9(013) VALUE ZEROES.
          02 CODIGO-CLI-LOC           PIC  9(007) VALUE ZEROES.
          02 SEQ-END-LOC              PIC  9(003) VALUE ZEROES.
          02 NOME-LOC                 PIC  X(030) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD ENDENT.
       01 REGISTRO-ENDENT.
          02 CHAVE-EE.
             03 CODIGO-CLI-EE         PIC  9(007).
             03 SEQ-EE                PIC  9(003).
          02 ENDERECO-EE              PIC  X(040) VALUE SPACES.
          02 CIDADE-EE                PIC  X(020) VALUE SPACES.
          02 ESTADO-EE                PIC  X(002) VALUE SPACES.
          02 CODIGO-IBGE-EE           PIC  9(007) VALUE ZEROES.
          02 LATITUDE-EE              PIC S9(003)v9(008).
          02 LONGITUDE-EE             PIC S9(003)v9(008).

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
           02 FILLER                    PIC  X(040).

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01 FS-PAR.
           02 FS-PAR-1                PIC 9.
           02 FS-PAR-2                PIC 9.
           02 FS-PAR-R REDEFINES FS-PAR-2 PIC 99 COMP-X.
       01 FS-LOC.
           02 FS-LOC-1                PIC 9.
           02 FS-LOC-2                PIC 9.
           02 FS-LOC-R REDEFINES FS-LOC-2 PIC 99 COMP-X.
       01 FS-EE.
           02 FS-EE-1                 PIC 9.
           02 FS-EE-2                 PIC 9.
           02 FS-EE-R REDEFINES FS-EE-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLIENTES-1                PIC 9.
           02 FS-CLIENTES-2                PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WID-ARQ-EDIPAR              PIC X(50) VALUE 'ARQEDIPAR.DAT'.
       01 WID-ARQ-EDILOC              PIC X(50) VALUE 'ARQEDILOC.DAT'.
       01 WID-ARQ-ENDENT              PIC X(50) VALUE 'ARQENDENT.DAT'.
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-VENDEDOR.
           02 WID-ARQ-VENDEDOR-1           PIC X(50).
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WOPCAO-PE       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.

       01 WREGISTRO-EDIPAR.
          02 WGLN-PAR               PIC 9(013) VALUE ZEROES.
          02 WNOME-PAR              PIC X(030) VALUE SPACES.
          02 WGLN-FORN-PAR          PIC 9(013) VALUE ZEROES.
          02 WCODIGO-VEN-PAR        PIC 9(007) VALUE ZEROES.
          02 WCOND-PAGTO-PAR        PIC 9(003) VALUE ZEROES.
          02 WTOLER-PRECO-PAR       PIC 9(003)v9(002) VALUE ZEROES.
          02 WATIVO-PAR             PIC X(001) VALUE 'S'.
          02 WSEQ-ORDRSP-PAR        PIC 9(009) VALUE ZEROES.
          02 WSEQ-INVOIC-PAR        PIC 9(009) VALUE ZEROES.
          02 WSEQ-DESADV-PAR        PIC 9(009) VALUE ZEROES.
          02 WDATA-ULT-ENVIO-PAR    PIC 9(008) VALUE ZEROES.

       01 WREGISTRO-EDILOC.
          02 WGLN-LOC               PIC 9(013) VALUE ZEROES.
          02 WGLN-PAR-LOC           PIC 9(013) VALUE ZEROES.
          02 WCODIGO-CLI-LOC        PIC 9(007) VALUE ZEROES.
          02 WSEQ-END-LOC           PIC 9(003) VALUE ZEROES.
          02 WNOME-LOC              PIC X(030) VALUE SPACES.
          02 WRAZAO-LOC             PIC X(040) VALUE SPACES.

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
          02 WTL-ARQUIVO            PIC X(07).
          02 FILLER                 PIC X(02) VALUE '= '.
          02 WTL-GLN                PIC 9(013).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-DESCRICAO          PIC X(030).

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
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - PARCEIROS EDI".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] INCLUIR/ALTERAR PARCEIRO".
          02 LINE 8 COL 10 VALUE "[2] LISTAR PARCEIROS".
          02 LINE 9 COL 10 VALUE "[3] INCLUIR/ALTERAR LOCAL DE ENTREGA".
          02 LINE 10 COL 10 VALUE "[4] LISTAR LOCAIS DO PARCEIRO".
          02 LINE 11 COL 10 VALUE "[5] EXCLUIR LOCAL DE ENTREGA".
          02 LINE 12 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-PE AUTO.

       01 TELA-EDIPAR.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - PARCEIROS EDI".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 30 VALUE "PARCEIRO DE EDI".
          02 LINE 7 COL 10 VALUE "GLN do comprador:".
          02 LINE 7 COL 29 PIC 9(013) USING WGLN-PAR.
          02 LINE 8 COL 10 VALUE "Nome............:".
          02 LINE 8 COL 29 PIC X(030) USING WNOME-PAR.
          02 LINE 9 COL 10 VALUE "Nosso GLN na rede".
          02 LINE 9 COL 29 PIC 9(013) USING WGLN-FORN-PAR.
          02 LINE 10 COL 10 VALUE "Vendedor........:".
          02 LINE 10 COL 29 PIC 9(007) USING WCODIGO-VEN-PAR.
          02 LINE 11 COL 10 VALUE "Cond. pagamento.:".
          02 LINE 11 COL 29 PIC 9(003) USING WCOND-PAGTO-PAR.
          02 LINE 12 COL 10 VALUE "Toler. preco (%):".
          02 LINE 12 COL 29 PIC 9(003)v9(002) USING WTOLER-PRECO-PAR.
          02 LINE 13 COL 10 VALUE "Ativo (S/N).....:".
          02 LINE 13 COL 29 PIC X(001) USING WATIVO-PAR.
          02 LINE 14 COL 10 VALUE "Ult. ORDRSP.....:".
          02 LINE 14 COL 29 PIC 9(009) FROM WSEQ-ORDRSP-PAR.
          02 LINE 15 COL 10 VALUE "Ult. INVOIC.....:".
          02 LINE 15 COL 29 PIC 9(009) FROM WSEQ-INVOIC-PAR.
          02 LINE 16 COL 10 VALUE "Ult. DESADV.....:".
          02 LINE 16 COL 29 PIC 9(009) FROM WSEQ-DESADV-PAR.
          02 LINE 17 COL 10 VALUE "Ultimo envio....:".
          02 LINE 17 COL 29 PIC 9(008) FROM WDATA-ULT-ENVIO-PAR.
          02 LINE 19 COL 10 VALUE "ENTER=PROXIMO REGISTRO  9=SAIR".
          02 LINE 19 COL 42 PIC X USING WX.

       01 TELA-EDILOC.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - PARCEIROS EDI".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 27 VALUE "LOCAL DE ENTREGA DA REDE".
          02 LINE 7 COL 10 VALUE "GLN do comprador:".
          02 LINE 7 COL 29 PIC 9(013) USING WGLN-PAR-LOC.
          02 LINE 8 COL 10 VALUE "GLN da loja.....:".
          02 LINE 8 COL 29 PIC 9(013) USING WGLN-LOC.
          02 LINE 9 COL 10 VALUE "Nome da loja....:".
          02 LINE 9 COL 29 PIC X(030) USING WNOME-LOC.
          02 LINE 10 COL 10 VALUE "Cliente.........:".
          02 LINE 10 COL 29 PIC 9(007) USING WCODIGO-CLI-LOC.
          02 LINE 10 COL 38 PIC X(040) FROM WRAZAO-LOC.
          02 LINE 11 COL 10 VALUE "Endereco entrega:".
          02 LINE 11 COL 29 PIC 9(003) USING WSEQ-END-LOC.
          02 LINE 11 COL 34 VALUE "(000 = ENDERECO DO CLIENTE)".
          02 LINE 15 COL 10 VALUE "ENTER=PROXIMO REGISTRO  9=SAIR".
          02 LINE 15 COL 42 PIC X USING WX.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EDIPAR
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EDILOC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ENDENT
           MOVE LID-ARQ-CLIENTE-1  TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-VENDEDOR-1 TO WID-ARQ-VENDEDOR-1
           INITIALIZE WSAIDA WOPCAO-PE
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-PE = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-PE
             WHEN 1
               PERFORM S-INCLUIR-PAR
             WHEN 2
               PERFORM S-LISTAR-PAR
             WHEN 3
               PERFORM S-INCLUIR-LOC
             WHEN 4
               PERFORM S-LISTAR-LOC
             WHEN 5
               PERFORM S-EXCLUIR-LOC
             WHEN 6
               CLOSE EDIPAR EDILOC ENDENT CLIENTES VENDEDORES
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *-------------------------------------
      * PARCEIRO: AS SEQUENCIAS DE ENVIO SO SAO MOSTRADAS - QUEM
      * AS AVANCA SAO OS PROGRAMAS DE EDI.
      *-------------------------------------
       S-INCLUIR-PAR SECTION.
       INCLUIR-PAR-1.
           MOVE ZEROES TO WGLN-PAR
           PERFORM UNTIL WGLN-PAR = 9999999999999
           MOVE '=> GLN 9999999999999 PARA SAIR ' TO WTXT
           DISPLAY TELA-MENSAGEM
           INITIALIZE WREGISTRO-EDIPAR
           MOVE 'S' TO WATIVO-PAR
           DISPLAY TELA-EDIPAR
           ACCEPT TELA-EDIPAR
           IF WGLN-PAR NOT = 9999999999999 AND
              WGLN-PAR NOT = ZEROES
              PERFORM INCLUIR-PAR-2 THRU INCLUIR-PAR-FIM
           END-IF
           END-PERFORM.
       INCLUIR-PAR-1-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-INCLUIR-PAR-ROTINAS SECTION.

       INCLUIR-PAR-2.
           IF WNOME-PAR = SPACES
              MOVE 'NOME DO PARCEIRO OBRIGATORIO' TO WTXT
              PERFORM R-MOSTRA-MSG-PE
              GO TO INCLUIR-PAR-FIM
           END-IF
           IF WATIVO-PAR NOT = 'S' AND WATIVO-PAR NOT = 'N'
              MOVE 'ATIVO DEVE SER S OU N' TO WTXT
              PERFORM R-MOSTRA-MSG-PE
              GO TO INCLUIR-PAR-FIM
           END-IF
           MOVE WCODIGO-VEN-PAR TO CODIGO-VEN
           READ VENDEDORES KEY IS CODIGO-VEN
           IF FS-VEN NOT = '00'
              MOVE 'VENDEDOR NAO CADASTRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-PE
              GO TO INCLUIR-PAR-FIM
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO INCLUIR-PAR-FIM
           END-IF
           MOVE WGLN-PAR TO GLN-PAR
           READ EDIPAR
           IF FS-PAR = '00'
              PERFORM R-MOVE-PAR
              REWRITE REGISTRO-EDIPAR
              MOVE 'ALTERAR' TO WTL-OPERACAO
           ELSE
              INITIALIZE REGISTRO-EDIPAR
              MOVE WGLN-PAR TO GLN-PAR
              PERFORM R-MOVE-PAR
              MOVE ZEROES TO SEQ-ORDRSP-PAR SEQ-INVOIC-PAR
                             SEQ-DESADV-PAR DATA-ULT-ENVIO-PAR
              WRITE REGISTRO-EDIPAR
              MOVE 'INCLUIR' TO WTL-OPERACAO
           END-IF
           IF FS-PAR = '00'
              MOVE 'EDIPAR'  TO WTL-ARQUIVO
              MOVE GLN-PAR   TO WTL-GLN
              MOVE NOME-PAR  TO WTL-DESCRICAO
              PERFORM R-GRAVA-LOG
           ELSE
              MOVE 'ERRO DE GRAVAÇÃO ST ' TO WTXT
              MOVE FS-PAR TO WST
              PERFORM R-MOSTRA-MSG-PE
           END-IF.
       INCLUIR-PAR-FIM.
           EXIT.

       R-MOSTRA-MSG-PE.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       R-CARREGA-PAR.
           MOVE NOME-PAR           TO WNOME-PAR
           MOVE GLN-FORN-PAR       TO WGLN-FORN-PAR
           MOVE CODIGO-VEN-PAR     TO WCODIGO-VEN-PAR
           MOVE COND-PAGTO-PAR     TO WCOND-PAGTO-PAR
           MOVE TOLER-PRECO-PAR    TO WTOLER-PRECO-PAR
           MOVE ATIVO-PAR          TO WATIVO-PAR
           MOVE SEQ-ORDRSP-PAR     TO WSEQ-ORDRSP-PAR
           MOVE SEQ-INVOIC-PAR     TO WSEQ-INVOIC-PAR
           MOVE SEQ-DESADV-PAR     TO WSEQ-DESADV-PAR
           MOVE DATA-ULT-ENVIO-PAR TO WDATA-ULT-ENVIO-PAR.

       R-MOVE-PAR.
           MOVE WNOME-PAR        TO NOME-PAR
           MOVE WGLN-FORN-PAR    TO GLN-FORN-PAR
           MOVE WCODIGO-VEN-PAR  TO CODIGO-VEN-PAR
           MOVE WCOND-PAGTO-PAR  TO COND-PAGTO-PAR
           MOVE WTOLER-PRECO-PAR TO TOLER-PRECO-PAR
           MOVE WATIVO-PAR       TO ATIVO-PAR.

       S-LISTAR-PAR SECTION.
       LISTAR-PAR-1.
           MOVE ZEROES TO GLN-PAR
           START EDIPAR KEY IS NOT LESS THAN GLN-PAR
           IF FS-PAR NOT = '00'
              MOVE 'NENHUM PARCEIRO CADASTRADO ST ' TO WTXT
              MOVE FS-PAR TO WST
              PERFORM R-MOSTRA-MSG-LST
              GO TO LISTAR-PAR-EXIT
           END-IF
           MOVE 0 TO WSAIDA
           PERFORM LISTAR-PAR-2 UNTIL WSAIDA = 1.
       LISTAR-PAR-EXIT.
           EXIT.

       S-LISTAR-ROTINAS SECTION.
       R-MOSTRA-MSG-LST.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       LISTAR-PAR-2.
           READ EDIPAR NEXT
           IF FS-PAR NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              MOVE GLN-PAR TO WGLN-PAR
              PERFORM R-CARREGA-PAR
              MOVE SPACES TO WX
              DISPLAY TELA-EDIPAR
              ACCEPT WX
              IF WX = '9'
                 MOVE 1 TO WSAIDA
              END-IF
           END-IF.

      *-------------------------------------
      * LOCAL DE ENTREGA: A LOJA E UM CLIENTE DO CADASTRO (UMA
      * LOJA POR CNPJ) E PODE APONTAR UM DOS SEUS ENDERECOS DE
      * ENTREGA; O PARCEIRO PRECISA EXISTIR ANTES.
      *-------------------------------------
       S-INCLUIR-LOC SECTION.
       INCLUIR-LOC-1.
           MOVE ZEROES TO WGLN-PAR-LOC
           PERFORM UNTIL WGLN-PAR-LOC = 9999999999999
           MOVE '=> COMPRADOR 9999999999999 PARA SAIR ' TO WTXT
           DISPLAY TELA-MENSAGEM
           INITIALIZE WREGISTRO-EDILOC
           DISPLAY TELA-EDILOC
           ACCEPT TELA-EDILOC
           IF WGLN-PAR-LOC NOT = 9999999999999 AND
              WGLN-PAR-LOC NOT = ZEROES AND
              WGLN-LOC NOT = ZEROES
              PERFORM INCLUIR-LOC-2 THRU INCLUIR-LOC-FIM
           END-IF
           END-PERFORM.
       INCLUIR-LOC-1-EXIT.
           EXIT.

       S-INCLUIR-LOC-ROTINAS SECTION.

       INCLUIR-LOC-2.
           MOVE WGLN-PAR-LOC TO GLN-PAR
           READ EDIPAR
           IF FS-PAR NOT = '00'
              MOVE 'PARCEIRO NAO CADASTRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-LOC
              GO TO INCLUIR-LOC-FIM
           END-IF
           MOVE WGLN-LOC TO GLN-LOC
           READ EDILOC
           IF FS-LOC = '00'
              IF GLN-PAR-LOC NOT = WGLN-PAR-LOC
                 MOVE 'LOJA JA CADASTRADA EM OUTRO PARCEIRO' TO WTXT
                 PERFORM R-MOSTRA-MSG-LOC
                 GO TO INCLUIR-LOC-FIM
              END-IF
           END-IF
           MOVE WCODIGO-CLI-LOC TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              MOVE 'CLIENTE NAO CADASTRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-LOC
              GO TO INCLUIR-LOC-FIM
           END-IF
           IF WSEQ-END-LOC NOT = ZEROES
              MOVE WCODIGO-CLI-LOC TO CODIGO-CLI-EE
              MOVE WSEQ-END-LOC    TO SEQ-EE
              READ ENDENT
              IF FS-EE NOT = '00'
                 MOVE 'ENDERECO DE ENTREGA NAO CADASTRADO' TO WTXT
                 PERFORM R-MOSTRA-MSG-LOC
                 GO TO INCLUIR-LOC-FIM
              END-IF
           END-IF
           PERFORM R-RAZAO-LOC
           DISPLAY TELA-EDILOC
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO INCLUIR-LOC-FIM
           END-IF
           MOVE WGLN-LOC TO GLN-LOC
           READ EDILOC
           IF FS-LOC = '00'
              PERFORM R-MOVE-LOC
              REWRITE REGISTRO-EDILOC
              MOVE 'ALTERAR' TO WTL-OPERACAO
           ELSE
              INITIALIZE REGISTRO-EDILOC
              MOVE WGLN-LOC TO GLN-LOC
              PERFORM R-MOVE-LOC
              WRITE REGISTRO-EDILOC
              MOVE 'INCLUIR' TO WTL-OPERACAO
           END-IF
           IF FS-LOC = '00'
              MOVE 'EDILOC'  TO WTL-ARQUIVO
              MOVE GLN-LOC   TO WTL-GLN
              MOVE NOME-LOC  TO WTL-DESCRICAO
              PERFORM R-GRAVA-LOG
           ELSE
              MOVE 'ERRO DE GRAVAÇÃO ST ' TO WTXT
              MOVE FS-LOC TO WST
              PERFORM R-MOSTRA-MSG-LOC
           END-IF.
       INCLUIR-LOC-FIM.
           EXIT.

       R-MOSTRA-MSG-LOC.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       R-RAZAO-LOC.
           MOVE SPACES TO WRAZAO-LOC
           IF WCODIGO-CLI-LOC NOT = ZEROES
              MOVE WCODIGO-CLI-LOC TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI = '00'
                 MOVE RAZAO TO WRAZAO-LOC
              END-IF
           END-IF.

       R-MOVE-LOC.
           MOVE WGLN-PAR-LOC    TO GLN-PAR-LOC
           MOVE WCODIGO-CLI-LOC TO CODIGO-CLI-LOC
           MOVE WSEQ-END-LOC    TO SEQ-END-LOC
           MOVE WNOME-LOC       TO NOME-LOC.

       S-LISTAR-LOC SECTION.
       LISTAR-LOC-1.
           INITIALIZE WREGISTRO-EDILOC
           MOVE '=> INFORME O COMPRADOR (0 SAI) ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-EDILOC
           ACCEPT TELA-EDILOC
           INITIALIZE WMENSAGEM
           IF WGLN-PAR-LOC = ZEROES
              GO TO LISTAR-LOC-EXIT
           END-IF
           MOVE WGLN-PAR-LOC TO GLN-PAR-LOC
           START EDILOC KEY IS NOT LESS THAN GLN-PAR-LOC
           IF FS-LOC NOT = '00'
              MOVE 'NENHUMA LOJA ENCONTRADA ST ' TO WTXT
              MOVE FS-LOC TO WST
              PERFORM R-MOSTRA-MSG-LST2
              GO TO LISTAR-LOC-EXIT
           END-IF
           MOVE 0 TO WSAIDA
           PERFORM LISTAR-LOC-2 UNTIL WSAIDA = 1.
       LISTAR-LOC-EXIT.
           EXIT.

       S-LISTAR-LOC-ROTINAS SECTION.
       R-MOSTRA-MSG-LST2.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       LISTAR-LOC-2.
           READ EDILOC NEXT
           IF FS-LOC NOT = '00' OR
              GLN-PAR-LOC NOT = WGLN-PAR-LOC
              MOVE 1 TO WSAIDA
           ELSE
              MOVE GLN-LOC        TO WGLN-LOC
              MOVE CODIGO-CLI-LOC TO WCODIGO-CLI-LOC
              MOVE SEQ-END-LOC    TO WSEQ-END-LOC
              MOVE NOME-LOC       TO WNOME-LOC
              PERFORM R-RAZAO-LOC
              MOVE SPACES TO WX
              DISPLAY TELA-EDILOC
              ACCEPT WX
              IF WX = '9'
                 MOVE 1 TO WSAIDA
              END-IF
           END-IF.

       S-EXCLUIR-LOC SECTION.
       EXCLUIR-LOC-1.
           INITIALIZE WREGISTRO-EDILOC
           MOVE '=> LOJA 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-EDILOC
           ACCEPT TELA-EDILOC
           INITIALIZE WMENSAGEM
           IF WGLN-LOC = ZEROES
              GO TO EXCLUIR-LOC-EXIT
           END-IF
           MOVE WGLN-LOC TO GLN-LOC
           READ EDILOC
           IF FS-LOC NOT = '00'
              MOVE 'LOJA NAO EXISTE ST ' TO WTXT
              MOVE FS-LOC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO EXCLUIR-LOC-EXIT
           END-IF
           MOVE GLN-PAR-LOC    TO WGLN-PAR-LOC
           MOVE CODIGO-CLI-LOC TO WCODIGO-CLI-LOC
           MOVE SEQ-END-LOC    TO WSEQ-END-LOC
           MOVE NOME-LOC       TO WNOME-LOC
           PERFORM R-RAZAO-LOC
           DISPLAY TELA-EDILOC
           MOVE 'CONFIRMA EXCLUSÃO ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX = 'S' OR 's'
              DELETE EDILOC
              IF FS-LOC = '00'
                 MOVE 'EXCLUIR' TO WTL-OPERACAO
                 MOVE 'EDILOC'  TO WTL-ARQUIVO
                 MOVE GLN-LOC   TO WTL-GLN
                 MOVE NOME-LOC  TO WTL-DESCRICAO
                 PERFORM R-GRAVA-LOG
              END-IF
           END-IF.
       EXCLUIR-LOC-EXIT.
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
           OPEN I-O EDIPAR.
           IF FS-PAR = '35'
              CLOSE EDIPAR OPEN OUTPUT EDIPAR
              CLOSE EDIPAR OPEN I-O EDIPAR
           END-IF
           IF FS-PAR = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS PARCEIROS EDI ST ' TO WTXT
              MOVE FS-PAR TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF
           OPEN I-O EDILOC.
           IF FS-LOC = '35'
              CLOSE EDILOC OPEN OUTPUT EDILOC
              CLOSE EDILOC OPEN I-O EDILOC
           END-IF
           IF FS-LOC = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS LOCAIS EDI ST ' TO WTXT
              MOVE FS-LOC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF
           OPEN INPUT ENDENT
           OPEN INPUT CLIENTES
           OPEN INPUT VENDEDORES.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
