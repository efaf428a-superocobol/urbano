      *--------------------------
      * ENDERECAMENTO DO DEPOSITO (POSICOES) E SALDO POR ENDERECO
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadPosicao.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Cadastro de enderecos de cada
      *              local de estoque (ARQPOSICAO.DAT: corredor,
      *              estante e nivel), com tipo (S=separacao,
      *              P=pulmao), capacidade em unidades (0=livre),
      *              bloqueio e a ordem de caminhamento - informada
      *              ou, com zero, a padrao em serpentina (corredor
      *              impar sobe a estante, par desce). O saldo por
      *              produto, endereco e lote fica em
      *              ARQSALDOPOS.DAT, detalhe do saldo do local: o
      *              que nao esta em endereco algum e o saldo "sem
      *              endereco". A movimentacao entre enderecos (ou
      *              de/para sem endereco) grava o movimento 'T' no
      *              MOVESTOQUE com o mesmo local de origem e
      *              destino e os enderecos em POSICAO-MOV e
      *              POSICAO-DEST-MOV. Operacoes no TRANLOG.LOG.
      * 2026-10-15 - Chaves alternativas de data em MOVESTOQUE.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT POSICAO ASSIGN TO  DISK WID-ARQ-POSICAO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PS
              ALTERNATE RECORD KEY IS CHAVE-ORDEM-PS WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PS.

       SELECT SALDOPOS ASSIGN TO  DISK WID-ARQ-SALDOPOS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-SP
              ALTERNATE RECORD KEY IS ENDERECO-SP WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SP.

       SELECT PRODUTOS ASSIGN TO  DISK WID-ARQ-PRODUTO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD
              ALTERNATE RECORD KEY IS DESCRICAO-PROD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PROD.

       SELECT SALDOLOC ASSIGN TO  DISK WID-ARQ-SALDOLOC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-SL
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SL.

       SELECT LOTES ASSIGN TO  DISK WID-ARQ-LOTES
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-LT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LT.

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

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRANLOG.

       DATA DIVISION.
       FILE SECTION.
       FD POSICAO.
       01 REGISTRO-POSICAO.
          02 CHAVE-PS.
             03 LOCAL-PS              PIC  9(003).
             03 POSICAO-PS.
                04 CORREDOR-PS        PIC  9(003).
                04 ESTANTE-PS         PIC  9(003).
                04 NIVEL-PS           PIC  9(002).
          02 CHAVE-ORDEM-PS.
             03 LOCAL-ORD-PS          PIC  9(003).
             03 ORDEM-PS              PIC  9(006).
          02 TIPO-PS                  PIC  X(001) VALUE 'S'.
             88 PS-SEPARACAO          VALUE 'S'.
             88 PS-PULMAO             VALUE 'P'.
          02 CAPACIDADE-PS            PIC  9(007) VALUE ZEROES.
          02 BLOQUEADO-PS             PIC  X(001) VALUE 'N'.
             88 PS-BLOQUEADO          VALUE 'S'.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD SALDOPOS.
       01 REGISTRO-SALDOPOS.
          02 CHAVE-SP.
             03 CODIGO-PROD-SP        PIC  9(007).
             03 ENDERECO-SP.
                04 LOCAL-SP           PIC  9(003).
                04 POSICAO-SP         PIC  9(008).
             03 LOTE-SP               PIC  X(010).
          02 VALIDADE-SP              PIC  9(008) VALUE ZEROES.
          02 SALDO-SP                 PIC  9(007) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

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

       FD SALDOLOC.
       01 REGISTRO-SALDOLOC.
          02 CHAVE-SL.
             03 CODIGO-PROD-SL        PIC  9(007).
             03 LOCAL-SL              PIC  9(003).
          02 SALDO-SL                 PIC  9(007) VALUE ZEROES.

       FD LOTES.
       01 REGISTRO-LOTES.
          02 CHAVE-LT.
             03 CODIGO-PROD-LT        PIC  9(007).
             03 VALIDADE-LT           PIC  9(008).
             03 LOTE-LT               PIC  X(010).
          02 SALDO-LT                 PIC  9(007) VALUE ZEROES.

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

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01 FS-PS.
           02 FS-PS-1                 PIC 9.
           02 FS-PS-2                 PIC 9.
           02 FS-PS-R REDEFINES FS-PS-2 PIC 99 COMP-X.
       01 FS-SP.
           02 FS-SP-1                 PIC 9.
           02 FS-SP-2                 PIC 9.
           02 FS-SP-R REDEFINES FS-SP-2 PIC 99 COMP-X.
       01 FS-PROD.
           02 FS-PROD-1               PIC 9.
           02 FS-PROD-2               PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-SL.
           02 FS-SL-1                 PIC 9.
           02 FS-SL-2                 PIC 9.
           02 FS-SL-R REDEFINES FS-SL-2 PIC 99 COMP-X.
       01 FS-LT.
           02 FS-LT-1                 PIC 9.
           02 FS-LT-2                 PIC 9.
           02 FS-LT-R REDEFINES FS-LT-2 PIC 99 COMP-X.
       01 FS-MOVEST.
           02 FS-MOVEST-1             PIC 9.
           02 FS-MOVEST-2             PIC 9.
           02 FS-MOVEST-R REDEFINES FS-MOVEST-2 PIC 99 COMP-X.
       01 FS-MOVCTRL                  PIC XX VALUE '00'.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WID-ARQ-POSICAO             PIC X(50) VALUE 'ARQPOSICAO.DAT'.
       01 WID-ARQ-SALDOPOS          PIC X(50) VALUE 'ARQSALDOPOS.DAT'.
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-SALDOLOC          PIC X(50) VALUE 'ARQSALDOLOC.DAT'.
       01 WID-ARQ-LOTES               PIC X(50) VALUE 'ARQLOTES.DAT'.
       01 WID-ARQ-MOVEST              PIC X(50) VALUE 'ARQMOVEST.DAT'.
       01 WID-ARQ-MOVCTRL             PIC X(50) VALUE 'MOVCTRL.DAT'.
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WOPCAO-EN       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
       77 WSL-DISPONIVEL  PIC 9 VALUE ZEROES.
       77 WLT-DISPONIVEL  PIC 9 VALUE ZEROES.

       01 WREGISTRO-EN.
          02 WLOCAL-EN              PIC 9(003) VALUE ZEROES.
          02 WPOSICAO-EN.
             03 WCORREDOR-EN        PIC 9(003) VALUE ZEROES.
             03 WESTANTE-EN         PIC 9(003) VALUE ZEROES.
             03 WNIVEL-EN           PIC 9(002) VALUE ZEROES.
          02 WTIPO-EN               PIC X(001) VALUE SPACES.
          02 WCAPAC-EN              PIC 9(007) VALUE ZEROES.
          02 WORDEM-EN              PIC 9(006) VALUE ZEROES.
          02 WBLOQ-EN               PIC X(001) VALUE SPACES.
          02 WOCUPADO-EN            PIC 9(007) VALUE ZEROES.

      *-------------MOVIMENTACAO ENTRE ENDERECOS-------------------
      * ENDERECO ZERADO (000-000-00) = SALDO SEM ENDERECO DO LOCAL.
       01 WREGISTRO-MV.
          02 WPROD-MV               PIC 9(007) VALUE ZEROES.
          02 WDESCR-MV              PIC X(040) VALUE SPACES.
          02 WLOCAL-MV              PIC 9(003) VALUE ZEROES.
          02 WLOTE-MV               PIC X(010) VALUE SPACES.
          02 WVALID-MV              PIC 9(008) VALUE ZEROES.
          02 WORIGEM-MV.
             03 WCORR-ORI-MV        PIC 9(003) VALUE ZEROES.
             03 WEST-ORI-MV         PIC 9(003) VALUE ZEROES.
             03 WNIV-ORI-MV         PIC 9(002) VALUE ZEROES.
          02 WPOS-ORI-MV REDEFINES WORIGEM-MV PIC 9(008).
          02 WDESTINO-MV.
             03 WCORR-DES-MV        PIC 9(003) VALUE ZEROES.
             03 WEST-DES-MV         PIC 9(003) VALUE ZEROES.
             03 WNIV-DES-MV         PIC 9(002) VALUE ZEROES.
          02 WPOS-DES-MV REDEFINES WDESTINO-MV PIC 9(008).
          02 WQTDE-MV               PIC 9(007) VALUE ZEROES.
          02 WSEM-END-MV            PIC 9(007) VALUE ZEROES.

       01 WCHAVE-ALVO-EN.
          02 WPROD-ALVO-EN          PIC 9(007) VALUE ZEROES.
          02 WLOCAL-ALVO-EN         PIC 9(003) VALUE ZEROES.
          02 WPOS-ALVO-EN           PIC 9(008) VALUE ZEROES.
       77 WSOMA-POS-EN    PIC 9(009) VALUE ZEROES.
       77 WSOMA-LOTE-EN   PIC 9(009) VALUE ZEROES.
       77 WBASE-EN        PIC 9(009) VALUE ZEROES.
       77 WACHOU-LT-EN    PIC 9 VALUE ZEROES.
       77 WSAIDA-EN       PIC 9 VALUE ZEROES.
       77 WRESTO-EN       PIC 9(001) VALUE ZEROES.
       77 WQUOC-EN        PIC 9(003) VALUE ZEROES.

       01 WLISTA-SP.
          02 WLS-LOCAL              PIC 9(003) VALUE ZEROES.
          02 WLS-CORR               PIC 9(003) VALUE ZEROES.
          02 WLS-EST                PIC 9(003) VALUE ZEROES.
          02 WLS-NIV                PIC 9(002) VALUE ZEROES.
          02 WLS-LOTE               PIC X(010) VALUE SPACES.
          02 WLS-VALID              PIC 9(008) VALUE ZEROES.
          02 WLS-SALDO              PIC 9(007) VALUE ZEROES.
       77 WTOTAL-END-EN   PIC 9(009) VALUE ZEROES.

       01 WULTIMO-SEQ-MOV      PIC 9(009) VALUE ZEROES.
       01 WDATA-HOJE-EN        PIC 9(008) VALUE ZEROES.

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
          02 FILLER                 PIC X(07) VALUE ' LOCAL='.
          02 WTL-LOCAL              PIC 9(003).
          02 FILLER                 PIC X(05) VALUE ' END='.
          02 WTL-POSICAO            PIC 9(008).
          02 FILLER                 PIC X(06) VALUE ' DEST='.
          02 WTL-POS-DEST           PIC 9(008).
          02 FILLER                 PIC X(06) VALUE ' PROD='.
          02 WTL-PROD               PIC 9(007).
          02 FILLER                 PIC X(06) VALUE ' LOTE='.
          02 WTL-LOTE               PIC X(010).
          02 FILLER                 PIC X(06) VALUE ' QTDE='.
          02 WTL-QTDE               PIC 9(007).

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
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - ENDERECAMENTO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] INCLUIR/ALTERAR ENDERECO".
          02 LINE 8 COL 10 VALUE "[2] LISTAR ENDERECOS DO LOCAL".
          02 LINE 9 COL 10 VALUE "[3] EXCLUIR ENDERECO".
          02 LINE 10 COL 10 VALUE "[4] MOVIMENTAR ENTRE ENDERECOS".
          02 LINE 11 COL 10 VALUE "[5] SALDO DO PRODUTO POR ENDERECO".
          02 LINE 12 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-EN AUTO.

       01 TELA-POSICAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - ENDERECAMENTO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 29 VALUE "ENDERECO DO DEPOSITO".
          02 LINE 7 COL 10 VALUE "Local...........:".
          02 LINE 7 COL 29 PIC 9(003) USING WLOCAL-EN.
          02 LINE 8 COL 10 VALUE "Corredor........:".
          02 LINE 8 COL 29 PIC 9(003) USING WCORREDOR-EN.
          02 LINE 9 COL 10 VALUE "Estante.........:".
          02 LINE 9 COL 29 PIC 9(003) USING WESTANTE-EN.
          02 LINE 10 COL 10 VALUE "Nivel...........:".
          02 LINE 10 COL 29 PIC 9(002) USING WNIVEL-EN.
          02 LINE 11 COL 10 VALUE "Tipo (S/P)......:".
          02 LINE 11 COL 29 PIC X(001) USING WTIPO-EN.
          02 LINE 11 COL 32 VALUE "S=SEPARACAO  P=PULMAO".
          02 LINE 12 COL 10 VALUE "Capacidade......:".
          02 LINE 12 COL 29 PIC 9(007) USING WCAPAC-EN.
          02 LINE 12 COL 38 VALUE "(0 = SEM LIMITE)".
          02 LINE 13 COL 10 VALUE "Ordem Caminham..:".
          02 LINE 13 COL 29 PIC 9(006) USING WORDEM-EN.
          02 LINE 13 COL 38 VALUE "(0 = SERPENTINA)".
          02 LINE 14 COL 10 VALUE "Bloqueado (S/N).:".
          02 LINE 14 COL 29 PIC X(001) USING WBLOQ-EN.
          02 LINE 15 COL 10 VALUE "Ocupacao........:".
          02 LINE 15 COL 29 PIC 9(007) FROM WOCUPADO-EN.
          02 LINE 17 COL 10 VALUE "ENTER=PROXIMO REGISTRO  9=SAIR".
          02 LINE 17 COL 42 PIC X USING WX.

       01 TELA-MOVE-END.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - ENDERECAMENTO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 25 VALUE "MOVIMENTACAO ENTRE ENDERECOS".
          02 LINE 7 COL 10 VALUE "Produto.........:".
          02 LINE 7 COL 29 PIC 9(007) USING WPROD-MV.
          02 LINE 8 COL 29 PIC X(040) FROM WDESCR-MV.
          02 LINE 9 COL 10 VALUE "Local...........:".
          02 LINE 9 COL 29 PIC 9(003) USING WLOCAL-MV.
          02 LINE 10 COL 10 VALUE "Lote............:".
          02 LINE 10 COL 29 PIC X(010) USING WLOTE-MV.
          02 LINE 10 COL 41 VALUE "(BRANCO = SEM LOTE)".
          02 LINE 11 COL 10 VALUE "Origem C/E/N....:".
          02 LINE 11 COL 29 PIC 9(003) USING WCORR-ORI-MV.
          02 LINE 11 COL 33 PIC 9(003) USING WEST-ORI-MV.
          02 LINE 11 COL 37 PIC 9(002) USING WNIV-ORI-MV.
          02 LINE 12 COL 10 VALUE "Destino C/E/N...:".
          02 LINE 12 COL 29 PIC 9(003) USING WCORR-DES-MV.
          02 LINE 12 COL 33 PIC 9(003) USING WEST-DES-MV.
          02 LINE 12 COL 37 PIC 9(002) USING WNIV-DES-MV.
          02 LINE 13 COL 29 VALUE "(ZEROS = SEM ENDERECO)".
          02 LINE 14 COL 10 VALUE "Quantidade......:".
          02 LINE 14 COL 29 PIC 9(007) USING WQTDE-MV.
          02 LINE 15 COL 10 VALUE "Sem endereco....:".
          02 LINE 15 COL 29 PIC 9(007) FROM WSEM-END-MV.

       01 TELA-SALDO-END.
          02 LINE 17 COL 10 VALUE "Local/Endereco..:".
          02 LINE 17 COL 29 PIC 9(003) FROM WLS-LOCAL.
          02 LINE 17 COL 33 PIC 9(003) FROM WLS-CORR.
          02 LINE 17 COL 37 PIC 9(003) FROM WLS-EST.
          02 LINE 17 COL 41 PIC 9(002) FROM WLS-NIV.
          02 LINE 18 COL 10 VALUE "Lote/Validade...:".
          02 LINE 18 COL 29 PIC X(010) FROM WLS-LOTE.
          02 LINE 18 COL 41 PIC 9(008) FROM WLS-VALID.
          02 LINE 19 COL 10 VALUE "Saldo...........:".
          02 LINE 19 COL 29 PIC 9(007) FROM WLS-SALDO.
          02 LINE 21 COL 10 VALUE "ENTER=PROXIMO REGISTRO  9=SAIR".
          02 LINE 21 COL 42 PIC X USING WX.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-POSICAO
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SALDOPOS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SALDOLOC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-LOTES
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MOVEST
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MOVCTRL
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
           INITIALIZE WSAIDA WOPCAO-EN
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-EN = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-EN
             WHEN 1
               PERFORM S-INCLUIR-EN
             WHEN 2
               PERFORM S-LISTAR-EN
             WHEN 3
               PERFORM S-EXCLUIR-EN
             WHEN 4
               PERFORM S-MOVER-EN
             WHEN 5
               PERFORM S-SALDO-EN
             WHEN 6
               CLOSE POSICAO SALDOPOS PRODUTOS MOVESTOQUE
               IF WSL-DISPONIVEL = 1
                  CLOSE SALDOLOC
               END-IF
               IF WLT-DISPONIVEL = 1
                  CLOSE LOTES
               END-IF
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

       S-INCLUIR-EN SECTION.
       INCLUIR-EN-1.
           MOVE ZEROES TO WLOCAL-EN
           MOVE '=> LOCAL 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-MENSAGEM
           INITIALIZE WREGISTRO-EN
           MOVE 1 TO WLOCAL-EN
           DISPLAY TELA-POSICAO
           ACCEPT TELA-POSICAO
           INITIALIZE WMENSAGEM
           IF WLOCAL-EN NOT = ZEROES
              PERFORM INCLUIR-EN-2 THRU INCLUIR-EN-FIM
           END-IF.
       INCLUIR-EN-1-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-INCLUIR-EN-ROTINAS SECTION.

       INCLUIR-EN-2.
           IF WPOSICAO-EN = ZEROES
              MOVE 'INFORME CORREDOR, ESTANTE E NIVEL' TO WTXT
              PERFORM R-MOSTRA-MSG-EN
              GO TO INCLUIR-EN-FIM
           END-IF
      *    (ENDERECO JA CADASTRADO: MOSTRA OS DADOS GRAVADOS PARA A
      *     ALTERACAO, COM A OCUPACAO ATUAL)
           MOVE WLOCAL-EN   TO LOCAL-PS
           MOVE WPOSICAO-EN TO POSICAO-PS
           READ POSICAO
           IF FS-PS = '00'
              MOVE TIPO-PS       TO WTIPO-EN
              MOVE CAPACIDADE-PS TO WCAPAC-EN
              MOVE ORDEM-PS      TO WORDEM-EN
              MOVE BLOQUEADO-PS  TO WBLOQ-EN
              PERFORM R-OCUPACAO-EN
              DISPLAY TELA-POSICAO
              ACCEPT TELA-POSICAO
              INITIALIZE WMENSAGEM
           END-IF
           IF WTIPO-EN = 's' OR WTIPO-EN = SPACE
              MOVE 'S' TO WTIPO-EN
           END-IF
           IF WTIPO-EN = 'p'
              MOVE 'P' TO WTIPO-EN
           END-IF
           IF WTIPO-EN NOT = 'S' AND WTIPO-EN NOT = 'P'
              MOVE 'TIPO DEVE SER S OU P' TO WTXT
              PERFORM R-MOSTRA-MSG-EN
              GO TO INCLUIR-EN-FIM
           END-IF
           IF WBLOQ-EN = 's'
              MOVE 'S' TO WBLOQ-EN
           END-IF
           IF WBLOQ-EN NOT = 'S'
              MOVE 'N' TO WBLOQ-EN
           END-IF
      *    (ORDEM ZERADA: SERPENTINA - CORREDOR IMPAR PERCORRIDO NA
      *     ORDEM CRESCENTE DAS ESTANTES, CORREDOR PAR NA INVERSA)
           IF WORDEM-EN = ZEROES
              DIVIDE WCORREDOR-EN BY 2 GIVING WQUOC-EN
                     REMAINDER WRESTO-EN
              IF WRESTO-EN = 1
                 COMPUTE WORDEM-EN =
                    (WCORREDOR-EN * 1000) + WESTANTE-EN
              ELSE
                 COMPUTE WORDEM-EN =
                    (WCORREDOR-EN * 1000) + (999 - WESTANTE-EN)
              END-IF
           END-IF
           DISPLAY TELA-POSICAO
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO INCLUIR-EN-FIM
           END-IF
           MOVE WLOCAL-EN   TO LOCAL-PS
           MOVE WPOSICAO-EN TO POSICAO-PS
           READ POSICAO
           IF FS-PS = '00'
              MOVE WORDEM-EN TO ORDEM-PS
              MOVE WTIPO-EN  TO TIPO-PS
              MOVE WCAPAC-EN TO CAPACIDADE-PS
              MOVE WBLOQ-EN  TO BLOQUEADO-PS
              REWRITE REGISTRO-POSICAO
              MOVE 'ALTERAR' TO WTL-OPERACAO
           ELSE
              INITIALIZE REGISTRO-POSICAO
              MOVE WLOCAL-EN   TO LOCAL-PS LOCAL-ORD-PS
              MOVE WPOSICAO-EN TO POSICAO-PS
              MOVE WORDEM-EN   TO ORDEM-PS
              MOVE WTIPO-EN    TO TIPO-PS
              MOVE WCAPAC-EN   TO CAPACIDADE-PS
              MOVE WBLOQ-EN    TO BLOQUEADO-PS
              WRITE REGISTRO-POSICAO
              MOVE 'INCLUIR' TO WTL-OPERACAO
           END-IF
           IF FS-PS = '00'
              MOVE WLOCAL-EN   TO WTL-LOCAL
              MOVE WPOSICAO-EN TO WTL-POSICAO
              MOVE ZEROES      TO WTL-POS-DEST WTL-PROD WTL-QTDE
              MOVE SPACES      TO WTL-LOTE
              PERFORM R-GRAVA-LOG
           ELSE
              MOVE 'ERRO DE GRAVAÇÃO ST ' TO WTXT
              MOVE FS-PS TO WST
              PERFORM R-MOSTRA-MSG-EN
           END-IF.
       INCLUIR-EN-FIM.
           EXIT.

       R-MOSTRA-MSG-EN.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

      *-------------------------------------
      * OCUPACAO DO ENDERECO WLOCAL-EN/WPOSICAO-EN: SOMA DOS SALDOS
      * DE TODOS OS PRODUTOS E LOTES GUARDADOS NELE (INDICE
      * ALTERNATIVO DO SALDO POR ENDERECO).
      *-------------------------------------
       R-OCUPACAO-EN.
           MOVE ZEROES      TO WOCUPADO-EN
           MOVE WLOCAL-EN   TO LOCAL-SP WLOCAL-ALVO-EN
           MOVE WPOSICAO-EN TO POSICAO-SP WPOS-ALVO-EN
           START SALDOPOS KEY IS NOT LESS THAN ENDERECO-SP
           MOVE 0 TO WSAIDA-EN
           IF FS-SP NOT = '00'
              MOVE 1 TO WSAIDA-EN
           END-IF
           PERFORM R-OCUPACAO-EN-1 UNTIL WSAIDA-EN = 1.

       R-OCUPACAO-EN-1.
           READ SALDOPOS NEXT
           IF FS-SP NOT = '00' OR
              LOCAL-SP NOT = WLOCAL-ALVO-EN OR
              POSICAO-SP NOT = WPOS-ALVO-EN
              MOVE 1 TO WSAIDA-EN
           ELSE
              ADD SALDO-SP TO WOCUPADO-EN
           END-IF.

      *-------------------------------------
      * LISTA OS ENDERECOS DE UM LOCAL NA ORDEM DE CAMINHAMENTO,
      * UMA TELA POR ENDERECO COM A OCUPACAO ATUAL.
      *-------------------------------------
       S-LISTAR-EN SECTION.
       LISTAR-EN-1.
           INITIALIZE WREGISTRO-EN
           MOVE 1 TO WLOCAL-EN
           MOVE '=> INFORME O LOCAL (0 SAI) ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-POSICAO
           ACCEPT TELA-POSICAO
           INITIALIZE WMENSAGEM
           IF WLOCAL-EN = ZEROES
              GO TO LISTAR-EN-EXIT
           END-IF
           MOVE WLOCAL-EN TO LOCAL-ORD-PS
           MOVE ZEROES    TO ORDEM-PS
           START POSICAO KEY IS NOT LESS THAN CHAVE-ORDEM-PS
           IF FS-PS NOT = '00'
              MOVE 'NENHUM ENDERECO NO LOCAL ST ' TO WTXT
              MOVE FS-PS TO WST
              PERFORM R-MOSTRA-MSG-LST
              GO TO LISTAR-EN-EXIT
           END-IF
           MOVE 0 TO WSAIDA
           PERFORM LISTAR-EN-2 UNTIL WSAIDA = 1.
       LISTAR-EN-EXIT.
           EXIT.

       S-LISTAR-EN-ROTINAS SECTION.
       R-MOSTRA-MSG-LST.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       LISTAR-EN-2.
           READ POSICAO NEXT
           IF FS-PS NOT = '00' OR LOCAL-ORD-PS NOT = WLOCAL-EN
              MOVE 1 TO WSAIDA
           ELSE
              MOVE POSICAO-PS    TO WPOSICAO-EN
              MOVE TIPO-PS       TO WTIPO-EN
              MOVE CAPACIDADE-PS TO WCAPAC-EN
              MOVE ORDEM-PS      TO WORDEM-EN
              MOVE BLOQUEADO-PS  TO WBLOQ-EN
              PERFORM R-OCUPACAO-EN
              DISPLAY TELA-POSICAO
              ACCEPT TELA-POSICAO
              IF WX = '9'
                 MOVE 1 TO WSAIDA
              END-IF
           END-IF.

      *-------------------------------------
      * EXCLUSAO DE ENDERECO: SO COM O ENDERECO VAZIO.
      *-------------------------------------
       S-EXCLUIR-EN SECTION.
       EXCLUIR-EN-1.
           INITIALIZE WREGISTRO-EN
           MOVE 1 TO WLOCAL-EN
           MOVE '=> LOCAL 0 PARA SAIR '  TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-POSICAO
           ACCEPT TELA-POSICAO
           INITIALIZE WMENSAGEM
           IF WLOCAL-EN = ZEROES
              GO TO EXCLUIR-EN-EXIT
           END-IF
           MOVE WLOCAL-EN   TO LOCAL-PS
           MOVE WPOSICAO-EN TO POSICAO-PS
           READ POSICAO
           IF FS-PS NOT = '00'
              MOVE 'ENDERECO NAO CADASTRADO ST ' TO WTXT
              MOVE FS-PS TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO EXCLUIR-EN-EXIT
           END-IF
           MOVE TIPO-PS       TO WTIPO-EN
           MOVE CAPACIDADE-PS TO WCAPAC-EN
           MOVE ORDEM-PS      TO WORDEM-EN
           MOVE BLOQUEADO-PS  TO WBLOQ-EN
           PERFORM R-OCUPACAO-EN
           DISPLAY TELA-POSICAO
           IF WOCUPADO-EN NOT = ZEROES
              MOVE 'ENDERECO COM SALDO - ESVAZIE ANTES' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO EXCLUIR-EN-EXIT
           END-IF
           MOVE 'CONFIRMA EXCLUSÃO ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX = 'S' OR 's'
              MOVE WLOCAL-EN   TO LOCAL-PS
              MOVE WPOSICAO-EN TO POSICAO-PS
              READ POSICAO
              DELETE POSICAO
              IF FS-PS = '00'
                 MOVE 'EXCLUIR' TO WTL-OPERACAO
                 MOVE WLOCAL-EN   TO WTL-LOCAL
                 MOVE WPOSICAO-EN TO WTL-POSICAO
                 MOVE ZEROES      TO WTL-POS-DEST WTL-PROD WTL-QTDE
                 MOVE SPACES      TO WTL-LOTE
                 PERFORM R-GRAVA-LOG
              END-IF
           END-IF.
       EXCLUIR-EN-EXIT.
           EXIT.

      *-------------------------------------
      * MOVIMENTACAO ENTRE ENDERECOS DO MESMO LOCAL. ORIGEM OU
      * DESTINO ZERADOS REPRESENTAM O SALDO SEM ENDERECO (SALDO DO
      * LOCAL MENOS O QUE ESTA ENDERECADO): E ASSIM QUE O ESTOQUE
      * EXISTENTE E ARMAZENADO NOS ENDERECOS, OU RETIRADO DELES.
      * GRAVA O MOVIMENTO 'T' COM OS DOIS ENDERECOS.
      *-------------------------------------
       S-MOVER-EN SECTION.
       MOVER-EN-1.
           INITIALIZE WREGISTRO-MV
           MOVE 1 TO WLOCAL-MV
           MOVE '=> PRODUTO 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-MOVE-END
           ACCEPT TELA-MOVE-END
           INITIALIZE WMENSAGEM
           IF WPROD-MV NOT = ZEROES
              PERFORM MOVER-EN-2 THRU MOVER-EN-FIM
           END-IF.
       MOVER-EN-1-EXIT.
           EXIT.

       S-MOVER-EN-ROTINAS SECTION.

       MOVER-EN-2.
           MOVE WPROD-MV TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD NOT = '00'
              MOVE 'PRODUTO NAO CADASTRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-MV
              GO TO MOVER-EN-FIM
           END-IF
           MOVE DESCRICAO-PROD TO WDESCR-MV
           IF WLOCAL-MV = ZEROES
              MOVE 'INFORME O LOCAL' TO WTXT
              PERFORM R-MOSTRA-MSG-MV
              GO TO MOVER-EN-FIM
           END-IF
           IF WPOS-ORI-MV = WPOS-DES-MV
              MOVE 'ORIGEM E DESTINO IGUAIS' TO WTXT
              PERFORM R-MOSTRA-MSG-MV
              GO TO MOVER-EN-FIM
           END-IF
           IF WQTDE-MV = ZEROES
              MOVE 'INFORME A QUANTIDADE' TO WTXT
              PERFORM R-MOSTRA-MSG-MV
              GO TO MOVER-EN-FIM
           END-IF
      *    (LOTE INFORMADO PRECISA EXISTIR PARA O PRODUTO; A
      *     VALIDADE VEM DO CADASTRO DE LOTES)
           MOVE ZEROES TO WVALID-MV
           IF WLOTE-MV NOT = SPACES
              PERFORM R-PROCURA-LOTE-MV
              IF WACHOU-LT-EN = 0
                 MOVE 'LOTE NAO CADASTRADO PARA O PRODUTO' TO WTXT
                 PERFORM R-MOSTRA-MSG-MV
                 GO TO MOVER-EN-FIM
              END-IF
           END-IF
           PERFORM R-SEM-ENDERECO-MV
           DISPLAY TELA-MOVE-END
      *    (ORIGEM: ENDERECO COM SALDO DO PRODUTO/LOTE, OU O SALDO
      *     SEM ENDERECO)
           IF WPOS-ORI-MV = ZEROES
              IF WQTDE-MV > WSEM-END-MV
                 MOVE 'QTDE MAIOR QUE O SALDO SEM ENDERECO' TO WTXT
                 PERFORM R-MOSTRA-MSG-MV
                 GO TO MOVER-EN-FIM
              END-IF
           ELSE
              MOVE WPROD-MV    TO CODIGO-PROD-SP
              MOVE WLOCAL-MV   TO LOCAL-SP
              MOVE WPOS-ORI-MV TO POSICAO-SP
              MOVE WLOTE-MV    TO LOTE-SP
              READ SALDOPOS
              IF FS-SP NOT = '00'
                 MOVE ZEROES TO SALDO-SP
              END-IF
              IF WQTDE-MV > SALDO-SP
                 MOVE 'QTDE MAIOR QUE O SALDO DO ENDERECO' TO WTXT
                 PERFORM R-MOSTRA-MSG-MV
                 GO TO MOVER-EN-FIM
              END-IF
           END-IF
      *    (DESTINO: ENDERECO CADASTRADO, DESBLOQUEADO E COM
      *     CAPACIDADE PARA A QUANTIDADE)
           IF WPOS-DES-MV NOT = ZEROES
              MOVE WLOCAL-MV   TO LOCAL-PS
              MOVE WPOS-DES-MV TO POSICAO-PS
              READ POSICAO
              IF FS-PS NOT = '00'
                 MOVE 'ENDERECO DESTINO NAO CADASTRADO' TO WTXT
                 PERFORM R-MOSTRA-MSG-MV
                 GO TO MOVER-EN-FIM
              END-IF
              IF PS-BLOQUEADO
                 MOVE 'ENDERECO DESTINO BLOQUEADO' TO WTXT
                 PERFORM R-MOSTRA-MSG-MV
                 GO TO MOVER-EN-FIM
              END-IF
              MOVE WLOCAL-MV   TO WLOCAL-EN
              MOVE WPOS-DES-MV TO WPOSICAO-EN
              PERFORM R-OCUPACAO-EN
              IF CAPACIDADE-PS NOT = ZEROES AND
                 WOCUPADO-EN + WQTDE-MV > CAPACIDADE-PS
                 MOVE 'CAPACIDADE DO ENDERECO DESTINO EXCEDIDA'
                   TO WTXT
                 PERFORM R-MOSTRA-MSG-MV
                 GO TO MOVER-EN-FIM
              END-IF
           END-IF
           MOVE 'CONFIRMA A MOVIMENTACAO ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO MOVER-EN-FIM
           END-IF
           PERFORM R-GRAVA-MOVIMENTO-MV
           IF FS-MOVEST NOT = '00'
              MOVE 'ERRO GRAVACAO MOVIMENTO ST ' TO WTXT
              MOVE FS-MOVEST TO WST
              PERFORM R-MOSTRA-MSG-MV
              GO TO MOVER-EN-FIM
           END-IF
           IF WPOS-ORI-MV NOT = ZEROES
              MOVE WPOS-ORI-MV TO WPOS-ALVO-EN
              PERFORM R-BAIXA-SALDOPOS-MV
           END-IF
           IF WPOS-DES-MV NOT = ZEROES
              MOVE WPOS-DES-MV TO WPOS-ALVO-EN
              PERFORM R-SOMA-SALDOPOS-MV
           END-IF
           MOVE 'MOV-END' TO WTL-OPERACAO
           MOVE WLOCAL-MV   TO WTL-LOCAL
           MOVE WPOS-ORI-MV TO WTL-POSICAO
           MOVE WPOS-DES-MV TO WTL-POS-DEST
           MOVE WPROD-MV    TO WTL-PROD
           MOVE WLOTE-MV    TO WTL-LOTE
           MOVE WQTDE-MV    TO WTL-QTDE
           PERFORM R-GRAVA-LOG
           MOVE 'MOVIMENTACAO REGISTRADA' TO WTXT
           PERFORM R-MOSTRA-MSG-MV.
       MOVER-EN-FIM.
           EXIT.

       R-MOSTRA-MSG-MV.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       R-PROCURA-LOTE-MV.
           MOVE 0 TO WACHOU-LT-EN
           IF WLT-DISPONIVEL = 1
              MOVE WPROD-MV TO CODIGO-PROD-LT
              MOVE ZEROES   TO VALIDADE-LT
              MOVE SPACES   TO LOTE-LT
              START LOTES KEY IS NOT LESS THAN CHAVE-LT
              MOVE 0 TO WSAIDA-EN
              IF FS-LT NOT = '00'
                 MOVE 1 TO WSAIDA-EN
              END-IF
              PERFORM R-PROCURA-LOTE-MV-1 UNTIL WSAIDA-EN = 1
           END-IF.

       R-PROCURA-LOTE-MV-1.
           READ LOTES NEXT
           IF FS-LT NOT = '00' OR CODIGO-PROD-LT NOT = WPROD-MV
              MOVE 1 TO WSAIDA-EN
           ELSE
              IF LOTE-LT = WLOTE-MV
                 MOVE 1 TO WACHOU-LT-EN WSAIDA-EN
                 MOVE VALIDADE-LT TO WVALID-MV
              END-IF
           END-IF.

      *-------------------------------------
      * SALDO SEM ENDERECO DO PRODUTO NO LOCAL: SALDO DO LOCAL (OU,
      * NO DEPOSITO PADRAO SEM CONTROLE POR LOCAL, O DO CADASTRO)
      * MENOS O QUE ESTA NOS ENDERECOS; COM LOTE, LIMITADO AO SALDO
      * DO LOTE MENOS O QUE DELE JA ESTA ENDERECADO NO LOCAL.
      *-------------------------------------
       R-SEM-ENDERECO-MV.
           MOVE ZEROES TO WBASE-EN WSEM-END-MV
           MOVE 0 TO WSAIDA-EN
           IF WSL-DISPONIVEL = 1
              MOVE WPROD-MV  TO CODIGO-PROD-SL
              MOVE WLOCAL-MV TO LOCAL-SL
              READ SALDOLOC
              IF FS-SL = '00'
                 MOVE SALDO-SL TO WBASE-EN
                 MOVE 1 TO WSAIDA-EN
              END-IF
           END-IF
           IF WSAIDA-EN = 0 AND WLOCAL-MV = 1
              MOVE SALDO-ESTOQUE-PROD TO WBASE-EN
           END-IF
           MOVE ZEROES TO WSOMA-POS-EN WSOMA-LOTE-EN
           MOVE WPROD-MV  TO CODIGO-PROD-SP WPROD-ALVO-EN
           MOVE WLOCAL-MV TO LOCAL-SP WLOCAL-ALVO-EN
           MOVE ZEROES    TO POSICAO-SP
           MOVE SPACES    TO LOTE-SP
           START SALDOPOS KEY IS NOT LESS THAN CHAVE-SP
           MOVE 0 TO WSAIDA-EN
           IF FS-SP NOT = '00'
              MOVE 1 TO WSAIDA-EN
           END-IF
           PERFORM R-SEM-ENDERECO-MV-1 UNTIL WSAIDA-EN = 1
           IF WBASE-EN > WSOMA-POS-EN
              COMPUTE WSEM-END-MV = WBASE-EN - WSOMA-POS-EN
           END-IF
           IF WLOTE-MV NOT = SPACES
              IF SALDO-LT > WSOMA-LOTE-EN
                 COMPUTE WBASE-EN = SALDO-LT - WSOMA-LOTE-EN
              ELSE
                 MOVE ZEROES TO WBASE-EN
              END-IF
              IF WBASE-EN < WSEM-END-MV
                 MOVE WBASE-EN TO WSEM-END-MV
              END-IF
           END-IF.

       R-SEM-ENDERECO-MV-1.
           READ SALDOPOS NEXT
           IF FS-SP NOT = '00' OR
              CODIGO-PROD-SP NOT = WPROD-ALVO-EN OR
              LOCAL-SP NOT = WLOCAL-ALVO-EN
              MOVE 1 TO WSAIDA-EN
           ELSE
              ADD SALDO-SP TO WSOMA-POS-EN
              IF LOTE-SP = WLOTE-MV
                 ADD SALDO-SP TO WSOMA-LOTE-EN
              END-IF
           END-IF.

       R-GRAVA-MOVIMENTO-MV.
           PERFORM R-LE-CONTROLE-MOV
           ADD 1 TO WULTIMO-SEQ-MOV
           MOVE WULTIMO-SEQ-MOV  TO SEQ-MOV
           MOVE WPROD-MV         TO CODIGO-PROD-MOV
           MOVE 'T'              TO TIPO-MOV
           MOVE WQTDE-MV         TO QTDE-MOV
           ACCEPT WDATA-HOJE-EN FROM DATE YYYYMMDD
           MOVE WDATA-HOJE-EN    TO DATA-MOV
           MOVE LID-OPERADOR-1   TO OPERADOR-MOV
           MOVE 'MOV ENDERECO'   TO DOCUMENTO-MOV
           MOVE WLOCAL-MV        TO LOCAL-MOV LOCAL-DEST-MOV
           MOVE WLOTE-MV         TO LOTE-MOV
           MOVE WVALID-MV        TO VALIDADE-MOV
           MOVE WPOS-ORI-MV      TO POSICAO-MOV
           MOVE WPOS-DES-MV      TO POSICAO-DEST-MOV
           WRITE REGISTRO-MOVESTOQUE
           IF FS-MOVEST = '00'
              PERFORM R-GRAVA-CONTROLE-MOV
           END-IF.

      *    (ENDERECO ESVAZIADO PARA O PRODUTO/LOTE SAI DO ARQUIVO)
       R-BAIXA-SALDOPOS-MV.
           MOVE WPROD-MV     TO CODIGO-PROD-SP
           MOVE WLOCAL-MV    TO LOCAL-SP
           MOVE WPOS-ALVO-EN TO POSICAO-SP
           MOVE WLOTE-MV     TO LOTE-SP
           READ SALDOPOS
           IF FS-SP = '00'
              IF WQTDE-MV < SALDO-SP
                 SUBTRACT WQTDE-MV FROM SALDO-SP
                 REWRITE REGISTRO-SALDOPOS
              ELSE
                 DELETE SALDOPOS
              END-IF
           END-IF.

       R-SOMA-SALDOPOS-MV.
           MOVE WPROD-MV     TO CODIGO-PROD-SP
           MOVE WLOCAL-MV    TO LOCAL-SP
           MOVE WPOS-ALVO-EN TO POSICAO-SP
           MOVE WLOTE-MV     TO LOTE-SP
           READ SALDOPOS
           IF FS-SP = '00'
              ADD WQTDE-MV TO SALDO-SP
              REWRITE REGISTRO-SALDOPOS
           ELSE
              INITIALIZE REGISTRO-SALDOPOS
              MOVE WPROD-MV     TO CODIGO-PROD-SP
              MOVE WLOCAL-MV    TO LOCAL-SP
              MOVE WPOS-ALVO-EN TO POSICAO-SP
              MOVE WLOTE-MV     TO LOTE-SP
              MOVE WVALID-MV    TO VALIDADE-SP
              MOVE WQTDE-MV     TO SALDO-SP
              WRITE REGISTRO-SALDOPOS
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
      * SALDO DO PRODUTO POR ENDERECO: UMA TELA POR ENDERECO/LOTE
      * E, NO FIM, O TOTAL ENDERECADO CONTRA O SALDO DO CADASTRO.
      *-------------------------------------
       S-SALDO-EN SECTION.
       SALDO-EN-1.
           INITIALIZE WREGISTRO-MV WLISTA-SP
           MOVE '=> INFORME O PRODUTO (0 SAI) ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-MOVE-END
           ACCEPT TELA-MOVE-END
           INITIALIZE WMENSAGEM
           IF WPROD-MV = ZEROES
              GO TO SALDO-EN-EXIT
           END-IF
           MOVE WPROD-MV TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD NOT = '00'
              MOVE 'PRODUTO NAO CADASTRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-SD
              GO TO SALDO-EN-EXIT
           END-IF
           MOVE DESCRICAO-PROD TO WDESCR-MV
           MOVE ZEROES TO WTOTAL-END-EN
           MOVE WPROD-MV TO CODIGO-PROD-SP
           MOVE ZEROES   TO LOCAL-SP POSICAO-SP
           MOVE SPACES   TO LOTE-SP
           START SALDOPOS KEY IS NOT LESS THAN CHAVE-SP
           MOVE 0 TO WSAIDA
           IF FS-SP NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM SALDO-EN-2 UNTIL WSAIDA = 1
           MOVE SPACES TO WTXT
           STRING 'ENDERECADO ' WTOTAL-END-EN
                  ' DE ' SALDO-ESTOQUE-PROD
                  DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MSG-SD.
       SALDO-EN-EXIT.
           EXIT.

       S-SALDO-EN-ROTINAS SECTION.
       R-MOSTRA-MSG-SD.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       SALDO-EN-2.
           READ SALDOPOS NEXT
           IF FS-SP NOT = '00' OR CODIGO-PROD-SP NOT = WPROD-MV
              MOVE 1 TO WSAIDA
           ELSE
              ADD SALDO-SP TO WTOTAL-END-EN
              MOVE LOCAL-SP           TO WLS-LOCAL
              MOVE POSICAO-SP(1:3)    TO WLS-CORR
              MOVE POSICAO-SP(4:3)    TO WLS-EST
              MOVE POSICAO-SP(7:2)    TO WLS-NIV
              MOVE LOTE-SP            TO WLS-LOTE
              MOVE VALIDADE-SP        TO WLS-VALID
              MOVE SALDO-SP           TO WLS-SALDO
              DISPLAY TELA-MOVE-END
              DISPLAY TELA-SALDO-END
              ACCEPT TELA-SALDO-END
              IF WX = '9'
                 MOVE 1 TO WSAIDA
              END-IF
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
           OPEN I-O POSICAO.
           IF FS-PS = '35'
              CLOSE POSICAO OPEN OUTPUT POSICAO
              CLOSE POSICAO OPEN I-O POSICAO
           END-IF
           IF FS-PS = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS ENDERECOS ST ' TO WTXT
              MOVE FS-PS TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF
           OPEN I-O SALDOPOS.
           IF FS-SP = '35'
              CLOSE SALDOPOS OPEN OUTPUT SALDOPOS
              CLOSE SALDOPOS OPEN I-O SALDOPOS
           END-IF
           OPEN I-O MOVESTOQUE.
           IF FS-MOVEST = '35'
              CLOSE MOVESTOQUE OPEN OUTPUT MOVESTOQUE
              CLOSE MOVESTOQUE OPEN I-O MOVESTOQUE
           END-IF
           OPEN INPUT PRODUTOS.
           MOVE 0 TO WSL-DISPONIVEL
           OPEN INPUT SALDOLOC
           IF FS-SL = '00'
              MOVE 1 TO WSL-DISPONIVEL
           END-IF
           MOVE 0 TO WLT-DISPONIVEL
           OPEN INPUT LOTES
           IF FS-LT = '00'
              MOVE 1 TO WLT-DISPONIVEL
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
