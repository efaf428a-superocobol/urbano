      *--------------------------
      * RELATORIO DE DEVOLUCOES DE COMPRA POR FORNECEDOR
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RelDevCompra.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Lista as devolucoes ao
      *              fornecedor (ARQDEVCOMP.DAT) do periodo informado
      *              (datas zeradas = todas), agrupadas por
      *              fornecedor: cada item devolvido com ordem,
      *              produto, quantidade, valor e motivo, o subtotal
      *              por motivo (avaria, produto errado, validade,
      *              qualidade, outros) e o total do fornecedor com o
      *              que foi abatido dos titulos e o debito ainda em
      *              aberto. Total geral por motivo no final. Saida
      *              no spool (RELDEVCOMP).
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
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
             88 DVC-AVARIA            VALUE 'A'.
             88 DVC-ERRADO            VALUE 'E'.
             88 DVC-VALIDADE          VALUE 'V'.
             88 DVC-QUALIDADE         VALUE 'Q'.
             88 DVC-OUTROS            VALUE 'O'.
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

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-DVC.
           02 FS-DVC-1                PIC 9.
           02 FS-DVC-2                PIC 9.
           02 FS-DVC-R REDEFINES FS-DVC-2 PIC 99 COMP-X.
       01 FS-FOR.
           02 FS-FOR-1                PIC 9.
           02 FS-FOR-2                PIC 9.
           02 FS-FOR-R REDEFINES FS-FOR-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.

       01 WID-ARQ-DEVCOMP             PIC X(50) VALUE 'ARQDEVCOMP.DAT'.
       01 WID-ARQ-FORN                PIC X(50) VALUE 'ARQFORN.DAT'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
       77 WFOR-DISPONIVEL PIC 9 VALUE ZEROES.
       01 WDATA-INI-RD    PIC 9(008) VALUE ZEROES.
       01 WDATA-FIM-RD    PIC 9(008) VALUE ZEROES.

      *-------------QUEBRA POR FORNECEDOR---------------------------
       01 WFOR-ATUAL-RD   PIC 9(007) VALUE ZEROES.
       77 WTEM-FOR-RD     PIC 9 VALUE ZEROES.
       77 WQTD-FORN-RD    PIC 9(005) VALUE ZEROES.

      *-------------TOTAIS POR MOTIVO (1=FORNECEDOR 2=GERAL)--------
      * MOTIVOS NA ORDEM: A=AVARIA E=ERRADO V=VALIDADE Q=QUALIDADE
      * O=OUTROS.
       77 WI-RD           PIC 9(002) VALUE ZEROES.
       77 WM-RD           PIC 9(002) VALUE ZEROES.
       77 WN-RD           PIC 9(002) VALUE ZEROES.
       01 WTAB-MOTIVOS-RD.
          02 FILLER       PIC X(015) VALUE 'AVARIA'.
          02 FILLER       PIC X(015) VALUE 'PRODUTO ERRADO'.
          02 FILLER       PIC X(015) VALUE 'VALIDADE'.
          02 FILLER       PIC X(015) VALUE 'QUALIDADE'.
          02 FILLER       PIC X(015) VALUE 'OUTROS'.
       01 WTAB-MOTIVOS-R-RD REDEFINES WTAB-MOTIVOS-RD.
          02 WMOT-NOME-RD PIC X(015) OCCURS 5 TIMES.
       01 WTAB-TOT-RD.
          02 WTOT-NIVEL-RD OCCURS 2 TIMES.
             03 WTOT-ITENS-RD     PIC 9(007).
             03 WTOT-QTDE-RD      PIC 9(009).
             03 WTOT-VALOR-RD     PIC 9(011)v9(002).
             03 WTOT-ABATIDO-RD   PIC 9(011)v9(002).
             03 WTOT-DEBITO-RD    PIC 9(011)v9(002).
             03 WTOT-MOTIVO-RD OCCURS 5 TIMES.
                04 WMOT-ITENS-RD  PIC 9(007).
                04 WMOT-QTDE-RD   PIC 9(009).
                04 WMOT-VALOR-RD  PIC 9(011)v9(002).
      *--------------------------------------------------

       01 WREL-DET-RD.
          02 FILLER            PIC X(004) VALUE SPACES.
          02 RL-DATA-RD        PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-NUMERO-RD      PIC 9(009).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-OC-RD          PIC 9(009).
          02 FILLER            PIC X(001) VALUE '/'.
          02 RL-ITEM-RD        PIC 9(003).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-PROD-RD        PIC 9(007).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-QTDE-RD        PIC ZZZZZZ9.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-VALOR-RD       PIC Z(09)9.99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-MOTIVO-RD      PIC X(015).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-OBS-RD         PIC X(040).

       01 WREL-MOT-RD.
          02 FILLER            PIC X(008) VALUE SPACES.
          02 FILLER            PIC X(008) VALUE 'MOTIVO '.
          02 RL-MOT-NOME-RD    PIC X(015).
          02 FILLER            PIC X(007) VALUE ' ITENS '.
          02 RL-MOT-ITENS-RD   PIC ZZZZZZ9.
          02 FILLER            PIC X(006) VALUE ' QTDE '.
          02 RL-MOT-QTDE-RD    PIC ZZZZZZZZ9.
          02 FILLER            PIC X(007) VALUE ' VALOR '.
          02 RL-MOT-VALOR-RD   PIC Z(12)9.99.

       01 WREL-FOR-RD.
          02 RL-FOR-RD         PIC 9(007).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-RAZAO-RD       PIC X(030).
          02 FILLER            PIC X(007) VALUE ' ITENS '.
          02 RL-ITENS-RD       PIC ZZZZZZ9.
          02 FILLER            PIC X(006) VALUE ' QTDE '.
          02 RL-TQTDE-RD       PIC ZZZZZZZZ9.
          02 FILLER            PIC X(011) VALUE ' DEVOLVIDO '.
          02 RL-TVALOR-RD      PIC Z(12)9.99.
          02 FILLER            PIC X(009) VALUE ' ABATIDO '.
          02 RL-ABATIDO-RD     PIC Z(12)9.99.
          02 FILLER            PIC X(018) VALUE ' DEBITO EM ABERTO '.
          02 RL-DEBITO-RD      PIC Z(12)9.99.

       01 WREL-CAB-RD.
          02 FILLER PIC X(015) VALUE '    DATA       '.
          02 FILLER PIC X(010) VALUE 'DEVOLUCAO '.
          02 FILLER PIC X(014) VALUE 'ORDEM/ITEM    '.
          02 FILLER PIC X(008) VALUE 'PRODUTO '.
          02 FILLER PIC X(008) VALUE '   QTDE '.
          02 FILLER PIC X(014) VALUE '         VALOR'.
          02 FILLER PIC X(017) VALUE ' MOTIVO'.

       01 WREL-TRACO-RD.
          02 FILLER PIC X(140) VALUE ALL '-'.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-DEVCOMP.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - DEVOL. COMPRA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 20 VALUE "DEVOLUCOES DE COMPRA POR FORNECEDOR".
          02 LINE 8 COL 10 VALUE "DATA INICIAL (AAAAMMDD)...:".
          02 LINE 8 COL 39 PIC 9(008) USING WDATA-INI-RD.
          02 LINE 9 COL 10 VALUE "DATA FINAL   (AAAAMMDD)...:".
          02 LINE 9 COL 39 PIC 9(008) USING WDATA-FIM-RD.
          02 LINE 11 COL 10 VALUE "(DATAS ZERADAS = TODAS)".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-DEVCOMP
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FORN
           MOVE ZEROES TO WDATA-INI-RD WDATA-FIM-RD
           DISPLAY TELA-DEVCOMP
           ACCEPT TELA-DEVCOMP
           IF WDATA-FIM-RD = ZEROES
              MOVE 99999999 TO WDATA-FIM-RD
           END-IF
           IF WDATA-INI-RD > WDATA-FIM-RD
              MOVE 'PERIODO INVALIDO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           ELSE
              PERFORM R-GERA-DEVCOMP THRU R-GERA-DEVCOMP-FIM
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.

       R-GERA-DEVCOMP.
           OPEN INPUT DEVCOMPRA
           IF FS-DVC NOT = '00'
              MOVE 'SEM DEVOLUCOES DE COMPRA ST ' TO WTXT
              MOVE FS-DVC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-GERA-DEVCOMP-FIM
           END-IF
           MOVE 0 TO WFOR-DISPONIVEL
           OPEN INPUT FORNECEDORES
           IF FS-FOR = '00'
              MOVE 1 TO WFOR-DISPONIVEL
           END-IF
           MOVE 'RELDEVCOMP.TXT' TO WID-ARQ-REL-1
           MOVE 'RELDEVCOMP' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           STRING WDATA-INI-RD ' A ' WDATA-FIM-RD
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
           STRING 'DEVOLUCOES DE COMPRA POR FORNECEDOR - DE '
                  WDATA-INI-RD ' A ' WDATA-FIM-RD
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WREL-CAB-RD TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WREL-TRACO-RD TO ARQREL-DATA-01
           WRITE ARQREL-REC
           INITIALIZE WTAB-TOT-RD
           MOVE ZEROES TO WQTD-FORN-RD WFOR-ATUAL-RD
           MOVE 0 TO WTEM-FOR-RD
           MOVE ZEROES TO CODIGO-FOR-DVC
           START DEVCOMPRA KEY IS NOT LESS THAN CODIGO-FOR-DVC
           MOVE 0 TO WSAIDA
           IF FS-DVC NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-VARRE-DEVCOMP UNTIL WSAIDA = 1
           IF WTEM-FOR-RD = 1
              PERFORM R-FECHA-FORNECEDOR
           END-IF
      *    (TOTAL GERAL: NIVEL 2 DA TABELA)
           MOVE ZEROES TO RL-FOR-RD
           MOVE 'TOTAL GERAL' TO RL-RAZAO-RD
           MOVE 2 TO WN-RD
           PERFORM R-IMPRIME-TOTAIS
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'FORNECEDORES COM DEVOLUCAO NO PERIODO: '
                  WQTD-FORN-RD DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL DEVCOMPRA
           IF WFOR-DISPONIVEL = 1
              CLOSE FORNECEDORES
           END-IF
           MOVE SPACES TO WTXT
           STRING 'RELATORIO GERADO EM ' WID-ARQ-REL-1
              DELIMITED BY SIZE INTO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       R-GERA-DEVCOMP-FIM.
           EXIT.

       R-VARRE-DEVCOMP.
           READ DEVCOMPRA NEXT
           IF FS-DVC NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF DATA-DVC NOT < WDATA-INI-RD AND
                 DATA-DVC NOT > WDATA-FIM-RD
                 IF WTEM-FOR-RD = 1 AND
                    CODIGO-FOR-DVC NOT = WFOR-ATUAL-RD
                    PERFORM R-FECHA-FORNECEDOR
                 END-IF
                 IF WTEM-FOR-RD = 0
                    PERFORM R-ABRE-FORNECEDOR
                 END-IF
                 PERFORM R-IMPRIME-ITEM
              END-IF
           END-IF.

       R-ABRE-FORNECEDOR.
           MOVE 1 TO WTEM-FOR-RD
           ADD 1 TO WQTD-FORN-RD
           MOVE CODIGO-FOR-DVC TO WFOR-ATUAL-RD
           MOVE ZEROES TO WTOT-ITENS-RD(1) WTOT-QTDE-RD(1)
                          WTOT-VALOR-RD(1) WTOT-ABATIDO-RD(1)
                          WTOT-DEBITO-RD(1)
           PERFORM R-ZERA-MOTIVO
              VARYING WM-RD FROM 1 BY 1 UNTIL WM-RD > 5
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           MOVE SPACES TO RL-RAZAO-RD
           IF WFOR-DISPONIVEL = 1
              MOVE WFOR-ATUAL-RD TO CODIGO-FOR
              READ FORNECEDORES
              IF FS-FOR = '00'
                 MOVE RAZAO-FOR TO RL-RAZAO-RD
              END-IF
           END-IF
           STRING 'FORNECEDOR ' WFOR-ATUAL-RD ' - ' RL-RAZAO-RD
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-ZERA-MOTIVO.
           MOVE ZEROES TO WMOT-ITENS-RD(1 WM-RD) WMOT-QTDE-RD(1 WM-RD)
                          WMOT-VALOR-RD(1 WM-RD).

       R-IMPRIME-ITEM.
           EVALUATE TRUE
              WHEN DVC-AVARIA    MOVE 1 TO WM-RD
              WHEN DVC-ERRADO    MOVE 2 TO WM-RD
              WHEN DVC-VALIDADE  MOVE 3 TO WM-RD
              WHEN DVC-QUALIDADE MOVE 4 TO WM-RD
              WHEN OTHER         MOVE 5 TO WM-RD
           END-EVALUATE
           MOVE DATA-DVC          TO RL-DATA-RD
           MOVE NUMERO-DVC        TO RL-NUMERO-RD
           MOVE CODIGO-OC-DVC     TO RL-OC-RD
           MOVE NUMERO-OCI-DVC    TO RL-ITEM-RD
           MOVE CODIGO-PROD-DVC   TO RL-PROD-RD
           MOVE QTDE-DVC          TO RL-QTDE-RD
           MOVE VALOR-DVC         TO RL-VALOR-RD
           MOVE WMOT-NOME-RD(WM-RD) TO RL-MOTIVO-RD
           MOVE MOTIVO-DVC        TO RL-OBS-RD
           MOVE WREL-DET-RD TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-ACUMULA-NIVEL
              VARYING WI-RD FROM 1 BY 1 UNTIL WI-RD > 2.

       R-ACUMULA-NIVEL.
           ADD 1                 TO WTOT-ITENS-RD(WI-RD)
           ADD QTDE-DVC          TO WTOT-QTDE-RD(WI-RD)
           ADD VALOR-DVC         TO WTOT-VALOR-RD(WI-RD)
           ADD VALOR-ABATIDO-DVC TO WTOT-ABATIDO-RD(WI-RD)
           ADD DEBITO-ABERTO-DVC TO WTOT-DEBITO-RD(WI-RD)
           ADD 1          TO WMOT-ITENS-RD(WI-RD WM-RD)
           ADD QTDE-DVC   TO WMOT-QTDE-RD(WI-RD WM-RD)
           ADD VALOR-DVC  TO WMOT-VALOR-RD(WI-RD WM-RD).

       R-FECHA-FORNECEDOR.
           MOVE WFOR-ATUAL-RD TO RL-FOR-RD
           MOVE 'TOTAL DO FORNECEDOR' TO RL-RAZAO-RD
           MOVE 1 TO WN-RD
           PERFORM R-IMPRIME-TOTAIS
           MOVE 0 TO WTEM-FOR-RD.

      *-------------------------------------
      * TOTAIS DO NIVEL WN-RD (1=FORNECEDOR, 2=GERAL): SUBTOTAIS DOS
      * MOTIVOS COM MOVIMENTO E A LINHA DE TOTAL.
      *-------------------------------------
       R-IMPRIME-TOTAIS.
           PERFORM R-IMPRIME-MOTIVO
              VARYING WM-RD FROM 1 BY 1 UNTIL WM-RD > 5
           MOVE WTOT-ITENS-RD(WN-RD)   TO RL-ITENS-RD
           MOVE WTOT-QTDE-RD(WN-RD)    TO RL-TQTDE-RD
           MOVE WTOT-VALOR-RD(WN-RD)   TO RL-TVALOR-RD
           MOVE WTOT-ABATIDO-RD(WN-RD) TO RL-ABATIDO-RD
           MOVE WTOT-DEBITO-RD(WN-RD)  TO RL-DEBITO-RD
           MOVE WREL-FOR-RD TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WREL-TRACO-RD TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-IMPRIME-MOTIVO.
           IF WMOT-ITENS-RD(WN-RD WM-RD) NOT = ZEROES
              MOVE WMOT-NOME-RD(WM-RD)         TO RL-MOT-NOME-RD
              MOVE WMOT-ITENS-RD(WN-RD WM-RD)  TO RL-MOT-ITENS-RD
              MOVE WMOT-QTDE-RD(WN-RD WM-RD)   TO RL-MOT-QTDE-RD
              MOVE WMOT-VALOR-RD(WN-RD WM-RD)  TO RL-MOT-VALOR-RD
              MOVE WREL-MOT-RD TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.
