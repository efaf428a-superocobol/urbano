      *--------------------------
      * ANALISE DE CESTA - PRODUTOS COMPRADOS JUNTOS
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ExeCestaProd.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Varre os pedidos nao cancelados
      *              do periodo informado e conta, pedido a pedido,
      *              cada produto e cada par de produtos distintos
      *              que aparecem juntos (arquivos de trabalho
      *              ARQCESTAPRD.DAT e ARQCESTAPAR.DAT, refeitos a
      *              cada execucao). Para cada par com o minimo de
      *              pedidos juntos calcula o suporte (% dos pedidos
      *              com os dois), a confianca (% dos pedidos de X
      *              que levam Y) e o lift (confianca sobre a
      *              frequencia de Y). Relatorio dos pares de maior
      *              lift no catalogo de spool (RELCESTA); as cinco
      *              associacoes mais fortes de cada produto (lift
      *              acima de 1 e a confianca minima) ficam em
      *              ARQASSOC.DAT para as dicas do pedido
      *              (CadPedidos).
      * 2026-10-15 - Chaves alternativas de situacao e data em
      *              PEDIDOS.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PEDIDOS ASSIGN TO  DISK WID-ARQ-PEDIDOS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PED
              ALTERNATE RECORD KEY IS CODIGO-CLI-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS STATUS-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-PED   WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PED.

       SELECT PEDITEM ASSIGN TO  DISK WID-ARQ-PEDITEM
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-ITEM
              ALTERNATE RECORD KEY IS CODIGO-PROD-ITEM WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PEDITEM.

       SELECT PRODUTOS ASSIGN TO  DISK WID-ARQ-PRODUTO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD
              ALTERNATE RECORD KEY IS DESCRICAO-PROD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PROD.

       SELECT CESTAPRD ASSIGN TO  DISK WID-ARQ-CESTAPRD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD-CP
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CP.

       SELECT CESTAPAR ASSIGN TO  DISK WID-ARQ-CESTAPAR
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PR
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PR.

       SELECT ASSOC ASSIGN TO  DISK WID-ARQ-ASSOC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-AS
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-AS.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
       01 REGISTRO-PEDIDOS.
          02 CHAVE-PED.
             03 CODIGO-PED         PIC  9(009).
          02 CODIGO-CLI-PED        PIC  9(007).
          02 CODIGO-VEN-PED        PIC  9(007).
          02 DATA-PED              PIC  9(008) VALUE ZEROES.
          02 VALOR-PED             PIC  9(007)v9(002) VALUE ZEROES.
          02 STATUS-PED            PIC  X(001) VALUE 'A'.
             88 PED-ABERTO         VALUE 'A'.
             88 PED-FATURADO       VALUE 'F'.
             88 PED-CANCELADO      VALUE 'C'.
          02 DESC-PERC-PED         PIC  9(003)v9(002) VALUE ZEROES.
          02 VALOR-DESC-PED        PIC  9(007)v9(002) VALUE ZEROES.
          02 APROVADOR-DESC-PED    PIC  9(007) VALUE ZEROES.
          02 COND-PAGTO-PED        PIC  9(003) VALUE ZEROES.
          02 ORIGEM-PED            PIC  X(001) VALUE SPACES.
             88 PED-GERADO-AUTO    VALUE 'P'.
          02 TRANSP-PED            PIC  9(003) VALUE ZEROES.
          02 FRETE-TIPO-PED        PIC  X(001) VALUE SPACES.
             88 PED-FRETE-CIF      VALUE 'C'.
             88 PED-FRETE-FOB      VALUE 'F'.
          02 END-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 DATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.

       FD PEDITEM.
       01 REGISTRO-PEDITEM.
          02 CHAVE-ITEM.
             03 CODIGO-PED-ITEM       PIC  9(009).
             03 NUMERO-ITEM           PIC  9(003).
          02 CODIGO-PROD-ITEM         PIC  9(007).
          02 QUANTIDADE-ITEM          PIC  9(005) VALUE ZEROES.
          02 VALOR-UNIT-ITEM          PIC  9(007)v9(002) VALUE ZEROES.
          02 VALOR-TOTAL-ITEM         PIC  9(009)v9(002) VALUE ZEROES.
          02 QTDE-ENTREGUE-ITEM       PIC  9(005) VALUE ZEROES.
          02 PROMO-ITEM               PIC  9(005) VALUE ZEROES.

       FD PRODUTOS.
       01 REGISTRO-PRODUTOS.
          02 CODIGO-PROD           PIC  9(007).
          02 DESCRICAO-PROD        PIC  X(040).
          02 FILLER                PIC  X(071).

      *    (PEDIDOS EM QUE O PRODUTO APARECE NO PERIODO)
       FD CESTAPRD.
       01 REGISTRO-CESTAPRD.
          02 CODIGO-PROD-CP           PIC  9(007).
          02 PEDIDOS-CP               PIC  9(007) VALUE ZEROES.

      *    (PEDIDOS COM OS DOIS PRODUTOS; CADA PAR FICA NOS DOIS
      *     SENTIDOS PARA A LEITURA DAS ASSOCIACOES DE UM PRODUTO)
       FD CESTAPAR.
       01 REGISTRO-CESTAPAR.
          02 CHAVE-PR.
             03 PROD-A-PR             PIC  9(007).
             03 PROD-B-PR             PIC  9(007).
          02 PEDIDOS-PR               PIC  9(007) VALUE ZEROES.

       FD ASSOC.
       01 REGISTRO-ASSOC.
          02 CHAVE-AS.
             03 CODIGO-PROD-AS        PIC  9(007).
             03 SEQ-AS                PIC  9(001).
          02 CODIGO-ASSOC-AS          PIC  9(007).
          02 PEDIDOS-AS               PIC  9(007) VALUE ZEROES.
          02 SUPORTE-AS               PIC  9(003)v9(002) VALUE ZEROES.
          02 CONFIANCA-AS             PIC  9(003)v9(002) VALUE ZEROES.
          02 LIFT-AS                  PIC  9(005)v9(002) VALUE ZEROES.
          02 DATA-GER-AS              PIC  9(008) VALUE ZEROES.

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-PED.
           02 FS-PED-1                PIC 9.
           02 FS-PED-2                PIC 9.
           02 FS-PED-R REDEFINES FS-PED-2 PIC 99 COMP-X.
       01 FS-PEDITEM.
           02 FS-PEDITEM-1            PIC 9.
           02 FS-PEDITEM-2            PIC 9.
           02 FS-PEDITEM-R REDEFINES FS-PEDITEM-2 PIC 99 COMP-X.
       01 FS-PROD.
           02 FS-PROD-1               PIC 9.
           02 FS-PROD-2               PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-CP.
           02 FS-CP-1                 PIC 9.
           02 FS-CP-2                 PIC 9.
           02 FS-CP-R REDEFINES FS-CP-2 PIC 99 COMP-X.
       01 FS-PR.
           02 FS-PR-1                 PIC 9.
           02 FS-PR-2                 PIC 9.
           02 FS-PR-R REDEFINES FS-PR-2 PIC 99 COMP-X.
       01 FS-AS.
           02 FS-AS-1                 PIC 9.
           02 FS-AS-2                 PIC 9.
           02 FS-AS-R REDEFINES FS-AS-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.

       01 WID-ARQ-PEDIDOS.
           02 WID-ARQ-PEDIDOS-1            PIC X(50).
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-PEDITEM          PIC X(50) VALUE 'ARQPEDITEM.DAT'.
       01 WID-ARQ-CESTAPRD         PIC X(50) VALUE 'ARQCESTAPRD.DAT'.
       01 WID-ARQ-CESTAPAR         PIC X(50) VALUE 'ARQCESTAPAR.DAT'.
       01 WID-ARQ-ASSOC            PIC X(50) VALUE 'ARQASSOC.DAT'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                   PIC X VALUE SPACES.
       77 WSAIDA               PIC 9 VALUE ZEROES.
       77 WSAIDA-IT-CS         PIC 9 VALUE ZEROES.
       01 WDATA-HOJE-CS        PIC 9(008) VALUE ZEROES.
       01 WDATA-INI-CS         PIC 9(008) VALUE ZEROES.
       01 WDATA-FIM-CS         PIC 9(008) VALUE ZEROES.
       01 WMIN-JUNTOS-CS       PIC 9(005) VALUE 3.
       01 WMIN-CONF-CS         PIC 9(003)v9(002) VALUE 10.
       01 WTOP-N-CS            PIC 9(002) VALUE 30.
       01 WCONFIRMA-CS         PIC X VALUE SPACES.
       01 WTOT-PED-CS          PIC 9(007) VALUE ZEROES.
       01 WTOT-PARES-CS        PIC 9(009) VALUE ZEROES.
       01 WTOT-ASSOC-CS        PIC 9(007) VALUE ZEROES.
       77 WLIMITADO-CS         PIC 9 VALUE ZEROES.
      *                       (1=PEDIDO COM MAIS PRODUTOS QUE A TABELA)

      *-------------PRODUTOS DISTINTOS DO PEDIDO EM LEITURA---------
       77 WMAX-PP-CS           PIC 9(003) VALUE 100.
       77 WQTD-PP-CS           PIC 9(003) VALUE ZEROES.
       77 WI-CS                PIC 9(003) VALUE ZEROES.
       77 WJ-CS                PIC 9(003) VALUE ZEROES.
       77 WACHOU-PP-CS         PIC 9(003) VALUE ZEROES.
       01 WTAB-PP-CS.
          02 WPP-PROD-CS       PIC 9(007) OCCURS 100 TIMES.

      *-------------PAR EM AVALIACAO--------------------------------
       01 WPROD-A-CS           PIC 9(007) VALUE ZEROES.
       01 WQTDE-A-CS           PIC 9(007) VALUE ZEROES.
       01 WQTDE-B-CS           PIC 9(007) VALUE ZEROES.
       01 WSUPORTE-CS          PIC 9(003)v9(002) VALUE ZEROES.
       01 WCONF-AB-CS          PIC 9(003)v9(002) VALUE ZEROES.
       01 WCONF-BA-CS          PIC 9(003)v9(002) VALUE ZEROES.
       01 WLIFT-CS             PIC 9(005)v9(002) VALUE ZEROES.
       77 WPOS-CS              PIC 9(003) VALUE ZEROES.
       77 WK-CS                PIC 9(003) VALUE ZEROES.
       77 WULT-CS              PIC 9(003) VALUE ZEROES.

      *-------------PARES DE MAIOR LIFT (RELATORIO)-----------------
       77 WQTD-TOP-CS          PIC 9(003) VALUE ZEROES.
       01 WTAB-TOP-CS.
          02 WTP-ITEM-CS OCCURS 51 TIMES.
             03 WTP-PROD-A-CS  PIC 9(007).
             03 WTP-PROD-B-CS  PIC 9(007).
             03 WTP-JUNTOS-CS  PIC 9(007).
             03 WTP-SUPORTE-CS PIC 9(003)v9(002).
             03 WTP-CONF-AB-CS PIC 9(003)v9(002).
             03 WTP-CONF-BA-CS PIC 9(003)v9(002).
             03 WTP-LIFT-CS    PIC 9(005)v9(002).

      *-------------ASSOCIACOES DO PRODUTO A (PARA O PEDIDO)--------
       77 WMAX-AS-CS           PIC 9(003) VALUE 5.
       77 WQTD-AS-CS           PIC 9(003) VALUE ZEROES.
       01 WTAB-AS-CS.
          02 WAS-ITEM-CS OCCURS 6 TIMES.
             03 WAS-PROD-CS    PIC 9(007).
             03 WAS-JUNTOS-CS  PIC 9(007).
             03 WAS-SUPORTE-CS PIC 9(003)v9(002).
             03 WAS-CONF-CS    PIC 9(003)v9(002).
             03 WAS-LIFT-CS    PIC 9(005)v9(002).
      *--------------------------------------------------

       01 WCS-CAB1.
          02 FILLER            PIC X(31) VALUE
             'CESTA DE PRODUTOS - PEDIDOS DE '.
          02 RL-INI-CS         PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(03) VALUE ' A '.
          02 RL-FIM-CS         PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(23) VALUE
             '   PEDIDOS ANALISADOS: '.
          02 RL-PEDIDOS-CS     PIC ZZZZZZ9.

       01 WCS-CAB2.
          02 FILLER            PIC X(33) VALUE
             'PARES DE MAIOR LIFT (MINIMO DE '.
          02 RL-MIN-CS         PIC ZZZZ9.
          02 FILLER            PIC X(17) VALUE ' PEDIDOS JUNTOS)'.

       01 WCS-CAB3.
          02 FILLER PIC X(07) VALUE 'PROD. X'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(22) VALUE 'DESCRICAO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(07) VALUE 'PROD. Y'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(22) VALUE 'DESCRICAO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(07) VALUE ' JUNTOS'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(06) VALUE ' SUP.%'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(06) VALUE 'CONFXY'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(06) VALUE 'CONFYX'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(08) VALUE '    LIFT'.

       01 WCS-TRACO.
          02 FILLER PIC X(098) VALUE ALL '-'.

       01 WCS-DET.
          02 RD-PROD-A-CS      PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-DESC-A-CS      PIC X(022).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-PROD-B-CS      PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-DESC-B-CS      PIC X(022).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-JUNTOS-CS      PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-SUPORTE-CS     PIC ZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-CONF-AB-CS     PIC ZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-CONF-BA-CS     PIC ZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-LIFT-CS        PIC ZZZZ9.99.

       01 WCS-ROD1.
          02 FILLER            PIC X(37) VALUE
             'PARES COM O MINIMO DE PEDIDOS.....: '.
          02 RR-PARES-CS       PIC ZZZZZZZZ9.

       01 WCS-ROD2.
          02 FILLER            PIC X(37) VALUE
             'ASSOCIACOES GRAVADAS P/ O PEDIDO..: '.
          02 RR-ASSOC-CS       PIC ZZZZZZ9.
          02 FILLER            PIC X(20) VALUE
             '  (CONFIANCA MINIMA '.
          02 RR-CONF-CS        PIC ZZ9.99.
          02 FILLER            PIC X(02) VALUE '%)'.

       01 WCS-ROD3.
          02 FILLER            PIC X(45) VALUE
             'SUP.% = PEDIDOS COM X E Y / PEDIDOS DO PERIOD'.
          02 FILLER            PIC X(45) VALUE
             'O; CONFXY = % DOS PEDIDOS DE X QUE LEVAM Y'.

       01 WCS-ROD4.
          02 FILLER            PIC X(45) VALUE
             'LIFT = CONFXY / FREQUENCIA DE Y (ACIMA DE 1 ='.
          02 FILLER            PIC X(45) VALUE
             ' COMPRADOS JUNTOS MAIS QUE O ACASO)'.

       01 WCS-ROD5.
          02 FILLER            PIC X(45) VALUE
             'PEDIDOS COM MAIS DE 100 PRODUTOS DISTINTOS CO'.
          02 FILLER            PIC X(45) VALUE
             'NTAM SO OS 100 PRIMEIROS NOS PARES'.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-CESTA-CS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CESTA DE PRODUTOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 20 VALUE "PRODUTOS COMPRADOS JUNTOS".
          02 LINE 8 COL 10 VALUE "DATA INICIAL (AAAAMMDD)....:".
          02 LINE 8 COL 40 PIC 9(008) USING WDATA-INI-CS.
          02 LINE 9 COL 10 VALUE "DATA FINAL (AAAAMMDD)......:".
          02 LINE 9 COL 40 PIC 9(008) USING WDATA-FIM-CS.
          02 LINE 10 COL 10 VALUE "MINIMO DE PEDIDOS JUNTOS...:".
          02 LINE 10 COL 40 PIC 9(005) USING WMIN-JUNTOS-CS.
          02 LINE 11 COL 10 VALUE "CONFIANCA MINIMA (%).......:".
          02 LINE 11 COL 40 PIC 9(003)V99 USING WMIN-CONF-CS.
          02 LINE 12 COL 10 VALUE "PARES NO RELATORIO (1-50)..:".
          02 LINE 12 COL 40 PIC 9(002) USING WTOP-N-CS.
          02 LINE 14 COL 10 VALUE
             "(AS ASSOCIACOES DO PEDIDO SAO REFEITAS NESTA EXECUCAO)".
          02 LINE 16 COL 10 VALUE "CONFIRMA (S/N).............:".
          02 LINE 16 COL 40 PIC X USING WCONFIRMA-CS.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           MOVE LID-ARQ-PEDIDOS-1      TO WID-ARQ-PEDIDOS-1
           MOVE LID-ARQ-PRODUTO-1      TO WID-ARQ-PRODUTO-1
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PEDITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CESTAPRD
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CESTAPAR
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ASSOC
           ACCEPT WDATA-HOJE-CS FROM DATE YYYYMMDD
           COMPUTE WDATA-INI-CS = WDATA-HOJE-CS - 10000
           MOVE WDATA-HOJE-CS TO WDATA-FIM-CS
           MOVE SPACES TO WCONFIRMA-CS
           DISPLAY TELA-CESTA-CS
           ACCEPT TELA-CESTA-CS
           IF WCONFIRMA-CS = 'S' OR WCONFIRMA-CS = 's'
              PERFORM R-GERA-CESTA THRU R-GERA-CESTA-FIM
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.

       R-GERA-CESTA.
           IF WDATA-INI-CS > WDATA-FIM-CS
              MOVE 'PERIODO INVALIDO' TO WTXT
              PERFORM R-MOSTRA-MSG-CS
              GO TO R-GERA-CESTA-FIM
           END-IF
           IF WTOP-N-CS = ZEROES OR WTOP-N-CS > 50
              MOVE 30 TO WTOP-N-CS
           END-IF
           IF WMIN-JUNTOS-CS = ZEROES
              MOVE 1 TO WMIN-JUNTOS-CS
           END-IF
           IF WMIN-CONF-CS > 100
              MOVE 100 TO WMIN-CONF-CS
           END-IF
           OPEN INPUT PEDIDOS
           IF FS-PED NOT = '00'
              MOVE 'ERRO NA ABERTURA DE PEDIDOS ST ' TO WTXT
              MOVE FS-PED TO WST
              PERFORM R-MOSTRA-MSG-CS
              GO TO R-GERA-CESTA-FIM
           END-IF
           OPEN INPUT PEDITEM
           IF FS-PEDITEM NOT = '00'
              CLOSE PEDIDOS
              MOVE 'ERRO NA ABERTURA DE ITENS ST ' TO WTXT
              MOVE FS-PEDITEM TO WST
              PERFORM R-MOSTRA-MSG-CS
              GO TO R-GERA-CESTA-FIM
           END-IF
           OPEN INPUT PRODUTOS
      *    (ARQUIVOS DE TRABALHO E ASSOCIACOES SAO REFEITOS)
           OPEN OUTPUT CESTAPRD
           CLOSE CESTAPRD
           OPEN I-O CESTAPRD
           OPEN OUTPUT CESTAPAR
           CLOSE CESTAPAR
           OPEN I-O CESTAPAR
           OPEN OUTPUT ASSOC
           MOVE ZEROES TO WTOT-PED-CS WTOT-PARES-CS WTOT-ASSOC-CS
           MOVE ZEROES TO WQTD-TOP-CS WLIMITADO-CS
      *    (1A. PASSADA: CONTAGEM POR PEDIDO)
           MOVE ZEROES TO CODIGO-PED
           START PEDIDOS KEY IS NOT LESS THAN CHAVE-PED
           MOVE 0 TO WSAIDA
           IF FS-PED NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-VARRE-PEDIDOS-CS UNTIL WSAIDA = 1
      *    (2A. PASSADA: MEDIDAS DE CADA PAR E ASSOCIACOES)
           IF WTOT-PED-CS > ZEROES
              MOVE ZEROES TO WPROD-A-CS WQTD-AS-CS
              MOVE ZEROES TO CHAVE-PR
              START CESTAPAR KEY IS NOT LESS THAN CHAVE-PR
              MOVE 0 TO WSAIDA
              IF FS-PR NOT = '00'
                 MOVE 1 TO WSAIDA
              END-IF
              PERFORM R-VARRE-PARES-CS UNTIL WSAIDA = 1
              PERFORM R-GRAVA-ASSOC-CS
           END-IF
           PERFORM R-IMPRIME-CS
           CLOSE PEDIDOS PEDITEM PRODUTOS CESTAPRD CESTAPAR ASSOC
           MOVE SPACES TO WTXT
           STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
              INTO WTXT
           PERFORM R-MOSTRA-MSG-CS.
       R-GERA-CESTA-FIM.
           EXIT.

       R-VARRE-PEDIDOS-CS.
           READ PEDIDOS NEXT
           IF FS-PED NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF NOT PED-CANCELADO AND
                 DATA-PED NOT < WDATA-INI-CS AND
                 DATA-PED NOT > WDATA-FIM-CS
                 PERFORM R-CESTA-PEDIDO-CS
              END-IF
           END-IF.

      *-------------------------------------
      * UM PEDIDO: PRODUTOS DISTINTOS DAS LINHAS, UMA CONTAGEM POR
      * PRODUTO E UMA POR PAR (NOS DOIS SENTIDOS).
      *-------------------------------------
       R-CESTA-PEDIDO-CS.
           MOVE ZEROES TO WQTD-PP-CS
           MOVE CODIGO-PED TO CODIGO-PED-ITEM
           MOVE ZEROES     TO NUMERO-ITEM
           START PEDITEM KEY IS NOT LESS THAN CHAVE-ITEM
           MOVE 0 TO WSAIDA-IT-CS
           IF FS-PEDITEM NOT = '00'
              MOVE 1 TO WSAIDA-IT-CS
           END-IF
           PERFORM R-CESTA-ITENS-CS UNTIL WSAIDA-IT-CS = 1
           IF WQTD-PP-CS > ZEROES
              ADD 1 TO WTOT-PED-CS
              PERFORM R-CONTA-PRODUTO-CS
                 VARYING WI-CS FROM 1 BY 1 UNTIL WI-CS > WQTD-PP-CS
           END-IF.

       R-CESTA-ITENS-CS.
           READ PEDITEM NEXT
           IF FS-PEDITEM NOT = '00' OR CODIGO-PED-ITEM NOT = CODIGO-PED
              MOVE 1 TO WSAIDA-IT-CS
           ELSE
              MOVE ZEROES TO WACHOU-PP-CS
              PERFORM R-ACHA-PP-CS
                 VARYING WJ-CS FROM 1 BY 1
                 UNTIL WJ-CS > WQTD-PP-CS OR WACHOU-PP-CS NOT = ZEROES
              IF WACHOU-PP-CS = ZEROES
                 IF WQTD-PP-CS < WMAX-PP-CS
                    ADD 1 TO WQTD-PP-CS
                    MOVE CODIGO-PROD-ITEM TO WPP-PROD-CS(WQTD-PP-CS)
                 ELSE
                    MOVE 1 TO WLIMITADO-CS
                 END-IF
              END-IF
           END-IF.

       R-ACHA-PP-CS.
           IF WPP-PROD-CS(WJ-CS) = CODIGO-PROD-ITEM
              MOVE WJ-CS TO WACHOU-PP-CS
           END-IF.

       R-CONTA-PRODUTO-CS.
           MOVE WPP-PROD-CS(WI-CS) TO CODIGO-PROD-CP
           READ CESTAPRD
           IF FS-CP = '00'
              ADD 1 TO PEDIDOS-CP
              REWRITE REGISTRO-CESTAPRD
           ELSE
              MOVE WPP-PROD-CS(WI-CS) TO CODIGO-PROD-CP
              MOVE 1 TO PEDIDOS-CP
              WRITE REGISTRO-CESTAPRD
           END-IF
           COMPUTE WK-CS = WI-CS + 1
           PERFORM R-CONTA-PAR-CS
              VARYING WJ-CS FROM WK-CS BY 1 UNTIL WJ-CS > WQTD-PP-CS.

       R-CONTA-PAR-CS.
           MOVE WPP-PROD-CS(WI-CS) TO PROD-A-PR
           MOVE WPP-PROD-CS(WJ-CS) TO PROD-B-PR
           PERFORM R-SOMA-PAR-CS
           MOVE WPP-PROD-CS(WJ-CS) TO PROD-A-PR
           MOVE WPP-PROD-CS(WI-CS) TO PROD-B-PR
           PERFORM R-SOMA-PAR-CS.

       R-SOMA-PAR-CS.
           READ CESTAPAR
           IF FS-PR = '00'
              ADD 1 TO PEDIDOS-PR
              REWRITE REGISTRO-CESTAPAR
           ELSE
              MOVE 1 TO PEDIDOS-PR
              WRITE REGISTRO-CESTAPAR
           END-IF.

      *-------------------------------------
      * PARES NA ORDEM DO PRODUTO X: NA TROCA DE X GRAVA AS
      * ASSOCIACOES DO ANTERIOR. O PAR ENTRA NO RELATORIO UMA VEZ
      * SO (X MENOR QUE Y) E NAS ASSOCIACOES DE X QUANDO O LIFT
      * PASSA DE 1 E A CONFIANCA ATINGE O MINIMO.
      *-------------------------------------
       R-VARRE-PARES-CS.
           READ CESTAPAR NEXT
           IF FS-PR NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF PEDIDOS-PR NOT < WMIN-JUNTOS-CS
                 PERFORM R-AVALIA-PAR-CS THRU R-AVALIA-PAR-CS-FIM
              END-IF
           END-IF.

       R-AVALIA-PAR-CS.
           IF PROD-A-PR NOT = WPROD-A-CS
              PERFORM R-GRAVA-ASSOC-CS
              MOVE PROD-A-PR TO WPROD-A-CS CODIGO-PROD-CP
              MOVE ZEROES    TO WQTDE-A-CS
              READ CESTAPRD
              IF FS-CP = '00'
                 MOVE PEDIDOS-CP TO WQTDE-A-CS
              END-IF
           END-IF
           MOVE PROD-B-PR TO CODIGO-PROD-CP
           MOVE ZEROES    TO WQTDE-B-CS
           READ CESTAPRD
           IF FS-CP = '00'
              MOVE PEDIDOS-CP TO WQTDE-B-CS
           END-IF
           IF WQTDE-A-CS = ZEROES OR WQTDE-B-CS = ZEROES
              GO TO R-AVALIA-PAR-CS-FIM
           END-IF
           COMPUTE WSUPORTE-CS ROUNDED =
              PEDIDOS-PR * 100 / WTOT-PED-CS
           COMPUTE WCONF-AB-CS ROUNDED =
              PEDIDOS-PR * 100 / WQTDE-A-CS
           COMPUTE WCONF-BA-CS ROUNDED =
              PEDIDOS-PR * 100 / WQTDE-B-CS
           COMPUTE WLIFT-CS ROUNDED =
              (PEDIDOS-PR * WTOT-PED-CS) / (WQTDE-A-CS * WQTDE-B-CS)
              ON SIZE ERROR
                 MOVE 99999.99 TO WLIFT-CS
           END-COMPUTE
           IF PROD-A-PR < PROD-B-PR
              ADD 1 TO WTOT-PARES-CS
              PERFORM R-GUARDA-TOP-CS THRU R-GUARDA-TOP-CS-FIM
           END-IF
           IF WLIFT-CS > 1 AND WCONF-AB-CS NOT < WMIN-CONF-CS
              PERFORM R-GUARDA-ASSOC-CS THRU R-GUARDA-ASSOC-CS-FIM
           END-IF.
       R-AVALIA-PAR-CS-FIM.
           EXIT.

      *    (TABELA DOS MAIORES LIFTS EM ORDEM DECRESCENTE; NO EMPATE
      *     VENCE O PAR COM MAIS PEDIDOS JUNTOS)
       R-GUARDA-TOP-CS.
           MOVE ZEROES TO WPOS-CS
           PERFORM R-POSICAO-TOP-CS
              VARYING WK-CS FROM 1 BY 1
              UNTIL WK-CS > WQTD-TOP-CS OR WPOS-CS NOT = ZEROES
           IF WPOS-CS = ZEROES
              COMPUTE WPOS-CS = WQTD-TOP-CS + 1
           END-IF
           IF WPOS-CS > WTOP-N-CS
              GO TO R-GUARDA-TOP-CS-FIM
           END-IF
           IF WQTD-TOP-CS < WTOP-N-CS
              ADD 1 TO WQTD-TOP-CS
           END-IF
           COMPUTE WULT-CS = WQTD-TOP-CS - 1
           PERFORM R-DESLOCA-TOP-CS
              VARYING WK-CS FROM WULT-CS BY -1 UNTIL WK-CS < WPOS-CS
           MOVE PROD-A-PR   TO WTP-PROD-A-CS(WPOS-CS)
           MOVE PROD-B-PR   TO WTP-PROD-B-CS(WPOS-CS)
           MOVE PEDIDOS-PR  TO WTP-JUNTOS-CS(WPOS-CS)
           MOVE WSUPORTE-CS TO WTP-SUPORTE-CS(WPOS-CS)
           MOVE WCONF-AB-CS TO WTP-CONF-AB-CS(WPOS-CS)
           MOVE WCONF-BA-CS TO WTP-CONF-BA-CS(WPOS-CS)
           MOVE WLIFT-CS    TO WTP-LIFT-CS(WPOS-CS).
       R-GUARDA-TOP-CS-FIM.
           EXIT.

       R-POSICAO-TOP-CS.
           IF WLIFT-CS > WTP-LIFT-CS(WK-CS) OR
              (WLIFT-CS = WTP-LIFT-CS(WK-CS) AND
               PEDIDOS-PR > WTP-JUNTOS-CS(WK-CS))
              MOVE WK-CS TO WPOS-CS
           END-IF.

       R-DESLOCA-TOP-CS.
           MOVE WTP-ITEM-CS(WK-CS) TO WTP-ITEM-CS(WK-CS + 1).

      *    (AS CINCO ASSOCIACOES DE MAIOR CONFIANCA DO PRODUTO X)
       R-GUARDA-ASSOC-CS.
           MOVE ZEROES TO WPOS-CS
           PERFORM R-POSICAO-ASSOC-CS
              VARYING WK-CS FROM 1 BY 1
              UNTIL WK-CS > WQTD-AS-CS OR WPOS-CS NOT = ZEROES
           IF WPOS-CS = ZEROES
              COMPUTE WPOS-CS = WQTD-AS-CS + 1
           END-IF
           IF WPOS-CS > WMAX-AS-CS
              GO TO R-GUARDA-ASSOC-CS-FIM
           END-IF
           IF WQTD-AS-CS < WMAX-AS-CS
              ADD 1 TO WQTD-AS-CS
           END-IF
           COMPUTE WULT-CS = WQTD-AS-CS - 1
           PERFORM R-DESLOCA-ASSOC-CS
              VARYING WK-CS FROM WULT-CS BY -1 UNTIL WK-CS < WPOS-CS
           MOVE PROD-B-PR   TO WAS-PROD-CS(WPOS-CS)
           MOVE PEDIDOS-PR  TO WAS-JUNTOS-CS(WPOS-CS)
           MOVE WSUPORTE-CS TO WAS-SUPORTE-CS(WPOS-CS)
           MOVE WCONF-AB-CS TO WAS-CONF-CS(WPOS-CS)
           MOVE WLIFT-CS    TO WAS-LIFT-CS(WPOS-CS).
       R-GUARDA-ASSOC-CS-FIM.
           EXIT.

       R-POSICAO-ASSOC-CS.
           IF WCONF-AB-CS > WAS-CONF-CS(WK-CS) OR
              (WCONF-AB-CS = WAS-CONF-CS(WK-CS) AND
               WLIFT-CS > WAS-LIFT-CS(WK-CS))
              MOVE WK-CS TO WPOS-CS
           END-IF.

       R-DESLOCA-ASSOC-CS.
           MOVE WAS-ITEM-CS(WK-CS) TO WAS-ITEM-CS(WK-CS + 1).

       R-GRAVA-ASSOC-CS.
           PERFORM R-GRAVA-ASSOC-CS-1
              VARYING WK-CS FROM 1 BY 1 UNTIL WK-CS > WQTD-AS-CS
           MOVE ZEROES TO WQTD-AS-CS.

       R-GRAVA-ASSOC-CS-1.
           MOVE WPROD-A-CS             TO CODIGO-PROD-AS
           MOVE WK-CS                  TO SEQ-AS
           MOVE WAS-PROD-CS(WK-CS)     TO CODIGO-ASSOC-AS
           MOVE WAS-JUNTOS-CS(WK-CS)   TO PEDIDOS-AS
           MOVE WAS-SUPORTE-CS(WK-CS)  TO SUPORTE-AS
           MOVE WAS-CONF-CS(WK-CS)     TO CONFIANCA-AS
           MOVE WAS-LIFT-CS(WK-CS)     TO LIFT-AS
           MOVE WDATA-HOJE-CS          TO DATA-GER-AS
           WRITE REGISTRO-ASSOC
           IF FS-AS = '00'
              ADD 1 TO WTOT-ASSOC-CS
           END-IF.

      *-------------------------------------
      * RELATORIO DOS PARES DE MAIOR LIFT
      *-------------------------------------
       R-IMPRIME-CS.
           MOVE 'RELCESTA.TXT' TO WID-ARQ-REL-1
           MOVE 'RELCESTA'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE WDATA-INI-CS   TO LINK-SPL-PARAMS(1:8)
           MOVE WDATA-FIM-CS   TO LINK-SPL-PARAMS(10:8)
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
           MOVE WDATA-INI-CS TO RL-INI-CS
           MOVE WDATA-FIM-CS TO RL-FIM-CS
           MOVE WTOT-PED-CS  TO RL-PEDIDOS-CS
           MOVE WCS-CAB1 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WMIN-JUNTOS-CS TO RL-MIN-CS
           MOVE WCS-CAB2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WCS-CAB3 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WCS-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-IMPRIME-PAR-CS
              VARYING WK-CS FROM 1 BY 1 UNTIL WK-CS > WQTD-TOP-CS
           MOVE WCS-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WTOT-PARES-CS TO RR-PARES-CS
           MOVE WCS-ROD1 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WTOT-ASSOC-CS TO RR-ASSOC-CS
           MOVE WMIN-CONF-CS  TO RR-CONF-CS
           MOVE WCS-ROD2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WCS-ROD3 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WCS-ROD4 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF WLIMITADO-CS = 1
              MOVE WCS-ROD5 TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           CLOSE ARQREL.

       R-IMPRIME-PAR-CS.
           MOVE WTP-PROD-A-CS(WK-CS) TO RD-PROD-A-CS CODIGO-PROD
           MOVE SPACES TO RD-DESC-A-CS
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE DESCRICAO-PROD TO RD-DESC-A-CS
           END-IF
           MOVE WTP-PROD-B-CS(WK-CS) TO RD-PROD-B-CS CODIGO-PROD
           MOVE SPACES TO RD-DESC-B-CS
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE DESCRICAO-PROD TO RD-DESC-B-CS
           END-IF
           MOVE WTP-JUNTOS-CS(WK-CS)  TO RD-JUNTOS-CS
           MOVE WTP-SUPORTE-CS(WK-CS) TO RD-SUPORTE-CS
           MOVE WTP-CONF-AB-CS(WK-CS) TO RD-CONF-AB-CS
           MOVE WTP-CONF-BA-CS(WK-CS) TO RD-CONF-BA-CS
           MOVE WTP-LIFT-CS(WK-CS)    TO RD-LIFT-CS
           MOVE WCS-DET TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-MOSTRA-MSG-CS.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
