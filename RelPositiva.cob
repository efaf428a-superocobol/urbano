      *--------------------------
      * RELATORIO DE POSITIVACAO E MIX POR CARTEIRA
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RelPositiva.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Para o mes informado, confronta
      *              a carteira de cada vendedor ativo (clientes
      *              ativos da DISTRIBUICAO) com o cubo de vendas
      *              (ARQSTAT.DAT): clientes que compraram
      *              (positivados) e o percentual sobre a carteira,
      *              comparado com a meta de positivacao do vendedor
      *              (ARQMETAPOS.DAT, mantida no CadMetas) ou com o
      *              padrao informado na tela; mix medio de
      *              categorias (CATEGORIA-PROD) por cliente que
      *              comprou; e os clientes perdidos, que compraram
      *              no mes anterior e nao no mes. Resume por
      *              supervisor. Saida no catalogo de spool
      *              (RELPOSIT).
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT DISTRIBUICAO ASSIGN TO  DISK WID-ARQ-DISTRIBUICAO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DIS
              ALTERNATE RECORD KEY IS CODIGO-CLI-DIS   WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-DIS   WITH DUPLICATES
              ALTERNATE RECORD KEY IS LATITUDE-DIS     WITH DUPLICATES
              ALTERNATE RECORD KEY IS LONGITUDE-DIS    WITH DUPLICATES
              ALTERNATE RECORD KEY IS DISTANCIA-DIS    WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DIS.

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

       SELECT ESTATIS ASSIGN TO  DISK WID-ARQ-STAT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-ST
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ST.

       SELECT PRODUTOS ASSIGN TO  DISK WID-ARQ-PRODUTO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD
              ALTERNATE RECORD KEY IS DESCRICAO-PROD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PROD.

       SELECT METAPOS ASSIGN TO  DISK WID-ARQ-METAPOS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-VEN-MP
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MP.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD VENDEDORES.
       01  REGISTRO-VENDEDORES.
           02 CHAVE-VEN.
              03 CODIGO-VEN             PIC  9(007).
              03 CPF-VEN                PIC  9(011).
           02 NOME-VEN                  PIC  X(040).
           02 LATITUDE-VEN              PIC S9(003)v9(008).
           02 LONGITUDE-VEN             PIC S9(003)v9(008).
           02 INATIVO-VEN               PIC  X(001) VALUE SPACES.
           02 SUPERVISOR-VEN            PIC  9(007) VALUE ZEROES.
           02 COMISSAO-VEN              PIC  9(003)v9(002) VALUE ZEROES.
           02 CAPACIDADE-VEN            PIC  9(005) VALUE ZEROES.

       FD DISTRIBUICAO.
       01  REGISTRO-DISTRIBUICAO.
           02 CHAVE-DIS.
              03 CODIGO-VEN-DIS         PIC  9(007).
              03 CODIGO-CLI-DIS         PIC  9(007).
           02 LATITUDE-DIS              PIC S9(003)v9(008).
           02 LONGITUDE-DIS             PIC S9(003)v9(008).
           02 DISTANCIA-DIS             PIC  9(008)v9(002) VALUE ZEROES.

       FD CLIENTES.
       01 REGISTRO-CLIENTES.
          02 CHAVE-CLI.
             03 CODIGO             PIC  9(007).
             03 CNPJ               PIC  9(014).
          02 RAZAO                 PIC  X(040).
          02 LATITUDE              PIC S9(003)v9(008).
          02 LONGITUDE             PIC S9(003)v9(008).
          02 INATIVO               PIC  X(001) VALUE SPACES.
          02 FILLER                PIC  X(171).

       FD ESTATIS.
       01 REGISTRO-ESTATIS.
          02 CHAVE-ST.
             03 ANO-MES-ST            PIC  9(006).
             03 CODIGO-VEN-ST         PIC  9(007).
             03 CODIGO-CLI-ST         PIC  9(007).
             03 CODIGO-PROD-ST        PIC  9(007).
          02 QTDE-ST                  PIC  9(009) VALUE ZEROES.
          02 VALOR-ST                 PIC  9(011)v9(002) VALUE ZEROES.
          02 DESCONTO-ST              PIC  9(011)v9(002) VALUE ZEROES.

       FD PRODUTOS.
       01 REGISTRO-PRODUTOS.
          02 CODIGO-PROD           PIC  9(007).
          02 DESCRICAO-PROD        PIC  X(040).
          02 FILLER                PIC  X(068).
          02 CATEGORIA-PROD        PIC  9(003) VALUE ZEROES.

       FD METAPOS.
       01 REGISTRO-METAPOS.
          02 CODIGO-VEN-MP            PIC  9(007).
          02 PERC-MP                  PIC  9(003)v9(002) VALUE ZEROES.
          02 OPERADOR-MP              PIC  X(010) VALUE SPACES.
          02 DATA-ALT-MP              PIC  9(008) VALUE ZEROES.

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-DIS.
           02 FS-DIS-1                PIC 9.
           02 FS-DIS-2                PIC 9.
           02 FS-DIS-R REDEFINES FS-DIS-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLI-1                PIC 9.
           02 FS-CLI-2                PIC 9.
           02 FS-CLI-R REDEFINES FS-CLI-2 PIC 99 COMP-X.
       01 FS-ST.
           02 FS-ST-1                 PIC 9.
           02 FS-ST-2                 PIC 9.
           02 FS-ST-R REDEFINES FS-ST-2 PIC 99 COMP-X.
       01 FS-PROD.
           02 FS-PROD-1               PIC 9.
           02 FS-PROD-2               PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-MP.
           02 FS-MP-1                 PIC 9.
           02 FS-MP-2                 PIC 9.
           02 FS-MP-R REDEFINES FS-MP-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.

       01 WID-ARQ-VENDEDOR.
           02 WID-ARQ-VENDEDOR-1           PIC X(50).
       01 WID-ARQ-DISTRIBUICAO.
           02 WID-ARQ-DISTRIBUICAO-1       PIC X(50).
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-STAT                PIC X(50) VALUE 'ARQSTAT.DAT'.
       01 WID-ARQ-METAPOS             PIC X(50) VALUE 'ARQMETAPOS.DAT'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                   PIC X VALUE SPACES.
       77 WSAIDA               PIC 9 VALUE ZEROES.
       77 WSAIDA-DIS-PV        PIC 9 VALUE ZEROES.
       77 WSAIDA-ST-PV         PIC 9 VALUE ZEROES.
       77 WMP-DISPONIVEL-PV    PIC 9 VALUE ZEROES.
       77 WCOMPROU-PV          PIC 9 VALUE ZEROES.
       77 WCONTA-CAT-PV        PIC 9 VALUE ZEROES.
       01 WANO-MES-PV          PIC 9(006) VALUE ZEROES.
       01 WANO-MES-PV-R REDEFINES WANO-MES-PV.
          02 WANO-PV           PIC 9(004).
          02 WMES-PV           PIC 9(002).
       01 WANO-MES-ANT-PV      PIC 9(006) VALUE ZEROES.
       01 WANO-MES-ANT-PV-R REDEFINES WANO-MES-ANT-PV.
          02 WANO-ANT-PV       PIC 9(004).
          02 WMES-ANT-PV       PIC 9(002).
       01 WMES-BUSCA-PV        PIC 9(006) VALUE ZEROES.
       01 WDATA-HOJE-PV        PIC 9(008) VALUE ZEROES.
       01 WVEN-FILTRO-PV       PIC 9(007) VALUE ZEROES.
       01 WPERC-PADRAO-PV      PIC 9(003)v9(002) VALUE 70.
       01 WVEN-ATUAL-PV        PIC 9(007) VALUE ZEROES.
       01 WVALOR-CLI-PV        PIC 9(011)v9(002) VALUE ZEROES.

      *-------------VENDEDOR EM AVALIACAO---------------------------
       01 WCART-PV             PIC 9(005) VALUE ZEROES.
       01 WPOSIT-PV            PIC 9(005) VALUE ZEROES.
       01 WCATEG-SOMA-PV       PIC 9(007) VALUE ZEROES.
       01 WMETA-PV             PIC 9(003)v9(002) VALUE ZEROES.
       01 WPERC-PV             PIC 9(003)v9(001) VALUE ZEROES.
       01 WMIX-PV              PIC 9(003)v9(001) VALUE ZEROES.
       77 WABAIXO-PV           PIC 9 VALUE ZEROES.
      * CATEGORIAS DISTINTAS COMPRADAS PELO CLIENTE NO MES
       77 WMAX-CAT-PV          PIC 9(003) VALUE 100.
       77 WQTD-CAT-PV          PIC 9(003) VALUE ZEROES.
       77 WK-PV                PIC 9(003) VALUE ZEROES.
       77 WACHOU-CAT-PV        PIC 9(003) VALUE ZEROES.
       01 WCATEG-ATUAL-PV      PIC 9(003) VALUE ZEROES.
       01 WTAB-CAT-PV.
          02 WCAT-CODIGO-PV    PIC 9(003) OCCURS 100 TIMES.
      * CLIENTES PERDIDOS DO VENDEDOR (LISTA LIMITADA A 300; O QUE
      * PASSAR DISSO SO E CONTADO)
       77 WMAX-PERD-PV         PIC 9(003) VALUE 300.
       01 WQTD-PERD-PV         PIC 9(005) VALUE ZEROES.
       77 WI-PV                PIC 9(005) VALUE ZEROES.
       77 WJ-PV                PIC 9(005) VALUE ZEROES.
       01 WTAB-PERD-PV.
          02 WPD-ITEM OCCURS 300 TIMES.
             03 WPD-CLI        PIC 9(007).
             03 WPD-RAZAO      PIC X(040).
             03 WPD-VALOR      PIC 9(011)v9(002).

      *-------------RESUMO POR SUPERVISOR---------------------------
       77 WMAX-SUP-PV          PIC 9(003) VALUE 100.
       77 WQTD-SUP-PV          PIC 9(003) VALUE ZEROES.
       77 WIS-PV                PIC 9(003) VALUE ZEROES.
       77 WT-PV                PIC 9(003) VALUE ZEROES.
       01 WTAB-SUP-PV.
          02 WSP-ITEM-PV OCCURS 100 TIMES.
             03 WSP-CODIGO-PV  PIC 9(007).
             03 WSP-VALORES-PV.
                04 WSP-VEN-PV     PIC 9(005).
                04 WSP-CART-PV    PIC 9(007).
                04 WSP-POSIT-PV   PIC 9(007).
                04 WSP-CATEG-PV   PIC 9(009).
                04 WSP-PERD-PV    PIC 9(007).
                04 WSP-ABAIXO-PV  PIC 9(005).
       01 WTOT-PV.
          02 WTOT-VEN-PV       PIC 9(005) VALUE ZEROES.
          02 WTOT-CART-PV      PIC 9(007) VALUE ZEROES.
          02 WTOT-POSIT-PV     PIC 9(007) VALUE ZEROES.
          02 WTOT-CATEG-PV     PIC 9(009) VALUE ZEROES.
          02 WTOT-PERD-PV      PIC 9(007) VALUE ZEROES.
          02 WTOT-ABAIXO-PV    PIC 9(005) VALUE ZEROES.
       77 WSEM-CART-PV         PIC 9(005) VALUE ZEROES.
      *--------------------------------------------------

       01 WPV-CAB1.
          02 FILLER            PIC X(38) VALUE
             'POSITIVACAO E MIX POR CARTEIRA - MES: '.
          02 RL-MES-PV         PIC 99.
          02 FILLER            PIC X(01) VALUE '/'.
          02 RL-ANO-PV         PIC 9999.
          02 FILLER            PIC X(24) VALUE
             '   META PADRAO (%): '.
          02 RL-PADRAO-PV      PIC ZZ9.99.

       01 WPV-CAB2.
          02 FILLER PIC X(07) VALUE 'VEND.'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(25) VALUE 'NOME'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(07) VALUE 'SUPERV.'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(05) VALUE 'CART.'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(05) VALUE 'POSIT'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(05) VALUE ' POS%'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(07) VALUE ' META%'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(06) VALUE 'SITUAC'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(05) VALUE '  MIX'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(05) VALUE 'PERD.'.

       01 WPV-TRACO.
          02 FILLER PIC X(086) VALUE ALL '-'.

       01 WPV-DET-VEN.
          02 RV-COD-PV         PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RV-NOME-PV        PIC X(025).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RV-SUP-PV         PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RV-CART-PV        PIC ZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RV-POSIT-PV       PIC ZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RV-PERC-PV        PIC ZZ9.9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RV-META-PV        PIC ZZ9.99.
          02 RV-META-IND-PV    PIC X(001).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RV-SIT-PV         PIC X(006).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RV-MIX-PV         PIC ZZ9.9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RV-PERD-PV        PIC ZZZZ9.

       01 WPV-DET-PERD.
          02 FILLER            PIC X(08) VALUE SPACES.
          02 FILLER            PIC X(09) VALUE 'PERDIDO: '.
          02 RP-CLI-PV         PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RP-RAZAO-PV       PIC X(040).
          02 FILLER            PIC X(17) VALUE
             '  MES ANTERIOR: '.
          02 RP-VALOR-PV       PIC ZZZZZZZZ9.99.

       01 WPV-DET-PERD2.
          02 FILLER            PIC X(08) VALUE SPACES.
          02 FILLER            PIC X(33) VALUE
             'DEMAIS PERDIDOS NAO LISTADOS...: '.
          02 RP-DEMAIS-PV      PIC ZZZZ9.

       01 WPV-CAB-SUP.
          02 FILLER            PIC X(40) VALUE
             'RESUMO POR SUPERVISOR'.

       01 WPV-CAB-SUP2.
          02 FILLER PIC X(07) VALUE 'SUPERV.'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(25) VALUE 'NOME'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(05) VALUE 'VEND.'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(07) VALUE '  CART.'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(07) VALUE '  POSIT'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(05) VALUE ' POS%'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(05) VALUE '  MIX'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(07) VALUE '  PERD.'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(06) VALUE 'ABAIXO'.

       01 WPV-DET-SUP.
          02 RS-COD-PV         PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RS-NOME-PV        PIC X(025).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RS-VEN-PV         PIC ZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RS-CART-PV        PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RS-POSIT-PV       PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RS-PERC-PV        PIC ZZ9.9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RS-MIX-PV         PIC ZZ9.9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RS-PERD-PV        PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RS-ABAIXO-PV      PIC ZZZZZ9.

       01 WPV-ROD1.
          02 FILLER            PIC X(45) VALUE
             'META% COM * = META PROPRIA DO VENDEDOR (CADME'.
          02 FILLER            PIC X(40) VALUE
             'TAS); SEM * = PADRAO DESTE RELATORIO'.

       01 WPV-ROD2.
          02 FILLER            PIC X(45) VALUE
             'POSITIVADO = CLIENTE ATIVO DA CARTEIRA COM CO'.
          02 FILLER            PIC X(40) VALUE
             'MPRA NO MES FEITA PELO PROPRIO VENDEDOR'.

       01 WPV-ROD3.
          02 FILLER            PIC X(37) VALUE
             'VENDEDORES ATIVOS SEM CARTEIRA.....: '.
          02 RR-SEMCART-PV     PIC ZZZZ9.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-POSITIVA-PV.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - POSITIVACAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 20 VALUE "POSITIVACAO E MIX POR CARTEIRA".
          02 LINE 8 COL 10 VALUE "MES (AAAAMM)...............:".
          02 LINE 8 COL 40 PIC 9(006) USING WANO-MES-PV.
          02 LINE 9 COL 10 VALUE "VENDEDOR (0=TODOS).........:".
          02 LINE 9 COL 40 PIC 9(007) USING WVEN-FILTRO-PV.
          02 LINE 10 COL 10 VALUE "META PADRAO DE POSITIV. (%):".
          02 LINE 10 COL 40 PIC 9(003)V99 USING WPERC-PADRAO-PV.
          02 LINE 11 COL 10 VALUE
             "(VALE PARA VENDEDOR SEM META PROPRIA NO CADMETAS)".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           MOVE LID-ARQ-VENDEDOR-1     TO WID-ARQ-VENDEDOR-1
           MOVE LID-ARQ-DISTRIBUICAO-1 TO WID-ARQ-DISTRIBUICAO-1
           MOVE LID-ARQ-CLIENTE-1      TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-PRODUTO-1      TO WID-ARQ-PRODUTO-1
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-STAT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-METAPOS
           ACCEPT WDATA-HOJE-PV FROM DATE YYYYMMDD
           MOVE WDATA-HOJE-PV(1:6) TO WANO-MES-PV
           DISPLAY TELA-POSITIVA-PV
           ACCEPT TELA-POSITIVA-PV
           IF WANO-MES-PV NOT = ZEROES
              PERFORM R-GERA-POSITIVA THRU R-GERA-POSITIVA-FIM
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.

       R-GERA-POSITIVA.
           IF WMES-PV = ZEROES OR WMES-PV > 12
              MOVE 'MES INVALIDO' TO WTXT
              PERFORM R-MOSTRA-MSG-PV
              GO TO R-GERA-POSITIVA-FIM
           END-IF
           IF WPERC-PADRAO-PV > 100
              MOVE 'META PADRAO INVALIDA' TO WTXT
              PERFORM R-MOSTRA-MSG-PV
              GO TO R-GERA-POSITIVA-FIM
           END-IF
      *    (MES ANTERIOR, VIRANDO O ANO EM JANEIRO)
           MOVE WANO-MES-PV TO WANO-MES-ANT-PV
           IF WMES-PV = 1
              SUBTRACT 1 FROM WANO-ANT-PV
              MOVE 12 TO WMES-ANT-PV
           ELSE
              SUBTRACT 1 FROM WMES-ANT-PV
           END-IF
           OPEN INPUT ESTATIS
           IF FS-ST NOT = '00'
              MOVE 'SEM ESTATISTICA DE VENDAS ST ' TO WTXT
              MOVE FS-ST TO WST
              PERFORM R-MOSTRA-MSG-PV
              GO TO R-GERA-POSITIVA-FIM
           END-IF
           OPEN INPUT DISTRIBUICAO
           IF FS-DIS NOT = '00'
              CLOSE ESTATIS
              MOVE 'SEM CARTEIRA DISTRIBUIDA ST ' TO WTXT
              MOVE FS-DIS TO WST
              PERFORM R-MOSTRA-MSG-PV
              GO TO R-GERA-POSITIVA-FIM
           END-IF
           OPEN INPUT VENDEDORES CLIENTES PRODUTOS
           MOVE 0 TO WMP-DISPONIVEL-PV
           OPEN INPUT METAPOS
           IF FS-MP = '00'
              MOVE 1 TO WMP-DISPONIVEL-PV
           END-IF
           MOVE 'RELPOSIT.TXT' TO WID-ARQ-REL-1
           MOVE 'RELPOSIT'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE WANO-MES-PV    TO LINK-SPL-PARAMS(1:6)
           MOVE WVEN-FILTRO-PV TO LINK-SPL-PARAMS(8:7)
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
           MOVE WMES-PV         TO RL-MES-PV
           MOVE WANO-PV         TO RL-ANO-PV
           MOVE WPERC-PADRAO-PV TO RL-PADRAO-PV
           MOVE WPV-CAB1 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPV-CAB2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPV-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WQTD-SUP-PV WSEM-CART-PV
           INITIALIZE WTOT-PV
      * VENDEDORES ATIVOS (OU SO O INFORMADO) NA ORDEM DE CODIGO
           MOVE WVEN-FILTRO-PV TO CODIGO-VEN
           MOVE ZEROES         TO CPF-VEN
           START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
           MOVE 0 TO WSAIDA
           IF FS-VEN NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-VARRE-VENDEDORES-PV UNTIL WSAIDA = 1
           PERFORM R-IMPRIME-SUP-PV
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WSEM-CART-PV TO RR-SEMCART-PV
           MOVE WPV-ROD3 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPV-ROD1 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPV-ROD2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL
           CLOSE ESTATIS DISTRIBUICAO VENDEDORES CLIENTES PRODUTOS
           IF WMP-DISPONIVEL-PV = 1
              CLOSE METAPOS
           END-IF
           MOVE SPACES TO WTXT
           STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
              INTO WTXT
           PERFORM R-MOSTRA-MSG-PV.
       R-GERA-POSITIVA-FIM.
           EXIT.

       R-VARRE-VENDEDORES-PV.
           READ VENDEDORES NEXT
           IF FS-VEN NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF WVEN-FILTRO-PV NOT = ZEROES AND
                 CODIGO-VEN NOT = WVEN-FILTRO-PV
                 MOVE 1 TO WSAIDA
              ELSE
                 IF INATIVO-VEN NOT = 'S'
                    PERFORM R-AVALIA-VENDEDOR-PV
                       THRU R-AVALIA-VENDEDOR-PV-FIM
                 END-IF
              END-IF
           END-IF.

      *-------------------------------------
      * AVALIA A CARTEIRA DE UM VENDEDOR: CADA CLIENTE ATIVO DA
      * DISTRIBUICAO E PROCURADO NO CUBO DE VENDAS NO MES (VENDEDOR
      * + CLIENTE); SEM COMPRA NO MES, E PROCURADO NO MES ANTERIOR
      * PARA A LISTA DE PERDIDOS.
      *-------------------------------------
       R-AVALIA-VENDEDOR-PV.
           MOVE ZEROES TO WCART-PV WPOSIT-PV WCATEG-SOMA-PV
                          WQTD-PERD-PV
           MOVE CODIGO-VEN TO WVEN-ATUAL-PV
           MOVE CODIGO-VEN TO CODIGO-VEN-DIS
           MOVE ZEROES     TO CODIGO-CLI-DIS
           START DISTRIBUICAO KEY IS NOT LESS THAN CHAVE-DIS
           MOVE 0 TO WSAIDA-DIS-PV
           IF FS-DIS NOT = '00'
              MOVE 1 TO WSAIDA-DIS-PV
           END-IF
           PERFORM R-VARRE-CARTEIRA-PV UNTIL WSAIDA-DIS-PV = 1
           IF WCART-PV = ZEROES
              ADD 1 TO WSEM-CART-PV
              GO TO R-AVALIA-VENDEDOR-PV-FIM
           END-IF
      *    (META PROPRIA DO VENDEDOR OU O PADRAO DA TELA)
           MOVE WPERC-PADRAO-PV TO WMETA-PV
           MOVE SPACES          TO RV-META-IND-PV
           IF WMP-DISPONIVEL-PV = 1
              MOVE CODIGO-VEN TO CODIGO-VEN-MP
              READ METAPOS
              IF FS-MP = '00'
                 MOVE PERC-MP TO WMETA-PV
                 MOVE '*'     TO RV-META-IND-PV
              END-IF
           END-IF
           COMPUTE WPERC-PV ROUNDED = WPOSIT-PV * 100 / WCART-PV
           MOVE ZEROES TO WMIX-PV
           IF WPOSIT-PV > ZEROES
              COMPUTE WMIX-PV ROUNDED = WCATEG-SOMA-PV / WPOSIT-PV
           END-IF
           MOVE 0 TO WABAIXO-PV
           IF WPOSIT-PV * 100 < WMETA-PV * WCART-PV
              MOVE 1 TO WABAIXO-PV
           END-IF
           MOVE CODIGO-VEN     TO RV-COD-PV
           MOVE NOME-VEN       TO RV-NOME-PV
           MOVE SUPERVISOR-VEN TO RV-SUP-PV
           MOVE WCART-PV       TO RV-CART-PV
           MOVE WPOSIT-PV      TO RV-POSIT-PV
           MOVE WPERC-PV       TO RV-PERC-PV
           MOVE WMETA-PV       TO RV-META-PV
           IF WABAIXO-PV = 1
              MOVE 'ABAIXO' TO RV-SIT-PV
           ELSE
              MOVE 'OK'     TO RV-SIT-PV
           END-IF
           MOVE WMIX-PV        TO RV-MIX-PV
           MOVE WQTD-PERD-PV   TO RV-PERD-PV
           MOVE WPV-DET-VEN TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WQTD-PERD-PV TO WJ-PV
           IF WJ-PV > WMAX-PERD-PV
              MOVE WMAX-PERD-PV TO WJ-PV
           END-IF
           PERFORM R-IMPRIME-PERDIDO-PV
              VARYING WI-PV FROM 1 BY 1 UNTIL WI-PV > WJ-PV
           IF WQTD-PERD-PV > WMAX-PERD-PV
              COMPUTE RP-DEMAIS-PV = WQTD-PERD-PV - WMAX-PERD-PV
              MOVE WPV-DET-PERD2 TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           ADD 1              TO WTOT-VEN-PV
           ADD WCART-PV       TO WTOT-CART-PV
           ADD WPOSIT-PV      TO WTOT-POSIT-PV
           ADD WCATEG-SOMA-PV TO WTOT-CATEG-PV
           ADD WQTD-PERD-PV   TO WTOT-PERD-PV
           ADD WABAIXO-PV     TO WTOT-ABAIXO-PV
           PERFORM R-ACUMULA-SUP-PV.
       R-AVALIA-VENDEDOR-PV-FIM.
           EXIT.

       R-VARRE-CARTEIRA-PV.
           READ DISTRIBUICAO NEXT
           IF FS-DIS NOT = '00' OR
              CODIGO-VEN-DIS NOT = WVEN-ATUAL-PV
              MOVE 1 TO WSAIDA-DIS-PV
           ELSE
              PERFORM R-AVALIA-CLIENTE-PV THRU R-AVALIA-CLIENTE-PV-FIM
           END-IF.

       R-AVALIA-CLIENTE-PV.
           MOVE CODIGO-CLI-DIS TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              GO TO R-AVALIA-CLIENTE-PV-FIM
           END-IF
           IF INATIVO = 'S'
              GO TO R-AVALIA-CLIENTE-PV-FIM
           END-IF
           ADD 1 TO WCART-PV
           MOVE ZEROES      TO WQTD-CAT-PV
           MOVE 1           TO WCONTA-CAT-PV
           MOVE WANO-MES-PV TO WMES-BUSCA-PV
           PERFORM R-COMPRAS-CLIENTE-PV
           IF WCOMPROU-PV = 1
              ADD 1           TO WPOSIT-PV
              ADD WQTD-CAT-PV TO WCATEG-SOMA-PV
              GO TO R-AVALIA-CLIENTE-PV-FIM
           END-IF
           MOVE 0               TO WCONTA-CAT-PV
           MOVE WANO-MES-ANT-PV TO WMES-BUSCA-PV
           PERFORM R-COMPRAS-CLIENTE-PV
           IF WCOMPROU-PV = 1
              ADD 1 TO WQTD-PERD-PV
              IF WQTD-PERD-PV NOT > WMAX-PERD-PV
                 MOVE WQTD-PERD-PV TO WI-PV
                 MOVE CODIGO-CLI-DIS TO WPD-CLI(WI-PV)
                 MOVE RAZAO          TO WPD-RAZAO(WI-PV)
                 MOVE WVALOR-CLI-PV  TO WPD-VALOR(WI-PV)
              END-IF
           END-IF.
       R-AVALIA-CLIENTE-PV-FIM.
           EXIT.

      *    (LINHAS DO CUBO DO MES EM WMES-BUSCA-PV PARA O VENDEDOR E
      *     O CLIENTE DA CARTEIRA; CONTA COMO COMPRA SO QUANTIDADE
      *     POSITIVA)
       R-COMPRAS-CLIENTE-PV.
           MOVE 0 TO WCOMPROU-PV
           MOVE ZEROES TO WVALOR-CLI-PV
           MOVE WMES-BUSCA-PV  TO ANO-MES-ST
           MOVE WVEN-ATUAL-PV  TO CODIGO-VEN-ST
           MOVE CODIGO-CLI-DIS TO CODIGO-CLI-ST
           MOVE ZEROES         TO CODIGO-PROD-ST
           START ESTATIS KEY IS NOT LESS THAN CHAVE-ST
           MOVE 0 TO WSAIDA-ST-PV
           IF FS-ST NOT = '00'
              MOVE 1 TO WSAIDA-ST-PV
           END-IF
           PERFORM R-VARRE-ESTATIS-PV UNTIL WSAIDA-ST-PV = 1.

       R-VARRE-ESTATIS-PV.
           READ ESTATIS NEXT
           IF FS-ST NOT = '00' OR
              ANO-MES-ST    NOT = WMES-BUSCA-PV OR
              CODIGO-VEN-ST NOT = WVEN-ATUAL-PV OR
              CODIGO-CLI-ST NOT = CODIGO-CLI-DIS
              MOVE 1 TO WSAIDA-ST-PV
           ELSE
              IF QTDE-ST > ZEROES
                 MOVE 1 TO WCOMPROU-PV
                 ADD VALOR-ST TO WVALOR-CLI-PV
                 IF WCONTA-CAT-PV = 1
                    PERFORM R-CATEGORIA-PV
                 END-IF
              END-IF
           END-IF.

      *    (PRODUTO FORA DO CADASTRO CONTA COMO CATEGORIA 000)
       R-CATEGORIA-PV.
           MOVE CODIGO-PROD-ST TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE CATEGORIA-PROD TO WCATEG-ATUAL-PV
           ELSE
              MOVE ZEROES TO WCATEG-ATUAL-PV
           END-IF
           MOVE ZEROES TO WACHOU-CAT-PV
           PERFORM R-ACHA-CATEGORIA-PV
              VARYING WK-PV FROM 1 BY 1 UNTIL WK-PV > WQTD-CAT-PV
           IF WACHOU-CAT-PV = ZEROES AND WQTD-CAT-PV < WMAX-CAT-PV
              ADD 1 TO WQTD-CAT-PV
              MOVE WCATEG-ATUAL-PV TO WCAT-CODIGO-PV(WQTD-CAT-PV)
           END-IF.

       R-ACHA-CATEGORIA-PV.
           IF WCAT-CODIGO-PV(WK-PV) = WCATEG-ATUAL-PV
              MOVE WK-PV TO WACHOU-CAT-PV
           END-IF.

       R-IMPRIME-PERDIDO-PV.
           MOVE WPD-CLI(WI-PV)   TO RP-CLI-PV
           MOVE WPD-RAZAO(WI-PV) TO RP-RAZAO-PV
           MOVE WPD-VALOR(WI-PV) TO RP-VALOR-PV
           MOVE WPV-DET-PERD TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-ACUMULA-SUP-PV.
           MOVE ZEROES TO WT-PV
           PERFORM R-ACHA-SUP-PV
              VARYING WIS-PV FROM 1 BY 1 UNTIL WIS-PV > WQTD-SUP-PV
           IF WT-PV = ZEROES AND WQTD-SUP-PV < WMAX-SUP-PV
              ADD 1 TO WQTD-SUP-PV
              MOVE WQTD-SUP-PV    TO WT-PV
              MOVE SUPERVISOR-VEN TO WSP-CODIGO-PV(WT-PV)
              MOVE ZEROES         TO WSP-VALORES-PV(WT-PV)
           END-IF
           IF WT-PV NOT = ZEROES
              ADD 1              TO WSP-VEN-PV(WT-PV)
              ADD WCART-PV       TO WSP-CART-PV(WT-PV)
              ADD WPOSIT-PV      TO WSP-POSIT-PV(WT-PV)
              ADD WCATEG-SOMA-PV TO WSP-CATEG-PV(WT-PV)
              ADD WQTD-PERD-PV   TO WSP-PERD-PV(WT-PV)
              ADD WABAIXO-PV     TO WSP-ABAIXO-PV(WT-PV)
           END-IF.

       R-ACHA-SUP-PV.
           IF WSP-CODIGO-PV(WIS-PV) = SUPERVISOR-VEN
              MOVE WIS-PV TO WT-PV
           END-IF.

      *    (NOME DO SUPERVISOR LIDO SO AQUI, COM A VARREDURA DE
      *     VENDEDORES JA ENCERRADA)
       R-IMPRIME-SUP-PV.
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPV-CAB-SUP TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPV-CAB-SUP2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPV-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-IMPRIME-SUP-PV-1
              VARYING WIS-PV FROM 1 BY 1 UNTIL WIS-PV > WQTD-SUP-PV
           MOVE WPV-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES          TO RS-COD-PV
           MOVE 'TOTAL GERAL'   TO RS-NOME-PV
           MOVE WTOT-VEN-PV     TO RS-VEN-PV
           MOVE WTOT-CART-PV    TO RS-CART-PV
           MOVE WTOT-POSIT-PV   TO RS-POSIT-PV
           MOVE WTOT-PERD-PV    TO RS-PERD-PV
           MOVE WTOT-ABAIXO-PV  TO RS-ABAIXO-PV
           MOVE ZEROES TO WPERC-PV WMIX-PV
           IF WTOT-CART-PV > ZEROES
              COMPUTE WPERC-PV ROUNDED =
                 WTOT-POSIT-PV * 100 / WTOT-CART-PV
           END-IF
           IF WTOT-POSIT-PV > ZEROES
              COMPUTE WMIX-PV ROUNDED = WTOT-CATEG-PV / WTOT-POSIT-PV
           END-IF
           MOVE WPERC-PV TO RS-PERC-PV
           MOVE WMIX-PV  TO RS-MIX-PV
           MOVE WPV-DET-SUP TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-IMPRIME-SUP-PV-1.
           MOVE WSP-CODIGO-PV(WIS-PV) TO RS-COD-PV
           IF WSP-CODIGO-PV(WIS-PV) = ZEROES
              MOVE 'SEM SUPERVISOR' TO RS-NOME-PV
           ELSE
              MOVE WSP-CODIGO-PV(WIS-PV) TO CODIGO-VEN
              READ VENDEDORES KEY IS CODIGO-VEN
              IF FS-VEN = '00'
                 MOVE NOME-VEN TO RS-NOME-PV
              ELSE
                 MOVE SPACES TO RS-NOME-PV
              END-IF
           END-IF
           MOVE WSP-VEN-PV(WIS-PV)    TO RS-VEN-PV
           MOVE WSP-CART-PV(WIS-PV)   TO RS-CART-PV
           MOVE WSP-POSIT-PV(WIS-PV)  TO RS-POSIT-PV
           MOVE WSP-PERD-PV(WIS-PV)   TO RS-PERD-PV
           MOVE WSP-ABAIXO-PV(WIS-PV) TO RS-ABAIXO-PV
           COMPUTE WPERC-PV ROUNDED =
              WSP-POSIT-PV(WIS-PV) * 100 / WSP-CART-PV(WIS-PV)
           MOVE ZEROES TO WMIX-PV
           IF WSP-POSIT-PV(WIS-PV) > ZEROES
              COMPUTE WMIX-PV ROUNDED =
                 WSP-CATEG-PV(WIS-PV) / WSP-POSIT-PV(WIS-PV)
           END-IF
           MOVE WPERC-PV TO RS-PERC-PV
           MOVE WMIX-PV  TO RS-MIX-PV
           MOVE WPV-DET-SUP TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-MOSTRA-MSG-PV.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
