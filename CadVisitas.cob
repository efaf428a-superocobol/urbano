      *              vendedor (RELVISIT.TXT), cruzando VISITAS com
      *              PEDIDOS para medir cobertura alem do
      *              faturamento.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Pesquisa de precos da concorrencia na visita
      *              (ARQPESQPRECO.DAT): produto, concorrente, preco
      *              de gondola do concorrente e o nosso. Opcao [4]
      *              e oferecida ao gravar a visita; tambem chega
      *              pela linha 'Q' do retorno de campo
      *              (ExeImpPedidos). Opcao [5] relatorio por
      *              produto, UF/cidade e mes: media do concorrente
      *              contra o PRECO-PROD e o preco da tabela do
      *              cliente na data (RELPESQ no catalogo de spool).
      * 2026-10-15 - Check-in georreferenciado da visita: hora,
      *              latitude e longitude do aparelho chegam pela
      *              linha 'V' do retorno de campo (ExeImpPedidos),
      *              com a distancia ao cliente (Haversine) e a
      *              situacao GEO-VIS. Opcao [7] reavalia o raio e o
      *              deslocamento entre paradas seguidas do dia
      *              (VISITA.CFG) e emite as excecoes por vendedor e
      *              supervisor (RELGEOVIS). Visita em excecao nao
      *              conta no relatorio visitas x pedidos.
      * 2026-10-15 - Chaves alternativas de situacao e data em
      *              PEDIDOS.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              RECORD KEY        IS CHAVE-PED
              ALTERNATE RECORD KEY IS CODIGO-CLI-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS STATUS-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-PED   WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PED.

       SELECT PESQPRECO ASSIGN TO  DISK WID-ARQ-PESQ
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PQ
              ALTERNATE RECORD KEY IS CODIGO-PROD-PQ WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PQ.

       SELECT CLIENTES ASSIGN TO  DISK WID-ARQ-CLIENTE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CLI
              ALTERNATE RECORD KEY IS CNPJ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
              ALTERNATE RECORD KEY IS RAZAO WITH DUPLICATES
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

       SELECT TABPRECO ASSIGN TO  DISK WID-ARQ-TABPRE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-TPR
              ALTERNATE RECORD KEY IS CODIGO-PROD-TPR WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TPR.

       SELECT ARQVISCFG ASSIGN TO DISK WID-ARQ-VISCFG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-VISCFG.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
             88 VIS-NAO-ENCONTRADO    VALUE 'A'.
          02 OBS-VIS                  PIC  X(040) VALUE SPACES.
          02 OPERADOR-VIS             PIC  X(010) VALUE SPACES.
          02 HORA-CHECKIN-VIS         PIC  9(006) VALUE ZEROES.
          02 LAT-CHECKIN-VIS          PIC S9(003)v9(008) VALUE ZEROES.
          02 LON-CHECKIN-VIS          PIC S9(003)v9(008) VALUE ZEROES.
          02 DIST-CHECKIN-VIS         PIC  9(007) VALUE ZEROES.
          02 GEO-VIS                  PIC  X(001) VALUE SPACES.
             88 GEO-SEM-CHECKIN       VALUE ' '.
             88 GEO-VALIDADA          VALUE 'V'.
             88 GEO-FORA-RAIO         VALUE 'R'.
             88 GEO-SEM-GPS           VALUE 'G'.
             88 GEO-CLI-SEM-COORD     VALUE 'C'.
             88 GEO-DESLOC-IMPOSSIVEL VALUE 'T'.
             88 GEO-EXCECAO           VALUE 'R' 'G' 'T'.

       FD ROTAS.
       01 REGISTRO-ROTAS.
             88 PED-FRETE-CIF      VALUE 'C'.
             88 PED-FRETE-FOB      VALUE 'F'.
          02 END-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 DATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.

       FD PESQPRECO.
       01 REGISTRO-PESQPRECO.
          02 CHAVE-PQ.
             03 CODIGO-ROTA-PQ        PIC  9(007).
             03 CODIGO-CLI-PQ         PIC  9(007).
             03 DATA-PQ               PIC  9(008).
             03 CODIGO-PROD-PQ        PIC  9(007).
             03 CONCORRENTE-PQ        PIC  X(020).
          02 CODIGO-VEN-PQ            PIC  9(007) VALUE ZEROES.
          02 PRECO-CONC-PQ            PIC  9(007)v9(002) VALUE ZEROES.
          02 PRECO-PROPRIO-PQ         PIC  9(007)v9(002) VALUE ZEROES.
          02 ORIGEM-PQ                PIC  X(001) VALUE SPACES.
             88 PQ-DIGITADA           VALUE 'D'.
             88 PQ-CAMPO              VALUE 'C'.
          02 OPERADOR-PQ              PIC  X(010) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

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

       FD TABPRECO.
       01 REGISTRO-TABPRECO.
          02 CHAVE-TPR.
             03 CODIGO-TAB-TPR        PIC  9(003).
             03 CODIGO-PROD-TPR       PIC  9(007).
             03 DATA-INI-TPR          PIC  9(008).
          02 DATA-FIM-TPR             PIC  9(008) VALUE ZEROES.
          02 PRECO-TPR                PIC  9(007)v9(002) VALUE ZEROES.

       FD  ARQVISCFG.
       01  ARQVISCFG-REC            PIC X(10).

       FD  ARQREL.
       01  ARQREL-REC.
           02 FS-PED-1                PIC 9.
           02 FS-PED-2                PIC 9.
           02 FS-PED-R REDEFINES FS-PED-2 PIC 99 COMP-X.
       01 FS-PQ                      PIC XX VALUE '00'.
       01 FS-CLI                     PIC XX VALUE '00'.
       01 FS-PROD                    PIC XX VALUE '00'.
       01 FS-TPR                     PIC XX VALUE '00'.
       01 FS-VISCFG                  PIC XX VALUE '00'.
       01 FS-IMPORT.
           02 FS-IMPORT-1                PIC 9.
           02 FS-IMPORT-2                PIC 9.
           02 WID-ARQ-VENDEDOR-1           PIC X(50).
       01 WID-ARQ-PEDIDOS.
           02 WID-ARQ-PEDIDOS-1            PIC X(50).
       01 WID-ARQ-PESQ            PIC X(50) VALUE 'ARQPESQPRECO.DAT'.
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-TABPRE          PIC X(50) VALUE 'ARQTABPRE.DAT'.
       01 WID-ARQ-VISCFG          PIC X(50) VALUE 'VISITA.CFG'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

          02 WCODIGO-VEN-VIS      PIC 9(007) VALUE ZEROES.
          02 WRESULTADO-VIS       PIC X(001) VALUE SPACES.
          02 WOBS-VIS             PIC X(040) VALUE SPACES.
          02 WHORA-CHK-VIS        PIC 9(006) VALUE ZEROES.
          02 WDIST-CHK-VIS        PIC 9(007) VALUE ZEROES.
          02 WGEO-VIS             PIC X(001) VALUE SPACES.

       01 WROTA-BUSCA-VIS         PIC 9(007) VALUE ZEROES.

       01 WQTD-SEM-PED-VI         PIC 9(007) VALUE ZEROES.
       01 WQTD-FECHADO-VI         PIC 9(007) VALUE ZEROES.
       01 WQTD-AUSENTE-VI         PIC 9(007) VALUE ZEROES.
       01 WQTD-EXCECAO-VI         PIC 9(007) VALUE ZEROES.
       01 WQTD-PEDIDOS-VI         PIC 9(007) VALUE ZEROES.
       01 WTOT-VISITAS-VI         PIC 9(007) VALUE ZEROES.
       01 WTOT-PEDIDOS-VI         PIC 9(007) VALUE ZEROES.
       01 WAPROVEITA-VI           PIC 9(004)v9(002) VALUE ZEROES.

      *-------------PESQUISA DE PRECOS DA CONCORRENCIA---------------
       01 WREGISTRO-PQ.
          02 WCODIGO-PROD-PQ      PIC 9(007) VALUE ZEROES.
          02 WDESC-PROD-PQ        PIC X(040) VALUE SPACES.
          02 WCONCORRENTE-PQ      PIC X(020) VALUE SPACES.
          02 WPRECO-CONC-PQ       PIC 9(007)v9(002) VALUE ZEROES.
          02 WPRECO-PROPRIO-PQ    PIC 9(007)v9(002) VALUE ZEROES.
          02 WPRECO-CAD-PQ        PIC 9(007)v9(002) VALUE ZEROES.
       77 WSAIDA-PQ               PIC 9 VALUE ZEROES.
       77 WTPR-DISP-VI            PIC 9 VALUE ZEROES.
       77 WSAIDA-TPR              PIC 9 VALUE ZEROES.
       01 WPRECO-TAB-VI           PIC 9(007)v9(002) VALUE ZEROES.

       01 WPARAM-PQ.
          02 WMES-INI-PQ          PIC 9(006) VALUE ZEROES.
          02 WMES-FIM-PQ          PIC 9(006) VALUE ZEROES.
          02 WPROD-FILTRO-PQ      PIC 9(007) VALUE ZEROES.
          02 WUF-FILTRO-PQ        PIC X(002) VALUE SPACES.
       01 WDATA-HOJE-VI           PIC 9(008) VALUE ZEROES.
       01 WPROD-ATUAL-PQ          PIC 9(007) VALUE ZEROES.
       01 WPRECO-PROD-ATUAL-PQ    PIC 9(007)v9(002) VALUE ZEROES.
       01 WMES-OBS-PQ             PIC 9(006) VALUE ZEROES.
       01 WDIF-PERC-PQ            PIC S9(005)v9(002) VALUE ZEROES.
       01 WMEDIA-AUX-PQ           PIC 9(007)v9(002) VALUE ZEROES.
       77 WQTD-LINHAS-PQ          PIC 9(007) VALUE ZEROES.
       77 WQTD-EXCEDE-PQ          PIC 9(007) VALUE ZEROES.

      *    (GRUPOS UF/CIDADE/MES DO PRODUTO EM IMPRESSAO)
       77 WMAX-GRP-PQ             PIC 9(003) VALUE 300.
       77 WQTD-GRP-PQ             PIC 9(003) VALUE ZEROES.
       77 WI-PQ                   PIC 9(003) VALUE ZEROES.
       77 WJ-PQ                   PIC 9(003) VALUE ZEROES.
       01 WTAB-GRP-PQ.
          02 WGP-ITEM OCCURS 300 TIMES.
             03 WGP-UF            PIC X(002).
             03 WGP-CIDADE        PIC X(020).
             03 WGP-MES           PIC 9(006).
             03 WGP-QTD           PIC 9(005).
             03 WGP-SOMA-CONC     PIC 9(009)v9(002).
             03 WGP-MENOR         PIC 9(007)v9(002).
             03 WGP-MAIOR         PIC 9(007)v9(002).
             03 WGP-QTD-PROPRIO   PIC 9(005).
             03 WGP-SOMA-PROPRIO  PIC 9(009)v9(002).
             03 WGP-SOMA-TAB      PIC 9(009)v9(002).

      *-------------CHECK-IN GEORREFERENCIADO DA VISITA-------------
      *    (VISITA.CFG: RAIO EM METROS (99999) E VELOCIDADE MAXIMA
      *     ENTRE PARADAS EM KM/H (999))
       77 WRAIO-VI                PIC 9(005) VALUE 300.
       77 WVEL-MAX-VI             PIC 9(003) VALUE 80.
       01 WRAIO-CFG-TXT           PIC X(005) VALUE SPACES.
       01 WRAIO-CFG-NUM REDEFINES WRAIO-CFG-TXT PIC 9(005).
       01 WVEL-CFG-TXT            PIC X(003) VALUE SPACES.
       01 WVEL-CFG-NUM REDEFINES WVEL-CFG-TXT PIC 9(003).

       01 WPARAM-GV.
          02 WPER-INI-GV          PIC 9(008) VALUE ZEROES.
          02 WPER-FIM-GV          PIC 9(008) VALUE ZEROES.

      *    (CHECK-INS DO VENDEDOR NO PERIODO, EM ORDEM DE DATA/HORA)
       77 WMAX-CK-GV              PIC 9(003) VALUE 500.
       77 WQTD-CK-GV              PIC 9(003) VALUE ZEROES.
       77 WI-GV                   PIC 9(003) VALUE ZEROES.
       77 WJ-GV                   PIC 9(003) VALUE ZEROES.
       77 WK-GV                   PIC 9(003) VALUE ZEROES.
       77 WANT-GV                 PIC 9(003) VALUE ZEROES.
       01 WTAB-CK-GV.
          02 WCK-ITEM OCCURS 500 TIMES.
             03 WCK-ROTA          PIC 9(007).
             03 WCK-CLI           PIC 9(007).
             03 WCK-DATA          PIC 9(008).
             03 WCK-HORA          PIC 9(006).
             03 WCK-LAT           PIC S9(003)v9(008).
             03 WCK-LON           PIC S9(003)v9(008).
             03 WCK-DIST          PIC 9(007).
             03 WCK-GEO           PIC X(001).
             03 WCK-CLI-ANT       PIC 9(007).
             03 WCK-VELOC         PIC 9(005).
       01 WCK-TROCA-GV            PIC X(070) VALUE SPACES.

       01 WHORA-AUX-GV.
          02 WHA-HH               PIC 9(002).
          02 WHA-MM               PIC 9(002).
          02 WHA-SS               PIC 9(002).
       01 WSEG-ANT-GV             PIC 9(005) VALUE ZEROES.
       01 WSEG-ATU-GV             PIC 9(005) VALUE ZEROES.
       01 WVELOC-GV               PIC 9(007)v9(002) VALUE ZEROES.
       77 WIMPOSSIVEL-GV          PIC 9 VALUE ZEROES.
       77 WCAB-VEN-GV             PIC 9 VALUE ZEROES.
       77 WQTD-EXC-VEN-GV         PIC 9(005) VALUE ZEROES.
       77 WQTD-EXCEDE-GV          PIC 9(007) VALUE ZEROES.
       77 WQTD-REGRAV-GV          PIC 9(007) VALUE ZEROES.
       01 WTOT-CK-GV              PIC 9(007) VALUE ZEROES.
       01 WTOT-EXC-GV             PIC 9(007) VALUE ZEROES.
       01 WPERC-EXC-GV            PIC 9(003)v9(002) VALUE ZEROES.

      *    (TOTAIS POR SUPERVISOR; ZERO = VENDEDOR SEM SUPERVISOR)
       77 WMAX-SUP-GV             PIC 9(003) VALUE 100.
       77 WQTD-SUP-GV             PIC 9(003) VALUE ZEROES.
       01 WTAB-SUP-GV.
          02 WSP-ITEM OCCURS 100 TIMES.
             03 WSP-CODIGO        PIC 9(007).
             03 WSP-QTD-CK        PIC 9(007).
             03 WSP-QTD-EXC       PIC 9(007).

       01 WDLA-VEN        PIC S9(003)v9(008) VALUE ZEROS.
       01 WDLA-CLI        PIC S9(003)v9(008) VALUE ZEROS.
       01 WDLO-VEN        PIC S9(003)v9(008) VALUE ZEROS.
       01 WDLO-CLI        PIC S9(003)v9(008) VALUE ZEROS.

      *-------------CALCULO DA DISTANCIA (HAVERSINE) ------------
       77 WHAV-PI            USAGE COMP-2 VALUE 3.14159265358979.
       77 WHAV-RAIO-TERRA-M  USAGE COMP-2 VALUE 6371000.
       77 WHAV-LAT1-R        USAGE COMP-2 VALUE ZERO.
       77 WHAV-LAT2-R        USAGE COMP-2 VALUE ZERO.
       77 WHAV-DLAT-R        USAGE COMP-2 VALUE ZERO.
       77 WHAV-DLON-R        USAGE COMP-2 VALUE ZERO.
       77 WHAV-A             USAGE COMP-2 VALUE ZERO.
       77 WHAV-C             USAGE COMP-2 VALUE ZERO.
       77 WHAV-DIST-M        USAGE COMP-2 VALUE ZERO.
       77 WDIST-ATUAL        PIC 9(008)V9(002) VALUE ZEROES.
      *--------------------------------------------------

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.
                                    WID-ARQ-VISITA
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ROTAITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PESQ
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-TABPRE
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-VISCFG
           INITIALIZE WSAIDA WOPCAO-VI.
           MOVE LID-ARQ-ROTA-1      TO WID-ARQ-ROTA-1
           MOVE LID-ARQ-VENDEDOR-1  TO WID-ARQ-VENDEDOR-1
           MOVE LID-ARQ-PEDIDOS-1   TO WID-ARQ-PEDIDOS-1
           MOVE LID-ARQ-CLIENTE-1   TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-PRODUTO-1   TO WID-ARQ-PRODUTO-1
           ACCEPT WDATA-HOJE-VI FROM DATE YYYYMMDD
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
               PERFORM S-PESQUISA-ROTA
             WHEN 3
               PERFORM S-RELATORIO-VIS
             WHEN 4
               PERFORM S-PESQUISA-PRECO
             WHEN 5
               PERFORM S-RELATORIO-PQ
             WHEN 7
               PERFORM S-EXCECAO-GEO
             WHEN 6
               CLOSE VISITAS ROTAS ROTAITEM VENDEDORES PEDIDOS
                     PESQPRECO PRODUTOS
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
                 MOVE FS-VIS TO WST
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
              ELSE
                 IF VIS-VENDEU OR VIS-SEM-PEDIDO
                    MOVE 'PESQUISA DE PRECOS NA VISITA (S/N)?' TO WTXT
                    DISPLAY TELA-MENSAGEM
                    ACCEPT WX
                    IF WX = 'S' OR 's'
                       MOVE CODIGO-VEN-ROTA TO WCODIGO-VEN-VIS
                       PERFORM R-PESQ-ITENS-VI
                    END-IF
                 END-IF
              END-IF
           END-IF
           INITIALIZE WMENSAGEM.
              MOVE CODIGO-VEN-VIS  TO WCODIGO-VEN-VIS
              MOVE RESULTADO-VIS   TO WRESULTADO-VIS
              MOVE OBS-VIS         TO WOBS-VIS
              MOVE HORA-CHECKIN-VIS TO WHORA-CHK-VIS
              MOVE DIST-CHECKIN-VIS TO WDIST-CHK-VIS
              MOVE GEO-VIS          TO WGEO-VIS
              DISPLAY TELA-RESULT-BUSCA-VIS
              ACCEPT TELA-RESULT-BUSCA-VIS
              IF WX = '9'
      * TOTALIZA AS VISITAS POR RESULTADO (CHAVE ALTERNATIVA DE
      * VENDEDOR DE VISITAS) E CONTA OS PEDIDOS NAO CANCELADOS DO
      * VENDEDOR, MOSTRANDO O APROVEITAMENTO (PEDIDOS/VISITAS).
      * VISITA COM CHECK-IN EM EXCECAO (FORA DO RAIO, SEM GPS OU
      * DESLOCAMENTO IMPOSSIVEL) FICA SO NA COLUNA EXCECAO E NAO
      * CONTA COMO VISITA NEM NO APROVEITAMENTO.
      *-------------------------------------
       S-RELATORIO-VIS SECTION.
       RELATORIO-VIS-1.
           PERFORM R-CONTA-VISITAS
           PERFORM R-CONTA-PEDIDOS
           IF WQTD-VISITAS-VI NOT = ZEROES OR
              WQTD-PEDIDOS-VI NOT = ZEROES OR
              WQTD-EXCECAO-VI NOT = ZEROES
              MOVE CODIGO-VEN      TO VI-CODIGO-VEN
              MOVE NOME-VEN        TO VI-NOME-VEN
              MOVE WQTD-VISITAS-VI TO VI-QTD-VISITAS
              MOVE WQTD-SEM-PED-VI TO VI-QTD-SEM-PED
              MOVE WQTD-FECHADO-VI TO VI-QTD-FECHADO
              MOVE WQTD-AUSENTE-VI TO VI-QTD-AUSENTE
              MOVE WQTD-EXCECAO-VI TO VI-QTD-EXCECAO
              MOVE WQTD-PEDIDOS-VI TO VI-QTD-PEDIDOS
              IF WQTD-VISITAS-VI = ZEROES
                 MOVE ZEROES TO VI-APROVEITAMENTO
       R-CONTA-VISITAS.
           MOVE ZEROES TO WQTD-VISITAS-VI WQTD-VENDEU-VI
                          WQTD-SEM-PED-VI WQTD-FECHADO-VI
                          WQTD-AUSENTE-VI WQTD-EXCECAO-VI
           MOVE CODIGO-VEN TO WVEN-ALVO-VI
           MOVE CODIGO-VEN TO CODIGO-VEN-VIS
           START VISITAS KEY IS NOT LESS THAN CODIGO-VEN-VIS
              CODIGO-VEN-VIS NOT = WVEN-ALVO-VI
              MOVE 1 TO WSAIDA
           ELSE
              IF GEO-EXCECAO
                 ADD 1 TO WQTD-EXCECAO-VI
              ELSE
                 PERFORM R-CONTA-VISITAS-2
              END-IF
           END-IF.

       R-CONTA-VISITAS-2.
           ADD 1 TO WQTD-VISITAS-VI
           EVALUATE TRUE
              WHEN VIS-VENDEU
                 ADD 1 TO WQTD-VENDEU-VI
              WHEN VIS-SEM-PEDIDO
                 ADD 1 TO WQTD-SEM-PED-VI
              WHEN VIS-FECHADO
                 ADD 1 TO WQTD-FECHADO-VI
              WHEN VIS-NAO-ENCONTRADO
                 ADD 1 TO WQTD-AUSENTE-VI
           END-EVALUATE.

       R-CONTA-PEDIDOS.
           MOVE ZEROES TO WQTD-PEDIDOS-VI
           MOVE CODIGO-VEN TO WVEN-ALVO-VI
              END-IF
           END-IF.

      *-------------------------------------
      * PESQUISA DE PRECOS DA CONCORRENCIA: SO PARA VISITA JA
      * REGISTRADA COM O CLIENTE ATENDIDO (V OU N). UMA LINHA POR
      * PRODUTO E CONCORRENTE; A MESMA CHAVE DIGITADA DE NOVO
      * SUBSTITUI OS PRECOS MEDIANTE CONFIRMACAO.
      *-------------------------------------
       S-PESQUISA-PRECO SECTION.
       PESQUISA-PRECO-1.
           INITIALIZE WREGISTRO-VIS WREGISTRO-PQ
           DISPLAY TELA-PESQ-VIS
           MOVE '=> ROTA 0 PARA SAIR' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-PESQ-VIS-CHAVE
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WCODIGO-ROTA-VIS NOT = ZEROES
              PERFORM PESQUISA-PRECO-2 THRU PESQUISA-PRECO-FIM
           END-IF.
       PESQUISA-PRECO-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-PESQUISA-PRECO-ROTINAS SECTION.

       PESQUISA-PRECO-2.
           MOVE WCODIGO-ROTA-VIS TO CODIGO-ROTA-VIS
           MOVE WCODIGO-CLI-VIS  TO CODIGO-CLI-VIS
           MOVE WDATA-VIS        TO DATA-VIS
           READ VISITAS
           IF FS-VIS NOT = '00'
              MOVE 'VISITA NAO REGISTRADA ST ' TO WTXT
              MOVE FS-VIS TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              GO TO PESQUISA-PRECO-FIM
           END-IF
           IF VIS-FECHADO OR VIS-NAO-ENCONTRADO
              MOVE 'VISITA SEM ATENDIMENTO (F/A)' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              GO TO PESQUISA-PRECO-FIM
           END-IF
           MOVE CODIGO-VEN-VIS TO WCODIGO-VEN-VIS
           PERFORM R-PESQ-ITENS-VI.
       PESQUISA-PRECO-FIM.
           EXIT.

      *    (DIGITACAO DOS ITENS DA PESQUISA DA VISITA EM
      *     WCODIGO-ROTA-VIS/WCODIGO-CLI-VIS/WDATA-VIS ATE PRODUTO 0)
       R-PESQ-ITENS-VI.
           MOVE 0 TO WSAIDA-PQ
           PERFORM R-PESQ-ITEM-VI THRU R-PESQ-ITEM-VI-FIM
              UNTIL WSAIDA-PQ = 1
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       R-PESQ-ITEM-VI.
           INITIALIZE WREGISTRO-PQ
           DISPLAY TELA-PESQ-VIS
           MOVE '=> PRODUTO 0 PARA ENCERRAR' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-PESQ-VIS-ITEM
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WCODIGO-PROD-PQ = ZEROES
              MOVE 1 TO WSAIDA-PQ
              GO TO R-PESQ-ITEM-VI-FIM
           END-IF
           MOVE WCODIGO-PROD-PQ TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD NOT = '00'
              MOVE 'PRODUTO NAO CADASTRADO' TO WTXT
              GO TO R-PESQ-ITEM-VI-ERRO
           END-IF
           MOVE DESCRICAO-PROD TO WDESC-PROD-PQ
           MOVE PRECO-PROD     TO WPRECO-CAD-PQ
           IF WCONCORRENTE-PQ = SPACES
              MOVE 'INFORME O CONCORRENTE' TO WTXT
              GO TO R-PESQ-ITEM-VI-ERRO
           END-IF
           IF WPRECO-CONC-PQ = ZEROES
              MOVE 'INFORME O PRECO DO CONCORRENTE' TO WTXT
              GO TO R-PESQ-ITEM-VI-ERRO
           END-IF
           INSPECT WCONCORRENTE-PQ CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY TELA-PESQ-VIS
           MOVE WCODIGO-ROTA-VIS TO CODIGO-ROTA-PQ
           MOVE WCODIGO-CLI-VIS  TO CODIGO-CLI-PQ
           MOVE WDATA-VIS        TO DATA-PQ
           MOVE WCODIGO-PROD-PQ  TO CODIGO-PROD-PQ
           MOVE WCONCORRENTE-PQ  TO CONCORRENTE-PQ
           READ PESQPRECO
           IF FS-PQ = '00'
              MOVE 'PESQUISA JA REGISTRADA - SUBSTITUI ?...' TO WTXT
           ELSE
              MOVE 'CONFIRMA ?...' TO WTXT
           END-IF
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-PESQ-ITEM-VI-FIM
           END-IF
           MOVE WCODIGO-VEN-VIS   TO CODIGO-VEN-PQ
           MOVE WPRECO-CONC-PQ    TO PRECO-CONC-PQ
           MOVE WPRECO-PROPRIO-PQ TO PRECO-PROPRIO-PQ
           MOVE 'D'               TO ORIGEM-PQ
           MOVE LID-OPERADOR-1    TO OPERADOR-PQ
           IF FS-PQ = '00'
              REWRITE REGISTRO-PESQPRECO
           ELSE
              WRITE REGISTRO-PESQPRECO
           END-IF
           IF FS-PQ NOT = '00'
              MOVE 'ERRO DE GRAVACAO DA PESQUISA ST ' TO WTXT
              MOVE FS-PQ TO WST
              GO TO R-PESQ-ITEM-VI-ERRO
           END-IF
           GO TO R-PESQ-ITEM-VI-FIM.
       R-PESQ-ITEM-VI-ERRO.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       R-PESQ-ITEM-VI-FIM.
           EXIT.

      *-------------------------------------
      * RELATORIO DA PESQUISA DE PRECOS: POR PRODUTO (CHAVE
      * ALTERNATIVA), AGRUPADO POR UF/CIDADE DO CLIENTE E MES DA
      * VISITA. MEDIA, MENOR E MAIOR PRECO DO CONCORRENTE, MEDIA DO
      * NOSSO PRECO DE GONDOLA, PRECO DE CADASTRO E MEDIA DO PRECO
      * DA TABELA DO CLIENTE VIGENTE NA DATA (SEM TABELA, O DE
      * CADASTRO), COM A DIFERENCA PERCENTUAL DO CONCORRENTE.
      *-------------------------------------
       S-RELATORIO-PQ SECTION.
       RELATORIO-PQ-1.
           MOVE WDATA-HOJE-VI(1:6) TO WMES-INI-PQ WMES-FIM-PQ
           MOVE ZEROES TO WPROD-FILTRO-PQ
           MOVE SPACES TO WUF-FILTRO-PQ
           DISPLAY TELA-PARAM-PQ
           ACCEPT TELA-PARAM-PQ
           INSPECT WUF-FILTRO-PQ CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WMES-INI-PQ > WMES-FIM-PQ OR
              WMES-INI-PQ(5:2) < '01' OR WMES-INI-PQ(5:2) > '12' OR
              WMES-FIM-PQ(5:2) < '01' OR WMES-FIM-PQ(5:2) > '12'
              MOVE 'PERIODO INVALIDO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO RELATORIO-PQ-EXIT
           END-IF
           OPEN INPUT CLIENTES
           IF FS-CLI NOT = '00'
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE CLIENTES ST ' TO WTXT
              MOVE FS-CLI TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO RELATORIO-PQ-EXIT
           END-IF
           MOVE 0 TO WTPR-DISP-VI
           OPEN INPUT TABPRECO
           IF FS-TPR = '00'
              MOVE 1 TO WTPR-DISP-VI
           END-IF
           MOVE 'RELPESQ.TXT' TO WID-ARQ-REL-1
           MOVE 'RELPESQ'     TO LINK-SPL-RELATORIO
           MOVE WPARAM-PQ     TO LINK-SPL-PARAMS
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
           MOVE WMES-INI-PQ   TO PQ-CAB-INI
           MOVE WMES-FIM-PQ   TO PQ-CAB-FIM
           MOVE WUF-FILTRO-PQ TO PQ-CAB-UF
           MOVE CAB01-PQ TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB02-PQ TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB03-PQ TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WPROD-ATUAL-PQ WQTD-GRP-PQ
                          WQTD-LINHAS-PQ WQTD-EXCEDE-PQ
           MOVE WPROD-FILTRO-PQ TO CODIGO-PROD-PQ
           START PESQPRECO KEY IS NOT LESS THAN CODIGO-PROD-PQ
           MOVE 0 TO WSAIDA-PQ
           IF FS-PQ NOT = '00'
              MOVE 1 TO WSAIDA-PQ
           END-IF
           PERFORM RELATORIO-PQ-2 UNTIL WSAIDA-PQ = 1
           PERFORM R-IMPRIME-PROD-PQ
           MOVE CAB03-PQ TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WQTD-LINHAS-PQ TO PQ-TOT-OBS
           MOVE ROD01-PQ TO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF WQTD-EXCEDE-PQ NOT = ZEROES
              MOVE WQTD-EXCEDE-PQ TO PQ-TOT-EXCEDE
              MOVE ROD02-PQ TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           CLOSE ARQREL CLIENTES
           IF WTPR-DISP-VI = 1
              CLOSE TABPRECO
           END-IF
           MOVE SPACES TO WTXT
           STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
              INTO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       RELATORIO-PQ-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-RELATORIO-PQ-ROTINAS SECTION.

       RELATORIO-PQ-2.
           READ PESQPRECO NEXT
           IF FS-PQ NOT = '00' OR
              (WPROD-FILTRO-PQ NOT = ZEROES AND
               CODIGO-PROD-PQ NOT = WPROD-FILTRO-PQ)
              MOVE 1 TO WSAIDA-PQ
           ELSE
              MOVE DATA-PQ(1:6) TO WMES-OBS-PQ
              IF WMES-OBS-PQ NOT < WMES-INI-PQ AND
                 WMES-OBS-PQ NOT > WMES-FIM-PQ
                 PERFORM R-ACUMULA-PQ THRU R-ACUMULA-PQ-FIM
              END-IF
           END-IF.

       R-ACUMULA-PQ.
           MOVE CODIGO-CLI-PQ TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              MOVE SPACES TO ESTADO CIDADE
              MOVE ZEROES TO TABELA-PRECO-CLI
           END-IF
           IF WUF-FILTRO-PQ NOT = SPACES AND ESTADO NOT = WUF-FILTRO-PQ
              GO TO R-ACUMULA-PQ-FIM
           END-IF
           IF CODIGO-PROD-PQ NOT = WPROD-ATUAL-PQ
              PERFORM R-IMPRIME-PROD-PQ
              MOVE CODIGO-PROD-PQ TO WPROD-ATUAL-PQ
              MOVE CODIGO-PROD-PQ TO CODIGO-PROD
              READ PRODUTOS
              IF FS-PROD = '00'
                 MOVE PRECO-PROD TO WPRECO-PROD-ATUAL-PQ
              ELSE
                 MOVE ZEROES TO WPRECO-PROD-ATUAL-PQ
              END-IF
           END-IF
           PERFORM R-PRECO-TAB-PQ
           MOVE ZEROES TO WJ-PQ
           PERFORM R-ACHA-GRP-PQ
              VARYING WI-PQ FROM 1 BY 1 UNTIL WI-PQ > WQTD-GRP-PQ
           IF WJ-PQ = ZEROES
              IF WQTD-GRP-PQ NOT < WMAX-GRP-PQ
                 ADD 1 TO WQTD-EXCEDE-PQ
                 GO TO R-ACUMULA-PQ-FIM
              END-IF
              ADD 1 TO WQTD-GRP-PQ
              MOVE WQTD-GRP-PQ TO WJ-PQ
              INITIALIZE WGP-ITEM(WJ-PQ)
              MOVE ESTADO        TO WGP-UF(WJ-PQ)
              MOVE CIDADE        TO WGP-CIDADE(WJ-PQ)
              MOVE WMES-OBS-PQ   TO WGP-MES(WJ-PQ)
              MOVE PRECO-CONC-PQ TO WGP-MENOR(WJ-PQ) WGP-MAIOR(WJ-PQ)
           END-IF
           ADD 1             TO WGP-QTD(WJ-PQ)
           ADD PRECO-CONC-PQ TO WGP-SOMA-CONC(WJ-PQ)
           ADD WPRECO-TAB-VI TO WGP-SOMA-TAB(WJ-PQ)
           IF PRECO-CONC-PQ < WGP-MENOR(WJ-PQ)
              MOVE PRECO-CONC-PQ TO WGP-MENOR(WJ-PQ)
           END-IF
           IF PRECO-CONC-PQ > WGP-MAIOR(WJ-PQ)
              MOVE PRECO-CONC-PQ TO WGP-MAIOR(WJ-PQ)
           END-IF
           IF PRECO-PROPRIO-PQ NOT = ZEROES
              ADD 1                TO WGP-QTD-PROPRIO(WJ-PQ)
              ADD PRECO-PROPRIO-PQ TO WGP-SOMA-PROPRIO(WJ-PQ)
           END-IF
           ADD 1 TO WQTD-LINHAS-PQ.
       R-ACUMULA-PQ-FIM.
           EXIT.

       R-ACHA-GRP-PQ.
           IF WGP-UF(WI-PQ)     = ESTADO AND
              WGP-CIDADE(WI-PQ) = CIDADE AND
              WGP-MES(WI-PQ)    = WMES-OBS-PQ
              MOVE WI-PQ TO WJ-PQ
           END-IF.

      *    (PRECO DA TABELA DO CLIENTE VIGENTE NA DATA DA VISITA,
      *     MESMA REGRA DO CADASTRO DE PEDIDOS; SEM TABELA OU SEM
      *     PRECO VIGENTE VALE O PRECO DE CADASTRO)
       R-PRECO-TAB-PQ.
           MOVE WPRECO-PROD-ATUAL-PQ TO WPRECO-TAB-VI
           IF TABELA-PRECO-CLI NOT = ZEROES AND WTPR-DISP-VI = 1
              MOVE TABELA-PRECO-CLI TO CODIGO-TAB-TPR
              MOVE CODIGO-PROD-PQ   TO CODIGO-PROD-TPR
              MOVE ZEROES           TO DATA-INI-TPR
              START TABPRECO KEY IS NOT LESS THAN CHAVE-TPR
              MOVE 0 TO WSAIDA-TPR
              IF FS-TPR NOT = '00'
                 MOVE 1 TO WSAIDA-TPR
              END-IF
              PERFORM R-PRECO-TAB-PQ-1 UNTIL WSAIDA-TPR = 1
           END-IF.

       R-PRECO-TAB-PQ-1.
           READ TABPRECO NEXT
           IF FS-TPR NOT = '00' OR
              CODIGO-TAB-TPR NOT = TABELA-PRECO-CLI OR
              CODIGO-PROD-TPR NOT = CODIGO-PROD-PQ
              MOVE 1 TO WSAIDA-TPR
           ELSE
              IF DATA-INI-TPR NOT > DATA-PQ AND
                 (DATA-FIM-TPR = ZEROES OR
                  DATA-FIM-TPR NOT < DATA-PQ)
                 MOVE PRECO-TPR TO WPRECO-TAB-VI
              END-IF
           END-IF.

      *    (IMPRIME OS GRUPOS ACUMULADOS DO PRODUTO CORRENTE)
       R-IMPRIME-PROD-PQ.
           IF WQTD-GRP-PQ NOT = ZEROES
              MOVE WPROD-ATUAL-PQ TO PQ-CODIGO-PROD CODIGO-PROD
              READ PRODUTOS
              IF FS-PROD = '00'
                 MOVE DESCRICAO-PROD TO PQ-DESCRICAO-PROD
              ELSE
                 MOVE SPACES TO PQ-DESCRICAO-PROD
              END-IF
              MOVE WPRECO-PROD-ATUAL-PQ TO PQ-PRECO-CAD
              MOVE DET01-PQ TO ARQREL-DATA-01
              WRITE ARQREL-REC
              PERFORM R-IMPRIME-GRP-PQ
                 VARYING WI-PQ FROM 1 BY 1 UNTIL WI-PQ > WQTD-GRP-PQ
              MOVE SPACES TO ARQREL-DATA-01
              WRITE ARQREL-REC
              MOVE ZEROES TO WQTD-GRP-PQ
           END-IF.

       R-IMPRIME-GRP-PQ.
           MOVE WGP-UF(WI-PQ)     TO PQ-UF
           MOVE WGP-CIDADE(WI-PQ) TO PQ-CIDADE
           MOVE WGP-MES(WI-PQ)    TO PQ-MES
           MOVE WGP-QTD(WI-PQ)    TO PQ-QTD
           MOVE WGP-MENOR(WI-PQ)  TO PQ-MENOR
           MOVE WGP-MAIOR(WI-PQ)  TO PQ-MAIOR
           COMPUTE WMEDIA-AUX-PQ ROUNDED =
              WGP-SOMA-CONC(WI-PQ) / WGP-QTD(WI-PQ)
           MOVE WMEDIA-AUX-PQ TO PQ-MEDIA-CONC
           IF WPRECO-PROD-ATUAL-PQ = ZEROES
              MOVE ZEROES TO WDIF-PERC-PQ
           ELSE
              COMPUTE WDIF-PERC-PQ ROUNDED =
                 (WMEDIA-AUX-PQ - WPRECO-PROD-ATUAL-PQ) * 100 /
                 WPRECO-PROD-ATUAL-PQ
           END-IF
           MOVE WDIF-PERC-PQ TO PQ-DIF-CAD
           COMPUTE WPRECO-TAB-VI ROUNDED =
              WGP-SOMA-TAB(WI-PQ) / WGP-QTD(WI-PQ)
           MOVE WPRECO-TAB-VI TO PQ-MEDIA-TAB
           IF WPRECO-TAB-VI = ZEROES
              MOVE ZEROES TO WDIF-PERC-PQ
           ELSE
              COMPUTE WDIF-PERC-PQ ROUNDED =
                 (WMEDIA-AUX-PQ - WPRECO-TAB-VI) * 100 /
                 WPRECO-TAB-VI
           END-IF
           MOVE WDIF-PERC-PQ TO PQ-DIF-TAB
           IF WGP-QTD-PROPRIO(WI-PQ) = ZEROES
              MOVE ZEROES TO PQ-PROPRIO
           ELSE
              COMPUTE WMEDIA-AUX-PQ ROUNDED =
                 WGP-SOMA-PROPRIO(WI-PQ) / WGP-QTD-PROPRIO(WI-PQ)
              MOVE WMEDIA-AUX-PQ TO PQ-PROPRIO
           END-IF
           MOVE DET02-PQ TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       ABRE-ARQUIVOS.
           OPEN I-O VISITAS.
           IF FS-VIS = '35'
              CLOSE VISITAS ROTAS ROTAITEM VENDEDORES
              EXIT PROGRAM
           END-IF.
           OPEN I-O PESQPRECO.
           IF FS-PQ = '35'
              OPEN OUTPUT PESQPRECO
              CLOSE PESQPRECO
              OPEN I-O PESQPRECO
           END-IF.
           IF FS-PQ NOT = '00'
              MOVE 'ERRO NA ABERTURA DA PESQUISA DE PRECOS ST ' TO WTXT
              MOVE FS-PQ TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE VISITAS ROTAS ROTAITEM VENDEDORES PEDIDOS
              EXIT PROGRAM
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PROD NOT = '00'
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS ST ' TO WTXT
              MOVE FS-PROD TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE VISITAS ROTAS ROTAITEM VENDEDORES PEDIDOS
                    PESQPRECO
              EXIT PROGRAM
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

      *-------------------------------------
      * EXCECOES DE CHECK-IN: PARA CADA VENDEDOR, OS CHECK-INS DO
      * PERIODO EM ORDEM DE DATA/HORA. REFAZ A SITUACAO DE CADA UM
      * PELO RAIO DO VISITA.CFG (SEM GPS, CLIENTE SEM COORDENADA,
      * FORA DO RAIO OU VALIDADA) E CONFERE O DESLOCAMENTO ENTRE
      * PARADAS SEGUIDAS DO MESMO DIA: VELOCIDADE ACIMA DA MAXIMA,
      * OU A MESMA HORA EM PONTOS ALEM DO RAIO, MARCA A SEGUNDA
      * COMO DESLOCAMENTO IMPOSSIVEL. A SITUACAO E REGRAVADA NA
      * VISITA E AS EXCECOES SAEM POR VENDEDOR, COM RESUMO POR
      * SUPERVISOR (RELGEOVIS NO CATALOGO DE SPOOL).
      *-------------------------------------
       S-EXCECAO-GEO SECTION.
       EXCECAO-GEO-1.
           MOVE WDATA-HOJE-VI TO WPER-INI-GV WPER-FIM-GV
           MOVE '01' TO WPER-INI-GV(7:2)
           PERFORM R-LE-VISITA-CFG
           DISPLAY TELA-PARAM-GV
           ACCEPT TELA-PARAM-GV
           IF WPER-INI-GV = ZEROES OR WPER-INI-GV > WPER-FIM-GV
              MOVE 'PERIODO INVALIDO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO EXCECAO-GEO-EXIT
           END-IF
           OPEN INPUT CLIENTES
           IF FS-CLI NOT = '00'
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE CLIENTES ST ' TO WTXT
              MOVE FS-CLI TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO EXCECAO-GEO-EXIT
           END-IF
           MOVE 'RELGEOVIS.TXT' TO WID-ARQ-REL-1
           MOVE 'RELGEOVIS'     TO LINK-SPL-RELATORIO
           MOVE WPARAM-GV       TO LINK-SPL-PARAMS
           MOVE LID-OPERADOR-1  TO LINK-SPL-OPERADOR
           MOVE LID-EMPRESA-1   TO LINK-SPL-EMPRESA
           CALL "RegSpool" USING LINK-SPOOL
           IF LINK-SPL-STATUS = '0'
              MOVE LINK-SPL-ARQUIVO TO WID-ARQ-REL-1
           END-IF
           OPEN OUTPUT ARQREL
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPER-INI-GV TO GV-CAB-INI
           MOVE WPER-FIM-GV TO GV-CAB-FIM
           MOVE WRAIO-VI    TO GV-CAB-RAIO
           MOVE WVEL-MAX-VI TO GV-CAB-VEL
           MOVE CAB01-GV TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB02-GV TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB03-GV TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WTOT-CK-GV WTOT-EXC-GV WQTD-SUP-GV
                          WQTD-EXCEDE-GV WQTD-REGRAV-GV
           MOVE ZEROES TO CHAVE-VEN
           START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
           IF FS-VEN = '00'
              PERFORM EXCECAO-GEO-2 UNTIL FS-VEN NOT = '00'
           END-IF
           PERFORM R-IMPRIME-SUP-GV
           MOVE CAB03-GV TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WTOT-CK-GV     TO GV-TOT-CK
           MOVE WTOT-EXC-GV    TO GV-TOT-EXC
           MOVE WQTD-REGRAV-GV TO GV-TOT-REGRAV
           MOVE ROD01-GV TO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF WQTD-EXCEDE-GV NOT = ZEROES
              MOVE WQTD-EXCEDE-GV TO GV-TOT-EXCEDE
              MOVE ROD02-GV TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           CLOSE ARQREL CLIENTES
           MOVE SPACES TO WTXT
           STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
              INTO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       EXCECAO-GEO-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-EXCECAO-GEO-ROTINAS SECTION.

       EXCECAO-GEO-2.
           READ VENDEDORES NEXT
           IF FS-VEN = '00'
              PERFORM R-GEO-VENDEDOR
           END-IF.

       R-GEO-VENDEDOR.
           MOVE ZEROES TO WQTD-CK-GV WQTD-EXC-VEN-GV WCAB-VEN-GV
           MOVE CODIGO-VEN TO WVEN-ALVO-VI
           MOVE CODIGO-VEN TO CODIGO-VEN-VIS
           START VISITAS KEY IS NOT LESS THAN CODIGO-VEN-VIS
           MOVE 0 TO WSAIDA
           IF FS-VIS NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-GEO-CARREGA UNTIL WSAIDA = 1
           IF WQTD-CK-GV NOT = ZEROES
              PERFORM R-GEO-ORDENA
                 VARYING WI-GV FROM 1 BY 1
                    UNTIL WI-GV NOT < WQTD-CK-GV
                 AFTER WJ-GV FROM 1 BY 1
                    UNTIL WJ-GV > WQTD-CK-GV - WI-GV
              PERFORM R-GEO-RAIO
                 VARYING WI-GV FROM 1 BY 1 UNTIL WI-GV > WQTD-CK-GV
              MOVE ZEROES TO WANT-GV
              PERFORM R-GEO-DESLOC
                 VARYING WI-GV FROM 1 BY 1 UNTIL WI-GV > WQTD-CK-GV
              PERFORM R-GEO-GRAVA
                 VARYING WI-GV FROM 1 BY 1 UNTIL WI-GV > WQTD-CK-GV
              IF WCAB-VEN-GV = 1
                 MOVE WQTD-CK-GV      TO GV-VEN-CK
                 MOVE WQTD-EXC-VEN-GV TO GV-VEN-EXC
                 MOVE DET03-GV TO ARQREL-DATA-01
                 WRITE ARQREL-REC
                 MOVE SPACES TO ARQREL-DATA-01
                 WRITE ARQREL-REC
              END-IF
              PERFORM R-GEO-SUPERVISOR
           END-IF.

      *    (SO VISITAS COM CHECK-IN, DENTRO DO PERIODO)
       R-GEO-CARREGA.
           READ VISITAS NEXT
           IF FS-VIS NOT = '00' OR
              CODIGO-VEN-VIS NOT = WVEN-ALVO-VI
              MOVE 1 TO WSAIDA
           ELSE
              IF DATA-VIS NOT < WPER-INI-GV AND
                 DATA-VIS NOT > WPER-FIM-GV AND
                 NOT GEO-SEM-CHECKIN
                 IF WQTD-CK-GV < WMAX-CK-GV
                    ADD 1 TO WQTD-CK-GV
                    MOVE CODIGO-ROTA-VIS  TO WCK-ROTA(WQTD-CK-GV)
                    MOVE CODIGO-CLI-VIS   TO WCK-CLI(WQTD-CK-GV)
                    MOVE DATA-VIS         TO WCK-DATA(WQTD-CK-GV)
                    MOVE HORA-CHECKIN-VIS TO WCK-HORA(WQTD-CK-GV)
                    MOVE LAT-CHECKIN-VIS  TO WCK-LAT(WQTD-CK-GV)
                    MOVE LON-CHECKIN-VIS  TO WCK-LON(WQTD-CK-GV)
                    MOVE DIST-CHECKIN-VIS TO WCK-DIST(WQTD-CK-GV)
                    MOVE GEO-VIS          TO WCK-GEO(WQTD-CK-GV)
                 ELSE
                    ADD 1 TO WQTD-EXCEDE-GV
                 END-IF
              END-IF
           END-IF.

       R-GEO-ORDENA.
           COMPUTE WK-GV = WJ-GV + 1
           IF WCK-DATA(WJ-GV) > WCK-DATA(WK-GV) OR
              (WCK-DATA(WJ-GV) = WCK-DATA(WK-GV) AND
               WCK-HORA(WJ-GV) > WCK-HORA(WK-GV))
              MOVE WCK-ITEM(WJ-GV) TO WCK-TROCA-GV
              MOVE WCK-ITEM(WK-GV) TO WCK-ITEM(WJ-GV)
              MOVE WCK-TROCA-GV    TO WCK-ITEM(WK-GV)
           END-IF.

      *    (SITUACAO PELO RAIO - MESMA REGRA DA IMPORTACAO DA LINHA
      *     'V' NO ExeImpPedidos)
       R-GEO-RAIO.
           MOVE ZEROES TO WCK-DIST(WI-GV) WCK-CLI-ANT(WI-GV)
                          WCK-VELOC(WI-GV)
           IF WCK-LAT(WI-GV) = ZEROES AND WCK-LON(WI-GV) = ZEROES
              MOVE 'G' TO WCK-GEO(WI-GV)
           ELSE
              MOVE WCK-CLI(WI-GV) TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI NOT = '00' OR
                 (LATITUDE = ZEROES AND LONGITUDE = ZEROES)
                 MOVE 'C' TO WCK-GEO(WI-GV)
              ELSE
                 MOVE WCK-LAT(WI-GV) TO WDLA-VEN
                 MOVE WCK-LON(WI-GV) TO WDLO-VEN
                 MOVE LATITUDE       TO WDLA-CLI
                 MOVE LONGITUDE      TO WDLO-CLI
                 PERFORM S-CALCULA-DISTANCIA
                    THRU S-CALCULA-DISTANCIA-EXIT
                 IF WDIST-ATUAL > 9999999
                    MOVE 9999999 TO WCK-DIST(WI-GV)
                 ELSE
                    MOVE WDIST-ATUAL TO WCK-DIST(WI-GV)
                 END-IF
                 IF WCK-DIST(WI-GV) > WRAIO-VI
                    MOVE 'R' TO WCK-GEO(WI-GV)
                 ELSE
                    MOVE 'V' TO WCK-GEO(WI-GV)
                 END-IF
              END-IF
           END-IF.

      *    (WANT-GV = CHECK-IN ANTERIOR COM GPS; A COMPARACAO E SO
      *     DENTRO DO MESMO DIA)
       R-GEO-DESLOC.
           IF WCK-GEO(WI-GV) NOT = 'G'
              IF WANT-GV NOT = ZEROES AND
                 WCK-DATA(WANT-GV) = WCK-DATA(WI-GV)
                 PERFORM R-GEO-VELOCIDADE
              END-IF
              MOVE WI-GV TO WANT-GV
           END-IF.

       R-GEO-VELOCIDADE.
           MOVE WCK-LAT(WANT-GV) TO WDLA-VEN
           MOVE WCK-LON(WANT-GV) TO WDLO-VEN
           MOVE WCK-LAT(WI-GV)   TO WDLA-CLI
           MOVE WCK-LON(WI-GV)   TO WDLO-CLI
           PERFORM S-CALCULA-DISTANCIA THRU S-CALCULA-DISTANCIA-EXIT
           MOVE WCK-HORA(WANT-GV) TO WHORA-AUX-GV
           COMPUTE WSEG-ANT-GV = WHA-HH * 3600 + WHA-MM * 60 + WHA-SS
           MOVE WCK-HORA(WI-GV) TO WHORA-AUX-GV
           COMPUTE WSEG-ATU-GV = WHA-HH * 3600 + WHA-MM * 60 + WHA-SS
           MOVE 0 TO WIMPOSSIVEL-GV
           MOVE ZEROES TO WVELOC-GV
           IF WSEG-ATU-GV NOT > WSEG-ANT-GV
              IF WDIST-ATUAL > WRAIO-VI
                 MOVE 1 TO WIMPOSSIVEL-GV
                 MOVE 99999 TO WVELOC-GV
              END-IF
           ELSE
              COMPUTE WVELOC-GV ROUNDED =
                 WDIST-ATUAL * 3.6 / (WSEG-ATU-GV - WSEG-ANT-GV)
                 ON SIZE ERROR
                    MOVE 99999 TO WVELOC-GV
              END-COMPUTE
              IF WVELOC-GV > WVEL-MAX-VI
                 MOVE 1 TO WIMPOSSIVEL-GV
              END-IF
           END-IF
           IF WIMPOSSIVEL-GV = 1
              IF WCK-GEO(WI-GV) = 'V' OR WCK-GEO(WI-GV) = 'C'
                 MOVE 'T' TO WCK-GEO(WI-GV)
              END-IF
              MOVE WCK-CLI(WANT-GV) TO WCK-CLI-ANT(WI-GV)
              IF WVELOC-GV > 99999
                 MOVE 99999 TO WCK-VELOC(WI-GV)
              ELSE
                 MOVE WVELOC-GV TO WCK-VELOC(WI-GV)
              END-IF
           END-IF.

       R-GEO-GRAVA.
           MOVE WCK-ROTA(WI-GV) TO CODIGO-ROTA-VIS
           MOVE WCK-CLI(WI-GV)  TO CODIGO-CLI-VIS
           MOVE WCK-DATA(WI-GV) TO DATA-VIS
           READ VISITAS
           IF FS-VIS = '00'
              IF GEO-VIS NOT = WCK-GEO(WI-GV) OR
                 DIST-CHECKIN-VIS NOT = WCK-DIST(WI-GV)
                 MOVE WCK-GEO(WI-GV)  TO GEO-VIS
                 MOVE WCK-DIST(WI-GV) TO DIST-CHECKIN-VIS
                 REWRITE REGISTRO-VISITAS
                 IF FS-VIS = '00'
                    ADD 1 TO WQTD-REGRAV-GV
                 END-IF
              END-IF
           END-IF
           ADD 1 TO WTOT-CK-GV
           IF WCK-GEO(WI-GV) = 'R' OR WCK-GEO(WI-GV) = 'G' OR
              WCK-GEO(WI-GV) = 'T'
              ADD 1 TO WQTD-EXC-VEN-GV WTOT-EXC-GV
              PERFORM R-IMPRIME-EXC-GV
           END-IF.

       R-IMPRIME-EXC-GV.
           IF WCAB-VEN-GV = 0
              MOVE 1 TO WCAB-VEN-GV
              MOVE CODIGO-VEN     TO GV-CODIGO-VEN
              MOVE NOME-VEN       TO GV-NOME-VEN
              MOVE SUPERVISOR-VEN TO GV-SUPERVISOR
              MOVE DET01-GV TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           MOVE WCK-DATA(WI-GV) TO GV-DATA
           MOVE WCK-HORA(WI-GV) TO WHORA-AUX-GV
           MOVE WHA-HH          TO GV-HH
           MOVE WHA-MM          TO GV-MM
           MOVE WHA-SS          TO GV-SS
           MOVE WCK-ROTA(WI-GV) TO GV-ROTA
           MOVE WCK-CLI(WI-GV)  TO GV-CLIENTE
           MOVE WCK-DIST(WI-GV) TO GV-DIST
           EVALUATE WCK-GEO(WI-GV)
              WHEN 'R'
                 MOVE 'FORA DO RAIO'            TO GV-MOTIVO
              WHEN 'G'
                 MOVE 'CHECK-IN SEM GPS'        TO GV-MOTIVO
              WHEN 'T'
                 MOVE 'DESLOCAMENTO IMPOSSIVEL' TO GV-MOTIVO
           END-EVALUATE
           MOVE WCK-CLI-ANT(WI-GV) TO GV-CLI-ANT
           MOVE WCK-VELOC(WI-GV)   TO GV-VELOC
           MOVE DET02-GV TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-GEO-SUPERVISOR.
           MOVE ZEROES TO WJ-GV
           PERFORM R-ACHA-SUP-GV
              VARYING WI-GV FROM 1 BY 1 UNTIL WI-GV > WQTD-SUP-GV
           IF WJ-GV = ZEROES AND WQTD-SUP-GV < WMAX-SUP-GV
              ADD 1 TO WQTD-SUP-GV
              MOVE WQTD-SUP-GV    TO WJ-GV
              MOVE SUPERVISOR-VEN TO WSP-CODIGO(WJ-GV)
              MOVE ZEROES TO WSP-QTD-CK(WJ-GV) WSP-QTD-EXC(WJ-GV)
           END-IF
           IF WJ-GV NOT = ZEROES
              ADD WQTD-CK-GV      TO WSP-QTD-CK(WJ-GV)
              ADD WQTD-EXC-VEN-GV TO WSP-QTD-EXC(WJ-GV)
           END-IF.

       R-ACHA-SUP-GV.
           IF WSP-CODIGO(WI-GV) = SUPERVISOR-VEN
              MOVE WI-GV TO WJ-GV
           END-IF.

      *    (NOME DO SUPERVISOR LIDO SO AQUI, COM A VARREDURA DE
      *     VENDEDORES JA ENCERRADA)
       R-IMPRIME-SUP-GV.
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB04-GV TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB05-GV TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-IMPRIME-SUP-GV-1
              VARYING WI-GV FROM 1 BY 1 UNTIL WI-GV > WQTD-SUP-GV.

       R-IMPRIME-SUP-GV-1.
           MOVE WSP-CODIGO(WI-GV) TO GV-SUP-CODIGO
           IF WSP-CODIGO(WI-GV) = ZEROES
              MOVE 'SEM SUPERVISOR' TO GV-SUP-NOME
           ELSE
              MOVE WSP-CODIGO(WI-GV) TO CODIGO-VEN
              READ VENDEDORES KEY IS CODIGO-VEN
              IF FS-VEN = '00'
                 MOVE NOME-VEN TO GV-SUP-NOME
              ELSE
                 MOVE SPACES TO GV-SUP-NOME
              END-IF
           END-IF
           MOVE WSP-QTD-CK(WI-GV)  TO GV-SUP-CK
           MOVE WSP-QTD-EXC(WI-GV) TO GV-SUP-EXC
           COMPUTE WPERC-EXC-GV ROUNDED =
              WSP-QTD-EXC(WI-GV) * 100 / WSP-QTD-CK(WI-GV)
           MOVE WPERC-EXC-GV TO GV-SUP-PERC
           MOVE DET04-GV TO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *-------------------------------------
      * VISITA.CFG: RAIO EM METROS (99999) SEGUIDO DA VELOCIDADE
      * MAXIMA ENTRE PARADAS EM KM/H (999), NUMA LINHA. SEM O
      * ARQUIVO, O PADRAO E GRAVADO.
      *-------------------------------------
       R-LE-VISITA-CFG.
           OPEN INPUT ARQVISCFG
           IF FS-VISCFG = '00'
              READ ARQVISCFG
                 NOT AT END
                    MOVE ARQVISCFG-REC(1:5) TO WRAIO-CFG-TXT
                    IF WRAIO-CFG-TXT IS NUMERIC
                       MOVE WRAIO-CFG-NUM TO WRAIO-VI
                    END-IF
                    MOVE ARQVISCFG-REC(6:3) TO WVEL-CFG-TXT
                    IF WVEL-CFG-TXT IS NUMERIC
                       MOVE WVEL-CFG-NUM TO WVEL-MAX-VI
                    END-IF
              END-READ
              CLOSE ARQVISCFG
           ELSE
              OPEN OUTPUT ARQVISCFG
              MOVE SPACES        TO ARQVISCFG-REC
              MOVE WRAIO-VI      TO WRAIO-CFG-NUM
              MOVE WRAIO-CFG-TXT TO ARQVISCFG-REC(1:5)
              MOVE WVEL-MAX-VI   TO WVEL-CFG-NUM
              MOVE WVEL-CFG-TXT  TO ARQVISCFG-REC(6:3)
              WRITE ARQVISCFG-REC
              CLOSE ARQVISCFG
           END-IF.

      *-------------------------------------
      * DISTANCIA REAL (GRANDE CIRCULO) ENTRE DOIS PONTOS, PELA
      * FORMULA DE HAVERSINE, EM METROS - MESMO CALCULO DA
      * DISTRIBUICAO DE CLIENTES.
      *-------------------------------------
       S-CALCULA-DISTANCIA SECTION.
       R-CALCULA-DISTANCIA-1.
           COMPUTE WHAV-LAT1-R = WDLA-VEN * WHAV-PI / 180
           COMPUTE WHAV-LAT2-R = WDLA-CLI * WHAV-PI / 180
           COMPUTE WHAV-DLAT-R = (WDLA-CLI - WDLA-VEN) * WHAV-PI / 180
           COMPUTE WHAV-DLON-R = (WDLO-CLI - WDLO-VEN) * WHAV-PI / 180
           COMPUTE WHAV-A =
              FUNCTION SIN(WHAV-DLAT-R / 2) ** 2 +
              FUNCTION COS(WHAV-LAT1-R) * FUNCTION COS(WHAV-LAT2-R) *
              FUNCTION SIN(WHAV-DLON-R / 2) ** 2
           COMPUTE WHAV-C =
              2 * FUNCTION ATAN(FUNCTION SQRT(WHAV-A) /
                                 FUNCTION SQRT(1 - WHAV-A))
           COMPUTE WHAV-DIST-M = WHAV-RAIO-TERRA-M * WHAV-C
           MOVE WHAV-DIST-M TO WDIST-ATUAL.
       S-CALCULA-DISTANCIA-EXIT.
           EXIT.
