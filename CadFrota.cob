      *--------------------------
      * DIARIO DE BORDO E MANUTENCAO DA FROTA
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadFrota.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Diario de bordo por veiculo e
      *              data (ARQFROTAVG.DAT): hodometro de saida e de
      *              chegada, motorista, rota, litros e valor do
      *              combustivel, pedagio e outras despesas. Plano de
      *              manutencao por veiculo (ARQFROTAMP.DAT) com
      *              intervalo em km e/ou em dias e margem de aviso;
      *              a manutencao realizada zera o contador do item e
      *              entra no diario como despesa. Alertas de
      *              manutencao vencida e a vencer na gravacao da
      *              viagem e no relatorio RELMANUT.TXT; custo por km
      *              e consumo por veiculo no mes em RELFROTA.TXT,
      *              ambos no catalogo de spool. O custo real das
      *              viagens por rota vai para o RelLucroRota.
      *              Operacoes no TRANLOG.LOG.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FROTAVG ASSIGN TO  DISK WID-ARQ-FROTAVG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FV
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FV.

       SELECT FROTAMP ASSIGN TO  DISK WID-ARQ-FROTAMP
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MP
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MP.

       SELECT VEICULOS ASSIGN TO  DISK WID-ARQ-VEIC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS PLACA-VEI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEI.

       SELECT ROTAS ASSIGN TO  DISK WID-ARQ-ROTA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-ROTA
              ALTERNATE RECORD KEY IS CODIGO-VEN-ROTA WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ROTA.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRANLOG.

       DATA DIVISION.
       FILE SECTION.
      * DIARIO DE BORDO: 'V' = VIAGEM, 'M' = MANUTENCAO REALIZADA
      * (HODOMETRO DE SAIDA = CHEGADA, VALOR EM OUTRAS DESPESAS).
       FD FROTAVG.
       01 REGISTRO-FROTAVG.
          02 CHAVE-FV.
             03 PLACA-FV              PIC  X(007).
             03 DATA-FV               PIC  9(008).
             03 SEQ-FV                PIC  9(002).
          02 TIPO-FV                  PIC  X(001) VALUE SPACES.
             88 FV-VIAGEM             VALUE 'V'.
             88 FV-MANUTENCAO         VALUE 'M'.
          02 KM-INI-FV                PIC  9(007) VALUE ZEROES.
          02 KM-FIM-FV                PIC  9(007) VALUE ZEROES.
          02 MOTORISTA-FV             PIC  X(030) VALUE SPACES.
          02 CODIGO-ROTA-FV           PIC  9(007) VALUE ZEROES.
          02 LITROS-FV                PIC  9(005)v9(002) VALUE ZEROES.
          02 VALOR-COMB-FV            PIC  9(007)v9(002) VALUE ZEROES.
          02 PEDAGIO-FV               PIC  9(007)v9(002) VALUE ZEROES.
          02 OUTRAS-FV                PIC  9(007)v9(002) VALUE ZEROES.
          02 HISTORICO-FV             PIC  X(030) VALUE SPACES.
          02 OPERADOR-FV              PIC  X(010) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD FROTAMP.
       01 REGISTRO-FROTAMP.
          02 CHAVE-MP.
             03 PLACA-MP              PIC  X(007).
             03 ITEM-MP               PIC  9(002).
          02 DESCRICAO-MP             PIC  X(030) VALUE SPACES.
          02 INTERV-KM-MP             PIC  9(006) VALUE ZEROES.
          02 INTERV-DIAS-MP           PIC  9(004) VALUE ZEROES.
          02 AVISO-KM-MP              PIC  9(005) VALUE ZEROES.
          02 AVISO-DIAS-MP            PIC  9(003) VALUE ZEROES.
          02 ULT-KM-MP                PIC  9(007) VALUE ZEROES.
          02 ULT-DATA-MP              PIC  9(008) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD VEICULOS.
       01 REGISTRO-VEICULOS.
          02 PLACA-VEI                PIC  X(007).
          02 DESCRICAO-VEI            PIC  X(030).
          02 CAPAC-KG-VEI             PIC  9(007) VALUE ZEROES.
          02 CAPAC-M3-VEI             PIC  9(005)v9(002) VALUE ZEROES.
          02 INATIVO-VEI              PIC  X(001) VALUE SPACES.
          02 LOCAL-VEI                PIC  9(003) VALUE ZEROES.
          02 VENDEDOR-VEI             PIC  9(007) VALUE ZEROES.

       FD ROTAS.
       01 REGISTRO-ROTAS.
          02 CODIGO-ROTA           PIC  9(007).
          02 DESCRICAO-ROTA        PIC  X(040).
          02 CODIGO-VEN-ROTA       PIC  9(007).
          02 INATIVO-ROTA          PIC  X(001) VALUE SPACES.
          02 DIA-SEMANA-ROTA       PIC  9(001) VALUE ZEROES.
          02 FREQUENCIA-ROTA       PIC  X(001) VALUE SPACES.
          02 VEICULO-ROTA          PIC  X(007) VALUE SPACES.
          02 COBERTURA-ROTA        PIC  9(007) VALUE ZEROES.

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01 FS-FV.
           02 FS-FV-1                 PIC 9.
           02 FS-FV-2                 PIC 9.
           02 FS-FV-R REDEFINES FS-FV-2 PIC 99 COMP-X.
       01 FS-MP.
           02 FS-MP-1                 PIC 9.
           02 FS-MP-2                 PIC 9.
           02 FS-MP-R REDEFINES FS-MP-2 PIC 99 COMP-X.
       01 FS-VEI.
           02 FS-VEI-1                PIC 9.
           02 FS-VEI-2                PIC 9.
           02 FS-VEI-R REDEFINES FS-VEI-2 PIC 99 COMP-X.
       01 FS-ROTA.
           02 FS-ROTA-1               PIC 9.
           02 FS-ROTA-2               PIC 9.
           02 FS-ROTA-R REDEFINES FS-ROTA-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WID-ARQ-FROTAVG             PIC X(50) VALUE 'ARQFROTAVG.DAT'.
       01 WID-ARQ-FROTAMP             PIC X(50) VALUE 'ARQFROTAMP.DAT'.
       01 WID-ARQ-VEIC                PIC X(50) VALUE 'ARQVEIC.DAT'.
       01 WID-ARQ-ROTA.
           02 WID-ARQ-ROTA-1               PIC X(50).
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WOPCAO-FR       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
       77 WSAIDA-KM-FR    PIC 9 VALUE ZEROES.
       77 WROT-DISPONIVEL-FR PIC 9 VALUE ZEROES.

      *-------------VIAGEM DA TELA----------------------------------
       01 WREG-VIAGEM-FR.
          02 WPLACA-FR             PIC X(007) VALUE SPACES.
          02 WDESCR-VEI-FR         PIC X(030) VALUE SPACES.
          02 WDATA-FR              PIC 9(008) VALUE ZEROES.
          02 WSEQ-FR               PIC 9(002) VALUE ZEROES.
          02 WKM-INI-FR            PIC 9(007) VALUE ZEROES.
          02 WKM-FIM-FR            PIC 9(007) VALUE ZEROES.
          02 WMOTORISTA-FR         PIC X(030) VALUE SPACES.
          02 WROTA-FR              PIC 9(007) VALUE ZEROES.
          02 WLITROS-FR            PIC 9(005)v9(002) VALUE ZEROES.
          02 WVALOR-COMB-FR        PIC 9(007)v9(002) VALUE ZEROES.
          02 WPEDAGIO-FR           PIC 9(007)v9(002) VALUE ZEROES.
          02 WOUTRAS-FR            PIC 9(007)v9(002) VALUE ZEROES.
          02 WHISTORICO-FR         PIC X(030) VALUE SPACES.
       77 WSEQ-ORIG-FR            PIC 9(002) VALUE ZEROES.
      *--------------------------------------------------

      *-------------HODOMETRO DO VEICULO----------------------------
      * O HODOMETRO ATUAL E O MAIOR KM DE CHEGADA DO DIARIO DO
      * VEICULO; A VIAGEM NOVA NAO PODE SAIR COM KM MENOR.
       01 WPLACA-KM-FR            PIC X(007) VALUE SPACES.
       77 WKM-ATUAL-FR            PIC 9(007) VALUE ZEROES.
      *--------------------------------------------------

      *-------------PLANO DE MANUTENCAO DA TELA---------------------
      * ITEM NOVO COMECA CONTANDO DO HODOMETRO E DA DATA DE HOJE;
      * SEM MARGEM INFORMADA O AVISO E DE 1000 KM E 15 DIAS.
       01 WREG-PLANO-FR.
          02 WITEM-FR              PIC 9(002) VALUE ZEROES.
          02 WDESCR-MP-FR          PIC X(030) VALUE SPACES.
          02 WINTERV-KM-FR         PIC 9(006) VALUE ZEROES.
          02 WINTERV-DIAS-FR       PIC 9(004) VALUE ZEROES.
          02 WAVISO-KM-FR          PIC 9(005) VALUE ZEROES.
          02 WAVISO-DIAS-FR        PIC 9(003) VALUE ZEROES.
          02 WULT-KM-FR            PIC 9(007) VALUE ZEROES.
          02 WULT-DATA-FR          PIC 9(008) VALUE ZEROES.
          02 WEXCLUI-FR            PIC X(001) VALUE SPACES.
       77 WAVISO-KM-PADRAO-FR     PIC 9(005) VALUE 1000.
       77 WAVISO-DIAS-PADRAO-FR   PIC 9(003) VALUE 15.
       01 WVALOR-MANUT-FR         PIC 9(007)v9(002) VALUE ZEROES.
      *--------------------------------------------------

      *-------------SITUACAO DO ITEM DO PLANO-----------------------
       01 WDATA-HOJE-FR           PIC 9(008) VALUE ZEROES.
       77 WHOJE-INT-FR            PIC 9(008) VALUE ZEROES.
       77 WPROX-KM-FR             PIC 9(008) VALUE ZEROES.
       77 WPROX-INT-FR            PIC 9(008) VALUE ZEROES.
       01 WPROX-DATA-FR           PIC 9(008) VALUE ZEROES.
       77 WSIT-MP-FR              PIC 9 VALUE ZEROES.
          88 MP-EM-DIA            VALUE 0.
          88 MP-A-VENCER          VALUE 1.
          88 MP-VENCIDA           VALUE 2.
       77 WQTD-VENCIDA-FR         PIC 9(003) VALUE ZEROES.
       77 WQTD-A-VENCER-FR        PIC 9(003) VALUE ZEROES.
       01 WQTD-ED-FR              PIC ZZ9.
       01 WQTD-ED2-FR             PIC ZZ9.
      *--------------------------------------------------

       01 WRL-MANUT-TITULOS.
          02 FILLER            PIC X(40) VALUE
             'PLACA   IT DESCRICAO                  UL'.
          02 FILLER            PIC X(40) VALUE
             'T.KM ULT.DATA    PROX.KM PROX.DATA KM AT'.
          02 FILLER            PIC X(40) VALUE
             'UAL SITUACAO'.

       01 WRL-MANUT-LINHA.
          02 RL-MP-PLACA       PIC X(007).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-MP-ITEM        PIC 9(002).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-MP-DESCR       PIC X(025).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-MP-ULT-KM      PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-MP-ULT-DATA    PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-MP-PROX-KM     PIC ZZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-MP-PROX-DATA   PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-MP-KM-ATUAL    PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-MP-SITUACAO    PIC X(010).

       01 WRL-MANUT-RODAPE.
          02 FILLER            PIC X(20) VALUE 'ITENS VENCIDOS.....:'.
          02 RL-MP-QTD-VENC    PIC ZZ9.
          02 FILLER            PIC X(24) VALUE
             '     ITENS A VENCER...:'.
          02 RL-MP-QTD-AVENC   PIC ZZ9.

      *-------------CUSTO MENSAL POR VEICULO------------------------
      * KM RODADO SO DAS VIAGENS; A MANUTENCAO ENTRA NO CUSTO. O
      * CONSUMO E O KM RODADO PELOS LITROS ABASTECIDOS NO MES.
       77 WANO-MES-FR             PIC 9(006) VALUE ZEROES.
       77 WTEM-GRUPO-FR           PIC 9 VALUE ZEROES.
       01 WPLACA-GRUPO-FR         PIC X(007) VALUE SPACES.
       01 WACUM-FR.
          02 WAC-VIAGENS-FR       PIC 9(005) VALUE ZEROES.
          02 WAC-KM-FR            PIC 9(009) VALUE ZEROES.
          02 WAC-LITROS-FR        PIC 9(007)v9(002) VALUE ZEROES.
          02 WAC-COMB-FR          PIC 9(009)v9(002) VALUE ZEROES.
          02 WAC-PEDAGIO-FR       PIC 9(009)v9(002) VALUE ZEROES.
          02 WAC-OUTRAS-FR        PIC 9(009)v9(002) VALUE ZEROES.
       01 WACUM-TOT-FR.
          02 WTT-VIAGENS-FR       PIC 9(005) VALUE ZEROES.
          02 WTT-KM-FR            PIC 9(009) VALUE ZEROES.
          02 WTT-LITROS-FR        PIC 9(007)v9(002) VALUE ZEROES.
          02 WTT-COMB-FR          PIC 9(009)v9(002) VALUE ZEROES.
          02 WTT-PEDAGIO-FR       PIC 9(009)v9(002) VALUE ZEROES.
          02 WTT-OUTRAS-FR        PIC 9(009)v9(002) VALUE ZEROES.
       01 WCUSTO-TOT-FR           PIC 9(011)v9(002) VALUE ZEROES.
       01 WCUSTO-KM-FR            PIC 9(005)v9(003) VALUE ZEROES.
       01 WKM-LITRO-FR            PIC 9(005)v9(002) VALUE ZEROES.

       01 WRL-FROTA-TITULOS.
          02 FILLER            PIC X(40) VALUE
             'PLACA   DESCRICAO            VIAG  KM RO'.
          02 FILLER            PIC X(40) VALUE
             'DADO    LITROS COMBUSTIVEL    PEDAGIO   '.
          02 FILLER            PIC X(40) VALUE
             ' OUTRAS   CUSTO TOTAL CUSTO/KM   KM/L'.

       01 WRL-FROTA-LINHA.
          02 RL-FR-PLACA       PIC X(007).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-FR-DESCR       PIC X(020).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-FR-VIAGENS     PIC ZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-FR-KM          PIC ZZZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-FR-LITROS      PIC ZZZZZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-FR-COMB        PIC ZZZZZZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-FR-PEDAGIO     PIC ZZZZZZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-FR-OUTRAS      PIC ZZZZZZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-FR-TOTAL       PIC ZZZZZZZZZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-FR-CUSTO-KM    PIC ZZZ9.999.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-FR-KM-LITRO    PIC ZZZ9.99.
      *--------------------------------------------------

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
          02 FILLER                 PIC X(09) VALUE ' VEICULO='.
          02 WTL-PLACA              PIC X(007).
          02 FILLER                 PIC X(06) VALUE ' DATA='.
          02 WTL-DATA-MOV           PIC 9(008).
          02 FILLER                 PIC X(05) VALUE ' SEQ='.
          02 WTL-SEQ                PIC 9(002).
          02 FILLER                 PIC X(04) VALUE ' KM='.
          02 WTL-KM                 PIC 9(007).
          02 FILLER                 PIC X(08) VALUE ' VALOR= '.
          02 WTL-VALOR              PIC ZZZZZZZ9.99.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-OPCAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - FROTA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] DIARIO DE BORDO (VIAGEM)".
          02 LINE 8 COL 10 VALUE "[2] PLANO DE MANUTENCAO".
          02 LINE 9 COL 10 VALUE "[3] MANUTENCAO REALIZADA".
          02 LINE 10 COL 10 VALUE "[4] ALERTAS DE MANUTENCAO".
          02 LINE 11 COL 10 VALUE "[5] CUSTO MENSAL DA FROTA".
          02 LINE 12 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-FR AUTO.

       01 TELA-VIAGEM-FR.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - FROTA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 30 VALUE "DIARIO DE BORDO".
          02 LINE 6 COL 10 VALUE "Placa...........:".
          02 LINE 6 COL 29 PIC X(007) FROM WPLACA-FR.
          02 LINE 6 COL 38 PIC X(030) FROM WDESCR-VEI-FR.
          02 LINE 7 COL 10 VALUE "Data............:".
          02 LINE 7 COL 29 PIC 9(008) FROM WDATA-FR.
          02 LINE 7 COL 40 VALUE "Seq:".
          02 LINE 7 COL 45 PIC 9(002) FROM WSEQ-FR.
          02 LINE 9 COL 10 VALUE "Km saida........:".
          02 LINE 9 COL 29 PIC 9(007) USING WKM-INI-FR.
          02 LINE 10 COL 10 VALUE "Km chegada......:".
          02 LINE 10 COL 29 PIC 9(007) USING WKM-FIM-FR.
          02 LINE 11 COL 10 VALUE "Motorista.......:".
          02 LINE 11 COL 29 PIC X(030) USING WMOTORISTA-FR.
          02 LINE 12 COL 10 VALUE "Rota............:".
          02 LINE 12 COL 29 PIC 9(007) USING WROTA-FR.
          02 LINE 12 COL 38 VALUE "(0=SEM ROTA)".
          02 LINE 13 COL 10 VALUE "Litros..........:".
          02 LINE 13 COL 29 PIC 9(005)V99 USING WLITROS-FR.
          02 LINE 14 COL 10 VALUE "Valor combust...:".
          02 LINE 14 COL 29 PIC 9(007)V99 USING WVALOR-COMB-FR.
          02 LINE 15 COL 10 VALUE "Pedagio.........:".
          02 LINE 15 COL 29 PIC 9(007)V99 USING WPEDAGIO-FR.
          02 LINE 16 COL 10 VALUE "Outras despesas.:".
          02 LINE 16 COL 29 PIC 9(007)V99 USING WOUTRAS-FR.
          02 LINE 17 COL 10 VALUE "Historico.......:".
          02 LINE 17 COL 29 PIC X(030) USING WHISTORICO-FR.

       01 TELA-ACC-VIAGEM-FR.
          02 LINE 06 COL 29 PIC X(007) USING WPLACA-FR.
          02 LINE 07 COL 29 PIC 9(008) USING WDATA-FR.
          02 LINE 07 COL 45 PIC 9(002) USING WSEQ-FR.
          02 LINE 07 COL 50 VALUE "(0=NOVA VIAGEM)".

       01 TELA-PLANO-FR.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - FROTA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 27 VALUE "PLANO DE MANUTENCAO".
          02 LINE 6 COL 10 VALUE "Placa...........:".
          02 LINE 6 COL 29 PIC X(007) FROM WPLACA-FR.
          02 LINE 6 COL 38 PIC X(030) FROM WDESCR-VEI-FR.
          02 LINE 7 COL 10 VALUE "Item............:".
          02 LINE 7 COL 29 PIC 9(002) FROM WITEM-FR.
          02 LINE 9 COL 10 VALUE "Descricao.......:".
          02 LINE 9 COL 29 PIC X(030) USING WDESCR-MP-FR.
          02 LINE 10 COL 10 VALUE "A cada (km).....:".
          02 LINE 10 COL 29 PIC 9(006) USING WINTERV-KM-FR.
          02 LINE 10 COL 38 VALUE "(0=NAO CONTROLA KM)".
          02 LINE 11 COL 10 VALUE "A cada (dias)...:".
          02 LINE 11 COL 29 PIC 9(004) USING WINTERV-DIAS-FR.
          02 LINE 11 COL 38 VALUE "(0=NAO CONTROLA DATA)".
          02 LINE 12 COL 10 VALUE "Avisar antes km.:".
          02 LINE 12 COL 29 PIC 9(005) USING WAVISO-KM-FR.
          02 LINE 13 COL 10 VALUE "Avisar antes dia:".
          02 LINE 13 COL 29 PIC 9(003) USING WAVISO-DIAS-FR.
          02 LINE 14 COL 10 VALUE "Ultima - km.....:".
          02 LINE 14 COL 29 PIC 9(007) USING WULT-KM-FR.
          02 LINE 15 COL 10 VALUE "Ultima - data...:".
          02 LINE 15 COL 29 PIC 9(008) USING WULT-DATA-FR.
          02 LINE 16 COL 10 VALUE "Excluir (S).....:".
          02 LINE 16 COL 29 PIC X(001) USING WEXCLUI-FR.

       01 TELA-ACC-PLANO-FR.
          02 LINE 06 COL 29 PIC X(007) USING WPLACA-FR.
          02 LINE 07 COL 29 PIC 9(002) USING WITEM-FR.

       01 TELA-REALIZADA-FR.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - FROTA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 27 VALUE "MANUTENCAO REALIZADA".
          02 LINE 6 COL 10 VALUE "Placa...........:".
          02 LINE 6 COL 29 PIC X(007) USING WPLACA-FR.
          02 LINE 7 COL 10 VALUE "Item do plano...:".
          02 LINE 7 COL 29 PIC 9(002) USING WITEM-FR.
          02 LINE 9 COL 10 VALUE "Data............:".
          02 LINE 9 COL 29 PIC 9(008) USING WDATA-FR.
          02 LINE 10 COL 10 VALUE "Km do veiculo...:".
          02 LINE 10 COL 29 PIC 9(007) USING WKM-FIM-FR.
          02 LINE 11 COL 10 VALUE "Valor...........:".
          02 LINE 11 COL 29 PIC 9(007)V99 USING WVALOR-MANUT-FR.

       01 TELA-PARAM-MES-FR.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - FROTA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 27 VALUE "CUSTO MENSAL DA FROTA".
          02 LINE 8 COL 10 VALUE "MES DE REFERENCIA (AAAAMM):".
          02 LINE 8 COL 39 PIC 9(006) USING WANO-MES-FR.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FROTAVG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FROTAMP
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-VEIC
           MOVE LID-ARQ-ROTA-1 TO WID-ARQ-ROTA-1
           INITIALIZE WSAIDA WOPCAO-FR
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-FR = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-FR
             WHEN 1
               PERFORM S-VIAGEM-FR
             WHEN 2
               PERFORM S-PLANO-FR
             WHEN 3
               PERFORM S-REALIZADA-FR
             WHEN 4
               PERFORM S-ALERTAS-FR
             WHEN 5
               PERFORM S-CUSTO-MES-FR
             WHEN 6
               PERFORM FECHA-ARQUIVOS
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *-------------------------------------
      * DIARIO DE BORDO: VIAGEM NOVA (SEQUENCIA ZERO) OU ALTERACAO
      * DE UMA JA LANCADA. O KM DE SAIDA DA VIAGEM NOVA VEM DO
      * HODOMETRO ATUAL E NAO PODE SER MENOR QUE ELE. DEPOIS DA
      * GRAVACAO OS ITENS DO PLANO DO VEICULO SAO CONFERIDOS.
      *-------------------------------------
       S-VIAGEM-FR SECTION.
       VIAGEM-FR-1.
           INITIALIZE WREG-VIAGEM-FR
           ACCEPT WDATA-FR FROM DATE YYYYMMDD
           MOVE '=> PLACA EM BRANCO PARA SAIR ' TO WTXT
           DISPLAY TELA-VIAGEM-FR
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-VIAGEM-FR
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WPLACA-FR NOT = SPACES
              PERFORM VIAGEM-FR-2 THRU VIAGEM-FR-FIM
           END-IF.
       VIAGEM-FR-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-VIAGEM-FR-ROTINAS SECTION.

       VIAGEM-FR-2.
           PERFORM R-LE-VEICULO-FR
           IF FS-VEI NOT = '00'
              GO TO VIAGEM-FR-FIM
           END-IF
           ACCEPT WDATA-HOJE-FR FROM DATE YYYYMMDD
           IF WDATA-FR = ZEROES OR WDATA-FR > WDATA-HOJE-FR
              MOVE 'DATA DA VIAGEM INVALIDA' TO WTXT
              PERFORM R-MOSTRA-MSG-FR
              GO TO VIAGEM-FR-FIM
           END-IF
           MOVE WPLACA-FR TO WPLACA-KM-FR
           PERFORM R-ULTIMO-KM-FR
           MOVE WSEQ-FR TO WSEQ-ORIG-FR
           IF WSEQ-FR = ZEROES
              IF INATIVO-VEI = 'I'
                 MOVE 'VEICULO INATIVO' TO WTXT
                 PERFORM R-MOSTRA-MSG-FR
                 GO TO VIAGEM-FR-FIM
              END-IF
              PERFORM R-PROXIMA-SEQ-FR
              IF WSEQ-FR = ZEROES
                 MOVE 'LIMITE DE 99 LANCAMENTOS NO DIA' TO WTXT
                 PERFORM R-MOSTRA-MSG-FR
                 GO TO VIAGEM-FR-FIM
              END-IF
              MOVE WKM-ATUAL-FR TO WKM-INI-FR
           ELSE
              MOVE WPLACA-FR TO PLACA-FV
              MOVE WDATA-FR  TO DATA-FV
              MOVE WSEQ-FR   TO SEQ-FV
              READ FROTAVG
              IF FS-FV NOT = '00'
                 MOVE 'LANCAMENTO NAO ENCONTRADO' TO WTXT
                 PERFORM R-MOSTRA-MSG-FR
                 GO TO VIAGEM-FR-FIM
              END-IF
              IF FV-MANUTENCAO
                 MOVE 'LANCAMENTO DE MANUTENCAO - USE A OPCAO 3'
                    TO WTXT
                 PERFORM R-MOSTRA-MSG-FR
                 GO TO VIAGEM-FR-FIM
              END-IF
              MOVE KM-INI-FV      TO WKM-INI-FR
              MOVE KM-FIM-FV      TO WKM-FIM-FR
              MOVE MOTORISTA-FV   TO WMOTORISTA-FR
              MOVE CODIGO-ROTA-FV TO WROTA-FR
              MOVE LITROS-FV      TO WLITROS-FR
              MOVE VALOR-COMB-FV  TO WVALOR-COMB-FR
              MOVE PEDAGIO-FV     TO WPEDAGIO-FR
              MOVE OUTRAS-FV      TO WOUTRAS-FR
              MOVE HISTORICO-FV   TO WHISTORICO-FR
           END-IF
           DISPLAY TELA-VIAGEM-FR
           ACCEPT TELA-VIAGEM-FR
           IF WKM-FIM-FR < WKM-INI-FR
              MOVE 'KM DE CHEGADA MENOR QUE O DE SAIDA' TO WTXT
              PERFORM R-MOSTRA-MSG-FR
              GO TO VIAGEM-FR-FIM
           END-IF
      *    (VIAGEM NOVA NAO VOLTA O HODOMETRO)
           IF WSEQ-ORIG-FR = ZEROES AND WKM-INI-FR < WKM-ATUAL-FR
              MOVE 'KM DE SAIDA MENOR QUE O HODOMETRO ATUAL' TO WTXT
              PERFORM R-MOSTRA-MSG-FR
              GO TO VIAGEM-FR-FIM
           END-IF
           IF WMOTORISTA-FR = SPACES
              MOVE 'MOTORISTA OBRIGATORIO' TO WTXT
              PERFORM R-MOSTRA-MSG-FR
              GO TO VIAGEM-FR-FIM
           END-IF
           IF WROTA-FR NOT = ZEROES
              IF WROT-DISPONIVEL-FR = 0
                 MOVE 'ROTEIRO NAO DISPONIVEL - INFORME ROTA 0' TO WTXT
                 PERFORM R-MOSTRA-MSG-FR
                 GO TO VIAGEM-FR-FIM
              END-IF
              MOVE WROTA-FR TO CODIGO-ROTA
              READ ROTAS
              IF FS-ROTA NOT = '00'
                 MOVE 'ROTA NAO CADASTRADA' TO WTXT
                 PERFORM R-MOSTRA-MSG-FR
                 GO TO VIAGEM-FR-FIM
              END-IF
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO VIAGEM-FR-FIM
           END-IF
           MOVE WPLACA-FR TO PLACA-FV
           MOVE WDATA-FR  TO DATA-FV
           MOVE WSEQ-FR   TO SEQ-FV
           READ FROTAVG
           IF FS-FV NOT = '00'
              INITIALIZE REGISTRO-FROTAVG
              MOVE WPLACA-FR TO PLACA-FV
              MOVE WDATA-FR  TO DATA-FV
              MOVE WSEQ-FR   TO SEQ-FV
              MOVE 'V'       TO TIPO-FV
           END-IF
           MOVE WKM-INI-FR     TO KM-INI-FV
           MOVE WKM-FIM-FR     TO KM-FIM-FV
           MOVE WMOTORISTA-FR  TO MOTORISTA-FV
           MOVE WROTA-FR       TO CODIGO-ROTA-FV
           MOVE WLITROS-FR     TO LITROS-FV
           MOVE WVALOR-COMB-FR TO VALOR-COMB-FV
           MOVE WPEDAGIO-FR    TO PEDAGIO-FV
           MOVE WOUTRAS-FR     TO OUTRAS-FV
           MOVE WHISTORICO-FR  TO HISTORICO-FV
           MOVE LID-OPERADOR-1 TO OPERADOR-FV
           IF FS-FV = '00'
              REWRITE REGISTRO-FROTAVG
           ELSE
              WRITE REGISTRO-FROTAVG
           END-IF
           IF FS-FV NOT = '00'
              MOVE 'ERRO DE GRAVAÇÃO DA VIAGEM ST ' TO WTXT
              MOVE FS-FV TO WST
              PERFORM R-MOSTRA-MSG-FR
              GO TO VIAGEM-FR-FIM
           END-IF
           MOVE 'FROTA-VG' TO WTL-OPERACAO
           MOVE KM-FIM-FV  TO WTL-KM
           COMPUTE WTL-VALOR = VALOR-COMB-FV + PEDAGIO-FV + OUTRAS-FV
           PERFORM R-GRAVA-LOG
      *    (HODOMETRO NOVO CONTRA O PLANO DO VEICULO)
           IF WKM-FIM-FR > WKM-ATUAL-FR
              MOVE WKM-FIM-FR TO WKM-ATUAL-FR
           END-IF
           PERFORM R-CONFERE-PLANO-FR
           IF WQTD-VENCIDA-FR = ZEROES AND WQTD-A-VENCER-FR = ZEROES
              MOVE 'VIAGEM GRAVADA' TO WTXT
           ELSE
              MOVE WQTD-VENCIDA-FR  TO WQTD-ED-FR
              MOVE WQTD-A-VENCER-FR TO WQTD-ED2-FR
              MOVE SPACES TO WTXT
              STRING 'GRAVADA. MANUTENCAO: ' WQTD-ED-FR
                     ' VENCIDA(S) ' WQTD-ED2-FR ' A VENCER'
                 DELIMITED BY SIZE INTO WTXT
           END-IF
           PERFORM R-MOSTRA-MSG-FR.
       VIAGEM-FR-FIM.
           EXIT.

      *    (PROXIMA SEQUENCIA DO VEICULO NA DATA; ZERO = SEM VAGA)
       R-PROXIMA-SEQ-FR.
           MOVE 1 TO WSEQ-FR
           MOVE WPLACA-FR TO PLACA-FV
           MOVE WDATA-FR  TO DATA-FV
           MOVE ZEROES    TO SEQ-FV
           START FROTAVG KEY IS NOT LESS THAN CHAVE-FV
           MOVE 0 TO WSAIDA
           IF FS-FV NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-PROXIMA-SEQ-FR-1 UNTIL WSAIDA = 1.

       R-PROXIMA-SEQ-FR-1.
           READ FROTAVG NEXT
           IF FS-FV NOT = '00' OR PLACA-FV NOT = WPLACA-FR
              OR DATA-FV NOT = WDATA-FR
              MOVE 1 TO WSAIDA
           ELSE
              IF SEQ-FV = 99
                 MOVE ZEROES TO WSEQ-FR
                 MOVE 1 TO WSAIDA
              ELSE
                 COMPUTE WSEQ-FR = SEQ-FV + 1
              END-IF
           END-IF.

      *-------------------------------------
      * PLANO DE MANUTENCAO: ITEM POR VEICULO (TROCA DE OLEO A CADA
      * N KM, REVISAO OU VISTORIA A CADA N DIAS, OU OS DOIS - O QUE
      * VENCER PRIMEIRO). ITEM NOVO CONTA A PARTIR DO HODOMETRO E
      * DA DATA DE HOJE; O ULTIMO SERVICO PODE SER CORRIGIDO AQUI.
      *-------------------------------------
       S-PLANO-FR SECTION.
       PLANO-FR-1.
           INITIALIZE WREG-VIAGEM-FR WREG-PLANO-FR
           MOVE '=> PLACA EM BRANCO PARA SAIR ' TO WTXT
           DISPLAY TELA-PLANO-FR
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-PLANO-FR
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WPLACA-FR NOT = SPACES
              PERFORM PLANO-FR-2 THRU PLANO-FR-FIM
           END-IF.
       PLANO-FR-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-PLANO-FR-ROTINAS SECTION.

       PLANO-FR-2.
           PERFORM R-LE-VEICULO-FR
           IF FS-VEI NOT = '00'
              GO TO PLANO-FR-FIM
           END-IF
           IF WITEM-FR = ZEROES
              MOVE 'INFORME O ITEM DO PLANO (01 A 99)' TO WTXT
              PERFORM R-MOSTRA-MSG-FR
              GO TO PLANO-FR-FIM
           END-IF
           MOVE WPLACA-FR TO PLACA-MP
           MOVE WITEM-FR  TO ITEM-MP
           READ FROTAMP
           IF FS-MP = '00'
              MOVE DESCRICAO-MP   TO WDESCR-MP-FR
              MOVE INTERV-KM-MP   TO WINTERV-KM-FR
              MOVE INTERV-DIAS-MP TO WINTERV-DIAS-FR
              MOVE AVISO-KM-MP    TO WAVISO-KM-FR
              MOVE AVISO-DIAS-MP  TO WAVISO-DIAS-FR
              MOVE ULT-KM-MP      TO WULT-KM-FR
              MOVE ULT-DATA-MP    TO WULT-DATA-FR
           ELSE
              MOVE WPLACA-FR TO WPLACA-KM-FR
              PERFORM R-ULTIMO-KM-FR
              MOVE WKM-ATUAL-FR          TO WULT-KM-FR
              ACCEPT WULT-DATA-FR FROM DATE YYYYMMDD
              MOVE WAVISO-KM-PADRAO-FR   TO WAVISO-KM-FR
              MOVE WAVISO-DIAS-PADRAO-FR TO WAVISO-DIAS-FR
           END-IF
           DISPLAY TELA-PLANO-FR
           ACCEPT TELA-PLANO-FR
           IF WEXCLUI-FR = 's'
              MOVE 'S' TO WEXCLUI-FR
           END-IF
           IF WEXCLUI-FR = 'S'
              IF FS-MP NOT = '00'
                 MOVE 'ITEM NAO CADASTRADO' TO WTXT
                 PERFORM R-MOSTRA-MSG-FR
                 GO TO PLANO-FR-FIM
              END-IF
           ELSE
              IF WDESCR-MP-FR = SPACES
                 MOVE 'INFORME A DESCRICAO' TO WTXT
                 PERFORM R-MOSTRA-MSG-FR
                 GO TO PLANO-FR-FIM
              END-IF
              IF WINTERV-KM-FR = ZEROES AND WINTERV-DIAS-FR = ZEROES
                 MOVE 'INFORME O INTERVALO EM KM OU EM DIAS' TO WTXT
                 PERFORM R-MOSTRA-MSG-FR
                 GO TO PLANO-FR-FIM
              END-IF
              ACCEPT WDATA-HOJE-FR FROM DATE YYYYMMDD
              IF WULT-DATA-FR = ZEROES OR WULT-DATA-FR > WDATA-HOJE-FR
                 MOVE 'DATA DA ULTIMA MANUTENCAO INVALIDA' TO WTXT
                 PERFORM R-MOSTRA-MSG-FR
                 GO TO PLANO-FR-FIM
              END-IF
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO PLANO-FR-FIM
           END-IF
           MOVE WPLACA-FR TO PLACA-MP
           MOVE WITEM-FR  TO ITEM-MP
           READ FROTAMP
           IF WEXCLUI-FR = 'S'
              DELETE FROTAMP
              MOVE 'FROTA-EX' TO WTL-OPERACAO
           ELSE
              IF FS-MP NOT = '00'
                 INITIALIZE REGISTRO-FROTAMP
                 MOVE WPLACA-FR TO PLACA-MP
                 MOVE WITEM-FR  TO ITEM-MP
              END-IF
              MOVE WDESCR-MP-FR    TO DESCRICAO-MP
              MOVE WINTERV-KM-FR   TO INTERV-KM-MP
              MOVE WINTERV-DIAS-FR TO INTERV-DIAS-MP
              MOVE WAVISO-KM-FR    TO AVISO-KM-MP
              MOVE WAVISO-DIAS-FR  TO AVISO-DIAS-MP
              MOVE WULT-KM-FR      TO ULT-KM-MP
              MOVE WULT-DATA-FR    TO ULT-DATA-MP
              IF FS-MP = '00'
                 REWRITE REGISTRO-FROTAMP
              ELSE
                 WRITE REGISTRO-FROTAMP
              END-IF
              MOVE 'FROTA-MP' TO WTL-OPERACAO
           END-IF
           IF FS-MP NOT = '00'
              MOVE 'ERRO DE GRAVAÇÃO DO PLANO ST ' TO WTXT
              MOVE FS-MP TO WST
           ELSE
              MOVE 'PLANO GRAVADO' TO WTXT
              MOVE WULT-DATA-FR TO WTL-DATA-MOV
              MOVE WITEM-FR     TO WTL-SEQ
              MOVE WULT-KM-FR   TO WTL-KM
              MOVE ZEROES       TO WTL-VALOR
              PERFORM R-GRAVA-LOG
           END-IF
           PERFORM R-MOSTRA-MSG-FR.
       PLANO-FR-FIM.
           EXIT.

      *-------------------------------------
      * MANUTENCAO REALIZADA: O ITEM DO PLANO RECOMECA A CONTAR DO
      * KM E DA DATA DO SERVICO, E O VALOR ENTRA NO DIARIO DE BORDO
      * COMO LANCAMENTO 'M' (CUSTO DO VEICULO NO MES).
      *-------------------------------------
       S-REALIZADA-FR SECTION.
       REALIZADA-FR-1.
           INITIALIZE WREG-VIAGEM-FR WREG-PLANO-FR
           MOVE ZEROES TO WVALOR-MANUT-FR
           ACCEPT WDATA-FR FROM DATE YYYYMMDD
           MOVE '=> PLACA EM BRANCO PARA SAIR ' TO WTXT
           DISPLAY TELA-REALIZADA-FR
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-REALIZADA-FR
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WPLACA-FR NOT = SPACES
              PERFORM REALIZADA-FR-2 THRU REALIZADA-FR-FIM
           END-IF.
       REALIZADA-FR-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-REALIZADA-FR-ROTINAS SECTION.

       REALIZADA-FR-2.
           PERFORM R-LE-VEICULO-FR
           IF FS-VEI NOT = '00'
              GO TO REALIZADA-FR-FIM
           END-IF
           MOVE WPLACA-FR TO PLACA-MP
           MOVE WITEM-FR  TO ITEM-MP
           READ FROTAMP
           IF FS-MP NOT = '00'
              MOVE 'ITEM NAO CADASTRADO NO PLANO DO VEICULO' TO WTXT
              PERFORM R-MOSTRA-MSG-FR
              GO TO REALIZADA-FR-FIM
           END-IF
           ACCEPT WDATA-HOJE-FR FROM DATE YYYYMMDD
           IF WDATA-FR = ZEROES OR WDATA-FR > WDATA-HOJE-FR
              MOVE 'DATA DA MANUTENCAO INVALIDA' TO WTXT
              PERFORM R-MOSTRA-MSG-FR
              GO TO REALIZADA-FR-FIM
           END-IF
           MOVE WPLACA-FR TO WPLACA-KM-FR
           PERFORM R-ULTIMO-KM-FR
           IF WKM-FIM-FR = ZEROES
              MOVE WKM-ATUAL-FR TO WKM-FIM-FR
           END-IF
           MOVE DESCRICAO-MP TO WTXT
           DISPLAY TELA-REALIZADA-FR
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO REALIZADA-FR-FIM
           END-IF
           PERFORM R-PROXIMA-SEQ-FR
           IF WSEQ-FR = ZEROES
              MOVE 'LIMITE DE 99 LANCAMENTOS NO DIA' TO WTXT
              PERFORM R-MOSTRA-MSG-FR
              GO TO REALIZADA-FR-FIM
           END-IF
           INITIALIZE REGISTRO-FROTAVG
           MOVE WPLACA-FR       TO PLACA-FV
           MOVE WDATA-FR        TO DATA-FV
           MOVE WSEQ-FR         TO SEQ-FV
           MOVE 'M'             TO TIPO-FV
           MOVE WKM-FIM-FR      TO KM-INI-FV KM-FIM-FV
           MOVE WVALOR-MANUT-FR TO OUTRAS-FV
           MOVE DESCRICAO-MP    TO HISTORICO-FV
           MOVE LID-OPERADOR-1  TO OPERADOR-FV
           WRITE REGISTRO-FROTAVG
           IF FS-FV NOT = '00'
              MOVE 'ERRO DE GRAVAÇÃO DO DIARIO ST ' TO WTXT
              MOVE FS-FV TO WST
              PERFORM R-MOSTRA-MSG-FR
              GO TO REALIZADA-FR-FIM
           END-IF
           MOVE WPLACA-FR TO PLACA-MP
           MOVE WITEM-FR  TO ITEM-MP
           READ FROTAMP
           IF FS-MP = '00'
              MOVE WKM-FIM-FR TO ULT-KM-MP
              MOVE WDATA-FR   TO ULT-DATA-MP
              REWRITE REGISTRO-FROTAMP
           END-IF
           IF FS-MP NOT = '00'
              MOVE 'ERRO DE GRAVAÇÃO DO PLANO ST ' TO WTXT
              MOVE FS-MP TO WST
           ELSE
              MOVE 'MANUTENCAO REGISTRADA' TO WTXT
           END-IF
           MOVE 'FROTA-MR'      TO WTL-OPERACAO
           MOVE WKM-FIM-FR      TO WTL-KM
           MOVE WVALOR-MANUT-FR TO WTL-VALOR
           PERFORM R-GRAVA-LOG
           PERFORM R-MOSTRA-MSG-FR.
       REALIZADA-FR-FIM.
           EXIT.

      *-------------------------------------
      * ALERTAS: TODOS OS ITENS DE PLANO COM O PROXIMO VENCIMENTO
      * EM KM E EM DATA, O HODOMETRO ATUAL DO VEICULO E A SITUACAO
      * (VENCIDA, A VENCER DENTRO DA MARGEM DE AVISO, EM DIA).
      *-------------------------------------
       S-ALERTAS-FR SECTION.
       ALERTAS-FR-1.
           ACCEPT WDATA-HOJE-FR FROM DATE YYYYMMDD
           COMPUTE WHOJE-INT-FR =
              FUNCTION INTEGER-OF-DATE(WDATA-HOJE-FR)
           MOVE 'RELMANUT.TXT' TO WID-ARQ-REL-1
           MOVE 'RELMANUT'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE WDATA-HOJE-FR  TO LINK-SPL-PARAMS(1:8)
           MOVE LID-OPERADOR-1 TO LINK-SPL-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-SPL-EMPRESA
           CALL "RegSpool" USING LINK-SPOOL
           IF LINK-SPL-STATUS = '0'
              MOVE LINK-SPL-ARQUIVO TO WID-ARQ-REL-1
           END-IF
           OPEN OUTPUT ARQREL
           IF FS-REL NOT = '00'
              MOVE 'ERRO NA ABERTURA DO RELATORIO ST ' TO WTXT
              MOVE FS-REL TO WST
              PERFORM R-MOSTRA-MSG-FR
              GO TO ALERTAS-FR-EXIT
           END-IF
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'ALERTAS DE MANUTENCAO DA FROTA EM ' WDATA-HOJE-FR
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WRL-MANUT-TITULOS TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WQTD-VENCIDA-FR WQTD-A-VENCER-FR
           MOVE SPACES TO WPLACA-KM-FR
           MOVE LOW-VALUES TO CHAVE-MP
           START FROTAMP KEY IS NOT LESS THAN CHAVE-MP
           MOVE 0 TO WSAIDA
           IF FS-MP NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM ALERTAS-FR-2 UNTIL WSAIDA = 1
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WQTD-VENCIDA-FR  TO RL-MP-QTD-VENC
           MOVE WQTD-A-VENCER-FR TO RL-MP-QTD-AVENC
           MOVE WRL-MANUT-RODAPE TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL
           MOVE SPACES TO WTXT
           STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
              INTO WTXT
           PERFORM R-MOSTRA-MSG-FR.
       ALERTAS-FR-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-ALERTAS-FR-ROTINAS SECTION.

       ALERTAS-FR-2.
           READ FROTAMP NEXT
           IF FS-MP NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF PLACA-MP NOT = WPLACA-KM-FR
                 MOVE PLACA-MP TO WPLACA-KM-FR
                 PERFORM R-ULTIMO-KM-FR
              END-IF
              PERFORM R-SITUACAO-ITEM-FR
              MOVE PLACA-MP          TO RL-MP-PLACA
              MOVE ITEM-MP           TO RL-MP-ITEM
              MOVE DESCRICAO-MP      TO RL-MP-DESCR
              MOVE ULT-KM-MP         TO RL-MP-ULT-KM
              MOVE ULT-DATA-MP       TO RL-MP-ULT-DATA
              MOVE WPROX-KM-FR       TO RL-MP-PROX-KM
              MOVE WPROX-DATA-FR     TO RL-MP-PROX-DATA
              MOVE WKM-ATUAL-FR      TO RL-MP-KM-ATUAL
              EVALUATE TRUE
                 WHEN MP-VENCIDA
                    MOVE 'VENCIDA'   TO RL-MP-SITUACAO
                    ADD 1 TO WQTD-VENCIDA-FR
                 WHEN MP-A-VENCER
                    MOVE 'A VENCER'  TO RL-MP-SITUACAO
                    ADD 1 TO WQTD-A-VENCER-FR
                 WHEN OTHER
                    MOVE 'EM DIA'    TO RL-MP-SITUACAO
              END-EVALUATE
              MOVE WRL-MANUT-LINHA TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.

      *-------------------------------------
      * CUSTO MENSAL: UMA LINHA POR VEICULO COM LANCAMENTO NO MES -
      * VIAGENS, KM RODADO, LITROS, COMBUSTIVEL, PEDAGIO, OUTRAS
      * (MANUTENCAO INCLUSA), CUSTO TOTAL, CUSTO POR KM E KM/LITRO.
      *-------------------------------------
       S-CUSTO-MES-FR SECTION.
       CUSTO-MES-FR-1.
           MOVE ZEROES TO WANO-MES-FR
           DISPLAY TELA-PARAM-MES-FR
           ACCEPT TELA-PARAM-MES-FR
           IF WANO-MES-FR = ZEROES
              GO TO CUSTO-MES-FR-EXIT
           END-IF
           MOVE 'RELFROTA.TXT' TO WID-ARQ-REL-1
           MOVE 'RELFROTA'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE WANO-MES-FR    TO LINK-SPL-PARAMS(1:6)
           MOVE LID-OPERADOR-1 TO LINK-SPL-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-SPL-EMPRESA
           CALL "RegSpool" USING LINK-SPOOL
           IF LINK-SPL-STATUS = '0'
              MOVE LINK-SPL-ARQUIVO TO WID-ARQ-REL-1
           END-IF
           OPEN OUTPUT ARQREL
           IF FS-REL NOT = '00'
              MOVE 'ERRO NA ABERTURA DO RELATORIO ST ' TO WTXT
              MOVE FS-REL TO WST
              PERFORM R-MOSTRA-MSG-FR
              GO TO CUSTO-MES-FR-EXIT
           END-IF
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'CUSTO DA FROTA POR VEICULO - MES ' WANO-MES-FR
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WRL-FROTA-TITULOS TO ARQREL-DATA-01
           WRITE ARQREL-REC
           INITIALIZE WACUM-FR WACUM-TOT-FR
           MOVE 0 TO WTEM-GRUPO-FR
           MOVE LOW-VALUES TO CHAVE-FV
           START FROTAVG KEY IS NOT LESS THAN CHAVE-FV
           MOVE 0 TO WSAIDA
           IF FS-FV NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM CUSTO-MES-FR-2 UNTIL WSAIDA = 1
           IF WTEM-GRUPO-FR = 1
              PERFORM R-IMPRIME-VEICULO-FR
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WACUM-TOT-FR TO WACUM-FR
           MOVE SPACES TO WPLACA-GRUPO-FR
           PERFORM R-LINHA-CUSTO-FR
           MOVE 'TOTAL'      TO RL-FR-PLACA
           MOVE 'DA FROTA'   TO RL-FR-DESCR
           MOVE WRL-FROTA-LINHA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL
           MOVE SPACES TO WTXT
           STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
              INTO WTXT
           PERFORM R-MOSTRA-MSG-FR.
       CUSTO-MES-FR-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-CUSTO-MES-FR-ROTINAS SECTION.

       CUSTO-MES-FR-2.
           READ FROTAVG NEXT
           IF FS-FV NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF DATA-FV(1:6) = WANO-MES-FR
                 IF WTEM-GRUPO-FR = 1 AND
                    PLACA-FV NOT = WPLACA-GRUPO-FR
                    PERFORM R-IMPRIME-VEICULO-FR
                 END-IF
                 IF WTEM-GRUPO-FR = 0
                    MOVE 1 TO WTEM-GRUPO-FR
                    MOVE PLACA-FV TO WPLACA-GRUPO-FR
                    INITIALIZE WACUM-FR
                 END-IF
                 IF FV-VIAGEM
                    ADD 1 TO WAC-VIAGENS-FR
                    COMPUTE WAC-KM-FR = WAC-KM-FR +
                       KM-FIM-FV - KM-INI-FV
                 END-IF
                 ADD LITROS-FV     TO WAC-LITROS-FR
                 ADD VALOR-COMB-FV TO WAC-COMB-FR
                 ADD PEDAGIO-FV    TO WAC-PEDAGIO-FR
                 ADD OUTRAS-FV     TO WAC-OUTRAS-FR
              END-IF
           END-IF.

       R-IMPRIME-VEICULO-FR.
           PERFORM R-LINHA-CUSTO-FR
           MOVE WPLACA-GRUPO-FR TO RL-FR-PLACA PLACA-VEI
           MOVE SPACES TO RL-FR-DESCR
           READ VEICULOS
           IF FS-VEI = '00'
              MOVE DESCRICAO-VEI TO RL-FR-DESCR
           END-IF
           MOVE WRL-FROTA-LINHA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD WAC-VIAGENS-FR TO WTT-VIAGENS-FR
           ADD WAC-KM-FR      TO WTT-KM-FR
           ADD WAC-LITROS-FR  TO WTT-LITROS-FR
           ADD WAC-COMB-FR    TO WTT-COMB-FR
           ADD WAC-PEDAGIO-FR TO WTT-PEDAGIO-FR
           ADD WAC-OUTRAS-FR  TO WTT-OUTRAS-FR
           MOVE 0 TO WTEM-GRUPO-FR
           INITIALIZE WACUM-FR.

       R-LINHA-CUSTO-FR.
           COMPUTE WCUSTO-TOT-FR =
              WAC-COMB-FR + WAC-PEDAGIO-FR + WAC-OUTRAS-FR
           MOVE ZEROES TO WCUSTO-KM-FR WKM-LITRO-FR
           IF WAC-KM-FR NOT = ZEROES
              COMPUTE WCUSTO-KM-FR ROUNDED = WCUSTO-TOT-FR / WAC-KM-FR
                 ON SIZE ERROR MOVE ZEROES TO WCUSTO-KM-FR
              END-COMPUTE
           END-IF
           IF WAC-LITROS-FR NOT = ZEROES
              COMPUTE WKM-LITRO-FR ROUNDED = WAC-KM-FR / WAC-LITROS-FR
                 ON SIZE ERROR MOVE ZEROES TO WKM-LITRO-FR
              END-COMPUTE
           END-IF
           MOVE WAC-VIAGENS-FR TO RL-FR-VIAGENS
           MOVE WAC-KM-FR      TO RL-FR-KM
           MOVE WAC-LITROS-FR  TO RL-FR-LITROS
           MOVE WAC-COMB-FR    TO RL-FR-COMB
           MOVE WAC-PEDAGIO-FR TO RL-FR-PEDAGIO
           MOVE WAC-OUTRAS-FR  TO RL-FR-OUTRAS
           MOVE WCUSTO-TOT-FR  TO RL-FR-TOTAL
           MOVE WCUSTO-KM-FR   TO RL-FR-CUSTO-KM
           MOVE WKM-LITRO-FR   TO RL-FR-KM-LITRO.

      *-------------------------------------
      * ROTINAS COMUNS: VEICULO DA TELA, HODOMETRO ATUAL E SITUACAO
      * DOS ITENS DO PLANO.
      *-------------------------------------
       R-LE-VEICULO-FR.
           MOVE WPLACA-FR TO PLACA-VEI
           READ VEICULOS
           IF FS-VEI NOT = '00'
              MOVE 'VEICULO NAO CADASTRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-FR
           ELSE
              MOVE DESCRICAO-VEI TO WDESCR-VEI-FR
           END-IF.

       R-ULTIMO-KM-FR.
           MOVE ZEROES TO WKM-ATUAL-FR
           MOVE WPLACA-KM-FR TO PLACA-FV
           MOVE ZEROES       TO DATA-FV SEQ-FV
           START FROTAVG KEY IS NOT LESS THAN CHAVE-FV
           MOVE 0 TO WSAIDA-KM-FR
           IF FS-FV NOT = '00'
              MOVE 1 TO WSAIDA-KM-FR
           END-IF
           PERFORM R-ULTIMO-KM-FR-1 UNTIL WSAIDA-KM-FR = 1.

       R-ULTIMO-KM-FR-1.
           READ FROTAVG NEXT
           IF FS-FV NOT = '00' OR PLACA-FV NOT = WPLACA-KM-FR
              MOVE 1 TO WSAIDA-KM-FR
           ELSE
              IF KM-FIM-FV > WKM-ATUAL-FR
                 MOVE KM-FIM-FV TO WKM-ATUAL-FR
              END-IF
           END-IF.

      *    (ITENS DO PLANO DO VEICULO DA VIAGEM CONTRA O HODOMETRO)
       R-CONFERE-PLANO-FR.
           MOVE ZEROES TO WQTD-VENCIDA-FR WQTD-A-VENCER-FR
           ACCEPT WDATA-HOJE-FR FROM DATE YYYYMMDD
           COMPUTE WHOJE-INT-FR =
              FUNCTION INTEGER-OF-DATE(WDATA-HOJE-FR)
           MOVE WPLACA-FR TO PLACA-MP
           MOVE ZEROES    TO ITEM-MP
           START FROTAMP KEY IS NOT LESS THAN CHAVE-MP
           MOVE 0 TO WSAIDA
           IF FS-MP NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-CONFERE-PLANO-FR-1 UNTIL WSAIDA = 1.

       R-CONFERE-PLANO-FR-1.
           READ FROTAMP NEXT
           IF FS-MP NOT = '00' OR PLACA-MP NOT = WPLACA-FR
              MOVE 1 TO WSAIDA
           ELSE
              PERFORM R-SITUACAO-ITEM-FR
              IF MP-VENCIDA
                 ADD 1 TO WQTD-VENCIDA-FR
              END-IF
              IF MP-A-VENCER
                 ADD 1 TO WQTD-A-VENCER-FR
              END-IF
           END-IF.

      *    (VENCE PELO KM OU PELA DATA, O QUE VIER PRIMEIRO; A VENCER
      *     QUANDO FALTA MENOS QUE A MARGEM DE AVISO)
       R-SITUACAO-ITEM-FR.
           MOVE 0 TO WSIT-MP-FR
           MOVE ZEROES TO WPROX-KM-FR WPROX-DATA-FR
           IF INTERV-KM-MP NOT = ZEROES
              COMPUTE WPROX-KM-FR = ULT-KM-MP + INTERV-KM-MP
              IF WKM-ATUAL-FR NOT < WPROX-KM-FR
                 MOVE 2 TO WSIT-MP-FR
              ELSE
                 IF WKM-ATUAL-FR + AVISO-KM-MP NOT < WPROX-KM-FR
                    MOVE 1 TO WSIT-MP-FR
                 END-IF
              END-IF
           END-IF
           IF INTERV-DIAS-MP NOT = ZEROES AND ULT-DATA-MP NOT = ZEROES
              COMPUTE WPROX-INT-FR =
                 FUNCTION INTEGER-OF-DATE(ULT-DATA-MP) + INTERV-DIAS-MP
              COMPUTE WPROX-DATA-FR =
                 FUNCTION DATE-OF-INTEGER(WPROX-INT-FR)
              IF WHOJE-INT-FR NOT < WPROX-INT-FR
                 MOVE 2 TO WSIT-MP-FR
              ELSE
                 IF WHOJE-INT-FR + AVISO-DIAS-MP NOT < WPROX-INT-FR
                    AND WSIT-MP-FR = 0
                    MOVE 1 TO WSIT-MP-FR
                 END-IF
              END-IF
           END-IF.

       R-MOSTRA-MSG-FR.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG.
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME
           MOVE WDHTL-DATA      TO WTL-DATA
           MOVE WDHTL-HH        TO WTL-HH
           MOVE WDHTL-MM        TO WTL-MM
           MOVE WDHTL-SS        TO WTL-SS
           MOVE LID-OPERADOR-1  TO WTL-OPERADOR
           MOVE WPLACA-FR       TO WTL-PLACA
           IF WTL-OPERACAO = 'FROTA-VG' OR WTL-OPERACAO = 'FROTA-MR'
              MOVE WDATA-FR     TO WTL-DATA-MOV
              MOVE WSEQ-FR      TO WTL-SEQ
           END-IF
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
           OPEN INPUT VEICULOS.
           IF FS-VEI NOT = '00'
              MOVE 'ERRO NA ABERTURA DA FROTA ST ' TO WTXT
              MOVE FS-VEI TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
      *    (SEM O ROTEIRO A VIAGEM SO GRAVA SEM ROTA)
           MOVE 0 TO WROT-DISPONIVEL-FR
           OPEN INPUT ROTAS
           IF FS-ROTA = '00'
              MOVE 1 TO WROT-DISPONIVEL-FR
           END-IF
           OPEN I-O FROTAVG.
           IF FS-FV = '35'
              CLOSE FROTAVG OPEN OUTPUT FROTAVG
              CLOSE FROTAVG OPEN I-O FROTAVG
           END-IF
           IF FS-FV = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DO DIARIO DE BORDO ST ' TO WTXT
              MOVE FS-FV TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O FROTAMP.
           IF FS-MP = '35'
              CLOSE FROTAMP OPEN OUTPUT FROTAMP
              CLOSE FROTAMP OPEN I-O FROTAMP
           END-IF
           IF FS-MP = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DO PLANO DE MANUTENCAO ST '
                 TO WTXT
              MOVE FS-MP TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FECHA-ARQUIVOS.
           CLOSE VEICULOS FROTAVG FROTAMP
           IF WROT-DISPONIVEL-FR = 1
              CLOSE ROTAS
           END-IF.
       FECHA-ARQUIVOS-EXIT.
           EXIT.
