      *              maior para o menor lucro. Saida registrada no
      *              catalogo de spool (RegSpool); sem o catalogo
      *              vale RELLUCRO.TXT.
      * 2026-10-13 - Despesas de viagem aprovadas no mes
      *              (ARQDESPVG.DAT, CadDespViagem) entram no custo
      *              da rota informada na despesa (coluna DVIAG) e
      *              saem do lucro. Rota so com despesa, sem venda no
      *              mes, tambem aparece.
      * 2026-10-15 - Rota com viagem lancada no diario de bordo da
      *              frota no mes (ARQFROTAVG.DAT, CadFrota) usa o
      *              km rodado e o custo real das viagens
      *              (combustivel, pedagio e outras) no lugar da
      *              estimativa por km; coluna CDES marcada com '*'.
      * 2026-10-15 - Chaves alternativas de data em NOTAS e data em
      *              MOVESTOQUE.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              RECORD KEY        IS CHAVE-NF
              ALTERNATE RECORD KEY IS CODIGO-PED-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-CLI-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-NF WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NF.

              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MOV
              ALTERNATE RECORD KEY IS CODIGO-PROD-MOV WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-MOV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MOVEST.

              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PROD.

       SELECT DESPVIAGEM ASSIGN TO  DISK WID-ARQ-DVG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUMERO-DVG
              ALTERNATE RECORD KEY IS CODIGO-VEN-DVG WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-ROTA-DVG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DVG.

       SELECT FROTAVG ASSIGN TO  DISK WID-ARQ-FROTAVG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FV
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FV.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
          02 DATA-MOV                 PIC  9(008) VALUE ZEROES.
          02 FILLER                   PIC  X(010).
          02 DOCUMENTO-MOV            PIC  X(012) VALUE SPACES.
          02 FILLER                   PIC  X(040).

       FD PRODUTOS.
       01 REGISTRO-PRODUTOS.
          02 CUSTO-MEDIO-PROD      PIC  9(007)v9(002) VALUE ZEROES.
          02 FILLER                PIC  X(017).

       FD DESPVIAGEM.
       01 REGISTRO-DESPVIAGEM.
          02 NUMERO-DVG               PIC  9(009).
          02 CODIGO-VEN-DVG           PIC  9(007).
          02 DATA-DVG                 PIC  9(008) VALUE ZEROES.
          02 CATEGORIA-DVG            PIC  X(001) VALUE SPACES.
          02 VALOR-DVG                PIC  9(007)v9(002) VALUE ZEROES.
          02 CODIGO-ROTA-DVG          PIC  9(007) VALUE ZEROES.
          02 DESCRICAO-DVG            PIC  X(030) VALUE SPACES.
          02 SITUACAO-DVG             PIC  X(001) VALUE 'P'.
             88 DVG-APROVADA          VALUE 'A'.
          02 FILLER                   PIC  X(055).

       FD FROTAVG.
       01 REGISTRO-FROTAVG.
          02 CHAVE-FV.
             03 PLACA-FV              PIC  X(007).
             03 DATA-FV               PIC  9(008).
             03 SEQ-FV                PIC  9(002).
          02 TIPO-FV                  PIC  X(001) VALUE SPACES.
             88 FV-VIAGEM             VALUE 'V'.
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

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).
           02 FS-PROD-1               PIC 9.
           02 FS-PROD-2               PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-DVG                      PIC XX VALUE '00'.
       01 FS-FV                       PIC XX VALUE '00'.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
       01 WID-ARQ-MOVEST              PIC X(50) VALUE 'ARQMOVEST.DAT'.
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-DVG                 PIC X(50) VALUE 'ARQDESPVG.DAT'.
       01 WID-ARQ-FROTAVG             PIC X(50) VALUE 'ARQFROTAVG.DAT'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WJ-LR           PIC 9(003) VALUE ZEROES.
       77 WK-LR           PIC 9(003) VALUE ZEROES.
       77 WACHOU-LR       PIC 9(003) VALUE ZEROES.
       77 WROTA-BUSCA-LR  PIC 9(007) VALUE ZEROES.
       01 WTAB-ROTA-LR.
          02 WROTA-ITEM-LR OCCURS 200 TIMES.
             03 WLR-ROTA          PIC 9(007).
             03 WLR-CUSTO-PROD    PIC 9(011)v9(002).
             03 WLR-KM            PIC 9(007)v9(002).
             03 WLR-CUSTO-KM      PIC 9(009)v9(002).
             03 WLR-DESP-VIAGEM   PIC 9(009)v9(002).
             03 WLR-PARADAS       PIC 9(003).
             03 WLR-SEM-VENDA     PIC 9(003).
             03 WLR-LUCRO         PIC S9(011)v9(002).
             03 WLR-FROTA         PIC 9.
             03 WLR-KM-FROTA      PIC 9(007)v9(002).
             03 WLR-CUSTO-FROTA   PIC 9(009)v9(002).
       01 WTAB-LR-TROCA.
          02 WLR-TROCA-ITEM    PIC X(129).

      * MAPA NOTA -> ROTA PARA RATEAR O CUSTO DO MOVESTOQUE
       77 WMAX-NF-LR      PIC 9(004) VALUE 2000.
          02 RL-KM-LR          PIC ZZZZZ9,99.
          02 FILLER            PIC X(006) VALUE ' CDES '.
          02 RL-CDES-LR        PIC ZZZZZZZ9,99.
          02 RL-FROTA-LR       PIC X(001).
          02 FILLER            PIC X(007) VALUE ' DVIAG '.
          02 RL-DVIAG-LR       PIC ZZZZZZZ9,99.
          02 FILLER            PIC X(007) VALUE ' LUCRO '.
          02 RL-LUCRO-LR       PIC ----------9,99.
          02 FILLER            PIC X(004) VALUE ' SV '.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - LUCRO POR ROTA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
                                    WID-ARQ-NOTAS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MOVEST
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-DVG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FROTAVG
           MOVE ZEROES TO WANO-MES-LR
           DISPLAY TELA-LUCRO-LR
           ACCEPT TELA-LUCRO-LR
           PERFORM R-VARRE-NOTAS-LR UNTIL WSAIDA = 1
      * SEGUNDA PASSADA: CUSTO DOS PRODUTOS DAS NOTAS MAPEADAS
           PERFORM R-ACUMULA-CUSTOS-LR
      * DESPESAS DE VIAGEM APROVADAS DO MES POR ROTA
           PERFORM R-ACUMULA-DESPESAS-LR
      * VIAGENS DA FROTA NO MES POR ROTA (CUSTO REAL)
           PERFORM R-ACUMULA-FROTA-LR
      * TERCEIRA: PERCURSO E PARADAS SEM VENDA DE CADA ROTA
           PERFORM R-APURA-ROTAS-LR
           PERFORM R-CALCULA-LUCRO-LR
           END-IF.

       R-ACUMULA-NOTA-LR.
           MOVE ROTA-ENTREGA-NF TO WROTA-BUSCA-LR
           PERFORM R-ACHA-SLOT-LR
           IF WACHOU-LR = ZEROES
              GO TO R-ACUMULA-NOTA-LR-FIM
       R-ACUMULA-NOTA-LR-FIM.
           EXIT.

      * LOCALIZA (OU ABRE) O ACUMULADOR DA ROTA WROTA-BUSCA-LR
       R-ACHA-SLOT-LR.
           MOVE ZEROES TO WACHOU-LR
           PERFORM VARYING WJ-LR FROM 1 BY 1
                   UNTIL WJ-LR > WQTD-ROTA-LR OR
                         WACHOU-LR NOT = ZEROES
              IF WLR-ROTA(WJ-LR) = WROTA-BUSCA-LR
                 MOVE WJ-LR TO WACHOU-LR
              END-IF
           END-PERFORM
              ADD 1 TO WQTD-ROTA-LR
              MOVE WQTD-ROTA-LR TO WACHOU-LR
              INITIALIZE WROTA-ITEM-LR(WACHOU-LR)
              MOVE WROTA-BUSCA-LR TO WLR-ROTA(WACHOU-LR)
           END-IF.

      *-------------------------------------
              END-IF
           END-IF.

      *-------------------------------------
      * DESPESAS DE VIAGEM DOS VENDEDORES APROVADAS, COM DATA NO
      * MES, SOMAM NA ROTA INFORMADA NA DESPESA. SEM O ARQUIVO DE
      * DESPESAS O RELATORIO SAI SEM A COLUNA PREENCHIDA.
      *-------------------------------------
       R-ACUMULA-DESPESAS-LR.
           OPEN INPUT DESPVIAGEM
           IF FS-DVG = '00'
              MOVE ZEROES TO NUMERO-DVG
              START DESPVIAGEM KEY IS NOT LESS THAN NUMERO-DVG
              IF FS-DVG = '00'
                 PERFORM R-ACUMULA-DESPESAS-LR-1
                    UNTIL FS-DVG NOT = '00'
              END-IF
              CLOSE DESPVIAGEM
           END-IF.

       R-ACUMULA-DESPESAS-LR-1.
           READ DESPVIAGEM NEXT
           IF FS-DVG = '00' AND DVG-APROVADA AND
              CODIGO-ROTA-DVG NOT = ZEROES AND
              DATA-DVG(1:6) = WANO-MES-LR
              MOVE CODIGO-ROTA-DVG TO WROTA-BUSCA-LR
              PERFORM R-ACHA-SLOT-LR
              IF WACHOU-LR NOT = ZEROES
                 ADD VALOR-DVG TO WLR-DESP-VIAGEM(WACHOU-LR)
              END-IF
           END-IF.

      *-------------------------------------
      * VIAGENS DO DIARIO DE BORDO DA FROTA COM DATA NO MES E ROTA
      * INFORMADA: KM RODADO E CUSTO (COMBUSTIVEL, PEDAGIO E
      * OUTRAS) SOMAM NA ROTA E SUBSTITUEM A ESTIMATIVA POR KM.
      * SEM O DIARIO VALE A ESTIMATIVA.
      *-------------------------------------
       R-ACUMULA-FROTA-LR.
           OPEN INPUT FROTAVG
           IF FS-FV = '00'
              MOVE LOW-VALUES TO CHAVE-FV
              START FROTAVG KEY IS NOT LESS THAN CHAVE-FV
              IF FS-FV = '00'
                 PERFORM R-ACUMULA-FROTA-LR-1
                    UNTIL FS-FV NOT = '00'
              END-IF
              CLOSE FROTAVG
           END-IF.

       R-ACUMULA-FROTA-LR-1.
           READ FROTAVG NEXT
           IF FS-FV = '00' AND FV-VIAGEM AND
              CODIGO-ROTA-FV NOT = ZEROES AND
              DATA-FV(1:6) = WANO-MES-LR
              MOVE CODIGO-ROTA-FV TO WROTA-BUSCA-LR
              PERFORM R-ACHA-SLOT-LR
              IF WACHOU-LR NOT = ZEROES
                 MOVE 1 TO WLR-FROTA(WACHOU-LR)
                 COMPUTE WLR-KM-FROTA(WACHOU-LR) =
                    WLR-KM-FROTA(WACHOU-LR) + KM-FIM-FV - KM-INI-FV
                 COMPUTE WLR-CUSTO-FROTA(WACHOU-LR) =
                    WLR-CUSTO-FROTA(WACHOU-LR) + VALOR-COMB-FV +
                    PEDAGIO-FV + OUTRAS-FV
              END-IF
           END-IF.

      *-------------------------------------
      * PARA CADA ROTA COM VENDA NO MES: DESCRICAO, PERCURSO
      * (VENDEDOR -> PARADAS NA ORDEM DE VISITA, HAVERSINE) E
           END-IF.

       R-CALCULA-LUCRO-LR.
           IF WLR-FROTA(WI-LR) = 1
              MOVE WLR-KM-FROTA(WI-LR)    TO WLR-KM(WI-LR)
              MOVE WLR-CUSTO-FROTA(WI-LR) TO WLR-CUSTO-KM(WI-LR)
           END-IF
           COMPUTE WLR-LUCRO(WI-LR) =
              WLR-FATUR(WI-LR) - WLR-CUSTO-PROD(WI-LR) -
              WLR-CUSTO-KM(WI-LR) - WLR-DESP-VIAGEM(WI-LR).

      *-------------------------------------
      * ORDENA A TABELA POR LUCRO DECRESCENTE (TROCA DIRETA).
           STRING 'CUSTO POR KM APLICADO: ' WCUSTO-KM-LR
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'CDES COM * = KM E CUSTO REAIS DO DIARIO DE BORDO'
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WLUCRO-TOT-LR
           PERFORM R-IMPRIME-ROTA-LR
              VARYING WI-LR FROM 1 BY 1 UNTIL WI-LR > WQTD-ROTA-LR
           MOVE WLR-CUSTO-PROD(WI-LR) TO RL-CPROD-LR
           MOVE WLR-KM(WI-LR)         TO RL-KM-LR
           MOVE WLR-CUSTO-KM(WI-LR)   TO RL-CDES-LR
           IF WLR-FROTA(WI-LR) = 1
              MOVE '*' TO RL-FROTA-LR
           END-IF
           MOVE WLR-DESP-VIAGEM(WI-LR) TO RL-DVIAG-LR
           MOVE WLR-LUCRO(WI-LR)      TO RL-LUCRO-LR
           MOVE WLR-SEM-VENDA(WI-LR)  TO RL-SEMVEN-LR
           ADD WLR-LUCRO(WI-LR) TO WLUCRO-TOT-LR
