      *--------------------------
      * ESTATISTICA DE TEMPOS DO LOTE E JANELA DA NOITE
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RelBatch.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Le o JOBLOG.LOG (linhas do
      *              ExeFimDia e do ExeAgendador) e casa inicio e fim
      *              de cada etapa: tempo decorrido, registros
      *              processados (colunas 71-79 do fim) e situacao
      *              (OK, ERRO, INCOMPLETA - inicio sem fim - ou EM
      *              ANDAMENTO). Mostra as ultimas N noites da
      *              cadeia do fechamento, a tendencia das ultimas N
      *              execucoes de cada etapa, media, percentil 95 e
      *              maximo por etapa, e a situacao do FIMDIA.CTL.
      *              Alerta: etapa cuja ultima execucao passou do
      *              tempo normal (media das anteriores) vezes o
      *              fator, e noite cujo fim real ou projetado (o
      *              que ja rodou mais o percentil 95 das etapas do
      *              FIMDIA.CFG que faltam) passa do fim da janela.
      *              Parametros (N, fator e hora de fim da janela)
      *              em BATCH.CFG; no modo lote roda sem tela com os
      *              parametros gravados. Saida no spool (RELBATCH).
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQJOBLOG ASSIGN TO DISK WID-ARQ-JOBLOG
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-JOBLOG.

       SELECT ARQCTLFD ASSIGN TO DISK WID-ARQ-CTLFD
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-CTLFD.

       SELECT ARQCFGFD ASSIGN TO DISK WID-ARQ-CFGFD
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-CFGFD.

       SELECT ARQBTCFG ASSIGN TO DISK WID-ARQ-BTCFG
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-BTCFG.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQJOBLOG.
       01  ARQJOBLOG-REC             PIC X(80).

       FD  ARQCTLFD.
       01  ARQCTLFD-REC              PIC X(20).

       FD  ARQCFGFD.
       01  ARQCFGFD-REC              PIC X(30).

       FD  ARQBTCFG.
       01  ARQBTCFG-REC              PIC X(20).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 WID-ARQ-JOBLOG             PIC X(50) VALUE 'JOBLOG.LOG'.
       01 FS-JOBLOG                  PIC XX VALUE '00'.
       01 WID-ARQ-CTLFD              PIC X(50) VALUE 'FIMDIA.CTL'.
       01 FS-CTLFD                   PIC XX VALUE '00'.
       01 WID-ARQ-CFGFD              PIC X(50) VALUE 'FIMDIA.CFG'.
       01 FS-CFGFD                   PIC XX VALUE '00'.
       01 WID-ARQ-BTCFG              PIC X(50) VALUE 'BATCH.CFG'.
       01 FS-BTCFG                   PIC XX VALUE '00'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                   PIC X VALUE SPACES.
       01 WCONFIRMA-BT         PIC X VALUE SPACES.
       77 WSAIDA-BT            PIC 9 VALUE ZEROES.

      *-------------PARAMETROS (BATCH.CFG)---------------------------
      *    (N EXECUCOES DA TENDENCIA - ATE 30 -, FATOR SOBRE O TEMPO
      *     NORMAL E HORA HHMM DO FIM DA JANELA DO LOTE)
       01 WNUM-EXEC-BT         PIC 9(002) VALUE 10.
       01 WFATOR-BT            PIC 9(001)v9(002) VALUE 1.50.
       01 WJANELA-BT           PIC 9(004) VALUE 0600.
       01 WJANELA-R-BT REDEFINES WJANELA-BT.
          02 WJAN-HH-BT        PIC 9(002).
          02 WJAN-MM-BT        PIC 9(002).
       01 WBTCFG-LINHA.
          02 BTC-NUM-EXEC      PIC 9(002).
          02 BTC-FATOR         PIC 9(001)v9(002).
          02 BTC-JANELA        PIC 9(004).
          02 FILLER            PIC X(011).

      *-------------LINHA DO JOBLOG.LOG------------------------------
      *    (FECHAMENTO: AAAA/MM/DD HH:MM:SS EE PROGRAMA EVENTO QTD)
       01 WLOG-FD-BT.
          02 LF-ANO            PIC 9(004).
          02 FILLER            PIC X(001).
          02 LF-MES            PIC 9(002).
          02 FILLER            PIC X(001).
          02 LF-DIA            PIC 9(002).
          02 FILLER            PIC X(001).
          02 LF-HH             PIC 9(002).
          02 LF-SEP            PIC X(001).
          02 LF-MM             PIC 9(002).
          02 FILLER            PIC X(001).
          02 LF-SS             PIC 9(002).
          02 FILLER            PIC X(001).
          02 LF-ETAPA          PIC X(002).
          02 FILLER            PIC X(001).
          02 LF-PROG           PIC X(020).
          02 FILLER            PIC X(001).
          02 LF-EVENTO         PIC X(025).
          02 FILLER            PIC X(001).
          02 LF-QTD            PIC X(009).
          02 FILLER            PIC X(001).
      *    (AGENDADOR: AAAA/MM/DD HHMM SS PROGRAMA EVENTO QTD)
       01 WLOG-AG-BT REDEFINES WLOG-FD-BT.
          02 FILLER            PIC X(011).
          02 LA-HH             PIC 9(002).
          02 LA-MM             PIC 9(002).
          02 FILLER            PIC X(001).
          02 LA-SEQ            PIC X(002).
          02 FILLER            PIC X(001).
          02 LA-PROG           PIC X(020).
          02 FILLER            PIC X(001).
          02 LA-EVENTO         PIC X(030).
          02 FILLER            PIC X(001).
          02 LA-QTD            PIC X(009).
          02 FILLER            PIC X(001).
       01 WDATA-LIN-BT.
          02 WDL-ANO-BT        PIC 9(004).
          02 WDL-MES-BT        PIC 9(002).
          02 WDL-DIA-BT        PIC 9(002).
       01 WDATA-LIN-N-BT REDEFINES WDATA-LIN-BT PIC 9(008).
       01 WHORA-LIN-BT.
          02 WHL-HH-BT         PIC 9(002).
          02 WHL-MM-BT         PIC 9(002).
          02 WHL-SS-BT         PIC 9(002).
       01 WHORA-LIN-N-BT REDEFINES WHORA-LIN-BT PIC 9(006).
       01 WABS-LIN-BT          PIC 9(012) VALUE ZEROES.
       01 WORIG-LIN-BT         PIC X(001) VALUE SPACES.
       01 WPROG-LIN-BT         PIC X(020) VALUE SPACES.
       01 WSEQ-LIN-BT          PIC X(002) VALUE SPACES.
       01 WEVENTO-LIN-BT       PIC X(030) VALUE SPACES.
       01 WQTD-LIN-BT          PIC X(009) VALUE SPACES.
       77 WLINHAS-BT           PIC 9(009) VALUE ZEROES.

      *-------------ETAPAS E SUAS ULTIMAS 30 EXECUCOES--------------
       77 WMAX-ETAPA-BT        PIC 9(002) VALUE 30.
       77 WQTD-ETAPA-BT        PIC 9(002) VALUE ZEROES.
       77 WE-BT                PIC 9(002) VALUE ZEROES.
       77 WI-BT                PIC 9(002) VALUE ZEROES.
       77 WK-BT                PIC 9(002) VALUE ZEROES.
       77 WL-BT                PIC 9(002) VALUE ZEROES.
       77 WM-BT                PIC 9(002) VALUE ZEROES.
       01 WTAB-ETAPA-BT.
          02 ET-ITEM-BT OCCURS 30 TIMES.
      *       (ORIGEM: F = FECHAMENTO DO DIA, A = AGENDADOR)
             03 ET-ORIGEM-BT     PIC X(001).
             03 ET-PROG-BT       PIC X(020).
             03 ET-SEQ-BT        PIC X(002).
             03 ET-ABERTA-BT     PIC 9(001).
             03 ET-INI-ABS-BT    PIC 9(012).
             03 ET-INI-DATA-BT   PIC 9(008).
             03 ET-INI-HORA-BT   PIC 9(006).
             03 ET-PULA-ABS-BT   PIC 9(012).
             03 ET-MEDIA-BT      PIC 9(007).
             03 ET-P95-BT        PIC 9(007).
             03 ET-MAX-BT        PIC 9(007).
             03 ET-NORMAL-BT     PIC 9(007).
             03 ET-VALIDAS-BT    PIC 9(002).
             03 ET-ALERTA-BT     PIC X(001).
             03 ET-QTD-OC-BT     PIC 9(002).
             03 ET-OC-BT OCCURS 30 TIMES.
                04 OC-DATA-BT    PIC 9(008).
                04 OC-HORA-BT    PIC 9(006).
                04 OC-INI-ABS-BT PIC 9(012).
                04 OC-SEG-BT     PIC 9(007).
                04 OC-REG-BT     PIC 9(009).
      *          (O=OK E=ERRO I=INCOMPLETA A=EM ANDAMENTO)
                04 OC-SIT-BT     PIC X(001).
       01 WOC-NOVA-BT.
          02 WOC-DATA-BT       PIC 9(008).
          02 WOC-HORA-BT       PIC 9(006).
          02 WOC-INI-ABS-BT    PIC 9(012).
          02 WOC-SEG-BT        PIC 9(007).
          02 WOC-REG-BT        PIC 9(009).
          02 WOC-SIT-BT        PIC X(001).

      *-------------NOITES DO FECHAMENTO (ULTIMAS 30)----------------
       77 WQTD-NT-BT           PIC 9(002) VALUE ZEROES.
       01 WTAB-NOITE-BT.
          02 NT-ITEM-BT OCCURS 30 TIMES.
             03 NT-DATA-BT       PIC 9(008).
             03 NT-INI-ABS-BT    PIC 9(012).
             03 NT-INI-HORA-BT   PIC 9(006).
             03 NT-FIM-ABS-BT    PIC 9(012).
             03 NT-FIM-DATA-BT   PIC 9(008).
             03 NT-FIM-HORA-BT   PIC 9(006).
             03 NT-ETAPAS-BT     PIC 9(002).
             03 NT-ERROS-BT      PIC 9(002).
             03 NT-RETOMADA-BT   PIC X(001).

      *-------------ESTATISTICA------------------------------------
       77 WDE-BT               PIC 9(002) VALUE ZEROES.
       77 WNORD-BT             PIC 9(002) VALUE ZEROES.
       77 WIDX-P95-BT          PIC 9(002) VALUE ZEROES.
       01 WTAB-ORD-BT.
          02 WORD-SEG-BT       PIC 9(007) OCCURS 30 TIMES.
       01 WAUX-SEG-BT          PIC 9(007) VALUE ZEROES.
       01 WSOMA-BT             PIC 9(009) VALUE ZEROES.
       01 WSOMA-ANT-BT         PIC 9(009) VALUE ZEROES.
       77 WQTD-ANT-BT          PIC 9(002) VALUE ZEROES.
       01 WLIMITE-BT           PIC 9(009) VALUE ZEROES.
       77 WQTD-ALERTA-BT       PIC 9(003) VALUE ZEROES.

      *-------------JANELA E PROJECAO------------------------------
       01 WAGORA-BT.
          02 WAG-DATA-BT       PIC 9(008).
          02 WAG-HORA-BT       PIC 9(006).
          02 FILLER            PIC 9(002).
       01 WAGORA-ABS-BT        PIC 9(012) VALUE ZEROES.
       01 WJAN-ABS-BT          PIC 9(012) VALUE ZEROES.
       01 WPROJ-ABS-BT         PIC 9(012) VALUE ZEROES.
       01 WCONTRIB-BT          PIC 9(007) VALUE ZEROES.
       01 WREAL-BT             PIC X(001) VALUE SPACES.
       01 WDIAS-BT             PIC 9(007) VALUE ZEROES.
       01 WRESTO-BT            PIC 9(005) VALUE ZEROES.
       01 WABS-AUX-BT          PIC 9(012) VALUE ZEROES.
       01 WDATA-AUX-BT         PIC 9(008) VALUE ZEROES.
       01 WHORA-AUX-BT         PIC 9(006) VALUE ZEROES.
       01 WCFG-LINHA-FD.
          02 WCFG-SEQ-FD            PIC 9(002).
          02 FILLER                 PIC X(001).
          02 WCFG-PROG-FD           PIC X(020).
          02 FILLER                 PIC X(001).
          02 WCFG-POLIT-FD          PIC X(001).
       01 WCTL-LINHA-FD.
          02 WCTL-DATA-FD           PIC 9(008).
          02 FILLER                 PIC X(001).
          02 WCTL-ETAPA-FD          PIC 9(002).
          02 FILLER                 PIC X(001).
          02 WCTL-STATUS-FD         PIC X(001).

      *-------------FORMATACAO DE TEMPO (SEGUNDOS EM HHH:MM:SS)-----
       01 WSEG-FMT-BT          PIC 9(007) VALUE ZEROES.
       01 WHH-FMT-BT           PIC 9(004) VALUE ZEROES.
       01 WMM-FMT-BT           PIC 9(002) VALUE ZEROES.
       01 WTEMPO-ED-BT.
          02 TE-HH-BT          PIC ZZ9.
          02 FILLER            PIC X(001) VALUE ':'.
          02 TE-MM-BT          PIC 9(002).
          02 FILLER            PIC X(001) VALUE ':'.
          02 TE-SS-BT          PIC 9(002).
       01 WDH-ED-BT.
          02 DE-DIA-BT         PIC 9(002).
          02 FILLER            PIC X(001) VALUE '/'.
          02 DE-MES-BT         PIC 9(002).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 DE-HH-BT          PIC 9(002).
          02 FILLER            PIC X(001) VALUE ':'.
          02 DE-MM-BT          PIC 9(002).

      *-------------LINHAS DO RELATORIO-----------------------------
       01 WBT-TITULO.
          02 FILLER PIC X(50) VALUE
             'ESTATISTICA DE TEMPOS DO LOTE - JOBLOG.LOG'.
          02 FILLER PIC X(12) VALUE 'EXECUCOES: '.
          02 RB-NUM-BT         PIC Z9.
          02 FILLER PIC X(10) VALUE '  FATOR: '.
          02 RB-FATOR-BT       PIC 9.99.
          02 FILLER PIC X(17) VALUE '  FIM DA JANELA: '.
          02 RB-JAN-HH-BT      PIC 9(002).
          02 FILLER PIC X(01) VALUE ':'.
          02 RB-JAN-MM-BT      PIC 9(002).
       01 WBT-TRACO.
          02 FILLER PIC X(110) VALUE ALL '-'.
       01 WBT-SECAO            PIC X(110) VALUE SPACES.
       01 WBT-CTL.
          02 FILLER PIC X(30) VALUE 'FIMDIA.CTL - ULTIMA EXECUCAO: '.
          02 RC-DATA-BT        PIC 9999/99/99.
          02 FILLER PIC X(09) VALUE '  ETAPA: '.
          02 RC-ETAPA-BT       PIC 9(002).
          02 FILLER PIC X(02) VALUE SPACES.
          02 RC-SIT-BT         PIC X(050).
       01 WBT-CAB-NT.
          02 FILLER PIC X(56) VALUE
             'DATA        INICIO       FIM          DURACAO    ETAPAS'.
          02 FILLER PIC X(30) VALUE
             ' ERROS  SITUACAO'.
       01 WBT-DET-NT.
          02 RN-DATA-BT        PIC 9999/99/99.
          02 FILLER            PIC X(02) VALUE SPACES.
          02 RN-INI-BT         PIC X(011).
          02 FILLER            PIC X(02) VALUE SPACES.
          02 RN-FIM-BT         PIC X(011).
          02 FILLER            PIC X(02) VALUE SPACES.
          02 RN-DUR-BT         PIC X(009).
          02 FILLER            PIC X(04) VALUE SPACES.
          02 RN-ETAPAS-BT      PIC Z9.
          02 FILLER            PIC X(05) VALUE SPACES.
          02 RN-ERROS-BT       PIC Z9.
          02 FILLER            PIC X(02) VALUE SPACES.
          02 RN-SIT-BT         PIC X(030).
       01 WBT-CAB-ET.
          02 FILLER PIC X(50) VALUE
             'O SQ PROGRAMA             EXEC    MEDIA       P95 '.
          02 FILLER PIC X(60) VALUE
             '  MAXIMO    ULTIMA  REGISTROS SIT ALERTA'.
       01 WBT-DET-ET.
          02 RE-ORIG-BT        PIC X(001).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RE-SEQ-BT         PIC X(002).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RE-PROG-BT        PIC X(020).
          02 FILLER            PIC X(02) VALUE SPACES.
          02 RE-EXEC-BT        PIC Z9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RE-MEDIA-BT       PIC X(009).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RE-P95-BT         PIC X(009).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RE-MAX-BT         PIC X(009).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RE-ULT-BT         PIC X(009).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RE-REG-BT         PIC ZZZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RE-SIT-BT         PIC X(003).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RE-ALERTA-BT      PIC X(020).
       01 WBT-CAB-TD.
          02 FILLER PIC X(05) VALUE SPACES.
          02 FILLER PIC X(60) VALUE
             'DATA        HORA     DURACAO   REGISTROS  SITUACAO'.
       01 WBT-DET-TD.
          02 FILLER            PIC X(05) VALUE SPACES.
          02 RT-DATA-BT        PIC 9999/99/99.
          02 FILLER            PIC X(02) VALUE SPACES.
          02 RT-HORA-BT        PIC 99B99B99.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RT-DUR-BT         PIC X(009).
          02 FILLER            PIC X(02) VALUE SPACES.
          02 RT-REG-BT         PIC ZZZZZZZZ9.
          02 FILLER            PIC X(02) VALUE SPACES.
          02 RT-SIT-BT         PIC X(015).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RT-MARCA-BT       PIC X(020).
       01 WBT-PROJ.
          02 RP-TITULO-BT      PIC X(040).
          02 RP-FIM-BT         PIC X(011).
          02 FILLER PIC X(18) VALUE '   FIM DA JANELA: '.
          02 RP-JAN-BT         PIC X(011).
          02 FILLER PIC X(02) VALUE SPACES.
          02 RP-SIT-BT         PIC X(030).
       01 WBT-ALERTA.
          02 FILLER PIC X(10) VALUE 'ALERTAS: '.
          02 RA-QTD-BT         PIC ZZ9.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-BATCH-BT.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - TEMPOS DO LOTE".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 14 VALUE
             "ESTATISTICA DE TEMPOS DO LOTE E JANELA DA NOITE".
          02 LINE 8 COL 10 VALUE "EXECUCOES NA TENDENCIA (1-30):".
          02 LINE 8 COL 42 PIC 9(002) USING WNUM-EXEC-BT.
          02 LINE 9 COL 10 VALUE "FATOR SOBRE O TEMPO NORMAL...:".
          02 LINE 9 COL 42 PIC 9(001)v9(002) USING WFATOR-BT.
          02 LINE 10 COL 10 VALUE "FIM DA JANELA (HHMM).........:".
          02 LINE 10 COL 42 PIC 9(004) USING WJANELA-BT.
          02 LINE 12 COL 10 VALUE "CONFIRMA (S/N)...............:".
          02 LINE 12 COL 42 PIC X USING WCONFIRMA-BT.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           PERFORM R-LE-PARAMETROS-BT
      *    (ETAPA DE CADEIA/AGENDADOR: SEM TELA, COM O BATCH.CFG)
           IF LID-MODO-1 = 'L'
              MOVE 'S' TO WCONFIRMA-BT
           ELSE
              MOVE SPACES TO WCONFIRMA-BT
              DISPLAY TELA-BATCH-BT
              ACCEPT TELA-BATCH-BT
           END-IF
           IF WCONFIRMA-BT = 'S' OR WCONFIRMA-BT = 's'
              PERFORM R-GERA-BT THRU R-GERA-BT-FIM
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.

       R-MOSTRA-MSG-BT.
           IF LID-MODO-1 NOT = 'L'
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.

       R-LE-PARAMETROS-BT.
           OPEN INPUT ARQBTCFG
           IF FS-BTCFG = '00'
              READ ARQBTCFG INTO WBTCFG-LINHA
                 AT END MOVE '10' TO FS-BTCFG
              END-READ
              IF FS-BTCFG = '00' AND BTC-NUM-EXEC IS NUMERIC AND
                 BTC-FATOR IS NUMERIC AND BTC-JANELA IS NUMERIC
                 MOVE BTC-NUM-EXEC TO WNUM-EXEC-BT
                 MOVE BTC-FATOR    TO WFATOR-BT
                 MOVE BTC-JANELA   TO WJANELA-BT
              END-IF
              CLOSE ARQBTCFG
           END-IF.

       R-GRAVA-PARAMETROS-BT.
           MOVE SPACES       TO WBTCFG-LINHA
           MOVE WNUM-EXEC-BT TO BTC-NUM-EXEC
           MOVE WFATOR-BT    TO BTC-FATOR
           MOVE WJANELA-BT   TO BTC-JANELA
           OPEN OUTPUT ARQBTCFG
           MOVE WBTCFG-LINHA TO ARQBTCFG-REC
           WRITE ARQBTCFG-REC
           CLOSE ARQBTCFG.

       R-GERA-BT.
           IF WNUM-EXEC-BT = ZEROES OR WNUM-EXEC-BT > 30
              MOVE 'EXECUCOES NA TENDENCIA DEVE SER DE 1 A 30' TO WTXT
              PERFORM R-MOSTRA-MSG-BT
              GO TO R-GERA-BT-FIM
           END-IF
           IF WFATOR-BT < 1
              MOVE 'FATOR DEVE SER DE 1,00 OU MAIS' TO WTXT
              PERFORM R-MOSTRA-MSG-BT
              GO TO R-GERA-BT-FIM
           END-IF
           IF WJAN-HH-BT > 23 OR WJAN-MM-BT > 59
              MOVE 'HORA DE FIM DA JANELA INVALIDA' TO WTXT
              PERFORM R-MOSTRA-MSG-BT
              GO TO R-GERA-BT-FIM
           END-IF
           PERFORM R-GRAVA-PARAMETROS-BT
           OPEN INPUT ARQJOBLOG
           IF FS-JOBLOG NOT = '00'
              MOVE 'JOBLOG.LOG NAO ENCONTRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-BT
              GO TO R-GERA-BT-FIM
           END-IF
           INITIALIZE WTAB-ETAPA-BT WTAB-NOITE-BT
           MOVE ZEROES TO WQTD-ETAPA-BT WQTD-NT-BT WLINHAS-BT
                          WQTD-ALERTA-BT
           ACCEPT WAG-DATA-BT FROM DATE YYYYMMDD
           ACCEPT WAG-HORA-BT FROM TIME
           MOVE WAG-HORA-BT TO WHORA-LIN-N-BT
           COMPUTE WAGORA-ABS-BT =
              FUNCTION INTEGER-OF-DATE(WAG-DATA-BT) * 86400 +
              WHL-HH-BT * 3600 + WHL-MM-BT * 60 + WHL-SS-BT
           MOVE 0 TO WSAIDA-BT
           PERFORM R-LE-JOBLOG-BT THRU R-LE-JOBLOG-BT-FIM
              UNTIL WSAIDA-BT = 1
           CLOSE ARQJOBLOG
      *    (ETAPA AINDA ABERTA NO FIM DO LOG: EM ANDAMENTO)
           PERFORM R-FECHA-ABERTA-BT
              VARYING WE-BT FROM 1 BY 1 UNTIL WE-BT > WQTD-ETAPA-BT
           PERFORM R-ESTATISTICA-BT
              VARYING WE-BT FROM 1 BY 1 UNTIL WE-BT > WQTD-ETAPA-BT
           PERFORM R-RELATORIO-BT
           MOVE WLINHAS-BT TO LID-QTD-REG-1
           MOVE SPACES TO WTXT
           STRING 'RELATORIO GERADO - ALERTAS: ' WQTD-ALERTA-BT
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MSG-BT.
       R-GERA-BT-FIM.
           EXIT.

      *-------------------------------------
      * UMA LINHA DO JOBLOG.LOG. O FECHAMENTO TEM ':' NA HORA
      * (HH:MM:SS); O AGENDADOR GRAVA HHMM. LINHA QUE NAO E DE
      * NENHUM DOS DOIS E IGNORADA.
      *-------------------------------------
       R-LE-JOBLOG-BT.
           READ ARQJOBLOG INTO WLOG-FD-BT
              AT END MOVE 1 TO WSAIDA-BT
           END-READ
           IF WSAIDA-BT = 1
              GO TO R-LE-JOBLOG-BT-FIM
           END-IF
           ADD 1 TO WLINHAS-BT
           IF LF-ANO IS NOT NUMERIC OR LF-MES IS NOT NUMERIC OR
              LF-DIA IS NOT NUMERIC
              GO TO R-LE-JOBLOG-BT-FIM
           END-IF
           IF LF-MES < 1 OR LF-MES > 12 OR LF-DIA < 1 OR LF-DIA > 31
              GO TO R-LE-JOBLOG-BT-FIM
           END-IF
           MOVE LF-ANO TO WDL-ANO-BT
           MOVE LF-MES TO WDL-MES-BT
           MOVE LF-DIA TO WDL-DIA-BT
           IF LF-SEP = ':'
              IF LF-HH IS NOT NUMERIC OR LF-MM IS NOT NUMERIC OR
                 LF-SS IS NOT NUMERIC
                 GO TO R-LE-JOBLOG-BT-FIM
              END-IF
              MOVE 'F'       TO WORIG-LIN-BT
              MOVE LF-HH     TO WHL-HH-BT
              MOVE LF-MM     TO WHL-MM-BT
              MOVE LF-SS     TO WHL-SS-BT
              MOVE LF-ETAPA  TO WSEQ-LIN-BT
              MOVE LF-PROG   TO WPROG-LIN-BT
              MOVE LF-EVENTO TO WEVENTO-LIN-BT
              MOVE LF-QTD    TO WQTD-LIN-BT
           ELSE
              IF LA-HH IS NOT NUMERIC OR LA-MM IS NOT NUMERIC
                 GO TO R-LE-JOBLOG-BT-FIM
              END-IF
              MOVE 'A'       TO WORIG-LIN-BT
              MOVE LA-HH     TO WHL-HH-BT
              MOVE LA-MM     TO WHL-MM-BT
              MOVE ZEROES    TO WHL-SS-BT
              MOVE LA-SEQ    TO WSEQ-LIN-BT
              MOVE LA-PROG   TO WPROG-LIN-BT
              MOVE LA-EVENTO TO WEVENTO-LIN-BT
              MOVE LA-QTD    TO WQTD-LIN-BT
           END-IF
           COMPUTE WABS-LIN-BT =
              FUNCTION INTEGER-OF-DATE(WDATA-LIN-N-BT) * 86400 +
              WHL-HH-BT * 3600 + WHL-MM-BT * 60 + WHL-SS-BT
           IF WORIG-LIN-BT = 'F'
              IF WEVENTO-LIN-BT(1:16) = 'INICIO DA CADEIA'
                 PERFORM R-NOVA-NOITE-BT
                 GO TO R-LE-JOBLOG-BT-FIM
              END-IF
              IF WEVENTO-LIN-BT(1:13) = 'FIM DA CADEIA'
                 IF WQTD-NT-BT > ZEROES
                    MOVE WABS-LIN-BT    TO NT-FIM-ABS-BT(WQTD-NT-BT)
                    MOVE WDATA-LIN-N-BT TO NT-FIM-DATA-BT(WQTD-NT-BT)
                    MOVE WHORA-LIN-N-BT TO NT-FIM-HORA-BT(WQTD-NT-BT)
                 END-IF
                 GO TO R-LE-JOBLOG-BT-FIM
              END-IF
           END-IF
           IF WPROG-LIN-BT = SPACES
              GO TO R-LE-JOBLOG-BT-FIM
           END-IF
           PERFORM R-ACHA-ETAPA-BT
           IF WE-BT = ZEROES
              GO TO R-LE-JOBLOG-BT-FIM
           END-IF
           MOVE WSEQ-LIN-BT TO ET-SEQ-BT(WE-BT)
           IF WEVENTO-LIN-BT(1:6) = 'PULADA'
              MOVE WABS-LIN-BT TO ET-PULA-ABS-BT(WE-BT)
              IF WQTD-NT-BT > ZEROES
                 MOVE 'S' TO NT-RETOMADA-BT(WQTD-NT-BT)
              END-IF
              GO TO R-LE-JOBLOG-BT-FIM
           END-IF
           IF WEVENTO-LIN-BT(1:6) = 'INICIO'
      *       (INICIO SEM O FIM ANTERIOR: A EXECUCAO CAIU)
              IF ET-ABERTA-BT(WE-BT) = 1
                 MOVE 'I' TO WOC-SIT-BT
                 MOVE ZEROES TO WOC-SEG-BT WOC-REG-BT
                 PERFORM R-GRAVA-OCORR-BT
              END-IF
              MOVE 1              TO ET-ABERTA-BT(WE-BT)
              MOVE WABS-LIN-BT    TO ET-INI-ABS-BT(WE-BT)
              MOVE WDATA-LIN-N-BT TO ET-INI-DATA-BT(WE-BT)
              MOVE WHORA-LIN-N-BT TO ET-INI-HORA-BT(WE-BT)
              GO TO R-LE-JOBLOG-BT-FIM
           END-IF
           IF WEVENTO-LIN-BT(1:3) = 'FIM' AND ET-ABERTA-BT(WE-BT) = 1
              IF WEVENTO-LIN-BT(7:2) = 'OK'
                 MOVE 'O' TO WOC-SIT-BT
              ELSE
                 MOVE 'E' TO WOC-SIT-BT
              END-IF
              COMPUTE WOC-SEG-BT =
                 WABS-LIN-BT - ET-INI-ABS-BT(WE-BT)
              IF WQTD-LIN-BT IS NUMERIC
                 MOVE WQTD-LIN-BT TO WOC-REG-BT
              ELSE
                 MOVE ZEROES TO WOC-REG-BT
              END-IF
              PERFORM R-GRAVA-OCORR-BT
              IF WORIG-LIN-BT = 'F' AND WQTD-NT-BT > ZEROES
                 ADD 1 TO NT-ETAPAS-BT(WQTD-NT-BT)
                 IF WOC-SIT-BT = 'E'
                    ADD 1 TO NT-ERROS-BT(WQTD-NT-BT)
                 END-IF
              END-IF
           END-IF.
       R-LE-JOBLOG-BT-FIM.
           EXIT.

      *    (NOVA NOITE: ETAPAS DO FECHAMENTO AINDA ABERTAS FICAM
      *     COMO INCOMPLETAS; A TABELA GUARDA AS 30 ULTIMAS)
       R-NOVA-NOITE-BT.
           PERFORM R-FECHA-INCOMPLETA-BT
              VARYING WE-BT FROM 1 BY 1 UNTIL WE-BT > WQTD-ETAPA-BT
           IF WQTD-NT-BT = 30
              PERFORM R-DESLOCA-NOITE-BT
                 VARYING WK-BT FROM 1 BY 1 UNTIL WK-BT > 29
           ELSE
              ADD 1 TO WQTD-NT-BT
           END-IF
           INITIALIZE NT-ITEM-BT(WQTD-NT-BT)
           MOVE WDATA-LIN-N-BT TO NT-DATA-BT(WQTD-NT-BT)
           MOVE WABS-LIN-BT    TO NT-INI-ABS-BT(WQTD-NT-BT)
           MOVE WHORA-LIN-N-BT TO NT-INI-HORA-BT(WQTD-NT-BT)
           MOVE 'N'            TO NT-RETOMADA-BT(WQTD-NT-BT).

       R-DESLOCA-NOITE-BT.
           MOVE NT-ITEM-BT(WK-BT + 1) TO NT-ITEM-BT(WK-BT).

       R-FECHA-INCOMPLETA-BT.
           IF ET-ORIGEM-BT(WE-BT) = 'F' AND ET-ABERTA-BT(WE-BT) = 1
              MOVE 'I' TO WOC-SIT-BT
              MOVE ZEROES TO WOC-SEG-BT WOC-REG-BT
              PERFORM R-GRAVA-OCORR-BT
           END-IF.

       R-FECHA-ABERTA-BT.
           IF ET-ABERTA-BT(WE-BT) = 1
              MOVE 'A' TO WOC-SIT-BT
              MOVE ZEROES TO WOC-SEG-BT WOC-REG-BT
              IF WAGORA-ABS-BT > ET-INI-ABS-BT(WE-BT)
                 COMPUTE WOC-SEG-BT =
                    WAGORA-ABS-BT - ET-INI-ABS-BT(WE-BT)
              END-IF
              PERFORM R-GRAVA-OCORR-BT
           END-IF.

       R-ACHA-ETAPA-BT.
           MOVE ZEROES TO WE-BT
           PERFORM R-COMPARA-ETAPA-BT
              VARYING WI-BT FROM 1 BY 1
              UNTIL WI-BT > WQTD-ETAPA-BT OR WE-BT > ZEROES
           IF WE-BT = ZEROES AND WQTD-ETAPA-BT < WMAX-ETAPA-BT
              ADD 1 TO WQTD-ETAPA-BT
              MOVE WQTD-ETAPA-BT TO WE-BT
              INITIALIZE ET-ITEM-BT(WE-BT)
              MOVE WORIG-LIN-BT TO ET-ORIGEM-BT(WE-BT)
              MOVE WPROG-LIN-BT TO ET-PROG-BT(WE-BT)
           END-IF.

       R-COMPARA-ETAPA-BT.
           IF ET-ORIGEM-BT(WI-BT) = WORIG-LIN-BT AND
              ET-PROG-BT(WI-BT) = WPROG-LIN-BT
              MOVE WI-BT TO WE-BT
           END-IF.

      *    (EXECUCAO DA ETAPA WE-BT, INICIADA EM ET-INI-*; A ETAPA
      *     GUARDA AS 30 ULTIMAS)
       R-GRAVA-OCORR-BT.
           MOVE ET-INI-DATA-BT(WE-BT) TO WOC-DATA-BT
           MOVE ET-INI-HORA-BT(WE-BT) TO WOC-HORA-BT
           MOVE ET-INI-ABS-BT(WE-BT)  TO WOC-INI-ABS-BT
           IF ET-QTD-OC-BT(WE-BT) = 30
              PERFORM R-DESLOCA-OCORR-BT
                 VARYING WK-BT FROM 1 BY 1 UNTIL WK-BT > 29
           ELSE
              ADD 1 TO ET-QTD-OC-BT(WE-BT)
           END-IF
           MOVE ET-QTD-OC-BT(WE-BT) TO WM-BT
           MOVE WOC-NOVA-BT TO ET-OC-BT(WE-BT WM-BT)
           MOVE 0 TO ET-ABERTA-BT(WE-BT).

       R-DESLOCA-OCORR-BT.
           MOVE ET-OC-BT(WE-BT WK-BT + 1) TO ET-OC-BT(WE-BT WK-BT).

      *-------------------------------------
      * ESTATISTICA DA ETAPA NAS ULTIMAS N EXECUCOES CONCLUIDAS COM
      * OK: MEDIA, PERCENTIL 95 (POSICAO ARREDONDADA PARA CIMA NA
      * LISTA ORDENADA) E MAXIMO. TEMPO NORMAL = MEDIA DAS
      * EXECUCOES ANTERIORES A ULTIMA; A ULTIMA ACIMA DO NORMAL
      * VEZES O FATOR E ALERTA.
      *-------------------------------------
       R-ESTATISTICA-BT.
           MOVE ZEROES TO WNORD-BT WSOMA-BT WSOMA-ANT-BT WQTD-ANT-BT
           MOVE SPACES TO ET-ALERTA-BT(WE-BT)
           IF ET-QTD-OC-BT(WE-BT) > WNUM-EXEC-BT
              COMPUTE WDE-BT = ET-QTD-OC-BT(WE-BT) - WNUM-EXEC-BT + 1
           ELSE
              MOVE 1 TO WDE-BT
           END-IF
           PERFORM R-ACUMULA-OCORR-BT
              VARYING WK-BT FROM WDE-BT BY 1
              UNTIL WK-BT > ET-QTD-OC-BT(WE-BT)
           MOVE WNORD-BT TO ET-VALIDAS-BT(WE-BT)
           MOVE ZEROES TO ET-MEDIA-BT(WE-BT) ET-P95-BT(WE-BT)
                          ET-MAX-BT(WE-BT) ET-NORMAL-BT(WE-BT)
           IF WNORD-BT > ZEROES
              COMPUTE ET-MEDIA-BT(WE-BT) ROUNDED = WSOMA-BT / WNORD-BT
              PERFORM R-ORDENA-PASSO-BT
                 VARYING WK-BT FROM 1 BY 1 UNTIL WK-BT >= WNORD-BT
              COMPUTE WIDX-P95-BT = (WNORD-BT * 95 + 99) / 100
              MOVE WORD-SEG-BT(WIDX-P95-BT) TO ET-P95-BT(WE-BT)
              MOVE WORD-SEG-BT(WNORD-BT)    TO ET-MAX-BT(WE-BT)
           END-IF
           IF WQTD-ANT-BT > ZEROES
              COMPUTE ET-NORMAL-BT(WE-BT) ROUNDED =
                 WSOMA-ANT-BT / WQTD-ANT-BT
              MOVE ET-QTD-OC-BT(WE-BT) TO WK-BT
              COMPUTE WLIMITE-BT ROUNDED =
                 ET-NORMAL-BT(WE-BT) * WFATOR-BT
              IF OC-SIT-BT(WE-BT WK-BT) NOT = 'I' AND
                 OC-SEG-BT(WE-BT WK-BT) > WLIMITE-BT
                 MOVE 'S' TO ET-ALERTA-BT(WE-BT)
                 ADD 1 TO WQTD-ALERTA-BT
              END-IF
           END-IF.

       R-ACUMULA-OCORR-BT.
           IF OC-SIT-BT(WE-BT WK-BT) = 'O'
              ADD 1 TO WNORD-BT
              MOVE OC-SEG-BT(WE-BT WK-BT) TO WORD-SEG-BT(WNORD-BT)
              ADD OC-SEG-BT(WE-BT WK-BT) TO WSOMA-BT
              IF WK-BT < ET-QTD-OC-BT(WE-BT)
                 ADD 1 TO WQTD-ANT-BT
                 ADD OC-SEG-BT(WE-BT WK-BT) TO WSOMA-ANT-BT
              END-IF
           END-IF.

       R-ORDENA-PASSO-BT.
           PERFORM R-ORDENA-TROCA-BT
              VARYING WL-BT FROM 1 BY 1 UNTIL WL-BT > WNORD-BT - WK-BT.

       R-ORDENA-TROCA-BT.
           IF WORD-SEG-BT(WL-BT) > WORD-SEG-BT(WL-BT + 1)
              MOVE WORD-SEG-BT(WL-BT)     TO WAUX-SEG-BT
              MOVE WORD-SEG-BT(WL-BT + 1) TO WORD-SEG-BT(WL-BT)
              MOVE WAUX-SEG-BT            TO WORD-SEG-BT(WL-BT + 1)
           END-IF.

      *-------------------------------------
      * RELATORIO (RELBATCH)
      *-------------------------------------
       R-RELATORIO-BT.
           MOVE 'RELBATCH.TXT' TO WID-ARQ-REL-1
           MOVE 'RELBATCH'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           STRING 'N/FATOR/JANELA ' WBTCFG-LINHA(1:9)
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
           MOVE WNUM-EXEC-BT TO RB-NUM-BT
           MOVE WFATOR-BT    TO RB-FATOR-BT
           MOVE WJAN-HH-BT   TO RB-JAN-HH-BT
           MOVE WJAN-MM-BT   TO RB-JAN-MM-BT
           MOVE WBT-TITULO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-REL-CONTROLE-BT
           PERFORM R-REL-NOITES-BT
           PERFORM R-REL-PROJECAO-BT THRU R-REL-PROJECAO-BT-FIM
           PERFORM R-REL-ETAPAS-BT
           PERFORM R-REL-TENDENCIA-BT
           MOVE WBT-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WQTD-ALERTA-BT TO RA-QTD-BT
           MOVE WBT-ALERTA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL.

       R-GRAVA-SECAO-BT.
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WBT-SECAO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WBT-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *    (PONTO DE PARADA DO FECHAMENTO)
       R-REL-CONTROLE-BT.
           MOVE ZEROES TO WCTL-DATA-FD WCTL-ETAPA-FD
           MOVE SPACES TO WCTL-STATUS-FD
           OPEN INPUT ARQCTLFD
           IF FS-CTLFD = '00'
              READ ARQCTLFD INTO WCTL-LINHA-FD
                 AT END MOVE '10' TO FS-CTLFD
              END-READ
              CLOSE ARQCTLFD
           END-IF
           MOVE 'SITUACAO DO FECHAMENTO DO DIA' TO WBT-SECAO
           PERFORM R-GRAVA-SECAO-BT
           IF WCTL-DATA-FD IS NOT NUMERIC OR WCTL-DATA-FD = ZEROES
              MOVE 'FIMDIA.CTL AUSENTE - CADEIA NUNCA CONCLUIDA'
                 TO ARQREL-DATA-01
              WRITE ARQREL-REC
           ELSE
              MOVE WCTL-DATA-FD  TO RC-DATA-BT
              MOVE WCTL-ETAPA-FD TO RC-ETAPA-BT
              IF WCTL-STATUS-FD = 'E'
                 MOVE 'PAROU COM ERRO - A PROXIMA EXECUCAO RETOMA'
                    TO RC-SIT-BT
              ELSE
                 MOVE 'CADEIA CONCLUIDA' TO RC-SIT-BT
              END-IF
              MOVE WBT-CTL TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.

       R-REL-NOITES-BT.
           MOVE 'NOITES DO FECHAMENTO (ULTIMAS N)' TO WBT-SECAO
           PERFORM R-GRAVA-SECAO-BT
           MOVE WBT-CAB-NT TO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF WQTD-NT-BT > WNUM-EXEC-BT
              COMPUTE WDE-BT = WQTD-NT-BT - WNUM-EXEC-BT + 1
           ELSE
              MOVE 1 TO WDE-BT
           END-IF
           PERFORM R-REL-NOITE-BT
              VARYING WK-BT FROM WDE-BT BY 1 UNTIL WK-BT > WQTD-NT-BT.

       R-REL-NOITE-BT.
           MOVE SPACES TO WBT-DET-NT
           MOVE NT-DATA-BT(WK-BT) TO RN-DATA-BT
           MOVE NT-DATA-BT(WK-BT)     TO WDATA-AUX-BT
           MOVE NT-INI-HORA-BT(WK-BT) TO WHORA-AUX-BT
           PERFORM R-FORMATA-DH-BT
           MOVE WDH-ED-BT TO RN-INI-BT
           MOVE NT-ETAPAS-BT(WK-BT) TO RN-ETAPAS-BT
           MOVE NT-ERROS-BT(WK-BT)  TO RN-ERROS-BT
           MOVE NT-DATA-BT(WK-BT)    TO WDATA-AUX-BT
           MOVE NT-INI-ABS-BT(WK-BT) TO WABS-AUX-BT
           PERFORM R-CALCULA-JANELA-BT
           IF NT-FIM-ABS-BT(WK-BT) = ZEROES
              IF WK-BT = WQTD-NT-BT
                 MOVE 'EM ANDAMENTO' TO RN-SIT-BT
              ELSE
                 MOVE 'NAO CONCLUIDA' TO RN-SIT-BT
              END-IF
           ELSE
              MOVE NT-FIM-DATA-BT(WK-BT) TO WDATA-AUX-BT
              MOVE NT-FIM-HORA-BT(WK-BT) TO WHORA-AUX-BT
              PERFORM R-FORMATA-DH-BT
              MOVE WDH-ED-BT TO RN-FIM-BT
              COMPUTE WSEG-FMT-BT =
                 NT-FIM-ABS-BT(WK-BT) - NT-INI-ABS-BT(WK-BT)
              PERFORM R-FORMATA-TEMPO-BT
              MOVE WTEMPO-ED-BT TO RN-DUR-BT
              IF NT-FIM-ABS-BT(WK-BT) > WJAN-ABS-BT
                 MOVE 'FORA DA JANELA' TO RN-SIT-BT
              ELSE
                 MOVE 'DENTRO DA JANELA' TO RN-SIT-BT
              END-IF
           END-IF
           IF NT-RETOMADA-BT(WK-BT) = 'S'
              MOVE '(RETOMADA)' TO RN-SIT-BT(18:10)
           END-IF
           MOVE WBT-DET-NT TO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *    (FIM DA JANELA DA NOITE QUE COMECOU EM WABS-AUX-BT NO DIA
      *     WDATA-AUX-BT: A PRIMEIRA HORA HHMM DEPOIS DO INICIO)
       R-CALCULA-JANELA-BT.
           COMPUTE WJAN-ABS-BT =
              FUNCTION INTEGER-OF-DATE(WDATA-AUX-BT) * 86400 +
              WJAN-HH-BT * 3600 + WJAN-MM-BT * 60
           IF WJAN-ABS-BT NOT > WABS-AUX-BT
              ADD 86400 TO WJAN-ABS-BT
           END-IF.

      *-------------------------------------
      * FIM DA ULTIMA NOITE CONTRA A JANELA: O FIM REAL SE A CADEIA
      * TERMINOU; SENAO O INICIO MAIS O QUE JA RODOU NESTA NOITE E
      * O PERCENTIL 95 DAS ETAPAS DO FIMDIA.CFG QUE AINDA FALTAM
      * (ETAPA PULADA NA RETOMADA NAO CONTA).
      *-------------------------------------
       R-REL-PROJECAO-BT.
           IF WQTD-NT-BT = ZEROES
              GO TO R-REL-PROJECAO-BT-FIM
           END-IF
           MOVE SPACES TO WBT-PROJ
           MOVE NT-DATA-BT(WQTD-NT-BT)    TO WDATA-AUX-BT
           MOVE NT-INI-ABS-BT(WQTD-NT-BT) TO WABS-AUX-BT
           PERFORM R-CALCULA-JANELA-BT
           IF NT-FIM-ABS-BT(WQTD-NT-BT) > ZEROES
              MOVE NT-FIM-ABS-BT(WQTD-NT-BT) TO WPROJ-ABS-BT
              MOVE 'FIM REAL DA ULTIMA NOITE..............:'
                 TO RP-TITULO-BT
           ELSE
              MOVE NT-INI-ABS-BT(WQTD-NT-BT) TO WPROJ-ABS-BT
              OPEN INPUT ARQCFGFD
              IF FS-CFGFD = '00'
                 PERFORM R-PROJETA-ETAPA-BT THRU R-PROJETA-ETAPA-BT-FIM
                    UNTIL FS-CFGFD NOT = '00'
                 CLOSE ARQCFGFD
              END-IF
      *       (CADEIA DE MENOS DE UM DIA AINDA RODANDO: NAO TERMINA
      *        ANTES DE AGORA)
              IF WPROJ-ABS-BT < WAGORA-ABS-BT AND
                 WAGORA-ABS-BT < NT-INI-ABS-BT(WQTD-NT-BT) + 86400
                 MOVE WAGORA-ABS-BT TO WPROJ-ABS-BT
              END-IF
              MOVE 'FIM PROJETADO DA ULTIMA NOITE.........:'
                 TO RP-TITULO-BT
           END-IF
           MOVE WPROJ-ABS-BT TO WABS-AUX-BT
           PERFORM R-ABS-PARA-DH-BT
           MOVE WDH-ED-BT TO RP-FIM-BT
           MOVE WJAN-ABS-BT TO WABS-AUX-BT
           PERFORM R-ABS-PARA-DH-BT
           MOVE WDH-ED-BT TO RP-JAN-BT
           IF WPROJ-ABS-BT > WJAN-ABS-BT
              MOVE '*** ALERTA: PASSA DA JANELA' TO RP-SIT-BT
              ADD 1 TO WQTD-ALERTA-BT
           ELSE
              MOVE 'DENTRO DA JANELA' TO RP-SIT-BT
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WBT-PROJ TO ARQREL-DATA-01
           WRITE ARQREL-REC.
       R-REL-PROJECAO-BT-FIM.
           EXIT.

       R-PROJETA-ETAPA-BT.
           READ ARQCFGFD INTO WCFG-LINHA-FD
              AT END MOVE '10' TO FS-CFGFD
           END-READ
           IF FS-CFGFD NOT = '00' OR WCFG-PROG-FD = SPACES
              GO TO R-PROJETA-ETAPA-BT-FIM
           END-IF
           MOVE 'F'          TO WORIG-LIN-BT
           MOVE WCFG-PROG-FD TO WPROG-LIN-BT
           MOVE ZEROES TO WE-BT
           PERFORM R-COMPARA-ETAPA-BT
              VARYING WI-BT FROM 1 BY 1
              UNTIL WI-BT > WQTD-ETAPA-BT OR WE-BT > ZEROES
           IF WE-BT = ZEROES
              GO TO R-PROJETA-ETAPA-BT-FIM
           END-IF
           IF ET-PULA-ABS-BT(WE-BT) NOT < NT-INI-ABS-BT(WQTD-NT-BT)
              GO TO R-PROJETA-ETAPA-BT-FIM
           END-IF
           MOVE ET-P95-BT(WE-BT) TO WCONTRIB-BT
           MOVE ET-QTD-OC-BT(WE-BT) TO WK-BT
           IF WK-BT > ZEROES
              IF OC-INI-ABS-BT(WE-BT WK-BT) NOT <
                 NT-INI-ABS-BT(WQTD-NT-BT)
                 IF OC-SIT-BT(WE-BT WK-BT) NOT = 'A' OR
                    OC-SEG-BT(WE-BT WK-BT) > WCONTRIB-BT
                    MOVE OC-SEG-BT(WE-BT WK-BT) TO WCONTRIB-BT
                 END-IF
              END-IF
           END-IF
           ADD WCONTRIB-BT TO WPROJ-ABS-BT.
       R-PROJETA-ETAPA-BT-FIM.
           EXIT.

       R-REL-ETAPAS-BT.
           MOVE 'TEMPOS POR ETAPA (ULTIMAS N EXECUCOES COM OK)'
              TO WBT-SECAO
           PERFORM R-GRAVA-SECAO-BT
           MOVE WBT-CAB-ET TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-REL-ETAPA-BT
              VARYING WE-BT FROM 1 BY 1 UNTIL WE-BT > WQTD-ETAPA-BT.

       R-REL-ETAPA-BT.
           MOVE SPACES TO WBT-DET-ET
           MOVE ET-ORIGEM-BT(WE-BT)  TO RE-ORIG-BT
           MOVE ET-SEQ-BT(WE-BT)     TO RE-SEQ-BT
           MOVE ET-PROG-BT(WE-BT)    TO RE-PROG-BT
           MOVE ET-VALIDAS-BT(WE-BT) TO RE-EXEC-BT
           MOVE ET-MEDIA-BT(WE-BT) TO WSEG-FMT-BT
           PERFORM R-FORMATA-TEMPO-BT
           MOVE WTEMPO-ED-BT TO RE-MEDIA-BT
           MOVE ET-P95-BT(WE-BT) TO WSEG-FMT-BT
           PERFORM R-FORMATA-TEMPO-BT
           MOVE WTEMPO-ED-BT TO RE-P95-BT
           MOVE ET-MAX-BT(WE-BT) TO WSEG-FMT-BT
           PERFORM R-FORMATA-TEMPO-BT
           MOVE WTEMPO-ED-BT TO RE-MAX-BT
           MOVE ET-QTD-OC-BT(WE-BT) TO WK-BT
           IF WK-BT > ZEROES
              MOVE OC-SEG-BT(WE-BT WK-BT) TO WSEG-FMT-BT
              PERFORM R-FORMATA-TEMPO-BT
              MOVE WTEMPO-ED-BT TO RE-ULT-BT
              MOVE OC-REG-BT(WE-BT WK-BT) TO RE-REG-BT
              EVALUATE OC-SIT-BT(WE-BT WK-BT)
                 WHEN 'O' MOVE 'OK'  TO RE-SIT-BT
                 WHEN 'E' MOVE 'ERR' TO RE-SIT-BT
                 WHEN 'I' MOVE 'INC' TO RE-SIT-BT
                 WHEN 'A' MOVE 'AND' TO RE-SIT-BT
              END-EVALUATE
           END-IF
           IF ET-ALERTA-BT(WE-BT) = 'S'
              MOVE '*** ACIMA DO NORMAL' TO RE-ALERTA-BT
           END-IF
           MOVE WBT-DET-ET TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-REL-TENDENCIA-BT.
           MOVE 'TENDENCIA POR ETAPA (ULTIMAS N EXECUCOES)'
              TO WBT-SECAO
           PERFORM R-GRAVA-SECAO-BT
           PERFORM R-REL-TEND-ETAPA-BT
              VARYING WE-BT FROM 1 BY 1 UNTIL WE-BT > WQTD-ETAPA-BT.

       R-REL-TEND-ETAPA-BT.
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO WBT-DET-ET
           MOVE ET-ORIGEM-BT(WE-BT)  TO RE-ORIG-BT
           MOVE ET-SEQ-BT(WE-BT)     TO RE-SEQ-BT
           MOVE ET-PROG-BT(WE-BT)    TO RE-PROG-BT
           MOVE WBT-DET-ET(1:25) TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WBT-CAB-TD TO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF ET-QTD-OC-BT(WE-BT) > WNUM-EXEC-BT
              COMPUTE WDE-BT = ET-QTD-OC-BT(WE-BT) - WNUM-EXEC-BT + 1
           ELSE
              MOVE 1 TO WDE-BT
           END-IF
           PERFORM R-REL-TEND-LINHA-BT
              VARYING WK-BT FROM WDE-BT BY 1
              UNTIL WK-BT > ET-QTD-OC-BT(WE-BT).

       R-REL-TEND-LINHA-BT.
           MOVE SPACES TO RT-SIT-BT RT-MARCA-BT
           MOVE OC-DATA-BT(WE-BT WK-BT) TO RT-DATA-BT
           MOVE OC-HORA-BT(WE-BT WK-BT) TO RT-HORA-BT
           INSPECT RT-HORA-BT REPLACING ALL ' ' BY ':'
           MOVE OC-SEG-BT(WE-BT WK-BT) TO WSEG-FMT-BT
           PERFORM R-FORMATA-TEMPO-BT
           MOVE WTEMPO-ED-BT TO RT-DUR-BT
           MOVE OC-REG-BT(WE-BT WK-BT) TO RT-REG-BT
           EVALUATE OC-SIT-BT(WE-BT WK-BT)
              WHEN 'O' MOVE 'OK'           TO RT-SIT-BT
              WHEN 'E' MOVE 'ERRO'         TO RT-SIT-BT
              WHEN 'I' MOVE 'INCOMPLETA'   TO RT-SIT-BT
              WHEN 'A' MOVE 'EM ANDAMENTO' TO RT-SIT-BT
           END-EVALUATE
           IF ET-P95-BT(WE-BT) > ZEROES AND
              OC-SEG-BT(WE-BT WK-BT) > ET-P95-BT(WE-BT)
              MOVE 'ACIMA DO P95' TO RT-MARCA-BT
           END-IF
           MOVE WBT-DET-TD TO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *    (SEGUNDOS EM WSEG-FMT-BT PARA HHH:MM:SS EM WTEMPO-ED-BT)
       R-FORMATA-TEMPO-BT.
           DIVIDE WSEG-FMT-BT BY 3600 GIVING WHH-FMT-BT
              REMAINDER WRESTO-BT
           DIVIDE WRESTO-BT BY 60 GIVING WMM-FMT-BT
              REMAINDER TE-SS-BT
           MOVE WHH-FMT-BT TO TE-HH-BT
           MOVE WMM-FMT-BT TO TE-MM-BT.

      *    (DATA AAAAMMDD E HORA HHMMSS PARA DD/MM HH:MM)
       R-FORMATA-DH-BT.
           MOVE WDATA-AUX-BT(7:2) TO DE-DIA-BT
           MOVE WDATA-AUX-BT(5:2) TO DE-MES-BT
           MOVE WHORA-AUX-BT(1:2) TO DE-HH-BT
           MOVE WHORA-AUX-BT(3:2) TO DE-MM-BT.

       R-ABS-PARA-DH-BT.
           DIVIDE WABS-AUX-BT BY 86400 GIVING WDIAS-BT
              REMAINDER WRESTO-BT
           COMPUTE WDATA-AUX-BT = FUNCTION DATE-OF-INTEGER(WDIAS-BT)
           DIVIDE WRESTO-BT BY 3600 GIVING WHH-FMT-BT
              REMAINDER WRESTO-BT
           DIVIDE WRESTO-BT BY 60 GIVING WMM-FMT-BT
           COMPUTE WHORA-AUX-BT = WHH-FMT-BT * 10000 + WMM-FMT-BT * 100
           PERFORM R-FORMATA-DH-BT.
