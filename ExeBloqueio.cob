      *              pedidos recusa pedido novo de cliente bloqueado
      *              sem liberacao de supervisor. Cada bloqueio e
      *              desbloqueio vai para BLOQUEIO.LOG.
      * 2026-10-08 - Acordos de renegociacao (CadAcordo): parcela do
      *              acordo vencida alem da tolerancia (posicoes 4-6
      *              do BLOQUEIO.CFG, padrao 5 dias) quebra o acordo
      *              (situacao 'Q', evento QUEBRA ACD no log) e
      *              bloqueia o cliente, que so e liberado quando
      *              as parcelas do acordo quebrado forem pagas.
      *              Acordo com todas as parcelas pagas passa a
      *              cumprido ('C').
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CREC.

       SELECT ACORDO ASSIGN TO  DISK WID-ARQ-ACD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUMERO-ACD
              ALTERNATE RECORD KEY IS CODIGO-CLI-ACD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ACD.

       SELECT ARQBLQCFG ASSIGN TO DISK WID-ARQ-BLQCFG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
          02 DATA-PERDA-CREC          PIC  9(008) VALUE ZEROES.
          02 MOTIVO-PERDA-CREC        PIC  X(030) VALUE SPACES.

       FD ACORDO.
       01 REGISTRO-ACORDO.
          02 NUMERO-ACD               PIC  9(009).
          02 CODIGO-CLI-ACD           PIC  9(007).
          02 FILLER                   PIC  X(093).
          02 NF-ACORDO-ACD            PIC  9(009) VALUE ZEROES.
          02 TOTAL-TIT-ACD            PIC  9(003) VALUE ZEROES.
          02 SITUACAO-ACD             PIC  X(001) VALUE 'A'.
             88 ACD-ATIVO             VALUE 'A'.
             88 ACD-CUMPRIDO          VALUE 'C'.
             88 ACD-QUEBRADO          VALUE 'Q'.
          02 DATA-SIT-ACD             PIC  9(008) VALUE ZEROES.
          02 FILLER                   PIC  X(633).

       FD  ARQBLQCFG.
       01  ARQBLQCFG-REC            PIC X(10).

           02 FS-CREC-1                PIC 9.
           02 FS-CREC-2                PIC 9.
           02 FS-CREC-R REDEFINES FS-CREC-2 PIC 99 COMP-X.
       01 FS-ACD                      PIC XX VALUE '00'.
       01 FS-BLQCFG                   PIC XX VALUE '00'.
       01 FS-BLQLOG                   PIC XX VALUE '00'.

       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-CREC                PIC X(50) VALUE 'ARQCREC.DAT'.
       01 WID-ARQ-ACD                 PIC X(50) VALUE 'ARQACORDO.DAT'.
       01 WID-ARQ-BLQCFG              PIC X(50) VALUE 'BLOQUEIO.CFG'.
       01 WID-ARQ-BLQLOG              PIC X(50) VALUE 'BLOQUEIO.LOG'.

       77 WDIAS-LIMITE-BQ      PIC 9(003) VALUE 30.
       01 WDIAS-CFG-TXT        PIC X(003) VALUE SPACES.
       01 WDIAS-CFG-NUM REDEFINES WDIAS-CFG-TXT PIC 9(003).
       77 WDIAS-ACORDO-BQ      PIC 9(003) VALUE 5.
       77 WTEM-ACORDO-BQ       PIC 9 VALUE ZEROES.
       77 WQUEBRA-BQ           PIC 9 VALUE ZEROES.
       77 WPARC-ABERTA-BQ      PIC 9 VALUE ZEROES.
       77 WPARC-PAGAS-BQ       PIC 9(003) VALUE ZEROES.
       77 WI-BQ                PIC 9(003) VALUE ZEROES.
       77 WQTD-QUEBRAS-BQ      PIC 9(005) VALUE ZEROES.

       77 WHOJE-INT-BQ         PIC 9(008) VALUE ZEROES.
       77 WDIAS-BQ             PIC S9(005) VALUE ZEROES.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - BLOQUEIO DE CREDITO"
             .
          02 LINE 3 COL 1 VALUE "***************************************
          02 LINE 4 COL 22 VALUE "VARREDURA DE INADIMPLENCIA".
          02 LINE 7 COL 10 VALUE "DIAS DE ATRASO PARA BLOQUEIO:".
          02 LINE 7 COL 41 PIC 999 FROM WDIAS-LIMITE-BQ.
          02 LINE 8 COL 10 VALUE "DIAS P/ QUEBRA DE ACORDO....:".
          02 LINE 8 COL 41 PIC 999 FROM WDIAS-ACORDO-BQ.
          02 LINE 9 COL 10 VALUE "EXECUTAR AGORA ? (S/N):".
          02 LINE 9 COL 34 PIC X USING WCONFIRMA-BQ.

                                    WID-ARQ-CREC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-BLQCFG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ACD
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-BLQLOG
           MOVE LID-ARQ-CLIENTE-1  TO WID-ARQ-CLIENTE-1
           EXIT PROGRAM.

      *-------------------------------------
      * BLOQUEIO.CFG: DIAS DE ATRASO (999) NUMA LINHA, SEGUIDOS DOS
      * DIAS DE TOLERANCIA DA PARCELA DE ACORDO (999). SEM O
      * ARQUIVO, O PADRAO E GRAVADO.
      *-------------------------------------
       R-LE-BLOQUEIO-CFG.
                    IF WDIAS-CFG-TXT IS NUMERIC
                       MOVE WDIAS-CFG-NUM TO WDIAS-LIMITE-BQ
                    END-IF
                    MOVE ARQBLQCFG-REC(4:3) TO WDIAS-CFG-TXT
                    IF WDIAS-CFG-TXT IS NUMERIC
                       MOVE WDIAS-CFG-NUM TO WDIAS-ACORDO-BQ
                    END-IF
              END-READ
              CLOSE ARQBLQCFG
           ELSE
              OPEN OUTPUT ARQBLQCFG
              MOVE SPACES          TO ARQBLQCFG-REC
              MOVE WDIAS-LIMITE-BQ TO WDIAS-CFG-NUM
              MOVE WDIAS-CFG-TXT   TO ARQBLQCFG-REC(1:3)
              MOVE WDIAS-ACORDO-BQ TO WDIAS-CFG-NUM
              MOVE WDIAS-CFG-TXT   TO ARQBLQCFG-REC(4:3)
              WRITE ARQBLQCFG-REC
              CLOSE ARQBLQCFG
           END-IF.
              CLOSE CLIENTES
              GO TO R-VARRE-BLOQUEIO-FIM
           END-IF
           MOVE 0 TO WTEM-ACORDO-BQ
           OPEN I-O ACORDO
           IF FS-ACD = '00'
              MOVE 1 TO WTEM-ACORDO-BQ
           END-IF
           ACCEPT WDATA-HOJE-BQ FROM DATE YYYYMMDD
           COMPUTE WHOJE-INT-BQ =
              FUNCTION INTEGER-OF-DATE(WDATA-HOJE-BQ)
           MOVE ZEROES TO WQTD-BLOQUEADOS-BQ WQTD-LIBERADOS-BQ
                          WQTD-QUEBRAS-BQ
           MOVE ZEROES TO CHAVE-CLI
           START CLIENTES KEY IS NOT LESS THAN CHAVE-CLI
           IF FS-CLI = '00'
              PERFORM R-TRATA-CLIENTE UNTIL FS-CLI NOT = '00'
           END-IF
           CLOSE CLIENTES CONTASREC
           IF WTEM-ACORDO-BQ = 1
              CLOSE ACORDO
           END-IF
           MOVE SPACES TO WTXT
           STRING 'BLOQUEADOS: ' WQTD-BLOQUEADOS-BQ
                  '  LIBERADOS: ' WQTD-LIBERADOS-BQ
                  '  ACORDOS QUEBRADOS: ' WQTD-QUEBRAS-BQ
              DELIMITED BY SIZE INTO WTXT
           IF LID-MODO-1 NOT = 'L'
              DISPLAY TELA-MENSAGEM
           READ CLIENTES NEXT
           IF FS-CLI = '00'
              PERFORM R-CHECA-ATRASO
              IF WTEM-ACORDO-BQ = 1
                 PERFORM R-CHECA-ACORDOS
              END-IF
              IF WTEM-ATRASO-BQ = 1 AND NOT CLI-BLOQUEADO
                 MOVE 'B' TO BLOQUEIO-CRED-CLI
                 REWRITE REGISTRO-CLIENTES
              END-IF
           END-IF.

      *-------------------------------------
      * ACORDOS DO CLIENTE CORRENTE (CHAVE ALTERNATIVA): ACORDO
      * ATIVO COM PARCELA EM ABERTO VENCIDA ALEM DA TOLERANCIA E
      * QUEBRADO; ACORDO QUEBRADO COM PARCELA EM ABERTO MANTEM O
      * CLIENTE BLOQUEADO; TODAS PAGAS = CUMPRIDO.
      *-------------------------------------
       R-CHECA-ACORDOS.
           MOVE CODIGO TO CODIGO-CLI-ACD
           START ACORDO KEY IS NOT LESS THAN CODIGO-CLI-ACD
           IF FS-ACD = '00'
              PERFORM R-CHECA-ACORDOS-1 UNTIL FS-ACD NOT = '00'
           END-IF.

       R-CHECA-ACORDOS-1.
           READ ACORDO NEXT
           IF FS-ACD = '00' AND CODIGO-CLI-ACD NOT = WCLI-ALVO-BQ
              MOVE '10' TO FS-ACD
           END-IF
           IF FS-ACD = '00' AND NOT ACD-CUMPRIDO
              MOVE ZEROES TO WQUEBRA-BQ WPARC-ABERTA-BQ WPARC-PAGAS-BQ
              PERFORM R-CHECA-PARCELA-ACD
                 VARYING WI-BQ FROM 1 BY 1 UNTIL WI-BQ > TOTAL-TIT-ACD
              EVALUATE TRUE
                 WHEN WPARC-PAGAS-BQ = TOTAL-TIT-ACD
                    MOVE 'C'           TO SITUACAO-ACD
                    MOVE WDATA-HOJE-BQ TO DATA-SIT-ACD
                    REWRITE REGISTRO-ACORDO
                 WHEN ACD-ATIVO AND WQUEBRA-BQ = 1
                    MOVE 'Q'           TO SITUACAO-ACD
                    MOVE WDATA-HOJE-BQ TO DATA-SIT-ACD
                    REWRITE REGISTRO-ACORDO
                    ADD 1 TO WQTD-QUEBRAS-BQ
                    MOVE 'QUEBRA ACD' TO BQ-EVENTO
                    PERFORM R-GRAVA-BLQLOG
                    MOVE 1 TO WTEM-ATRASO-BQ
                 WHEN ACD-QUEBRADO AND WPARC-ABERTA-BQ = 1
                    MOVE 1 TO WTEM-ATRASO-BQ
              END-EVALUATE
              MOVE '00' TO FS-ACD
           END-IF.

       R-CHECA-PARCELA-ACD.
           MOVE NF-ACORDO-ACD TO NUMERO-NF-CREC
           MOVE WI-BQ         TO PARCELA-CREC
           READ CONTASREC
           IF FS-CREC = '00'
              IF CREC-QUITADO
                 ADD 1 TO WPARC-PAGAS-BQ
              END-IF
              IF CREC-ABERTO AND SALDO-CREC NOT = ZEROES
                 MOVE 1 TO WPARC-ABERTA-BQ
                 COMPUTE WDIAS-BQ = WHOJE-INT-BQ -
                    FUNCTION INTEGER-OF-DATE(DATA-VENC-CREC)
                 IF WDIAS-BQ > WDIAS-ACORDO-BQ
                    MOVE 1 TO WQUEBRA-BQ
                 END-IF
              END-IF
           END-IF.

       R-GRAVA-BLQLOG.
           ACCEPT WDHBQ-DATA FROM DATE YYYYMMDD
           ACCEPT WDHBQ-HORA FROM TIME
