      *              fechamento seguinte do vendedor, marcados como
      *              aplicados e registrados no COMISSAO.LOG com o
      *              pedido de origem.
      * 2026-10-15 - Faltas do acerto de van de pronta-entrega
      *              (ARQFALTAVAN.DAT, gravado pelo CadCargaVan)
      *              descontadas no fechamento do vendedor junto com
      *              os estornos, pela mesma regra de pendente/
      *              aplicado no periodo, e registradas no
      *              COMISSAO.LOG com a placa da van.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Chaves alternativas de situacao e data em
      *              PEDIDOS: o faturado do periodo e somado numa
      *              unica passada pela chave de data, em tabela por
      *              vendedor; a leitura pela chave de vendedor fica
      *              so para o caso de a tabela encher.
      * 2026-10-15 - Baixa manual recusada enquanto a comissao do
      *              vendedor no periodo estiver enviada a folha de
      *              pagamento aguardando retorno (ARQFOLHAMOV.DAT,
      *              ExeFolha).
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

              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EST.

       SELECT FALTAVAN ASSIGN TO  DISK WID-ARQ-FALTAVAN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FV
              ALTERNATE RECORD KEY IS CODIGO-VEN-FV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FV.

       SELECT FOLHAMOV ASSIGN TO  DISK WID-ARQ-FMV
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FMV
              ALTERNATE RECORD KEY IS CHAVE-CPAG-FMV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FMV.

       SELECT ARQCOMISSAO ASSIGN TO DISK WID-ARQ-COMISSAO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
             88 PED-FRETE-CIF      VALUE 'C'.
             88 PED-FRETE-FOB      VALUE 'F'.
          02 END-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 DATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.

       FD COMLEDGER.
       01 REGISTRO-COMLEDGER.
             88 EST-APLICADO          VALUE 'S'.
          02 ANO-MES-APLIC-EST        PIC  9(006) VALUE ZEROES.

       FD FALTAVAN.
       01 REGISTRO-FALTAVAN.
          02 CHAVE-FV.
             03 PLACA-FV              PIC  X(007).
             03 DATA-FV               PIC  9(008).
             03 CODIGO-PROD-FV        PIC  9(007).
          02 CODIGO-VEN-FV            PIC  9(007).
          02 QTDE-FV                  PIC  9(007) VALUE ZEROES.
          02 VALOR-FV                 PIC  9(009)v9(002) VALUE ZEROES.
          02 APLICADO-FV              PIC  X(001) VALUE 'N'.
             88 FV-PENDENTE           VALUE 'N'.
             88 FV-APLICADO           VALUE 'S'.
          02 ANO-MES-APLIC-FV         PIC  9(006) VALUE ZEROES.
          02 OPERADOR-FV              PIC  X(010) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD FOLHAMOV.
       01 REGISTRO-FOLHAMOV.
          02 CHAVE-FMV.
             03 ANO-MES-FMV           PIC  9(006).
             03 CODIGO-VEN-FMV        PIC  9(007).
             03 EVENTO-FMV            PIC  X(003).
                88 FMV-REEMBOLSO      VALUE 'REE'.
             03 DOC-FMV               PIC  9(009).
             03 PARCELA-FMV           PIC  9(003).
          02 CHAVE-CPAG-FMV           PIC  X(020) VALUE SPACES.
          02 CPF-FMV                  PIC  9(011) VALUE ZEROES.
          02 NATUREZA-FMV             PIC  X(001) VALUE 'P'.
          02 VALOR-FMV                PIC  9(009)v9(002) VALUE ZEROES.
          02 SITUACAO-FMV             PIC  X(001) VALUE 'E'.
             88 FMV-EXPORTADO         VALUE 'E'.
          02 SEQ-REMESSA-FMV          PIC  9(003) VALUE ZEROES.
          02 DATA-EXPORT-FMV          PIC  9(008) VALUE ZEROES.
          02 DATA-PGTO-FMV            PIC  9(008) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD  ARQCOMISSAO.
       01  ARQCOMISSAO-REC             PIC X(100).

           02 WID-ARQ-PEDIDOS-1             PIC X(50).
       01 WID-ARQ-COMLED               PIC X(50) VALUE 'ARQCOMIS.DAT'.
       01 WID-ARQ-COMISSAO              PIC X(50) VALUE 'COMISSAO.LOG'.
       01 FS-FMV.
           02 FS-FMV-1                PIC 9.
           02 FS-FMV-2                PIC 9.
           02 FS-FMV-R REDEFINES FS-FMV-2 PIC 99 COMP-X.
       01 WID-ARQ-FMV                  PIC X(50)
                                       VALUE 'ARQFOLHAMOV.DAT'.
       77 WNA-FOLHA-CM         PIC 9 VALUE ZEROES.
       77 WSAIDA-FMV           PIC 9 VALUE ZEROES.

       77 WOPCAO-CM            PIC 9 VALUE ZEROES.
       77 WX                   PIC X VALUE SPACES.
             03 WEST-VALOR        PIC S9(009)v9(002).
      *--------------------------------------------------

      *-------------FALTAS DE VAN PENDENTES DO VENDEDOR-------------
      * MESMO LIMITE E MESMA REGRA DOS ESTORNOS; O VALOR ENTRA
      * NEGATIVO NO TOTAL DE ESTORNOS DO FECHAMENTO.
       01 FS-FV.
           02 FS-FV-1                 PIC 9.
           02 FS-FV-2                 PIC 9.
           02 FS-FV-R REDEFINES FS-FV-2 PIC 99 COMP-X.
       01 WID-ARQ-FALTAVAN             PIC X(50)
                                       VALUE 'ARQFALTAVAN.DAT'.
       77 WQTD-FV              PIC 9(003) VALUE ZEROES.
       77 WI-FV                PIC 9(003) VALUE ZEROES.
       77 WSAIDA-FV            PIC 9 VALUE ZEROES.
       01 WTAB-FV.
          02 WTAB-FV-ITEM OCCURS 200 TIMES.
             03 WFV-CHAVE         PIC X(022).
             03 WFV-VALOR         PIC 9(009)v9(002).
      *--------------------------------------------------
      *    (FATURADO DO PERIODO POR VENDEDOR - PASSADA PELA DATA)
       77 WMAX-FAT-CM          PIC 9(003) VALUE 999.
       77 WQTD-FAT-CM          PIC 9(003) VALUE ZEROES.
       77 WI-FAT-CM            PIC 9(003) VALUE ZEROES.
       77 WACHOU-FAT-CM        PIC 9(003) VALUE ZEROES.
       77 WCHEIA-FAT-CM        PIC X VALUE 'N'.
       01 WDATA-INI-FAT-CM     PIC 9(008) VALUE ZEROES.
       01 WTAB-FAT-CM.
          02 WTAB-FAT-ITEM-CM OCCURS 999 TIMES.
             03 WFAT-VEN-CM       PIC 9(007).
             03 WFAT-VALOR-CM     PIC 9(009)v9(002).
      *--------------------------------------------------

       01 WANO-MES-FECHA       PIC 9(006) VALUE ZEROES.
       01 WVEN-BAIXA           PIC 9(007) VALUE ZEROES.
       01 WANO-MES-BAIXA       PIC 9(006) VALUE ZEROES.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - COMISSAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - COMISSAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - COMISSAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - COMISSAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
                                    WID-ARQ-COMLED
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ESTORNO
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FALTAVAN
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FMV
           MOVE LID-ARQ-VENDEDOR-1 TO WID-ARQ-VENDEDOR-1
           MOVE LID-ARQ-PEDIDOS-1  TO WID-ARQ-PEDIDOS-1
           PERFORM ABRE-ARQUIVOS
             WHEN 3
               PERFORM S-CONSULTA-PERIODO
             WHEN 6
               CLOSE VENDEDORES PEDIDOS COMLEDGER ESTORNO FALTAVAN
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
           END-IF
           MOVE ZEROES TO WQTD-VEN-LIDOS WQTD-VEN-COM-COMISSAO
                          WVALOR-TOTAL-COMISSAO
           PERFORM R-SOMA-FATURADO-PERIODO
           MOVE ZEROES TO CHAVE-VEN
           START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
           IF FS-VEN = '00'
           END-IF.

       R-CALCULA-COMISSAO-VEN.
           PERFORM R-SOMA-FATURADO-VEN THRU R-SOMA-FATURADO-VEN-FIM
           PERFORM R-COLETA-ESTORNOS-VEN
           PERFORM R-COLETA-FALTAS-VEN
           IF WVALOR-FATURADO-CM NOT = ZEROES OR
              WVALOR-ESTORNO-CM NOT = ZEROES
              COMPUTE WVALOR-COMISSAO-CM ROUNDED =
              ADD WVALOR-COMISSAO-CM TO WVALOR-TOTAL-COMISSAO
              PERFORM R-GRAVA-LEDGER
              PERFORM R-APLICA-ESTORNOS-VEN
              PERFORM R-APLICA-FALTAS-1 VARYING WI-FV FROM 1 BY 1
                      UNTIL WI-FV > WQTD-FV
              PERFORM R-GRAVA-LINHA-LOG
              PERFORM R-GRAVA-LOG-ESTORNOS
              PERFORM R-GRAVA-LOG-FALTAS-1 VARYING WI-FV FROM 1 BY 1
                      UNTIL WI-FV > WQTD-FV
           END-IF.

      *-------------------------------------
      * UMA PASSADA PELOS PEDIDOS DO PERIODO EM FECHAMENTO, PELA
      * CHAVE ALTERNATIVA DE DATA, SOMANDO O FATURADO DE CADA
      * VENDEDOR NA TABELA. SE A TABELA ENCHER, O VENDEDOR VOLTA A
      * SER SOMADO PELA CHAVE ALTERNATIVA DE VENDEDOR.
      *-------------------------------------
       R-SOMA-FATURADO-PERIODO.
           MOVE ZEROES TO WQTD-FAT-CM
           MOVE 'N'    TO WCHEIA-FAT-CM
           COMPUTE WDATA-INI-FAT-CM = WANO-MES-FECHA * 100
           MOVE WDATA-INI-FAT-CM TO DATA-PED
           START PEDIDOS KEY IS NOT LESS THAN DATA-PED
           MOVE 0 TO WSAIDA-PED
           IF FS-PED NOT = '00'
              MOVE 1 TO WSAIDA-PED
           END-IF
           PERFORM R-SOMA-FATURADO-PERIODO-1 UNTIL WSAIDA-PED = 1.

       R-SOMA-FATURADO-PERIODO-1.
           READ PEDIDOS NEXT
           IF FS-PED NOT = '00' OR
              DATA-PED(1:6) > WANO-MES-FECHA
              MOVE 1 TO WSAIDA-PED
           ELSE
              IF PED-FATURADO
                 MOVE CODIGO-VEN-PED TO WVEN-ALVO-CM
                 PERFORM R-ACHA-FAT-CM
                 IF WACHOU-FAT-CM = ZEROES
                    IF WQTD-FAT-CM < WMAX-FAT-CM
                       ADD 1 TO WQTD-FAT-CM
                       MOVE WQTD-FAT-CM TO WACHOU-FAT-CM
                       MOVE WVEN-ALVO-CM
                         TO WFAT-VEN-CM(WACHOU-FAT-CM)
                       MOVE ZEROES TO WFAT-VALOR-CM(WACHOU-FAT-CM)
                    ELSE
                       MOVE 'S' TO WCHEIA-FAT-CM
                    END-IF
                 END-IF
                 IF WACHOU-FAT-CM NOT = ZEROES
                    ADD VALOR-PED TO WFAT-VALOR-CM(WACHOU-FAT-CM)
                 END-IF
              END-IF
           END-IF.

       R-ACHA-FAT-CM.
           MOVE ZEROES TO WACHOU-FAT-CM
           PERFORM R-ACHA-FAT-CM-1 VARYING WI-FAT-CM FROM 1 BY 1
                   UNTIL WI-FAT-CM > WQTD-FAT-CM OR
                         WACHOU-FAT-CM NOT = ZEROES.

       R-ACHA-FAT-CM-1.
           IF WFAT-VEN-CM(WI-FAT-CM) = WVEN-ALVO-CM
              MOVE WI-FAT-CM TO WACHOU-FAT-CM
           END-IF.

      *-------------------------------------
      * VALOR FATURADO DO VENDEDOR NO PERIODO EM FECHAMENTO: DA
      * TABELA MONTADA PELA CHAVE DE DATA OU, COM A TABELA CHEIA,
      * PERCORRENDO PEDIDOS PELA CHAVE ALTERNATIVA DE VENDEDOR.
      *-------------------------------------
       R-SOMA-FATURADO-VEN.
           MOVE ZEROES        TO WVALOR-FATURADO-CM
           MOVE CODIGO-VEN    TO WVEN-ALVO-CM
           IF WCHEIA-FAT-CM NOT = 'S'
              PERFORM R-ACHA-FAT-CM
              IF WACHOU-FAT-CM NOT = ZEROES
                 MOVE WFAT-VALOR-CM(WACHOU-FAT-CM)
                   TO WVALOR-FATURADO-CM
              END-IF
              GO TO R-SOMA-FATURADO-VEN-FIM
           END-IF
           MOVE CODIGO-VEN    TO CODIGO-VEN-PED
           START PEDIDOS KEY IS NOT LESS THAN CODIGO-VEN-PED
           MOVE 0 TO WSAIDA-PED
              MOVE 1 TO WSAIDA-PED
           END-IF
           PERFORM R-SOMA-PEDIDO-VEN UNTIL WSAIDA-PED = 1.
       R-SOMA-FATURADO-VEN-FIM.
           EXIT.

       R-SOMA-PEDIDO-VEN.
           READ PEDIDOS NEXT
              END-IF
           END-IF.

      *-------------------------------------
      * FALTAS DO ACERTO DE VAN DO VENDEDOR, PELA CHAVE ALTERNATIVA
      * DE VENDEDOR DO ARQUIVO DE FALTAS, COM A MESMA REGRA DOS
      * ESTORNOS. CADA FALTA REDUZ O TOTAL DE ESTORNOS DO PERIODO.
      *-------------------------------------
       R-COLETA-FALTAS-VEN.
           MOVE ZEROES TO WQTD-FV
           MOVE CODIGO-VEN TO CODIGO-VEN-FV
           START FALTAVAN KEY IS NOT LESS THAN CODIGO-VEN-FV
           MOVE 0 TO WSAIDA-FV
           IF FS-FV NOT = '00'
              MOVE 1 TO WSAIDA-FV
           END-IF
           PERFORM R-COLETA-FALTAS-1 UNTIL WSAIDA-FV = 1.

       R-COLETA-FALTAS-1.
           READ FALTAVAN NEXT
           IF FS-FV NOT = '00' OR
              CODIGO-VEN-FV NOT = WVEN-ALVO-CM
              MOVE 1 TO WSAIDA-FV
           ELSE
              IF WQTD-FV < WMAX-EST AND
                 ((FV-PENDENTE AND
                   DATA-FV(1:6) NOT > WANO-MES-FECHA) OR
                  (FV-APLICADO AND
                   ANO-MES-APLIC-FV = WANO-MES-FECHA))
                 ADD 1 TO WQTD-FV
                 MOVE CHAVE-FV  TO WFV-CHAVE(WQTD-FV)
                 MOVE VALOR-FV  TO WFV-VALOR(WQTD-FV)
                 SUBTRACT VALOR-FV FROM WVALOR-ESTORNO-CM
              END-IF
           END-IF.

       R-APLICA-FALTAS-1.
           MOVE WFV-CHAVE(WI-FV) TO CHAVE-FV
           READ FALTAVAN
           IF FS-FV = '00'
              MOVE 'S'            TO APLICADO-FV
              MOVE WANO-MES-FECHA TO ANO-MES-APLIC-FV
              REWRITE REGISTRO-FALTAVAN
           END-IF.

       R-GRAVA-LOG-FALTAS-1.
           ACCEPT WDHCM-DATA FROM DATE YYYYMMDD
           ACCEPT WDHCM-HORA FROM TIME
           MOVE WDHCM-DATA        TO CM-DATA
           MOVE WDHCM-HH          TO CM-HH
           MOVE WDHCM-MM          TO CM-MM
           MOVE WDHCM-SS          TO CM-SS
           MOVE WANO-MES-FECHA    TO CM-ANO-MES
           MOVE CODIGO-VEN        TO CM-CODIGO-VEN
           MOVE WFV-CHAVE(WI-FV)  TO CHAVE-FV
           MOVE SPACES            TO CM-NOME-VEN
           STRING 'FALTA VAN ' PLACA-FV ' PROD ' CODIGO-PROD-FV
                  DELIMITED BY SIZE INTO CM-NOME-VEN
           MOVE ZEROES            TO CM-VALOR-FATURADO
           MOVE ZEROES            TO CM-PERC-COMISSAO
           COMPUTE CM-VALOR-COMISSAO = ZEROES - WFV-VALOR(WI-FV)
           OPEN EXTEND ARQCOMISSAO
           IF FS-COMISSAO = '05' OR FS-COMISSAO = '35'
              OPEN OUTPUT ARQCOMISSAO
           END-IF
           MOVE WCOMISSAO-LINHA TO ARQCOMISSAO-REC
           WRITE ARQCOMISSAO-REC
           CLOSE ARQCOMISSAO.

      *-------------------------------------
      * MARCA COMO APLICADOS, PELO PERIODO FECHADO, OS ESTORNOS
      * COLETADOS - DEPOIS QUE A RAZAO DO VENDEDOR JA FOI GRAVADA.
              DISPLAY TELA-MENSAGEM
              GO TO R-BAIXA-FIM
           END-IF
           PERFORM R-CHECA-FOLHA-CM
           IF WNA-FOLHA-CM = 1
              MOVE 'COMISSAO ENVIADA NA FOLHA - AGUARDA O RETORNO'
                TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-BAIXA-FIM
           END-IF
           MOVE CODIGO-VEN-CML      TO WCML-VEN
           MOVE ANO-MES-CML         TO WCML-ANO-MES
           MOVE VALOR-FATURADO-CML  TO WCML-FATURADO
       R-BAIXA-FIM.
           EXIT.

      *    (LANCAMENTO DE COMISSAO, ESTORNO OU BONUS DO VENDEDOR NO
      *     PERIODO AGUARDANDO O RETORNO DA FOLHA; SEM O ARQUIVO DA
      *     FOLHA NAO HA O QUE CHECAR)
       R-CHECA-FOLHA-CM.
           MOVE ZEROES TO WNA-FOLHA-CM
           OPEN INPUT FOLHAMOV
           IF FS-FMV = '00'
              MOVE WANO-MES-BAIXA TO ANO-MES-FMV
              MOVE WVEN-BAIXA     TO CODIGO-VEN-FMV
              MOVE LOW-VALUES     TO EVENTO-FMV
              MOVE ZEROES         TO DOC-FMV PARCELA-FMV
              START FOLHAMOV KEY IS NOT LESS THAN CHAVE-FMV
              MOVE 0 TO WSAIDA-FMV
              IF FS-FMV NOT = '00'
                 MOVE 1 TO WSAIDA-FMV
              END-IF
              PERFORM R-CHECA-FOLHA-CM-1 UNTIL WSAIDA-FMV = 1
              CLOSE FOLHAMOV
           END-IF.

       R-CHECA-FOLHA-CM-1.
           READ FOLHAMOV NEXT
           IF FS-FMV NOT = '00' OR
              ANO-MES-FMV NOT = WANO-MES-BAIXA OR
              CODIGO-VEN-FMV NOT = WVEN-BAIXA
              MOVE 1 TO WSAIDA-FMV
           ELSE
              IF FMV-EXPORTADO AND NOT FMV-REEMBOLSO
                 MOVE 1 TO WNA-FOLHA-CM
                 MOVE 1 TO WSAIDA-FMV
              END-IF
           END-IF.

      *-------------------------------------
      * CONSULTA A RAZÃO DE UM PERIODO: PERCORRE TODA A RAZÃO E
      * MOSTRA OS REGISTROS DO ANO/MES PEDIDO (INCLUSIVE O MARCADOR
              CLOSE VENDEDORES PEDIDOS COMLEDGER
              EXIT PROGRAM
           END-IF.
           OPEN I-O FALTAVAN.
           IF FS-FV = '35'
              OPEN OUTPUT FALTAVAN
              CLOSE FALTAVAN
              OPEN I-O FALTAVAN
           END-IF.
           IF FS-FV NOT = '00'
              MOVE 'ERRO NA ABERTURA DAS FALTAS DE VAN ST ' TO WTXT
              MOVE FS-FV TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE VENDEDORES PEDIDOS COMLEDGER ESTORNO
              EXIT PROGRAM
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
