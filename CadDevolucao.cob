      *              TRANLOG.LOG como nos demais cadastros; o
      *              extrato do cliente mostra as devolucoes como
      *              creditos.
      * 2026-10-15 - Cada devolucao grava o CFOP da entrada
      *              (CFOP-DEV), espelhando o do item fiscal da nota
      *              devolvida: 1202/2202 venda, 1209/2209
      *              transferencia, 1949/2949 bonificacao.
      * 2026-10-15 - Nota agrupada: o pedido passa a ser informado
      *              junto com a linha (padrao o pedido da nota) e o
      *              par pedido/linha e conferido contra os itens
      *              fiscais da nota; desconto, ja devolvido e CFOP
      *              sao os do pedido informado.
      * 2026-10-15 - Produto controlado por numero de serie: a
      *              devolucao pede uma serie por unidade devolvida
      *              (ate 200 por vez), que tem de ter sido vendida
      *              nesta nota para o mesmo pedido/linha; a serie
      *              volta ao estoque com a data da devolucao e o
      *              evento de devolucao no historico da serie.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Chaves alternativas de situacao e data em
      *              PEDIDOS, data em NOTAS e data em MOVESTOQUE.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              RECORD KEY        IS CHAVE-NF
              ALTERNATE RECORD KEY IS CODIGO-PED-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-CLI-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-NF WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NF.

              RECORD KEY        IS CHAVE-PED
              ALTERNATE RECORD KEY IS CODIGO-CLI-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS STATUS-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-PED   WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PED.

              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MOV
              ALTERNATE RECORD KEY IS CODIGO-PROD-MOV WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-MOV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MOVEST.

              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DEV.

       SELECT NFITEM ASSIGN TO  DISK WID-ARQ-NFI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-NFI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NFI.

       SELECT PRODSERIE ASSIGN TO  DISK WID-ARQ-PRODSER
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD-PSR
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PSR.

       SELECT SERIES ASSIGN TO  DISK WID-ARQ-SERIE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-SR
              ALTERNATE RECORD KEY IS NUMERO-SR    WITH DUPLICATES
              ALTERNATE RECORD KEY IS CHAVE-PED-SR WITH DUPLICATES
              ALTERNATE RECORD KEY IS NUMERO-NF-SR WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SR.

       SELECT SERIEHIST ASSIGN TO  DISK WID-ARQ-SERIEHIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-SH
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SH.

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
             88 PED-FRETE-CIF      VALUE 'C'.
             88 PED-FRETE-FOB      VALUE 'F'.
          02 END-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 DATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.

       FD PEDITEM.
       01 REGISTRO-PEDITEM.
          02 LOCAL-DEST-MOV           PIC  9(003) VALUE ZEROES.
          02 LOTE-MOV                 PIC  X(010) VALUE SPACES.
          02 VALIDADE-MOV             PIC  9(008) VALUE ZEROES.
          02 POSICAO-MOV              PIC  9(008) VALUE ZEROES.
          02 POSICAO-DEST-MOV         PIC  9(008) VALUE ZEROES.

       FD SALDOLOC.
       01 REGISTRO-SALDOLOC.
          02 DATA-DEV                 PIC  9(008) VALUE ZEROES.
          02 OPERADOR-DEV             PIC  X(010) VALUE SPACES.
          02 MOTIVO-DEV               PIC  X(040) VALUE SPACES.
          02 CFOP-DEV                 PIC  9(004) VALUE ZEROES.

       FD NFITEM.
       01 REGISTRO-NFITEM.
          02 CHAVE-NFI.
             03 NUMERO-NF-NFI         PIC  9(009).
             03 SEQ-NFI               PIC  9(003).
          02 NUMERO-ITEM-NFI          PIC  9(003) VALUE ZEROES.
          02 CODIGO-PROD-NFI          PIC  9(007) VALUE ZEROES.
          02 QTDE-NFI                 PIC  9(005) VALUE ZEROES.
          02 VALOR-UNIT-NFI           PIC  9(007)v9(002) VALUE ZEROES.
          02 VALOR-BRUTO-NFI          PIC  9(009)v9(002) VALUE ZEROES.
          02 VALOR-DESC-NFI           PIC  9(009)v9(002) VALUE ZEROES.
          02 CLASS-FISCAL-NFI         PIC  X(001) VALUE SPACES.
          02 CFOP-NFI                 PIC  9(004) VALUE ZEROES.
          02 BASE-ICMS-NFI            PIC  9(009)v9(002) VALUE ZEROES.
          02 ALIQ-ICMS-NFI            PIC  9(003)v9(002) VALUE ZEROES.
          02 VALOR-ICMS-NFI           PIC  9(009)v9(002) VALUE ZEROES.
          02 ALIQ-IPI-NFI             PIC  9(003)v9(002) VALUE ZEROES.
          02 VALOR-IPI-NFI            PIC  9(009)v9(002) VALUE ZEROES.
          02 CODIGO-PED-NFI           PIC  9(009) VALUE ZEROES.
          02 FILLER                   PIC  X(011) VALUE SPACES.

       FD PRODSERIE.
       01 REGISTRO-PRODSERIE.
          02 CODIGO-PROD-PSR          PIC  9(007).
          02 GARANTIA-PSR             PIC  9(003) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD SERIES.
       01 REGISTRO-SERIES.
          02 CHAVE-SR.
             03 CODIGO-PROD-SR        PIC  9(007).
             03 NUMERO-SR             PIC  X(020).
          02 SITUACAO-SR              PIC  X(001) VALUE SPACES.
             88 SR-ESTOQUE            VALUE 'E'.
             88 SR-RESERVADA          VALUE 'R'.
             88 SR-VENDIDA            VALUE 'V'.
          02 CHAVE-PED-SR.
             03 CODIGO-PED-SR         PIC  9(009).
             03 NUMERO-ITEM-SR        PIC  9(003).
          02 CODIGO-FOR-SR            PIC  9(007) VALUE ZEROES.
          02 CODIGO-OC-SR             PIC  9(009) VALUE ZEROES.
          02 NF-COMPRA-SR             PIC  9(009) VALUE ZEROES.
          02 DATA-ENTRADA-SR          PIC  9(008) VALUE ZEROES.
          02 NUMERO-NF-SR             PIC  9(009) VALUE ZEROES.
          02 CODIGO-CLI-SR            PIC  9(007) VALUE ZEROES.
          02 DATA-SAIDA-SR            PIC  9(008) VALUE ZEROES.
          02 DATA-DEV-SR              PIC  9(008) VALUE ZEROES.
          02 ULT-SEQ-SR               PIC  9(003) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD SERIEHIST.
       01 REGISTRO-SERIEHIST.
          02 CHAVE-SH.
             03 CODIGO-PROD-SH        PIC  9(007).
             03 NUMERO-SH             PIC  X(020).
             03 SEQ-SH                PIC  9(003).
          02 TIPO-SH                  PIC  X(001) VALUE SPACES.
          02 DATA-SH                  PIC  9(008) VALUE ZEROES.
          02 DOCUMENTO-SH             PIC  9(009) VALUE ZEROES.
          02 PARCEIRO-SH              PIC  9(007) VALUE ZEROES.
          02 OPERADOR-SH              PIC  X(010) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).
       01 WID-ARQ-MOVCTRL             PIC X(50) VALUE 'MOVCTRL.DAT'.
       01 WID-ARQ-CREC                PIC X(50) VALUE 'ARQCREC.DAT'.
       01 WID-ARQ-DEVOL               PIC X(50) VALUE 'ARQDEVOL.DAT'.
       01 WID-ARQ-NFI                 PIC X(50) VALUE 'ARQNFITEM.DAT'.
       01 FS-NFI                      PIC XX VALUE '00'.
       01 WID-ARQ-PRODSER             PIC X(50) VALUE 'ARQPRODSER.DAT'.
       01 WID-ARQ-SERIE               PIC X(50) VALUE 'ARQSERIE.DAT'.
       01 WID-ARQ-SERIEHIS            PIC X(50)
                                      VALUE 'ARQSERIEHIS.DAT'.
       01 FS-PSR                      PIC XX VALUE '00'.
       01 FS-SR                       PIC XX VALUE '00'.
       01 FS-SH                       PIC XX VALUE '00'.
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WOPCAO-DV       PIC 9 VALUE ZEROES.
       01 WVALOR-DV            PIC 9(009)v9(002) VALUE ZEROES.
       01 WCREDITO-DV          PIC 9(009)v9(002) VALUE ZEROES.
       01 WDESC-PERC-DV        PIC 9(003)v9(002) VALUE ZEROES.
      * CFOP DA ENTRADA: ESPELHA O CFOP DO ITEM FISCAL DA NOTA
      * DEVOLVIDA (DefCfop, OPERACAO 'D').
       01 WCFOP-ORIG-DV        PIC 9(004) VALUE ZEROES.
       77 WSAIDA-NFI-DV        PIC 9 VALUE ZEROES.
      * PEDIDO DE CADA ITEM FISCAL (O DA NOTA QUANDO O ITEM NAO
      * TRAZ) E CONFERENCIA DO PAR PEDIDO/LINHA NA NOTA.
       01 WPED-NF-DV           PIC 9(009) VALUE ZEROES.
       01 WPED-NFI-DV          PIC 9(009) VALUE ZEROES.
       77 WTEM-NFI-DV          PIC 9 VALUE ZEROES.
       77 WACHOU-NFI-DV        PIC 9 VALUE ZEROES.

      *-------------APURACAO DO JA DEVOLVIDO DA NOTA----------------
       77 WSAIDA-DV            PIC 9 VALUE ZEROES.
       01 WULT-SEQ-DV          PIC 9(003) VALUE ZEROES.
      *--------------------------------------------------

      *-------------NUMEROS DE SERIE DEVOLVIDOS--------------------
      * SO PARA PRODUTO CONTROLADO POR SERIE; UMA SERIE POR UNIDADE
      * DEVOLVIDA, VENDIDA NESTA NOTA PARA O MESMO PEDIDO/LINHA.
       77 WSR-DISPONIVEL-DV    PIC 9 VALUE ZEROES.
       77 WTEM-SERIE-DV        PIC 9 VALUE ZEROES.
       77 WMAX-SERIE-DV        PIC 9(003) VALUE 200.
       77 WQTD-SERIE-DV        PIC 9(003) VALUE ZEROES.
       77 WI-SERIE-DV          PIC 9(003) VALUE ZEROES.
       77 WJ-SERIE-DV          PIC 9(003) VALUE ZEROES.
       01 WPROD-SERIE-DV       PIC 9(007) VALUE ZEROES.
       01 WNUMERO-SERIE-DV     PIC X(020) VALUE SPACES.
       01 WDATA-HOJE-DV        PIC 9(008) VALUE ZEROES.
       01 WTAB-SERIE-DV.
          02 WSERIE-DV             PIC X(020) OCCURS 200 TIMES.
      *--------------------------------------------------

       01 WULTIMO-SEQ-MOV      PIC 9(009) VALUE ZEROES.

       01 WDATA-HORA-TL.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - DEVOLUCOES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - DEVOLUCOES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 07 COL 29 PIC ZZZZZZZZ9 USING WNUMERO-NF-DV.

       01 TELA-ITEM-DV.
          02 LINE 9 COL 29 PIC 9(009) USING WCODIGO-PED-DV.
          02 LINE 11 COL 29 PIC 9(003) USING WNUMERO-ITEM-DV.
          02 LINE 12 COL 29 PIC 9(005) USING WQTDE-DV.
          02 LINE 13 COL 29 PIC X(040) USING WMOTIVO-DV.

       01 TELA-SERIE-DV.
          02 LINE 14 COL 10 VALUE "Serie...........:".
          02 LINE 14 COL 29 PIC X(020) USING WNUMERO-SERIE-DV.
          02 LINE 14 COL 51 PIC ZZ9 FROM WI-SERIE-DV.
          02 LINE 14 COL 55 VALUE "DE".
          02 LINE 14 COL 58 PIC ZZZZ9 FROM WQTDE-DV.

       01 TELA-LISTA-DEV.
          02 LINE 16 COL 10 VALUE "SEQ/ITEM/PROD...:".
          02 LINE 16 COL 29 PIC 9(003) USING WULT-SEQ-DV.
                                    WID-ARQ-CREC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-DEVOL
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NFI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PRODSER
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SERIE
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SERIEHIS
           INITIALIZE WSAIDA WOPCAO-DV
           MOVE LID-ARQ-PEDIDOS-1 TO WID-ARQ-PEDIDOS-1
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
             WHEN 6
               CLOSE NOTAS PEDIDOS PEDITEM PRODUTOS MOVESTOQUE
                     CONTASREC DEVOL
               IF WSR-DISPONIVEL-DV = 1
                  CLOSE PRODSERIE SERIES SERIEHIST
               END-IF
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
              GO TO REGISTRAR-FIM
           END-IF
           MOVE CODIGO-CLI-NF TO WCODIGO-CLI-DV
           MOVE CODIGO-PED-NF TO WCODIGO-PED-DV WPED-NF-DV
           MOVE ZEROES TO WNUMERO-ITEM-DV WQTDE-DV
           MOVE SPACES TO WMOTIVO-DV
           DISPLAY TELA-DEVOL
           IF WNUMERO-ITEM-DV = ZEROES OR WQTDE-DV = ZEROES
              GO TO REGISTRAR-FIM
           END-IF
           IF WCODIGO-PED-DV = ZEROES
              MOVE WPED-NF-DV TO WCODIGO-PED-DV
           END-IF
      *    (NOTA AGRUPADA: O PEDIDO E A LINHA TEM DE ESTAR NOS ITENS
      *     FISCAIS DA NOTA; SEM ELES, SO O PEDIDO DA NOTA)
           PERFORM R-CONFERE-ITEM-NF
           IF WACHOU-NFI-DV = 0
              MOVE 'PEDIDO/LINHA NAO CONSTA DA NOTA' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO REGISTRAR-FIM
           END-IF
      *    (O DESCONTO DO CABECALHO ENTRA NO VALOR DO CREDITO, PARA
      *     DEVOLVER PELO MESMO VALOR QUE FOI FATURADO)
           MOVE ZEROES TO WDESC-PERC-DV
           MOVE WCODIGO-PED-DV TO CODIGO-PED
           READ PEDIDOS
           IF FS-PED = '00'
              MOVE DESC-PERC-PED TO WDESC-PERC-DV
           END-IF
           MOVE WCODIGO-PED-DV  TO CODIGO-PED-ITEM
           MOVE WNUMERO-ITEM-DV TO NUMERO-ITEM
           READ PEDITEM
           COMPUTE WVALOR-DV ROUNDED =
              WQTDE-DV * VALOR-UNIT-ITEM *
              (100 - WDESC-PERC-DV) / 100
      *    (PRODUTO COM NUMERO DE SERIE: UMA SERIE POR UNIDADE)
           MOVE 0 TO WTEM-SERIE-DV
           MOVE CODIGO-PROD-ITEM TO WPROD-SERIE-DV
           IF WSR-DISPONIVEL-DV = 1
              MOVE WPROD-SERIE-DV TO CODIGO-PROD-PSR
              READ PRODSERIE
              IF FS-PSR = '00'
                 MOVE 1 TO WTEM-SERIE-DV
                 PERFORM R-LE-SERIES-DV THRU R-LE-SERIES-DV-EXIT
                 IF WTXT NOT = SPACES
                    DISPLAY TELA-MENSAGEM
                    ACCEPT WX
                    INITIALIZE WMENSAGEM
                    DISPLAY TELA-MENSAGEM
                    GO TO REGISTRAR-FIM
                 END-IF
              END-IF
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           IF FS-DEV = '00'
              PERFORM R-REPOE-ESTOQUE
              PERFORM R-ABATE-TITULO
              IF WTEM-SERIE-DV = 1
                 PERFORM R-DEVOLVE-SERIE-DV
                    VARYING WI-SERIE-DV FROM 1 BY 1
                    UNTIL WI-SERIE-DV > WQTD-SERIE-DV
              END-IF
              MOVE 'DEVOLUCA' TO WTL-OPERACAO
              PERFORM R-GRAVA-LOG
           ELSE

      *-------------------------------------
      * SOMA O QUE JA FOI DEVOLVIDO DESTA NOTA PARA A MESMA LINHA
      * DO MESMO PEDIDO (E GUARDA O ULTIMO SEQUENCIAL DA NOTA), PARA NAO
      * DEIXAR DEVOLVER MAIS DO QUE FOI ENTREGUE.
      *-------------------------------------
       R-SOMA-JA-DEVOLVIDO.
              MOVE 1 TO WSAIDA-DV
           ELSE
              MOVE SEQ-DEV TO WULT-SEQ-DV
              IF NUMERO-ITEM-DEV = WITEM-ALVO-DV AND
                 CODIGO-PED-DEV = WCODIGO-PED-DV
                 ADD QTDE-DEV TO WJA-DEVOLVIDO-DV
              END-IF
           END-IF.

      *-------------------------------------
      * LE AS SERIES DAS UNIDADES DEVOLVIDAS. SERIE EM BRANCO
      * CANCELA A DEVOLUCAO (WTXT PREENCHIDO NA SAIDA).
      *-------------------------------------
       R-LE-SERIES-DV.
           MOVE SPACES TO WTXT
           MOVE ZEROES TO WQTD-SERIE-DV
           IF WQTDE-DV > WMAX-SERIE-DV
              MOVE 'PRODUTO COM SERIE - DEVOLVA ATE 200 POR VEZ' TO WTXT
              GO TO R-LE-SERIES-DV-EXIT
           END-IF
           PERFORM R-LE-SERIES-DV-1
              UNTIL WQTD-SERIE-DV = WQTDE-DV
                 OR WTXT NOT = SPACES.
       R-LE-SERIES-DV-EXIT.
           EXIT.

       R-LE-SERIES-DV-1.
           COMPUTE WI-SERIE-DV = WQTD-SERIE-DV + 1
           MOVE SPACES TO WNUMERO-SERIE-DV
           DISPLAY TELA-SERIE-DV
           ACCEPT TELA-SERIE-DV
           IF WNUMERO-SERIE-DV = SPACES
              MOVE 'SERIE EM BRANCO - DEVOLUCAO CANCELADA' TO WTXT
           ELSE
              PERFORM R-CONFERE-SERIE-DV
              IF WTXT = SPACES
                 ADD 1 TO WQTD-SERIE-DV
                 MOVE WNUMERO-SERIE-DV TO WSERIE-DV(WQTD-SERIE-DV)
              ELSE
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE WMENSAGEM
                 DISPLAY TELA-MENSAGEM
              END-IF
           END-IF.

       R-CONFERE-SERIE-DV.
           PERFORM R-CONFERE-SERIE-DV-1
              VARYING WJ-SERIE-DV FROM 1 BY 1
              UNTIL WJ-SERIE-DV > WQTD-SERIE-DV
           IF WTXT = SPACES
              MOVE WPROD-SERIE-DV   TO CODIGO-PROD-SR
              MOVE WNUMERO-SERIE-DV TO NUMERO-SR
              READ SERIES
              IF FS-SR NOT = '00'
                 MOVE 'SERIE NAO CADASTRADA PARA O PRODUTO' TO WTXT
              ELSE
                 IF NOT SR-VENDIDA
                    OR NUMERO-NF-SR NOT = WNUMERO-NF-DV
                    OR CODIGO-PED-SR NOT = WCODIGO-PED-DV
                    OR NUMERO-ITEM-SR NOT = WNUMERO-ITEM-DV
                    MOVE 'SERIE NAO FOI VENDIDA NESTA NOTA/LINHA'
                      TO WTXT
                 END-IF
              END-IF
           END-IF.

       R-CONFERE-SERIE-DV-1.
           IF WSERIE-DV(WJ-SERIE-DV) = WNUMERO-SERIE-DV
              MOVE 'SERIE REPETIDA NESTA DEVOLUCAO' TO WTXT
           END-IF.

      *-------------------------------------
      * A SERIE DEVOLVIDA VOLTA AO ESTOQUE SEM VINCULO COM O PEDIDO;
      * OS DADOS DA ULTIMA VENDA FICAM PARA A CONSULTA.
      *-------------------------------------
       R-DEVOLVE-SERIE-DV.
           MOVE WPROD-SERIE-DV         TO CODIGO-PROD-SR
           MOVE WSERIE-DV(WI-SERIE-DV) TO NUMERO-SR
           READ SERIES
           IF FS-SR = '00'
              ACCEPT WDATA-HOJE-DV FROM DATE YYYYMMDD
              MOVE 'E'           TO SITUACAO-SR
              MOVE ZEROES        TO CODIGO-PED-SR NUMERO-ITEM-SR
              MOVE WDATA-HOJE-DV TO DATA-DEV-SR
              ADD 1 TO ULT-SEQ-SR
              REWRITE REGISTRO-SERIES
              IF FS-SR = '00'
                 INITIALIZE REGISTRO-SERIEHIST
                 MOVE CODIGO-PROD-SR TO CODIGO-PROD-SH
                 MOVE NUMERO-SR      TO NUMERO-SH
                 MOVE ULT-SEQ-SR     TO SEQ-SH
                 MOVE 'D'            TO TIPO-SH
                 MOVE WDATA-HOJE-DV  TO DATA-SH
                 MOVE WNUMERO-NF-DV  TO DOCUMENTO-SH
                 MOVE WCODIGO-CLI-DV TO PARCEIRO-SH
                 MOVE LID-OPERADOR-1 TO OPERADOR-SH
                 WRITE REGISTRO-SERIEHIST
              END-IF
           END-IF.

       R-GRAVA-DEVOLUCAO.
           MOVE WNUMERO-NF-DV   TO NUMERO-NF-DEV
           ADD 1 TO WULT-SEQ-DV
           MOVE WDHTL-DATA      TO DATA-DEV
           MOVE LID-OPERADOR-1  TO OPERADOR-DEV
           MOVE WMOTIVO-DV      TO MOTIVO-DEV
           PERFORM R-DEFINE-CFOP-DEV
           MOVE LINK-CFOP-CODIGO TO CFOP-DEV
           WRITE REGISTRO-DEVOL.

      *-------------------------------------
      * CFOP DA DEVOLUCAO: O DO ITEM FISCAL DA MESMA LINHA DO
      * PEDIDO NA NOTA DEVOLVIDA (SENAO O DO PRIMEIRO ITEM); NOTA
      * SEM ITENS FISCAIS FICA COM A DEVOLUCAO DE VENDA NO ESTADO.
      *-------------------------------------
       R-DEFINE-CFOP-DEV.
           MOVE ZEROES TO WCFOP-ORIG-DV
           OPEN INPUT NFITEM
           IF FS-NFI = '00'
              MOVE WNUMERO-NF-DV TO NUMERO-NF-NFI
              MOVE ZEROES        TO SEQ-NFI
              START NFITEM KEY IS NOT LESS THAN CHAVE-NFI
              MOVE 0 TO WSAIDA-NFI-DV
              IF FS-NFI NOT = '00'
                 MOVE 1 TO WSAIDA-NFI-DV
              END-IF
              PERFORM R-DEFINE-CFOP-DEV-1 UNTIL WSAIDA-NFI-DV = 1
              CLOSE NFITEM
           END-IF
           MOVE 'D'           TO LINK-CFOP-OPERACAO
           MOVE LID-EMPRESA-1 TO LINK-CFOP-EMPRESA
           MOVE SPACES        TO LINK-CFOP-UF-ORIGEM
                                 LINK-CFOP-UF-DESTINO
           MOVE WCFOP-ORIG-DV TO LINK-CFOP-ORIGINAL
           CALL "DefCfop" USING LINK-CFOP.

       R-DEFINE-CFOP-DEV-1.
           READ NFITEM NEXT
           IF FS-NFI NOT = '00' OR NUMERO-NF-NFI NOT = WNUMERO-NF-DV
              MOVE 1 TO WSAIDA-NFI-DV
           ELSE
              IF WCFOP-ORIG-DV = ZEROES
                 MOVE CFOP-NFI TO WCFOP-ORIG-DV
              END-IF
              PERFORM R-PED-DO-ITEM-DV
              IF NUMERO-ITEM-NFI = WNUMERO-ITEM-DV AND
                 WPED-NFI-DV = WCODIGO-PED-DV
                 MOVE CFOP-NFI TO WCFOP-ORIG-DV
                 MOVE 1 TO WSAIDA-NFI-DV
              END-IF
           END-IF.

      *-------------------------------------
      * CONFERE O PAR PEDIDO/LINHA NOS ITENS FISCAIS DA NOTA. NOTA
      * SEM ITENS FISCAIS (OU SEM O ARQUIVO) ACEITA SO O PEDIDO DA
      * NOTA.
      *-------------------------------------
       R-CONFERE-ITEM-NF.
           MOVE 0 TO WTEM-NFI-DV WACHOU-NFI-DV
           OPEN INPUT NFITEM
           IF FS-NFI = '00'
              MOVE WNUMERO-NF-DV TO NUMERO-NF-NFI
              MOVE ZEROES        TO SEQ-NFI
              START NFITEM KEY IS NOT LESS THAN CHAVE-NFI
              MOVE 0 TO WSAIDA-NFI-DV
              IF FS-NFI NOT = '00'
                 MOVE 1 TO WSAIDA-NFI-DV
              END-IF
              PERFORM R-CONFERE-ITEM-NF-1 UNTIL WSAIDA-NFI-DV = 1
              CLOSE NFITEM
           END-IF
           IF WTEM-NFI-DV = 0 AND WCODIGO-PED-DV = WPED-NF-DV
              MOVE 1 TO WACHOU-NFI-DV
           END-IF.

       R-CONFERE-ITEM-NF-1.
           READ NFITEM NEXT
           IF FS-NFI NOT = '00' OR NUMERO-NF-NFI NOT = WNUMERO-NF-DV
              MOVE 1 TO WSAIDA-NFI-DV
           ELSE
              MOVE 1 TO WTEM-NFI-DV
              PERFORM R-PED-DO-ITEM-DV
              IF NUMERO-ITEM-NFI = WNUMERO-ITEM-DV AND
                 WPED-NFI-DV = WCODIGO-PED-DV
                 MOVE 1 TO WACHOU-NFI-DV
                 MOVE 1 TO WSAIDA-NFI-DV
              END-IF
           END-IF.

       R-PED-DO-ITEM-DV.
           MOVE WPED-NF-DV TO WPED-NFI-DV
           IF CODIGO-PED-NFI IS NUMERIC AND
              CODIGO-PED-NFI NOT = ZEROES
              MOVE CODIGO-PED-NFI TO WPED-NFI-DV
           END-IF.

      *-------------------------------------
      * DEVOLVE A MERCADORIA AO ESTOQUE: SOMA NO SALDO DO PRODUTO E
      * GRAVA O MOVIMENTO DE ENTRADA COM DOCUMENTO DEV + NOTA.
           MOVE 1      TO LOCAL-MOV
           MOVE ZEROES TO LOCAL-DEST-MOV VALIDADE-MOV
           MOVE SPACES TO LOTE-MOV
           MOVE ZEROES TO POSICAO-MOV POSICAO-DEST-MOV
           WRITE REGISTRO-MOVESTOQUE
           IF FS-MOVEST = '00'
              PERFORM R-GRAVA-CONTROLE-MOV
              ACCEPT WX
              STOP RUN
           END-IF.
      *    (SEM CADASTRO DE PRODUTOS COM SERIE NAO HA SERIES A LER)
           MOVE 0 TO WSR-DISPONIVEL-DV
           OPEN INPUT PRODSERIE
           IF FS-PSR = '00'
              OPEN I-O SERIES SERIEHIST
              IF FS-SR = '00' AND FS-SH = '00'
                 MOVE 1 TO WSR-DISPONIVEL-DV
              ELSE
                 CLOSE PRODSERIE SERIES SERIEHIST
              END-IF
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
