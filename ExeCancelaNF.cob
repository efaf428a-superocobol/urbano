      *              estatisticas (ARQSTAT.DAT) as fatias
      *              estornadas de cada linha, espelhando o acumulo
      *              do faturamento.
      * 2026-10-15 - NF-e: cancelada a nota, o GeraNFe grava o
      *              evento de cancelamento (CAN<numero>.XML) com o
      *              protocolo de autorizacao e o motivo digitado;
      *              NF-e ainda nao autorizada nao tem evento e o
      *              numero fica marcado para inutilizacao.
      * 2026-10-15 - Nota com itens fiscais (ARQNFITEM.DAT): o
      *              estorno das linhas de pedido segue os itens da
      *              nota - pedido (CODIGO-PED-NFI, ou o da nota
      *              quando vazio) e linha de cada item -, o que
      *              cobre a nota agrupada de varios pedidos; cada
      *              pedido faturado volta a 'A' com a regressao no
      *              historico. Sem itens fiscais segue o estorno
      *              por produto nas linhas do pedido da nota.
      * 2026-10-15 - Saida separada de um endereco (POSICAO-MOV)
      *              volta ao mesmo endereco no estorno: saldo por
      *              endereco (ARQSALDOPOS.DAT) e POSICAO-MOV da
      *              entrada EST.
      * 2026-10-15 - Numeros de serie vendidos na nota voltam a
      *              reservados para a linha do pedido reaberta,
      *              sem os dados da venda, com o evento de
      *              cancelamento no historico da serie.
      * 2026-10-15 - Embalagens retornaveis que a nota levou e ainda
      *              estao em aberto saem do saldo do cliente
      *              (ARQEMBCLI.DAT).
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Chaves alternativas de situacao e data em
      *              PEDIDOS, data em NOTAS e data em MOVESTOQUE.
      * 2026-10-15 - Adiantamento do cliente aplicado nas parcelas
      *              da nota (movimentos 'A' em ARQADTMOV.DAT) nao
      *              conta como pagamento; no cancelamento o valor
      *              volta ao saldo do adiantamento (reaberto se
      *              estava encerrado) com um movimento de estorno
      *              'E' por adiantamento e parcela.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              RECORD KEY        IS CHAVE-NF
              ALTERNATE RECORD KEY IS CODIGO-PED-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-CLI-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-NF WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NF.

       SELECT NFITEM ASSIGN TO  DISK WID-ARQ-NFI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-NFI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NFI.

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

              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MOV
              ALTERNATE RECORD KEY IS CODIGO-PROD-MOV WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-MOV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MOVEST.

              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LT.

       SELECT SALDOPOS ASSIGN TO  DISK WID-ARQ-SALDOPOS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-SP
              ALTERNATE RECORD KEY IS ENDERECO-SP WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SP.

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

       SELECT EMBCLI ASSIGN TO  DISK WID-ARQ-EMBCLI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-EC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EC.

       SELECT ADIANTA ASSIGN TO  DISK WID-ARQ-ADT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUMERO-ADT
              ALTERNATE RECORD KEY IS CODIGO-CLI-ADT WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ADT.

       SELECT ADTMOV ASSIGN TO  DISK WID-ARQ-AMV
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-AMV
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-AMV.

       SELECT ARQCANCFG ASSIGN TO DISK WID-ARQ-CANCFG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
          02 VALOR-FRETE-NF           PIC  9(007)v9(002) VALUE ZEROES.
          02 END-ENTREGA-NF           PIC  9(003) VALUE ZEROES.

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

       FD PEDIDOS.
       01 REGISTRO-PEDIDOS.
          02 CHAVE-PED.
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

       FD  ARQMOVCTRL.
       01  ARQMOVCTRL-REC.
             03 LOTE-LT               PIC  X(010).
          02 SALDO-LT                 PIC  9(007) VALUE ZEROES.

       FD SALDOPOS.
       01 REGISTRO-SALDOPOS.
          02 CHAVE-SP.
             03 CODIGO-PROD-SP        PIC  9(007).
             03 ENDERECO-SP.
                04 LOCAL-SP           PIC  9(003).
                04 POSICAO-SP         PIC  9(008).
             03 LOTE-SP               PIC  X(010).
          02 VALIDADE-SP              PIC  9(008) VALUE ZEROES.
          02 SALDO-SP                 PIC  9(007) VALUE ZEROES.
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

       FD EMBCLI.
       01 REGISTRO-EMBCLI.
          02 CHAVE-EC.
             03 CODIGO-CLI-EC         PIC  9(007).
             03 CODIGO-EMB-EC         PIC  9(003).
             03 DATA-EC               PIC  9(008).
             03 DOCUMENTO-EC          PIC  9(009).
             03 TIPO-EC               PIC  X(001).
          02 QTDE-EC                  PIC  9(007) VALUE ZEROES.
          02 ABERTO-EC                PIC  9(007) VALUE ZEROES.
          02 COBRADO-EC               PIC  9(007) VALUE ZEROES.
          02 TITULO-EC                PIC  9(009) VALUE ZEROES.
          02 OPERADOR-EC              PIC  X(010) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD ADIANTA.
       01 REGISTRO-ADIANTA.
          02 NUMERO-ADT               PIC  9(009).
          02 CODIGO-CLI-ADT           PIC  9(007).
          02 DATA-ADT                 PIC  9(008) VALUE ZEROES.
          02 VALOR-ADT                PIC  9(009)v9(002) VALUE ZEROES.
          02 SALDO-ADT                PIC  9(009)v9(002) VALUE ZEROES.
          02 DOCUMENTO-ADT            PIC  X(020) VALUE SPACES.
          02 CONTA-BCO-ADT            PIC  9(003) VALUE ZEROES.
          02 VALOR-DEV-ADT            PIC  9(009)v9(002) VALUE ZEROES.
          02 DATA-DEV-ADT             PIC  9(008) VALUE ZEROES.
          02 QTD-MOV-ADT              PIC  9(003) VALUE ZEROES.
          02 SITUACAO-ADT             PIC  X(001) VALUE 'A'.
             88 ADT-ABERTO            VALUE 'A'.
             88 ADT-ENCERRADO         VALUE 'E'.
          02 OPERADOR-ADT             PIC  X(010) VALUE SPACES.

       FD ADTMOV.
       01 REGISTRO-ADTMOV.
          02 CHAVE-AMV.
             03 NUMERO-ADT-AMV        PIC  9(009).
             03 SEQ-AMV               PIC  9(003).
          02 TIPO-AMV                 PIC  X(001) VALUE SPACES.
             88 AMV-RECEBIMENTO       VALUE 'R'.
             88 AMV-APLICACAO         VALUE 'A'.
             88 AMV-DEVOLUCAO         VALUE 'D'.
             88 AMV-ESTORNO           VALUE 'E'.
          02 DATA-AMV                 PIC  9(008) VALUE ZEROES.
          02 VALOR-AMV                PIC  9(009)v9(002) VALUE ZEROES.
          02 NF-AMV                   PIC  9(009) VALUE ZEROES.
          02 PARC-AMV                 PIC  9(003) VALUE ZEROES.
          02 OPERADOR-AMV             PIC  X(010) VALUE SPACES.

       FD  ARQCANCFG.
       01  ARQCANCFG-REC             PIC X(10).

           02 FS-LT-2                PIC 9.
           02 FS-LT-R REDEFINES FS-LT-2 PIC 99 COMP-X.
       01 FS-CANCFG                   PIC XX VALUE '00'.
       01 FS-NFI.
           02 FS-NFI-1                PIC 9.
           02 FS-NFI-2                PIC 9.
           02 FS-NFI-R REDEFINES FS-NFI-2 PIC 99 COMP-X.

       01 WID-ARQ-NOTAS               PIC X(50) VALUE 'ARQNOTAS.DAT'.
       01 WID-ARQ-PEDIDOS.
       01 WID-ARQ-PEDHIST             PIC X(50) VALUE 'ARQPEDHIST.DAT'.
       01 WID-ARQ-SALDOLOC          PIC X(50) VALUE 'ARQSALDOLOC.DAT'.
       01 WID-ARQ-LOTES               PIC X(50) VALUE 'ARQLOTES.DAT'.
       01 WID-ARQ-SALDOPOS          PIC X(50) VALUE 'ARQSALDOPOS.DAT'.
       01 FS-SP                       PIC XX VALUE '00'.
       01 WID-ARQ-CANCFG              PIC X(50) VALUE 'CANCNF.CFG'.
       01 WID-ARQ-NFI                 PIC X(50) VALUE 'ARQNFITEM.DAT'.

       77 WX                   PIC X VALUE SPACES.
       01 WNUMERO-NF-CN        PIC 9(009) VALUE ZEROES.
             03 WEST-LOCAL-CN    PIC 9(003).
             03 WEST-LOTE-CN     PIC X(010).
             03 WEST-VALID-CN    PIC 9(008).
             03 WEST-POS-CN      PIC 9(008).
       01 WABATE-CN            PIC 9(007) VALUE ZEROES.
      *--------------------------------------------------

      *-------------PEDIDOS DOS ITENS FISCAIS DA NOTA---------------
      * NOTA AGRUPADA TRAZ ITENS DE VARIOS PEDIDOS; CADA UM VOLTA A
      * 'A' NO FIM DO ESTORNO.
       77 WNFI-DISPONIVEL-CN   PIC 9 VALUE ZEROES.
      *                          (1=ARQUIVO DE ITENS FISCAIS ABERTO)
       77 WSP-DISPONIVEL-CN    PIC 9 VALUE ZEROES.
       77 WSAIDA-NFI-CN        PIC 9 VALUE ZEROES.
       77 WMAX-PED-CN          PIC 9(003) VALUE 50.
       77 WQTD-PED-CN          PIC 9(003) VALUE ZEROES.
       77 WK-PED-CN            PIC 9(003) VALUE ZEROES.
       77 WACHOU-PED-CN        PIC 9(003) VALUE ZEROES.
       01 WTAB-PED-CN.
          02 WPED-NF-CN        PIC 9(009) OCCURS 50 TIMES.
      *--------------------------------------------------

      *-------------NUMEROS DE SERIE DA NOTA-----------------------
      * AS SERIES VENDIDAS NA NOTA SAO ANOTADAS PRIMEIRO E DEPOIS
      * REGRAVADAS PELA CHAVE (A REGRAVACAO TIRA A NOTA DA SERIE).
       01 WID-ARQ-SERIE        PIC X(50) VALUE 'ARQSERIE.DAT'.
       01 WID-ARQ-SERIEHIS     PIC X(50) VALUE 'ARQSERIEHIS.DAT'.
       01 FS-SR                PIC XX VALUE '00'.
       01 FS-SH                PIC XX VALUE '00'.
       77 WSR-DISPONIVEL-CN    PIC 9 VALUE ZEROES.
       77 WSAIDA-SR-CN         PIC 9 VALUE ZEROES.
       77 WMAX-SR-CN           PIC 9(003) VALUE 200.
       77 WQTD-SR-CN           PIC 9(003) VALUE ZEROES.
       77 WI-SR-CN             PIC 9(003) VALUE ZEROES.
       01 WCLI-SR-CN           PIC 9(007) VALUE ZEROES.
       01 WTAB-SR-CN.
          02 WSR-CHAVE-CN      PIC X(027) OCCURS 200 TIMES.
      *--------------------------------------------------

      *-------------EMBALAGENS RETORNAVEIS DA NOTA------------------
       01 WID-ARQ-EMBCLI       PIC X(50) VALUE 'ARQEMBCLI.DAT'.
       01 FS-EC                PIC XX VALUE '00'.
       77 WEC-DISPONIVEL-CN    PIC 9 VALUE ZEROES.
       77 WSAIDA-EC-CN         PIC 9 VALUE ZEROES.
      *--------------------------------------------------

      *-------------ADIANTAMENTOS APLICADOS NA NOTA-----------------
      * VALOR LIQUIDO (APLICADO MENOS JA ESTORNADO) POR ADIANTAMENTO
      * E PARCELA DA NOTA.
       01 WID-ARQ-ADT          PIC X(50) VALUE 'ARQADIANT.DAT'.
       01 WID-ARQ-AMV          PIC X(50) VALUE 'ARQADTMOV.DAT'.
       01 FS-ADT               PIC XX VALUE '00'.
       01 FS-AMV               PIC XX VALUE '00'.
       77 WADT-DISPONIVEL-CN   PIC 9 VALUE ZEROES.
       77 WSAIDA-ADT-CN        PIC 9 VALUE ZEROES.
       77 WSAIDA-AMV-CN        PIC 9 VALUE ZEROES.
       77 WESTOURO-ADT-CN      PIC 9 VALUE ZEROES.
       77 WMAX-ADT-CN          PIC 9(003) VALUE 100.
       77 WQTD-ADT-CN          PIC 9(003) VALUE ZEROES.
       77 WK-ADT-CN            PIC 9(003) VALUE ZEROES.
       77 WACHOU-ADT-CN        PIC 9(003) VALUE ZEROES.
       01 WADT-PARC-VAL-CN     PIC S9(009)v9(002) VALUE ZEROES.
       01 WSOMA-PARC-CN        PIC S9(009)v9(002) VALUE ZEROES.
       01 WTAB-ADT-CN.
          02 WADT-ITEM-CN      OCCURS 100 TIMES.
             03 WADT-NUM-CN    PIC 9(009).
             03 WADT-PARC-CN   PIC 9(003).
             03 WADT-VALOR-CN  PIC S9(009)v9(002).
      *--------------------------------------------------

      *-------------HISTORICO F>A DO PEDIDO-------------------------
       77 WSAIDA-PH-CN         PIC 9 VALUE ZEROES.
       01 WULT-SEQ-PH-CN       PIC 9(003) VALUE ZEROES.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CANCELAMENTO DE NF".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
                                    WID-ARQ-SALDOLOC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-LOTES
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SALDOPOS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CANCFG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NFI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SERIE
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SERIEHIS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EMBCLI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ADT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-AMV
           MOVE LID-ARQ-PEDIDOS-1  TO WID-ARQ-PEDIDOS-1
           MOVE LID-ARQ-PRODUTO-1  TO WID-ARQ-PRODUTO-1
           PERFORM R-LE-JANELA
                 PEDHIST SALDOLOC LOTES RESERVA
           IF WST-DISPONIVEL-CN = 1
              CLOSE ESTATIS
           END-IF
           IF WNFI-DISPONIVEL-CN = 1
              CLOSE NFITEM
           END-IF
           IF WSP-DISPONIVEL-CN = 1
              CLOSE SALDOPOS
           END-IF
           IF WSR-DISPONIVEL-CN = 1
              CLOSE SERIES SERIEHIST
           END-IF
           IF WEC-DISPONIVEL-CN = 1
              CLOSE EMBCLI
           END-IF
           IF WADT-DISPONIVEL-CN = 1
              CLOSE ADIANTA ADTMOV
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.
              PERFORM R-MOSTRA-MSG
              GO TO R-CANCELA-NF-FIM
           END-IF
           PERFORM R-APURA-ADIANT-CN THRU R-APURA-ADIANT-CN-FIM
           IF WESTOURO-ADT-CN = 1
              MOVE 'ADIANTAMENTOS DEMAIS NA NOTA - NAO CANCELA' TO WTXT
              PERFORM R-MOSTRA-MSG
              GO TO R-CANCELA-NF-FIM
           END-IF
           PERFORM R-CHECA-PAGAMENTOS
           IF WTEM-PGTO-CN = 1
              MOVE 'TITULO COM PAGAMENTO - NAO CANCELA' TO WTXT
           END-IF
           PERFORM R-APURA-SAIDAS-NF
           PERFORM R-ESTORNA-ESTOQUE
           PERFORM R-DEVOLVE-ADIANT-CN
           PERFORM R-EXCLUI-TITULOS
           PERFORM R-REVERTE-PEDIDO
           IF WSR-DISPONIVEL-CN = 1
              PERFORM R-REVERTE-SERIES-CN
           END-IF
           IF WEC-DISPONIVEL-CN = 1
              PERFORM R-REVERTE-EMBALAGEM-CN
           END-IF
           MOVE 'C'             TO SITUACAO-NF
           MOVE WDATA-HOJE-CN   TO DATA-CANC-NF
           MOVE WMOTIVO-CN      TO MOTIVO-CANC-NF
           MOVE LID-OPERADOR-1  TO OPERADOR-CANC-NF
           REWRITE REGISTRO-NOTAS
      *    (EVENTO DE CANCELAMENTO DA NF-E PARA O TRANSMISSOR)
           MOVE 'C'               TO LINK-NFE-FUNCAO
           MOVE NUMERO-NF         TO LINK-NFE-NUMERO
           MOVE LID-EMPRESA-1     TO LINK-NFE-EMPRESA
           MOVE LID-OPERADOR-1    TO LINK-NFE-OPERADOR
           MOVE LID-ARQ-CLIENTE-1 TO LINK-NFE-ARQ-CLIENTE
           MOVE LID-ARQ-PRODUTO-1 TO LINK-NFE-ARQ-PRODUTO
           MOVE LID-ARQ-PEDIDOS-1 TO LINK-NFE-ARQ-PEDIDOS
           MOVE WMOTIVO-CN        TO LINK-NFE-JUSTIFICATIVA
           CALL "GeraNFe" USING LINK-NFE
           EVALUATE LINK-NFE-STATUS
              WHEN '0'
                 MOVE 'NOTA CANCELADA - EVENTO DA NF-E GERADO' TO WTXT
              WHEN '2'
                 MOVE 'NOTA CANCELADA COM ESTORNO COMPLETO' TO WTXT
              WHEN '3'
                 MOVE 'NOTA CANCELADA - NF-E NAO AUTORIZADA: INUTILIZAR'
                   TO WTXT
              WHEN OTHER
                 MOVE 'NOTA CANCELADA - EVENTO DA NF-E NAO GERADO'
                   TO WTXT
           END-EVALUATE
           PERFORM R-MOSTRA-MSG.
       R-CANCELA-NF-FIM.
           EXIT.

      *-------------------------------------
      * ALGUMA PARCELA DO TITULO JA RECEBEU PAGAMENTO? (SALDO MENOR
      * QUE O VALOR OU DATA DE PAGAMENTO PREENCHIDA.) A PARTE DA
      * PARCELA COBERTA POR ADIANTAMENTO NAO E PAGAMENTO: O SALDO
      * MAIS O ADIANTAMENTO TEM DE FECHAR O VALOR, E A DATA DE
      * PAGAMENTO SO E ACEITA NA PARCELA QUITADA PELO ADIANTAMENTO.
      *-------------------------------------
       R-CHECA-PAGAMENTOS.
           MOVE 0 TO WTEM-PGTO-CN
              NUMERO-NF-CREC NOT = WNUMERO-NF-CN
              MOVE 1 TO WSAIDA-CN
           ELSE
              PERFORM R-SOMA-ADIANT-PARC-CN
              COMPUTE WSOMA-PARC-CN = SALDO-CREC + WADT-PARC-VAL-CN
              IF WSOMA-PARC-CN NOT = VALOR-CREC
                 MOVE 1 TO WTEM-PGTO-CN
                 MOVE 1 TO WSAIDA-CN
              END-IF
              IF DATA-ULT-PGTO-CREC NOT = ZEROES AND
                 (WADT-PARC-VAL-CN = ZEROES OR SALDO-CREC NOT = ZEROES)
                 MOVE 1 TO WTEM-PGTO-CN
                 MOVE 1 TO WSAIDA-CN
              END-IF
           END-IF.

      *    (ADIANTAMENTO APLICADO NA PARCELA CORRENTE DE CONTASREC)
       R-SOMA-ADIANT-PARC-CN.
           MOVE ZEROES TO WADT-PARC-VAL-CN
           PERFORM R-SOMA-ADIANT-PARC-CN-1
                   VARYING WK-ADT-CN FROM 1 BY 1
                   UNTIL WK-ADT-CN > WQTD-ADT-CN.

       R-SOMA-ADIANT-PARC-CN-1.
           IF WADT-PARC-CN(WK-ADT-CN) = PARCELA-CREC
              ADD WADT-VALOR-CN(WK-ADT-CN) TO WADT-PARC-VAL-CN
           END-IF.

      *-------------------------------------
      * ADIANTAMENTOS APLICADOS NA NOTA PELO ExeFaturamento: PELOS
      * ADIANTAMENTOS DO CLIENTE (QUALQUER SITUACAO), OS MOVIMENTOS
      * 'A' COM O NUMERO DA NOTA MENOS OS ESTORNOS 'E' JA FEITOS,
      * ANOTADOS POR ADIANTAMENTO E PARCELA. SEM O ARQUIVO NAO HA
      * ADIANTAMENTO E A CHECAGEM DE PAGAMENTOS FICA COMO ERA.
      *-------------------------------------
       R-APURA-ADIANT-CN.
           MOVE ZEROES TO WQTD-ADT-CN
           MOVE 0 TO WESTOURO-ADT-CN
           IF WADT-DISPONIVEL-CN = 0
              GO TO R-APURA-ADIANT-CN-FIM
           END-IF
           MOVE CODIGO-CLI-NF TO CODIGO-CLI-ADT
           START ADIANTA KEY IS NOT LESS THAN CODIGO-CLI-ADT
           MOVE 0 TO WSAIDA-ADT-CN
           IF FS-ADT NOT = '00'
              MOVE 1 TO WSAIDA-ADT-CN
           END-IF
           PERFORM R-APURA-ADIANT-CN-1 UNTIL WSAIDA-ADT-CN = 1.
       R-APURA-ADIANT-CN-FIM.
           EXIT.

       R-APURA-ADIANT-CN-1.
           READ ADIANTA NEXT
           IF FS-ADT NOT = '00' OR CODIGO-CLI-ADT NOT = CODIGO-CLI-NF
              MOVE 1 TO WSAIDA-ADT-CN
           ELSE
              MOVE NUMERO-ADT TO NUMERO-ADT-AMV
              MOVE ZEROES     TO SEQ-AMV
              START ADTMOV KEY IS NOT LESS THAN CHAVE-AMV
              MOVE 0 TO WSAIDA-AMV-CN
              IF FS-AMV NOT = '00'
                 MOVE 1 TO WSAIDA-AMV-CN
              END-IF
              PERFORM R-APURA-ADIANT-CN-2 UNTIL WSAIDA-AMV-CN = 1
           END-IF.

       R-APURA-ADIANT-CN-2.
           READ ADTMOV NEXT
           IF FS-AMV NOT = '00' OR NUMERO-ADT-AMV NOT = NUMERO-ADT
              MOVE 1 TO WSAIDA-AMV-CN
           ELSE
              IF NF-AMV = WNUMERO-NF-CN AND
                 (AMV-APLICACAO OR AMV-ESTORNO)
                 PERFORM R-ANOTA-ADIANT-CN
              END-IF
           END-IF.

       R-ANOTA-ADIANT-CN.
           MOVE ZEROES TO WACHOU-ADT-CN
           PERFORM R-ACHA-ADIANT-CN VARYING WK-ADT-CN FROM 1 BY 1
                   UNTIL WK-ADT-CN > WQTD-ADT-CN
           IF WACHOU-ADT-CN = ZEROES
              IF WQTD-ADT-CN < WMAX-ADT-CN
                 ADD 1 TO WQTD-ADT-CN
                 MOVE WQTD-ADT-CN TO WACHOU-ADT-CN
                 MOVE NUMERO-ADT  TO WADT-NUM-CN(WACHOU-ADT-CN)
                 MOVE PARC-AMV    TO WADT-PARC-CN(WACHOU-ADT-CN)
                 MOVE ZEROES      TO WADT-VALOR-CN(WACHOU-ADT-CN)
              ELSE
                 MOVE 1 TO WESTOURO-ADT-CN
              END-IF
           END-IF
           IF WACHOU-ADT-CN NOT = ZEROES
              IF AMV-APLICACAO
                 ADD VALOR-AMV TO WADT-VALOR-CN(WACHOU-ADT-CN)
              ELSE
                 SUBTRACT VALOR-AMV FROM WADT-VALOR-CN(WACHOU-ADT-CN)
              END-IF
           END-IF.

       R-ACHA-ADIANT-CN.
           IF WADT-NUM-CN(WK-ADT-CN) = NUMERO-ADT AND
              WADT-PARC-CN(WK-ADT-CN) = PARC-AMV
              MOVE WK-ADT-CN TO WACHOU-ADT-CN
           END-IF.

      *-------------------------------------
      * DEVOLVE AO SALDO DE CADA ADIANTAMENTO O QUE ELE COBRIU NAS
      * PARCELAS DA NOTA, ANTES DA EXCLUSAO DOS TITULOS; O
      * ADIANTAMENTO ENCERRADO VOLTA A ABERTO E CADA DEVOLUCAO E UM
      * MOVIMENTO 'E' COM A NOTA E A PARCELA.
      *-------------------------------------
       R-DEVOLVE-ADIANT-CN.
           PERFORM R-DEVOLVE-ADIANT-CN-1
                   VARYING WK-ADT-CN FROM 1 BY 1
                   UNTIL WK-ADT-CN > WQTD-ADT-CN.

       R-DEVOLVE-ADIANT-CN-1.
           IF WADT-VALOR-CN(WK-ADT-CN) > ZEROES
              MOVE WADT-NUM-CN(WK-ADT-CN) TO NUMERO-ADT
              READ ADIANTA KEY IS NUMERO-ADT
              IF FS-ADT = '00'
                 ADD WADT-VALOR-CN(WK-ADT-CN) TO SALDO-ADT
                 MOVE 'A' TO SITUACAO-ADT
                 ADD 1 TO QTD-MOV-ADT
                 REWRITE REGISTRO-ADIANTA
                 MOVE NUMERO-ADT               TO NUMERO-ADT-AMV
                 MOVE QTD-MOV-ADT              TO SEQ-AMV
                 MOVE 'E'                      TO TIPO-AMV
                 MOVE WDATA-HOJE-CN            TO DATA-AMV
                 MOVE WADT-VALOR-CN(WK-ADT-CN) TO VALOR-AMV
                 MOVE WNUMERO-NF-CN            TO NF-AMV
                 MOVE WADT-PARC-CN(WK-ADT-CN)  TO PARC-AMV
                 MOVE LID-OPERADOR-1           TO OPERADOR-AMV
                 WRITE REGISTRO-ADTMOV
              END-IF
           END-IF.

      *-------------------------------------
                    MOVE LOTE-MOV  TO WEST-LOTE-CN(WQTD-EST-CN)
                    MOVE VALIDADE-MOV
                      TO WEST-VALID-CN(WQTD-EST-CN)
                    MOVE POSICAO-MOV
                      TO WEST-POS-CN(WQTD-EST-CN)
                 END-IF
              END-IF
           END-IF.
                    REWRITE REGISTRO-LOTES
                 END-IF
              END-IF
              IF WSP-DISPONIVEL-CN = 1 AND
                 WEST-POS-CN(WI-CN) NOT = ZEROES
                 PERFORM R-ESTORNA-SALDOPOS
              END-IF
              PERFORM R-GRAVA-MOV-ESTORNO
           END-PERFORM.

       R-ESTORNA-SALDOPOS.
           MOVE WEST-PROD-CN(WI-CN)  TO CODIGO-PROD-SP
           MOVE WEST-LOCAL-CN(WI-CN) TO LOCAL-SP
           MOVE WEST-POS-CN(WI-CN)   TO POSICAO-SP
           MOVE WEST-LOTE-CN(WI-CN)  TO LOTE-SP
           READ SALDOPOS
           IF FS-SP = '00'
              ADD WEST-QTDE-CN(WI-CN) TO SALDO-SP
              REWRITE REGISTRO-SALDOPOS
           ELSE
              INITIALIZE REGISTRO-SALDOPOS
              MOVE WEST-PROD-CN(WI-CN)  TO CODIGO-PROD-SP
              MOVE WEST-LOCAL-CN(WI-CN) TO LOCAL-SP
              MOVE WEST-POS-CN(WI-CN)   TO POSICAO-SP
              MOVE WEST-LOTE-CN(WI-CN)  TO LOTE-SP
              MOVE WEST-VALID-CN(WI-CN) TO VALIDADE-SP
              MOVE WEST-QTDE-CN(WI-CN)  TO SALDO-SP
              WRITE REGISTRO-SALDOPOS
           END-IF.

       R-GRAVA-MOV-ESTORNO.
           PERFORM R-LE-CONTROLE-MOV
           ADD 1 TO WULTIMO-SEQ-MOV
           MOVE ZEROES               TO LOCAL-DEST-MOV
           MOVE WEST-LOTE-CN(WI-CN)  TO LOTE-MOV
           MOVE WEST-VALID-CN(WI-CN) TO VALIDADE-MOV
           MOVE WEST-POS-CN(WI-CN)   TO POSICAO-MOV
           MOVE ZEROES               TO POSICAO-DEST-MOV
           WRITE REGISTRO-MOVESTOQUE
           IF FS-MOVEST = '00'
              PERFORM R-GRAVA-CONTROLE-MOV
           END-IF.

      *-------------------------------------
      * DEVOLVE OS PEDIDOS DA NOTA: COM ITENS FISCAIS, CADA ITEM
      * ABATE A SUA QUANTIDADE DA LINHA DE PEDIDO DE ORIGEM E CADA
      * PEDIDO ENVOLVIDO QUE ESTAVA FATURADO VOLTA A 'A'; SEM ELES,
      * O ESTORNO E POR PRODUTO NO PEDIDO DA NOTA.
      *-------------------------------------
       R-REVERTE-PEDIDO.
           MOVE ZEROES TO WQTD-PED-CN
           IF WNFI-DISPONIVEL-CN = 1
              PERFORM R-REVERTE-ITENS-NF
           END-IF
           IF WQTD-PED-CN = ZEROES
              PERFORM R-REVERTE-PEDIDO-PROD
           ELSE
              PERFORM R-VOLTA-PEDIDO-CN VARYING WK-PED-CN
                      FROM 1 BY 1 UNTIL WK-PED-CN > WQTD-PED-CN
           END-IF.

      *-------------------------------------
      * SERIES VENDIDAS NA NOTA VOLTAM A RESERVADAS PARA A LINHA DO
      * PEDIDO, QUE FOI REABERTA, E SAEM DE NOVO NO REFATURAMENTO.
      *-------------------------------------
       R-REVERTE-SERIES-CN.
           MOVE ZEROES TO WQTD-SR-CN
           MOVE CODIGO-CLI-NF TO WCLI-SR-CN
           MOVE WNUMERO-NF-CN TO NUMERO-NF-SR
           START SERIES KEY IS EQUAL NUMERO-NF-SR
           MOVE 0 TO WSAIDA-SR-CN
           IF FS-SR NOT = '00'
              MOVE 1 TO WSAIDA-SR-CN
           END-IF
           PERFORM R-ANOTA-SERIE-CN UNTIL WSAIDA-SR-CN = 1
           PERFORM R-VOLTA-SERIE-CN VARYING WI-SR-CN FROM 1 BY 1
                   UNTIL WI-SR-CN > WQTD-SR-CN.

       R-ANOTA-SERIE-CN.
           READ SERIES NEXT
           IF FS-SR NOT = '00' OR NUMERO-NF-SR NOT = WNUMERO-NF-CN
              MOVE 1 TO WSAIDA-SR-CN
           ELSE
              IF SR-VENDIDA AND WQTD-SR-CN < WMAX-SR-CN
                 ADD 1 TO WQTD-SR-CN
                 MOVE CHAVE-SR TO WSR-CHAVE-CN(WQTD-SR-CN)
              END-IF
           END-IF.

       R-VOLTA-SERIE-CN.
           MOVE WSR-CHAVE-CN(WI-SR-CN) TO CHAVE-SR
           READ SERIES
           IF FS-SR = '00'
              MOVE 'R'    TO SITUACAO-SR
              MOVE ZEROES TO NUMERO-NF-SR CODIGO-CLI-SR DATA-SAIDA-SR
              ADD 1 TO ULT-SEQ-SR
              REWRITE REGISTRO-SERIES
              IF FS-SR = '00'
                 INITIALIZE REGISTRO-SERIEHIST
                 MOVE CODIGO-PROD-SR TO CODIGO-PROD-SH
                 MOVE NUMERO-SR      TO NUMERO-SH
                 MOVE ULT-SEQ-SR     TO SEQ-SH
                 MOVE 'C'            TO TIPO-SH
                 MOVE WDATA-HOJE-CN  TO DATA-SH
                 MOVE WNUMERO-NF-CN  TO DOCUMENTO-SH
                 MOVE WCLI-SR-CN     TO PARCEIRO-SH
                 MOVE LID-OPERADOR-1 TO OPERADOR-SH
                 WRITE REGISTRO-SERIEHIST
              END-IF
           END-IF.

      *-------------------------------------
      * REMESSAS DE EMBALAGEM DA NOTA (CAMADAS 'S' DO CLIENTE COM
      * O NUMERO DA NOTA): O QUE AINDA ESTA EM ABERTO SAI DO SALDO;
      * O QUE JA VOLTOU OU FOI COBRADO FICA COMO ESTA.
      *-------------------------------------
       R-REVERTE-EMBALAGEM-CN.
           MOVE CODIGO-CLI-NF TO CODIGO-CLI-EC
           MOVE ZEROES TO CODIGO-EMB-EC DATA-EC DOCUMENTO-EC
           MOVE SPACES TO TIPO-EC
           START EMBCLI KEY IS NOT LESS THAN CHAVE-EC
           MOVE 0 TO WSAIDA-EC-CN
           IF FS-EC NOT = '00'
              MOVE 1 TO WSAIDA-EC-CN
           END-IF
           PERFORM R-REVERTE-EMBALAGEM-CN-1 UNTIL WSAIDA-EC-CN = 1.

       R-REVERTE-EMBALAGEM-CN-1.
           READ EMBCLI NEXT
           IF FS-EC NOT = '00' OR CODIGO-CLI-EC NOT = CODIGO-CLI-NF
              MOVE 1 TO WSAIDA-EC-CN
           ELSE
              IF TIPO-EC = 'S' AND DOCUMENTO-EC = WNUMERO-NF-CN AND
                 ABERTO-EC NOT = ZEROES
                 MOVE ZEROES TO ABERTO-EC
                 REWRITE REGISTRO-EMBCLI
              END-IF
           END-IF.

       R-REVERTE-ITENS-NF.
           MOVE WNUMERO-NF-CN TO NUMERO-NF-NFI
           MOVE ZEROES        TO SEQ-NFI
           START NFITEM KEY IS NOT LESS THAN CHAVE-NFI
           MOVE 0 TO WSAIDA-NFI-CN
           IF FS-NFI NOT = '00'
              MOVE 1 TO WSAIDA-NFI-CN
           END-IF
           PERFORM R-REVERTE-ITENS-NF-1 UNTIL WSAIDA-NFI-CN = 1.

       R-REVERTE-ITENS-NF-1.
           READ NFITEM NEXT
           IF FS-NFI NOT = '00' OR
              NUMERO-NF-NFI NOT = WNUMERO-NF-CN
              MOVE 1 TO WSAIDA-NFI-CN
           ELSE
      *       (ITEM GRAVADO ANTES DO PEDIDO POR ITEM: E O DA NOTA)
              MOVE CODIGO-PED-NF TO WPED-ALVO-CN
              IF CODIGO-PED-NFI IS NUMERIC AND
                 CODIGO-PED-NFI NOT = ZEROES
                 MOVE CODIGO-PED-NFI TO WPED-ALVO-CN
              END-IF
              PERFORM R-ANOTA-PED-CN
      *       (O CABECALHO DA O MES, O VENDEDOR E O DESCONTO PARA O
      *        ABATIMENTO DO CUBO)
              MOVE WPED-ALVO-CN    TO CODIGO-PED
              READ PEDIDOS
              MOVE WPED-ALVO-CN    TO CODIGO-PED-ITEM
              MOVE NUMERO-ITEM-NFI TO NUMERO-ITEM
              READ PEDITEM
              IF FS-PEDITEM = '00' AND
                 CODIGO-PROD-ITEM = CODIGO-PROD-NFI AND
                 QTDE-ENTREGUE-ITEM > ZEROES
                 IF QTDE-NFI > QTDE-ENTREGUE-ITEM
                    MOVE QTDE-ENTREGUE-ITEM TO WABATE-CN
                 ELSE
                    MOVE QTDE-NFI TO WABATE-CN
                 END-IF
                 SUBTRACT WABATE-CN FROM QTDE-ENTREGUE-ITEM
                 REWRITE REGISTRO-PEDITEM
                 PERFORM R-REARMA-RESERVA-CN
                 PERFORM R-ABATE-ESTATIS-CN
                    THRU R-ABATE-ESTATIS-CN-FIM
              END-IF
           END-IF.

       R-ANOTA-PED-CN.
           MOVE ZEROES TO WACHOU-PED-CN
           PERFORM R-ACHA-PED-CN VARYING WK-PED-CN FROM 1 BY 1
                   UNTIL WK-PED-CN > WQTD-PED-CN
           IF WACHOU-PED-CN = ZEROES AND WQTD-PED-CN < WMAX-PED-CN
              ADD 1 TO WQTD-PED-CN
              MOVE WPED-ALVO-CN TO WPED-NF-CN(WQTD-PED-CN)
           END-IF.

       R-ACHA-PED-CN.
           IF WPED-NF-CN(WK-PED-CN) = WPED-ALVO-CN
              MOVE WK-PED-CN TO WACHOU-PED-CN
           END-IF.

       R-VOLTA-PEDIDO-CN.
           MOVE WPED-NF-CN(WK-PED-CN) TO CODIGO-PED
           READ PEDIDOS
           IF FS-PED = '00' AND PED-FATURADO
              MOVE 'A' TO STATUS-PED
              REWRITE REGISTRO-PEDIDOS
              PERFORM R-GRAVA-PEDHIST-CN
           END-IF.

      *-------------------------------------
      * NOTA SEM ITENS FISCAIS: ABATE AS QUANTIDADES ESTORNADAS DA
      * QUANTIDADE ENTREGUE DAS LINHAS DO PEDIDO DA NOTA (POR
      * PRODUTO, NA ORDEM DAS LINHAS) E, SE ESTAVA FATURADO, VOLTA
      * A 'A' COM A REGRESSAO F>A NO HISTORICO.
      *-------------------------------------
       R-REVERTE-PEDIDO-PROD.
           MOVE CODIGO-PED-NF TO WPED-ALVO-CN
      *    (O CABECALHO E LIDO ANTES DA VARREDURA DOS ITENS: O
      *     ABATIMENTO DO CUBO PRECISA DO MES, DO VENDEDOR E DO
              CLOSE RESERVA OPEN OUTPUT RESERVA
              CLOSE RESERVA OPEN I-O RESERVA
           END-IF.
      *    (SEM SALDO POR ENDERECO O ESTORNO NAO ENDERECA)
           MOVE 0 TO WSP-DISPONIVEL-CN.
           OPEN I-O SALDOPOS.
           IF FS-SP = '00'
              MOVE 1 TO WSP-DISPONIVEL-CN
           END-IF.
      *    (SEM OS ITENS FISCAIS O ESTORNO E PELO PEDIDO DA NOTA)
           MOVE 0 TO WNFI-DISPONIVEL-CN.
           OPEN INPUT NFITEM.
           IF FS-NFI = '00'
              MOVE 1 TO WNFI-DISPONIVEL-CN
           END-IF.
      *    (SEM O CUBO DE ESTATISTICAS NAO HA O QUE ABATER)
           MOVE 0 TO WST-DISPONIVEL-CN.
           OPEN I-O ESTATIS.
           IF FS-ST = '00'
              MOVE 1 TO WST-DISPONIVEL-CN
           END-IF.
      *    (SEM O CADASTRO DE SERIES NAO HA SERIE A DEVOLVER)
           MOVE 0 TO WSR-DISPONIVEL-CN.
           OPEN I-O SERIES.
           IF FS-SR = '00'
              OPEN I-O SERIEHIST
              IF FS-SH = '00'
                 MOVE 1 TO WSR-DISPONIVEL-CN
              ELSE
                 CLOSE SERIES
              END-IF
           END-IF.
      *    (SEM O SALDO DE EMBALAGENS NAO HA REMESSA A TIRAR)
           MOVE 0 TO WEC-DISPONIVEL-CN.
           OPEN I-O EMBCLI.
           IF FS-EC = '00'
              MOVE 1 TO WEC-DISPONIVEL-CN
           END-IF.
      *    (SEM OS ADIANTAMENTOS NAO HA O QUE DEVOLVER)
           MOVE 0 TO WADT-DISPONIVEL-CN.
           OPEN I-O ADIANTA.
           IF FS-ADT = '00'
              OPEN I-O ADTMOV
              IF FS-AMV = '00'
                 MOVE 1 TO WADT-DISPONIVEL-CN
              ELSE
                 CLOSE ADIANTA
              END-IF
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
