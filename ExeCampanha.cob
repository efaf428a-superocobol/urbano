      *              como bonus na razao de comissoes (COMLEDGER) no
      *              mes de termino - o fechamento de comissao
      *              preserva o bonus ja lancado.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Campanha com segmento RFM de cliente informado
      *              so soma os pedidos dos clientes que estao nesse
      *              segmento na ultima apuracao (ARQSEGCLI.DAT); sem
      *              a segmentacao apurada a campanha nao e apurada.
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

              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CML.

       SELECT SEGCLI ASSIGN TO  DISK WID-ARQ-SEGCLI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-SG
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SG.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
             88 CAMP-ABERTA           VALUE 'A'.
             88 CAMP-ENCERRADA        VALUE 'E'.
          02 VENCEDOR-CAMP            PIC  9(007) VALUE ZEROES.
          02 SEGMENTO-CAMP            PIC  X(001) VALUE SPACES.

       FD PEDIDOS.
       01 REGISTRO-PEDIDOS.
             88 PED-ABERTO         VALUE 'A'.
             88 PED-FATURADO       VALUE 'F'.
             88 PED-CANCELADO      VALUE 'C'.
          02 FILLER                PIC  X(040).

       FD PEDITEM.
       01 REGISTRO-PEDITEM.
          02 VALOR-BONUS-CML          PIC S9(009)v9(002) VALUE
                                                            ZEROES.

       FD SEGCLI.
       01 REGISTRO-SEGCLI.
          02 CODIGO-CLI-SG            PIC  9(007).
          02 SEGMENTO-SG              PIC  X(001).
          02 FILLER                   PIC  X(063).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).
           02 FS-CML-1                PIC 9.
           02 FS-CML-2                PIC 9.
           02 FS-CML-R REDEFINES FS-CML-2 PIC 99 COMP-X.
       01 FS-SG.
           02 FS-SG-1                 PIC 9.
           02 FS-SG-2                 PIC 9.
           02 FS-SG-R REDEFINES FS-SG-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-CML             PIC X(50) VALUE 'ARQCOMIS.DAT'.
       01 WID-ARQ-SEGCLI          PIC X(50) VALUE 'ARQSEGCLI.DAT'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       01 WENCERRA-CA          PIC X VALUE SPACES.
       77 WSAIDA-CA            PIC 9 VALUE ZEROES.
       77 WSAIDA-IT-CA         PIC 9 VALUE ZEROES.
       77 WPASSA-SEG-CA        PIC 9 VALUE ZEROES.
       77 WPED-ALVO-CA         PIC 9(009) VALUE ZEROES.
       77 WVEN-PED-CA          PIC 9(007) VALUE ZEROES.

          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - PLACAR CAMPANHA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
                                    WID-ARQ-PEDITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CML
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SEGCLI
           MOVE LID-ARQ-PEDIDOS-1 TO WID-ARQ-PEDIDOS-1
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
           MOVE 1 TO WCAMP-ALVO-CA
              PERFORM R-MSG-CA
              GO TO R-APURA-CAMPANHA-FIM
           END-IF
           IF SEGMENTO-CAMP NOT = SPACES
              OPEN INPUT SEGCLI
              IF FS-SG NOT = '00'
                 CLOSE CAMPANHA PEDIDOS PEDITEM PRODUTOS
                 MOVE 'SEGMENTACAO DE CLIENTES NAO GERADA' TO WTXT
                 PERFORM R-MSG-CA
                 GO TO R-APURA-CAMPANHA-FIM
              END-IF
           END-IF
           PERFORM R-SOMA-PERIODO
           PERFORM R-ORDENA-PLACAR
           PERFORM R-IMPRIME-PLACAR
                 THRU R-ENCERRA-CAMPANHA-FIM
           END-IF
           CLOSE CAMPANHA PEDIDOS PEDITEM PRODUTOS
           IF SEGMENTO-CAMP NOT = SPACES
              CLOSE SEGCLI
           END-IF
           MOVE 'PLACAR GERADO EM RELCAMP.TXT' TO WTXT
           PERFORM R-MSG-CA.
       R-APURA-CAMPANHA-FIM.
              IF PED-FATURADO AND
                 DATA-PED NOT < DATA-INI-CAMP AND
                 DATA-PED NOT > DATA-FIM-CAMP
                 PERFORM R-TESTA-SEGMENTO-CA
                 IF WPASSA-SEG-CA = 1
                    MOVE CODIGO-PED     TO WPED-ALVO-CA
                    MOVE CODIGO-VEN-PED TO WVEN-PED-CA
                    PERFORM R-SOMA-ITENS-CA
                 END-IF
              END-IF
           END-IF.

      *    (CLIENTE DO PEDIDO NO SEGMENTO DA CAMPANHA, SE HOUVER)
       R-TESTA-SEGMENTO-CA.
           MOVE 1 TO WPASSA-SEG-CA
           IF SEGMENTO-CAMP NOT = SPACES
              MOVE 0 TO WPASSA-SEG-CA
              MOVE CODIGO-CLI-PED TO CODIGO-CLI-SG
              READ SEGCLI
              IF FS-SG = '00' AND SEGMENTO-SG = SEGMENTO-CAMP
                 MOVE 1 TO WPASSA-SEG-CA
              END-IF
           END-IF.

                  DESCRICAO-CAMP
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF SEGMENTO-CAMP NOT = SPACES
              MOVE SPACES TO ARQREL-DATA-01
              STRING 'SO CLIENTES DO SEGMENTO RFM ' SEGMENTO-CAMP
                 DELIMITED BY SIZE INTO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           PERFORM R-IMPRIME-POSICAO
              VARYING WI-CA FROM 1 BY 1 UNTIL WI-CA > WQTD-VEN-CA
           CLOSE ARQREL.
