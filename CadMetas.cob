      *              geral), permitindo quota por categoria de
      *              produto; a geracao em lote segue gravando so a
      *              meta geral.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Meta de positivacao [7]: percentual da carteira
      *              (DISTRIBUICAO) que cada vendedor deve positivar
      *              no mes, gravado em ARQMETAPOS.DAT e usado pelo
      *              relatorio de positivacao. Percentual zero exclui
      *              a meta propria (vale o padrao do relatorio).
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

       SELECT METAPOS ASSIGN TO  DISK WID-ARQ-METAPOS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-VEN-MP
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MP.

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
             88 PED-FRETE-CIF      VALUE 'C'.
             88 PED-FRETE-FOB      VALUE 'F'.
          02 END-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 DATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.

       FD METAPOS.
       01 REGISTRO-METAPOS.
          02 CODIGO-VEN-MP            PIC  9(007).
          02 PERC-MP                  PIC  9(003)v9(002) VALUE ZEROES.
          02 OPERADOR-MP              PIC  X(010) VALUE SPACES.
          02 DATA-ALT-MP              PIC  9(008) VALUE ZEROES.

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).
                               OCCURS 12 TIMES.
       01 WQTD-CRIADAS-GM      PIC 9(005) VALUE ZEROES.
       01 WQTD-EXISTENTES-GM   PIC 9(005) VALUE ZEROES.

      *-------------META DE POSITIVACAO DA CARTEIRA-----------------
       01 FS-MP.
           02 FS-MP-1                 PIC 9.
           02 FS-MP-2                 PIC 9.
           02 FS-MP-R REDEFINES FS-MP-2 PIC 99 COMP-X.
       01 WID-ARQ-METAPOS      PIC X(50) VALUE 'ARQMETAPOS.DAT'.
       01 WCODIGO-VEN-MP       PIC 9(007) VALUE ZEROES.
       01 WNOME-VEN-MP         PIC X(040) VALUE SPACES.
       01 WPERC-MP             PIC 9(003)v9(002) VALUE ZEROES.
       77 WEXISTE-MP           PIC 9 VALUE ZEROES.
       77 WSAIDA-MP            PIC 9 VALUE ZEROES.
      *--------------------------------------------------

       01 WMENSAGEM.
           MOVE LID-ARQ-META-1      TO WID-ARQ-META-1
           MOVE LID-ARQ-VENDEDOR-1  TO WID-ARQ-VENDEDOR-1
           MOVE LID-ARQ-PEDIDOS-1   TO WID-ARQ-PEDIDOS-1
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-METAPOS
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
               PERFORM S-PESQUISA-VEN
             WHEN 6
               PERFORM S-GERACAO-LOTE
             WHEN 7
               PERFORM S-META-POSITIVACAO
             WHEN 5
               CLOSE METAS VENDEDORES PEDIDOS METAPOS
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
              END-IF
           END-PERFORM.

      *-------------------------------------
      * META DE POSITIVACAO: PERCENTUAL DOS CLIENTES DA CARTEIRA DO
      * VENDEDOR QUE DEVEM COMPRAR NO MES. UM REGISTRO POR VENDEDOR,
      * VALENDO PARA TODOS OS MESES; PERCENTUAL ZERO EXCLUI A META
      * PROPRIA. CADA ALTERACAO SAI NO LOG COMO 'META-POS'.
      *-------------------------------------
       S-META-POSITIVACAO SECTION.
       META-POSITIVACAO-1.
           MOVE 0 TO WSAIDA-MP
           PERFORM META-POSITIVACAO-2 THRU META-POSITIVACAO-FIM
              UNTIL WSAIDA-MP = 1.
       META-POSITIVACAO-EXIT.
           EXIT.

       S-META-POSITIVACAO-ROTINAS SECTION.
      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       META-POSITIVACAO-2.
           MOVE ZEROES TO WCODIGO-VEN-MP WPERC-MP
           MOVE SPACES TO WNOME-VEN-MP
           DISPLAY TELA-META-POS
           MOVE '=> VENDEDOR ZERO PARA SAIR' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-META-POS-VEN
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WCODIGO-VEN-MP = ZEROES
              MOVE 1 TO WSAIDA-MP
              GO TO META-POSITIVACAO-FIM
           END-IF
           MOVE WCODIGO-VEN-MP TO CODIGO-VEN
           READ VENDEDORES KEY IS CODIGO-VEN
           IF FS-VEN NOT = '00'
              MOVE 'VENDEDOR NÃO CADASTRADO ST ' TO WTXT
              MOVE FS-VEN TO WST
              PERFORM R-MOSTRA-MSG-MP
              GO TO META-POSITIVACAO-FIM
           END-IF
           MOVE NOME-VEN TO WNOME-VEN-MP
           MOVE WCODIGO-VEN-MP TO CODIGO-VEN-MP
           READ METAPOS WITH LOCK
           IF FS-MP = '9D'
              MOVE 'REGISTRO EM USO EM OUTRO TERMINAL' TO WTXT
              PERFORM R-MOSTRA-MSG-MP
              GO TO META-POSITIVACAO-FIM
           END-IF
           MOVE 0 TO WEXISTE-MP
           MOVE ZEROES TO WTL-VALOR-ANTES
           IF FS-MP = '00'
              MOVE 1 TO WEXISTE-MP
              MOVE PERC-MP TO WPERC-MP WTL-VALOR-ANTES
           END-IF
           DISPLAY TELA-META-POS
           ACCEPT TELA-META-POS-PERC
           IF WPERC-MP > 100
              IF WEXISTE-MP = 1
                 UNLOCK METAPOS
              END-IF
              MOVE 'PERCENTUAL INVALIDO' TO WTXT
              PERFORM R-MOSTRA-MSG-MP
              GO TO META-POSITIVACAO-FIM
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              IF WEXISTE-MP = 1
                 UNLOCK METAPOS
              END-IF
              GO TO META-POSITIVACAO-FIM
           END-IF
           MOVE WCODIGO-VEN-MP TO CODIGO-VEN-MP
           MOVE WPERC-MP       TO PERC-MP
           MOVE LID-OPERADOR-1 TO OPERADOR-MP
           ACCEPT DATA-ALT-MP FROM DATE YYYYMMDD
           IF WEXISTE-MP = 1
              IF WPERC-MP = ZEROES
                 DELETE METAPOS
              ELSE
                 REWRITE REGISTRO-METAPOS
              END-IF
           ELSE
              IF WPERC-MP = ZEROES
                 GO TO META-POSITIVACAO-FIM
              END-IF
              WRITE REGISTRO-METAPOS
           END-IF
           IF FS-MP NOT = '00'
              MOVE 'ERRO DE GRAVAÇÃO ST ' TO WTXT
              MOVE FS-MP TO WST
              PERFORM R-MOSTRA-MSG-MP
              GO TO META-POSITIVACAO-FIM
           END-IF
           MOVE 'META-POS' TO WTL-OPERACAO
           PERFORM R-GRAVA-LOG-MP.
       META-POSITIVACAO-FIM.
           EXIT.

      *    (MESMO LOG DAS METAS DE VALOR; O ANO/MES FICA ZERADO POIS
      *     A META DE POSITIVACAO VALE PARA TODOS OS MESES)
       R-GRAVA-LOG-MP.
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME
           MOVE WDHTL-DATA      TO WTL-DATA
           MOVE WDHTL-HH        TO WTL-HH
           MOVE WDHTL-MM        TO WTL-MM
           MOVE WDHTL-SS        TO WTL-SS
           MOVE LID-OPERADOR-1  TO WTL-OPERADOR
           MOVE WCODIGO-VEN-MP  TO WTL-VENDEDOR
           MOVE ZEROES          TO WTL-ANO-MES
           MOVE WPERC-MP        TO WTL-VALOR-DEPOIS
           OPEN EXTEND ARQTRANLOG
           IF FS-TRANLOG = '05' OR FS-TRANLOG = '35'
              OPEN OUTPUT ARQTRANLOG
           END-IF
           MOVE WTRANLOG-LINHA TO ARQTRANLOG-REC
           WRITE ARQTRANLOG-REC
           CLOSE ARQTRANLOG.

       R-MOSTRA-MSG-MP.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       ABRE-ARQUIVOS.
           OPEN I-O METAS.
           IF FS-META = '35'
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O METAPOS.
           IF FS-MP = '35'
              CLOSE METAPOS OPEN OUTPUT METAPOS
              CLOSE METAPOS OPEN I-O METAPOS
           END-IF
           IF FS-MP = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DO ARQUIVO METAPOS ST ' TO WTXT
              MOVE FS-MP TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

