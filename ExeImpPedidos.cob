      *              vendedor, titulo, valor e instrumento ficam
      *              pendentes em ARQCOLETA.DAT ate o acerto de
      *              caixa do vendedor (CadAcerto).
      * 2026-10-15 - Linha 'H' traz a data de entrega prometida
      *              ao cliente (posicoes 38-45, opcional): em branco
      *              ou zero assume a data do pedido, anterior a ela
      *              rejeita o cabecalho. Gravada em
      *              DATA-PREV-ENT-PED para o relatorio OTIF.
      * 2026-10-15 - Linha 'Q' de pesquisa de precos da concorrencia
      *              feita na visita (rota, cliente, data, produto,
      *              concorrente, preco do concorrente e nosso preco
      *              de gondola): parada da rota e produto conferidos
      *              e gravada em ARQPESQPRECO.DAT como no registro
      *              de visitas (CadVisitas).
      * 2026-10-15 - Linha 'V' de check-in da visita (rota, cliente,
      *              data, hora, resultado, latitude e longitude do
      *              aparelho): completa a visita ja digitada ou
      *              grava uma nova, com a distancia ao cliente
      *              (Haversine) e a situacao GEO-VIS pelo raio do
      *              VISITA.CFG. Pesquisa e visitas abrem juntas
      *              (R-ABRE-CAMPO) na primeira linha 'Q' ou 'V'.
      * 2026-10-15 - Mix autorizado (ChkMix): item de produto que o
      *              cliente nao pode comprar (lista do cliente ou do
      *              grupo, exclusividade) e rejeitado para o
      *              IMPEXC.LOG e registrado no MIX.LOG.
      * 2026-10-15 - Vendas perdidas (GravaPerda): item rejeitado por
      *              estar fora do mix vai tambem para ARQPERDA.DAT
      *              (motivo M). Linha 'L' nova com a venda que o
      *              cliente recusou em campo (cliente, vendedor,
      *              data, produto, quantidade, preco, motivo
      *              E/P/C/D/O e pedido opcional), validada nos
      *              cadastros e gravada como perda de origem I.
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
              FILE STATUS       IS FS-PK.

       SELECT PESQPRECO ASSIGN TO  DISK WID-ARQ-PESQ
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PQ
              ALTERNATE RECORD KEY IS CODIGO-PROD-PQ WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PQ.

       SELECT ROTAS ASSIGN TO  DISK WID-ARQ-ROTA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-ROTA
              ALTERNATE RECORD KEY IS CODIGO-VEN-ROTA WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ROTA.

       SELECT ROTAITEM ASSIGN TO  DISK WID-ARQ-ROTAITEM
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-ROTA-ITEM
              ALTERNATE RECORD KEY IS CODIGO-CLI-ITEM WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ROTAITEM.

       SELECT VISITAS ASSIGN TO  DISK WID-ARQ-VISITA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VIS
              ALTERNATE RECORD KEY IS CODIGO-VEN-VIS WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VIS.

       SELECT ARQVISCFG ASSIGN TO DISK WID-ARQ-VISCFG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-VISCFG.

       SELECT ARQIMPORT ASSIGN TO DISK WID-ARQ-IMPORT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
             88 PED-FRETE-CIF      VALUE 'C'.
             88 PED-FRETE-FOB      VALUE 'F'.
          02 END-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 DATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.

       FD PEDITEM.
       01 REGISTRO-PEDITEM.
          02 ULT-APLICADO-PK          PIC  9(005) VALUE ZEROES.
          02 DATA-GER-PK              PIC  9(008) VALUE ZEROES.

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

       FD ROTAS.
       01 REGISTRO-ROTAS.
          02 CODIGO-ROTA           PIC  9(007).
          02 DESCRICAO-ROTA        PIC  X(040).
          02 CODIGO-VEN-ROTA       PIC  9(007).
          02 INATIVO-ROTA          PIC  X(001) VALUE SPACES.
          02 DIA-SEMANA-ROTA       PIC  9(001) VALUE ZEROES.
          02 FREQUENCIA-ROTA       PIC  X(001) VALUE SPACES.
             88 ROTA-SEMANAL       VALUE 'S'.
             88 ROTA-QUINZENAL     VALUE 'Q'.
          02 VEICULO-ROTA          PIC  X(007) VALUE SPACES.
          02 COBERTURA-ROTA        PIC  9(007) VALUE ZEROES.

       FD ROTAITEM.
       01 REGISTRO-ROTAITEM.
          02 CHAVE-ROTA-ITEM.
             03 CODIGO-ROTA-ITEM      PIC  9(007).
             03 CODIGO-CLI-ITEM       PIC  9(007).
          02 ORDEM-VISITA-ITEM        PIC  9(003) VALUE ZEROES.

       FD VISITAS.
       01 REGISTRO-VISITAS.
          02 CHAVE-VIS.
             03 CODIGO-ROTA-VIS       PIC  9(007).
             03 CODIGO-CLI-VIS        PIC  9(007).
             03 DATA-VIS              PIC  9(008).
          02 CODIGO-VEN-VIS           PIC  9(007) VALUE ZEROES.
          02 RESULTADO-VIS            PIC  X(001) VALUE SPACES.
          02 OBS-VIS                  PIC  X(040) VALUE SPACES.
          02 OPERADOR-VIS             PIC  X(010) VALUE SPACES.
          02 HORA-CHECKIN-VIS         PIC  9(006) VALUE ZEROES.
          02 LAT-CHECKIN-VIS          PIC S9(003)v9(008) VALUE ZEROES.
          02 LON-CHECKIN-VIS          PIC S9(003)v9(008) VALUE ZEROES.
          02 DIST-CHECKIN-VIS         PIC  9(007) VALUE ZEROES.
          02 GEO-VIS                  PIC  X(001) VALUE SPACES.
             88 GEO-SEM-CHECKIN       VALUE ' '.

       FD  ARQVISCFG.
       01  ARQVISCFG-REC            PIC X(10).

       FD  ARQIMPORT.
       01  ARQIMPORT-REC             PIC X(100).

      *                       (1=PACOTE FORA DE ORDEM - TODO O
      *                        ARQUIVO E REJEITADO)

       01 WID-ARQ-PESQ            PIC X(50) VALUE 'ARQPESQPRECO.DAT'.
       01 WID-ARQ-ROTA.
           02 WID-ARQ-ROTA-1               PIC X(50).
       01 WID-ARQ-ROTAITEM        PIC X(50) VALUE 'ARQROTAITEM.DAT'.
       01 FS-PQ                       PIC XX VALUE '00'.
       01 FS-ROTA                     PIC XX VALUE '00'.
       01 FS-ROTAITEM                 PIC XX VALUE '00'.
       01 WID-ARQ-VISITA          PIC X(50) VALUE 'ARQVISITA.DAT'.
       01 WID-ARQ-VISCFG          PIC X(50) VALUE 'VISITA.CFG'.
       01 FS-VIS                      PIC XX VALUE '00'.
       01 FS-VISCFG                   PIC XX VALUE '00'.
       77 WCAMPO-ABERTO        PIC 9 VALUE ZEROES.
      *                       (1=PESQUISA, VISITAS, ROTAS E PARADAS
      *                        ABERTOS)
       77 WCONT-PESQ           PIC 9(005) VALUE ZEROES.
       77 WCONT-VISITA         PIC 9(005) VALUE ZEROES.
       77 WCONT-PERDA          PIC 9(005) VALUE ZEROES.

      *    (VISITA.CFG: RAIO EM METROS (99999) E VELOCIDADE MAXIMA
      *     ENTRE PARADAS EM KM/H (999) - A VELOCIDADE E CONFERIDA
      *     NO RELATORIO DE EXCECOES DO CadVisitas)
       77 WRAIO-IM             PIC 9(005) VALUE 300.
       77 WVEL-MAX-IM          PIC 9(003) VALUE 80.
       01 WRAIO-CFG-TXT        PIC X(005) VALUE SPACES.
       01 WRAIO-CFG-NUM REDEFINES WRAIO-CFG-TXT PIC 9(005).
       01 WVEL-CFG-TXT         PIC X(003) VALUE SPACES.
       01 WVEL-CFG-NUM REDEFINES WVEL-CFG-TXT PIC 9(003).
       01 WGEO-CHK             PIC X(001) VALUE SPACES.
       01 WDIST-CHK            PIC 9(007) VALUE ZEROES.

      *-------------CALCULO DLO - DLA -------------------------
       01 WDLA-VEN        PIC S9(003)v9(008) VALUE ZEROS.
       01 WDLA-CLI        PIC S9(003)v9(008) VALUE ZEROS.
       01 WDLO-VEN        PIC S9(003)v9(008) VALUE ZEROS.
       01 WDLO-CLI        PIC S9(003)v9(008) VALUE ZEROS.
      *--------------------------------------------------

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

       01 WID-ARQ-IMPEXC              PIC X(50) VALUE 'IMPEXC.LOG'.
       01 WID-ARQ-IMPSUM              PIC X(50) VALUE 'IMPSUM.LOG'.

      *-------------LAYOUT FIXO DO ARQUIVO DE ENTRADA---------------
      * 'P' VENDEDOR(7) SEQUENCIA(5) DATA(8)  (CONTROLE DO PACOTE)
      * 'H' PEDIDO(9) CLIENTE(7) VENDEDOR(7) DATA(8) DESC%(5)
      *     ENTREGA PROMETIDA(8, OPCIONAL)
      * 'I' PEDIDO(9) ITEM(3) PRODUTO(7) QTDE(5) VLUNIT(9)
      * 'R' VENDEDOR(7) NF(9) PARC(3) VALOR(11) INSTRUMENTO(1)
      * 'Q' ROTA(7) CLIENTE(7) DATA(8) PRODUTO(7) CONCORRENTE(20)
      *     PRECO CONCORRENTE(9) NOSSO PRECO DE GONDOLA(9)
      * 'V' ROTA(7) CLIENTE(7) DATA(8) HORA(6) RESULTADO(1)
      *     LATITUDE(11) LONGITUDE(11)  (CHECK-IN DA VISITA;
      *     COORDENADA S9(3)V9(8) COM SINAL NO ULTIMO DIGITO)
       01 WLINHA-IMP              PIC X(100) VALUE SPACES.
       01 WLINHA-H REDEFINES WLINHA-IMP.
          02 WH-TIPO              PIC X(001).
          02 WH-VENDEDOR          PIC 9(007).
          02 WH-DATA              PIC 9(008).
          02 WH-DESC-PERC         PIC 9(003)v9(002).
          02 WH-DATA-ENTREGA      PIC 9(008).
          02 FILLER               PIC X(055).
       01 WLINHA-P REDEFINES WLINHA-IMP.
          02 WP-TIPO              PIC X(001).
          02 WP-VENDEDOR          PIC 9(007).
          02 WR-VALOR             PIC 9(009)v9(002).
          02 WR-INSTR             PIC X(001).
          02 FILLER               PIC X(068).
       01 WLINHA-Q REDEFINES WLINHA-IMP.
          02 WQ-TIPO              PIC X(001).
          02 WQ-ROTA              PIC 9(007).
          02 WQ-CLIENTE           PIC 9(007).
          02 WQ-DATA              PIC 9(008).
          02 WQ-PRODUTO           PIC 9(007).
          02 WQ-CONCORRENTE       PIC X(020).
          02 WQ-PRECO-CONC        PIC 9(007)v9(002).
          02 WQ-PRECO-PROPRIO     PIC 9(007)v9(002).
          02 FILLER               PIC X(032).
       01 WLINHA-V REDEFINES WLINHA-IMP.
          02 WV-TIPO              PIC X(001).
          02 WV-ROTA              PIC 9(007).
          02 WV-CLIENTE           PIC 9(007).
          02 WV-DATA              PIC 9(008).
          02 WV-HORA.
             03 WV-HH             PIC 9(002).
             03 WV-MM             PIC 9(002).
             03 WV-SS             PIC 9(002).
          02 WV-RESULTADO         PIC X(001).
          02 WV-LATITUDE          PIC S9(003)v9(008).
          02 WV-LONGITUDE         PIC S9(003)v9(008).
          02 FILLER               PIC X(048).
       01 WLINHA-L REDEFINES WLINHA-IMP.
          02 WL-TIPO              PIC X(001).
          02 WL-CLIENTE           PIC 9(007).
          02 WL-VENDEDOR          PIC 9(007).
          02 WL-DATA              PIC 9(008).
          02 WL-PRODUTO           PIC 9(007).
          02 WL-QTDE              PIC 9(005).
          02 WL-VLUNIT            PIC 9(007)v9(002).
          02 WL-MOTIVO            PIC X(001).
             88 WL-MOTIVO-VALIDO  VALUE 'E' 'P' 'C' 'D' 'O'.
          02 WL-PEDIDO            PIC 9(009).
          02 FILLER               PIC X(046).
       01 WLINHA-I REDEFINES WLINHA-IMP.
          02 WI-TIPO              PIC X(001).
          02 WI-PEDIDO            PIC 9(009).
      *                        ZERO = NENHUM, ITENS SAO REJEITADOS)
       01 WVALOR-PED-CORRENTE  PIC 9(009)v9(002) VALUE ZEROES.
       01 WDESC-CORRENTE       PIC 9(003)v9(002) VALUE ZEROES.
       01 WCLI-CORRENTE        PIC 9(007) VALUE ZEROES.
       01 WVEN-CORRENTE        PIC 9(007) VALUE ZEROES.
       01 WGRUPO-CORRENTE      PIC 9(003) VALUE ZEROES.
       77 WMX-DISPONIVEL       PIC 9 VALUE ZEROES.
      *                       (1=CONTROLE DE MIX ATIVO - ChkMix)

       01 WCONT-LID            PIC 9(005) VALUE ZEROES.
       01 WCONT-PED            PIC 9(005) VALUE ZEROES.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - IMPORTAR PEDIDOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
           MOVE LID-ARQ-CLIENTE-1  TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-VENDEDOR-1 TO WID-ARQ-VENDEDOR-1
           MOVE LID-ARQ-PRODUTO-1  TO WID-ARQ-PRODUTO-1
           MOVE LID-ARQ-ROTA-1     TO WID-ARQ-ROTA-1
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PESQ
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ROTAITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-VISITA
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-VISCFG
           PERFORM R-LE-VISITA-CFG
           MOVE 'PEDIMP.TXT'       TO WID-ARQ-IMPORT-1
           DISPLAY TELA-PARAM-IM
           ACCEPT TELA-PARAM-IM
              MOVE FS-IMPORT TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              IF WMX-DISPONIVEL = 1
                 MOVE 'F' TO LINK-MIX-FUNCAO
                 CALL "ChkMix" USING LINK-MIX
              END-IF
              CLOSE PEDIDOS PEDITEM RESERVA CLIENTES VENDEDORES PRODUTOS
              EXIT PROGRAM
           END-IF
           MOVE ZEROES TO WCONT-LID WCONT-PED WCONT-ITEM WCONT-ERR
                          WPED-CORRENTE WVALOR-PED-CORRENTE
           MOVE 0 TO WPACK-REJEITADO WCO-ABERTO WCAMPO-ABERTO
           MOVE ZEROES TO WCONT-COLETA WCONT-PESQ WCONT-VISITA
                          WCONT-PERDA
           PERFORM R-PROCESSA-LINHA UNTIL FS-IMPORT NOT = '00'
           PERFORM R-FECHA-PED-CORRENTE
           CLOSE ARQIMPORT
           IF WCO-ABERTO = 1
              CLOSE COLETA
           END-IF
           IF WCAMPO-ABERTO = 1
              CLOSE PESQPRECO VISITAS ROTAS ROTAITEM
           END-IF
           IF WMX-DISPONIVEL = 1
              MOVE 'F' TO LINK-MIX-FUNCAO
              CALL "ChkMix" USING LINK-MIX
           END-IF
           CLOSE PEDIDOS PEDITEM RESERVA CLIENTES VENDEDORES PRODUTOS
           PERFORM R-GRAVA-RESUMO
           MOVE SPACES TO WTXT
                    WHEN WH-TIPO = 'R'
                       PERFORM R-PROCESSA-COLETA
                          THRU R-PROCESSA-COLETA-EXIT
                    WHEN WH-TIPO = 'Q'
                       PERFORM R-PROCESSA-PESQUISA
                          THRU R-PROCESSA-PESQUISA-EXIT
                    WHEN WH-TIPO = 'V'
                       PERFORM R-PROCESSA-VISITA
                          THRU R-PROCESSA-VISITA-EXIT
                    WHEN WH-TIPO = 'L'
                       PERFORM R-PROCESSA-PERDA
                          THRU R-PROCESSA-PERDA-EXIT
                    WHEN OTHER
                       ADD 1 TO WCONT-ERR
                       MOVE ZEROES TO WIE-PEDIDO
       R-PROCESSA-COLETA-EXIT.
           EXIT.

      *-------------------------------------
      * LINHA 'Q': PESQUISA DE PRECO DA CONCORRENCIA FEITA NA
      * VISITA. O CLIENTE DEVE SER PARADA DA ROTA E O PRODUTO
      * CADASTRADO; O VENDEDOR E O DA ROTA. A MESMA CHAVE JA
      * GRAVADA (VISITA+PRODUTO+CONCORRENTE) E REJEITADA.
      *-------------------------------------
       R-PROCESSA-PESQUISA.
           PERFORM R-ABRE-CAMPO
           IF WCAMPO-ABERTO = ZERO
              ADD 1 TO WCONT-ERR
              MOVE ZEROES TO WIE-PEDIDO
              MOVE 'PESQUISA NAO GRAVADA - ARQUIVO' TO WIE-MENSAGEM
              PERFORM R-GRAVA-EXCECAO
              GO TO R-PROCESSA-PESQUISA-EXIT
           END-IF
           IF WLINHA-Q(2:29) IS NOT NUMERIC OR
              WLINHA-Q(51:18) IS NOT NUMERIC
              MOVE 'PESQUISA COM CAMPO NAO NUMERICO' TO WIE-MENSAGEM
              GO TO R-PROCESSA-PESQUISA-ERRO
           END-IF
           MOVE WQ-ROTA TO CODIGO-ROTA
           READ ROTAS
           IF FS-ROTA NOT = '00'
              MOVE 'PESQUISA COM ROTA NAO CADASTRADA' TO WIE-MENSAGEM
              GO TO R-PROCESSA-PESQUISA-ERRO
           END-IF
           MOVE WQ-ROTA    TO CODIGO-ROTA-ITEM
           MOVE WQ-CLIENTE TO CODIGO-CLI-ITEM
           READ ROTAITEM
           IF FS-ROTAITEM NOT = '00'
              MOVE 'PESQUISA COM CLIENTE FORA DA ROTA' TO WIE-MENSAGEM
              GO TO R-PROCESSA-PESQUISA-ERRO
           END-IF
           MOVE WQ-PRODUTO TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD NOT = '00'
              MOVE 'PESQUISA COM PRODUTO NAO CADASTRADO'
                TO WIE-MENSAGEM
              GO TO R-PROCESSA-PESQUISA-ERRO
           END-IF
           IF WQ-CONCORRENTE = SPACES OR WQ-PRECO-CONC = ZEROES
              MOVE 'PESQUISA SEM CONCORRENTE OU PRECO' TO WIE-MENSAGEM
              GO TO R-PROCESSA-PESQUISA-ERRO
           END-IF
           INSPECT WQ-CONCORRENTE CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE WQ-ROTA        TO CODIGO-ROTA-PQ
           MOVE WQ-CLIENTE     TO CODIGO-CLI-PQ
           MOVE WQ-DATA        TO DATA-PQ
           MOVE WQ-PRODUTO     TO CODIGO-PROD-PQ
           MOVE WQ-CONCORRENTE TO CONCORRENTE-PQ
           READ PESQPRECO
           IF FS-PQ = '00'
              MOVE 'PESQUISA JA REGISTRADA' TO WIE-MENSAGEM
              GO TO R-PROCESSA-PESQUISA-ERRO
           END-IF
           MOVE WQ-ROTA          TO CODIGO-ROTA-PQ
           MOVE WQ-CLIENTE       TO CODIGO-CLI-PQ
           MOVE WQ-DATA          TO DATA-PQ
           MOVE WQ-PRODUTO       TO CODIGO-PROD-PQ
           MOVE WQ-CONCORRENTE   TO CONCORRENTE-PQ
           MOVE CODIGO-VEN-ROTA  TO CODIGO-VEN-PQ
           MOVE WQ-PRECO-CONC    TO PRECO-CONC-PQ
           MOVE WQ-PRECO-PROPRIO TO PRECO-PROPRIO-PQ
           MOVE 'C'              TO ORIGEM-PQ
           MOVE LID-OPERADOR-1   TO OPERADOR-PQ
           WRITE REGISTRO-PESQPRECO
           IF FS-PQ = '00'
              ADD 1 TO WCONT-PESQ
              GO TO R-PROCESSA-PESQUISA-EXIT
           END-IF
           MOVE 'ERRO DE GRAVACAO DA PESQUISA' TO WIE-MENSAGEM
           MOVE FS-PQ TO WIE-STATUS.
       R-PROCESSA-PESQUISA-ERRO.
           ADD 1 TO WCONT-ERR
           MOVE ZEROES TO WIE-PEDIDO
           PERFORM R-GRAVA-EXCECAO.
       R-PROCESSA-PESQUISA-EXIT.
           EXIT.

      *    (PESQUISA, VISITAS, ROTAS E PARADAS ABERTOS SO NA PRIMEIRA
      *     LINHA 'Q' OU 'V' DO ARQUIVO)
       R-ABRE-CAMPO.
           IF WCAMPO-ABERTO = ZERO
              OPEN I-O PESQPRECO
              IF FS-PQ = '35'
                 CLOSE PESQPRECO OPEN OUTPUT PESQPRECO
                 CLOSE PESQPRECO OPEN I-O PESQPRECO
              END-IF
              OPEN I-O VISITAS
              IF FS-VIS = '35'
                 CLOSE VISITAS OPEN OUTPUT VISITAS
                 CLOSE VISITAS OPEN I-O VISITAS
              END-IF
              IF (FS-PQ = '00' OR '05') AND (FS-VIS = '00' OR '05')
                 OPEN INPUT ROTAS
                 OPEN INPUT ROTAITEM
                 IF FS-ROTA = '00' AND FS-ROTAITEM = '00'
                    MOVE 1 TO WCAMPO-ABERTO
                 ELSE
                    CLOSE PESQPRECO VISITAS ROTAS ROTAITEM
                 END-IF
              ELSE
                 CLOSE PESQPRECO VISITAS
              END-IF
           END-IF.

      *-------------------------------------
      * LINHA 'V': CHECK-IN DA VISITA FEITO NO APARELHO. O CLIENTE
      * DEVE SER PARADA DA ROTA. VISITA JA DIGITADA SEM CHECK-IN
      * RECEBE HORA E COORDENADAS (O RESULTADO DIGITADO FICA);
      * SEM VISITA, ELA E GRAVADA COM O VENDEDOR DA ROTA. CHECK-IN
      * REPETIDO E REJEITADO. SITUACAO: G = SEM GPS (0/0), C =
      * CLIENTE SEM COORDENADA, R = ALEM DO RAIO, V = VALIDADA.
      *-------------------------------------
       R-PROCESSA-VISITA.
           PERFORM R-ABRE-CAMPO
           IF WCAMPO-ABERTO = ZERO
              ADD 1 TO WCONT-ERR
              MOVE ZEROES TO WIE-PEDIDO
              MOVE 'VISITA NAO GRAVADA - ARQUIVO' TO WIE-MENSAGEM
              PERFORM R-GRAVA-EXCECAO
              GO TO R-PROCESSA-VISITA-EXIT
           END-IF
           IF WLINHA-V(2:28) IS NOT NUMERIC OR
              WV-LATITUDE IS NOT NUMERIC OR
              WV-LONGITUDE IS NOT NUMERIC
              MOVE 'VISITA COM CAMPO NAO NUMERICO' TO WIE-MENSAGEM
              GO TO R-PROCESSA-VISITA-ERRO
           END-IF
           IF WV-HH > 23 OR WV-MM > 59 OR WV-SS > 59
              MOVE 'VISITA COM HORA INVALIDA' TO WIE-MENSAGEM
              GO TO R-PROCESSA-VISITA-ERRO
           END-IF
           IF WV-RESULTADO NOT = 'V' AND WV-RESULTADO NOT = 'N' AND
              WV-RESULTADO NOT = 'F' AND WV-RESULTADO NOT = 'A'
              MOVE 'VISITA COM RESULTADO INVALIDO' TO WIE-MENSAGEM
              GO TO R-PROCESSA-VISITA-ERRO
           END-IF
           MOVE WV-ROTA TO CODIGO-ROTA
           READ ROTAS
           IF FS-ROTA NOT = '00'
              MOVE 'VISITA COM ROTA NAO CADASTRADA' TO WIE-MENSAGEM
              GO TO R-PROCESSA-VISITA-ERRO
           END-IF
           MOVE WV-ROTA    TO CODIGO-ROTA-ITEM
           MOVE WV-CLIENTE TO CODIGO-CLI-ITEM
           READ ROTAITEM
           IF FS-ROTAITEM NOT = '00'
              MOVE 'VISITA COM CLIENTE FORA DA ROTA' TO WIE-MENSAGEM
              GO TO R-PROCESSA-VISITA-ERRO
           END-IF
           PERFORM R-GEO-CHECKIN
           MOVE WV-ROTA    TO CODIGO-ROTA-VIS
           MOVE WV-CLIENTE TO CODIGO-CLI-VIS
           MOVE WV-DATA    TO DATA-VIS
           READ VISITAS
           IF FS-VIS = '00'
              IF NOT GEO-SEM-CHECKIN
                 MOVE 'VISITA JA TEM CHECK-IN' TO WIE-MENSAGEM
                 GO TO R-PROCESSA-VISITA-ERRO
              END-IF
              PERFORM R-MOVE-CHECKIN
              REWRITE REGISTRO-VISITAS
           ELSE
              INITIALIZE REGISTRO-VISITAS
              MOVE WV-ROTA            TO CODIGO-ROTA-VIS
              MOVE WV-CLIENTE         TO CODIGO-CLI-VIS
              MOVE WV-DATA            TO DATA-VIS
              MOVE CODIGO-VEN-ROTA    TO CODIGO-VEN-VIS
              MOVE WV-RESULTADO       TO RESULTADO-VIS
              MOVE 'RETORNO DE CAMPO' TO OBS-VIS
              MOVE LID-OPERADOR-1     TO OPERADOR-VIS
              PERFORM R-MOVE-CHECKIN
              WRITE REGISTRO-VISITAS
           END-IF
           IF FS-VIS = '00'
              ADD 1 TO WCONT-VISITA
              GO TO R-PROCESSA-VISITA-EXIT
           END-IF
           MOVE 'ERRO DE GRAVACAO DA VISITA' TO WIE-MENSAGEM
           MOVE FS-VIS TO WIE-STATUS.
       R-PROCESSA-VISITA-ERRO.
           ADD 1 TO WCONT-ERR
           MOVE ZEROES TO WIE-PEDIDO
           PERFORM R-GRAVA-EXCECAO.
       R-PROCESSA-VISITA-EXIT.
           EXIT.

       R-MOVE-CHECKIN.
           MOVE WV-HORA      TO HORA-CHECKIN-VIS
           MOVE WV-LATITUDE  TO LAT-CHECKIN-VIS
           MOVE WV-LONGITUDE TO LON-CHECKIN-VIS
           MOVE WDIST-CHK    TO DIST-CHECKIN-VIS
           MOVE WGEO-CHK     TO GEO-VIS.

      *    (DISTANCIA DO APARELHO AO CLIENTE E SITUACAO PELO RAIO)
       R-GEO-CHECKIN.
           MOVE ZEROES TO WDIST-CHK
           IF WV-LATITUDE = ZEROES AND WV-LONGITUDE = ZEROES
              MOVE 'G' TO WGEO-CHK
           ELSE
              MOVE WV-CLIENTE TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI NOT = '00' OR
                 (LATITUDE = ZEROES AND LONGITUDE = ZEROES)
                 MOVE 'C' TO WGEO-CHK
              ELSE
                 MOVE WV-LATITUDE  TO WDLA-VEN
                 MOVE WV-LONGITUDE TO WDLO-VEN
                 MOVE LATITUDE     TO WDLA-CLI
                 MOVE LONGITUDE    TO WDLO-CLI
                 PERFORM S-CALCULA-DISTANCIA
                    THRU S-CALCULA-DISTANCIA-EXIT
                 IF WDIST-ATUAL > 9999999
                    MOVE 9999999 TO WDIST-CHK
                 ELSE
                    MOVE WDIST-ATUAL TO WDIST-CHK
                 END-IF
                 IF WDIST-CHK > WRAIO-IM
                    MOVE 'R' TO WGEO-CHK
                 ELSE
                    MOVE 'V' TO WGEO-CHK
                 END-IF
              END-IF
           END-IF.

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
                       MOVE WRAIO-CFG-NUM TO WRAIO-IM
                    END-IF
                    MOVE ARQVISCFG-REC(6:3) TO WVEL-CFG-TXT
                    IF WVEL-CFG-TXT IS NUMERIC
                       MOVE WVEL-CFG-NUM TO WVEL-MAX-IM
                    END-IF
              END-READ
              CLOSE ARQVISCFG
           ELSE
              OPEN OUTPUT ARQVISCFG
              MOVE SPACES        TO ARQVISCFG-REC
              MOVE WRAIO-IM      TO WRAIO-CFG-NUM
              MOVE WRAIO-CFG-TXT TO ARQVISCFG-REC(1:5)
              MOVE WVEL-MAX-IM   TO WVEL-CFG-NUM
              MOVE WVEL-CFG-TXT  TO ARQVISCFG-REC(6:3)
              WRITE ARQVISCFG-REC
              CLOSE ARQVISCFG
           END-IF.

      *-------------------------------------
      * CABECALHO: FECHA O PEDIDO ANTERIOR (REGRAVA O VALOR SOMADO
      * DOS ITENS), VALIDA CLIENTE E VENDEDOR E GRAVA O PEDIDO EM
              PERFORM R-GRAVA-EXCECAO
              GO TO R-PROCESSA-CABECALHO-EXIT
           END-IF
           IF WLINHA-H(38:8) IS NOT NUMERIC OR WH-DATA-ENTREGA = ZEROES
              MOVE WH-DATA TO WH-DATA-ENTREGA
           END-IF
           IF WH-DATA-ENTREGA < WH-DATA
              ADD 1 TO WCONT-ERR
              MOVE WH-PEDIDO TO WIE-PEDIDO
              MOVE 'ENTREGA PROMETIDA ANTERIOR AO PEDIDO'
                 TO WIE-MENSAGEM
              PERFORM R-GRAVA-EXCECAO
              GO TO R-PROCESSA-CABECALHO-EXIT
           END-IF
           MOVE WH-PEDIDO     TO CODIGO-PED
           MOVE WH-CLIENTE    TO CODIGO-CLI-PED
           MOVE WH-VENDEDOR   TO CODIGO-VEN-PED
           MOVE ZEROES        TO APROVADOR-DESC-PED TRANSP-PED
           MOVE ZEROES        TO COND-PAGTO-PED END-ENTREGA-PED
           MOVE SPACES        TO ORIGEM-PED FRETE-TIPO-PED
           MOVE WH-DATA-ENTREGA TO DATA-PREV-ENT-PED
           WRITE REGISTRO-PEDIDOS
           IF FS-PED = '00'
              ADD 1 TO WCONT-PED
              MOVE WH-PEDIDO    TO WPED-CORRENTE
              MOVE ZEROES       TO WVALOR-PED-CORRENTE
              MOVE WH-DESC-PERC TO WDESC-CORRENTE
              MOVE WH-CLIENTE   TO WCLI-CORRENTE
              MOVE WH-VENDEDOR  TO WVEN-CORRENTE
              MOVE GRUPO-CLI    TO WGRUPO-CORRENTE
           ELSE
              ADD 1 TO WCONT-ERR
              MOVE WH-PEDIDO TO WIE-PEDIDO
              PERFORM R-GRAVA-EXCECAO
              GO TO R-PROCESSA-ITEM-EXIT
           END-IF
           IF WMX-DISPONIVEL = 1
              MOVE 'V'             TO LINK-MIX-FUNCAO
              MOVE WCLI-CORRENTE   TO LINK-MIX-CLIENTE
              MOVE WGRUPO-CORRENTE TO LINK-MIX-GRUPO
              MOVE WI-PRODUTO      TO LINK-MIX-PRODUTO
              MOVE 'ExeImpPedidos' TO LINK-MIX-PROGRAMA
              MOVE LID-OPERADOR-1  TO LINK-MIX-OPERADOR
              MOVE WI-PEDIDO       TO LINK-MIX-PEDIDO
              MOVE 'S'             TO LINK-MIX-REGISTRA
              CALL "ChkMix" USING LINK-MIX
              IF LINK-MIX-SITUACAO = 'B'
                 ADD 1 TO WCONT-ERR
                 MOVE WI-PEDIDO TO WIE-PEDIDO
                 MOVE 'PRODUTO FORA DO MIX AUTORIZADO DO CLIENTE'
                    TO WIE-MENSAGEM
                 PERFORM R-GRAVA-EXCECAO
                 MOVE WCLI-CORRENTE TO LINK-PDA-CLIENTE
                 MOVE WVEN-CORRENTE TO LINK-PDA-VENDEDOR
                 MOVE WI-PRODUTO    TO LINK-PDA-PRODUTO
                 MOVE WI-QTDE       TO LINK-PDA-QTDE
                 IF WI-VLUNIT = ZEROES
                    MOVE PRECO-PROD TO LINK-PDA-VALOR-UNIT
                 ELSE
                    MOVE WI-VLUNIT  TO LINK-PDA-VALOR-UNIT
                 END-IF
                 MOVE 'M'           TO LINK-PDA-MOTIVO
                 MOVE WI-PEDIDO     TO LINK-PDA-DOCUMENTO
                 MOVE ZEROES        TO LINK-PDA-DATA
                 PERFORM R-GRAVA-PERDA
                 GO TO R-PROCESSA-ITEM-EXIT
              END-IF
           END-IF
           MOVE WI-PEDIDO  TO CODIGO-PED-ITEM
           MOVE WI-NUMERO  TO NUMERO-ITEM
           MOVE WI-PRODUTO TO CODIGO-PROD-ITEM
           CLOSE ARQIMPEXC
           MOVE ZEROES TO WIE-STATUS.

      *-------------------------------------
      * LINHA 'L': VENDA PERDIDA REGISTRADA EM CAMPO (O CLIENTE
      * RECUSOU O ITEM, A FALTA OU O PRAZO). CLIENTE, VENDEDOR E
      * PRODUTO CONFERIDOS NOS CADASTROS; PRECO ZERO ASSUME O DO
      * CADASTRO DE PRODUTOS.
      *-------------------------------------
       R-PROCESSA-PERDA.
           IF WLINHA-L(2:50) IS NOT NUMERIC OR WL-QTDE = ZEROES
              ADD 1 TO WCONT-ERR
              MOVE WL-PEDIDO TO WIE-PEDIDO
              MOVE 'PERDA COM CAMPO NAO NUMERICO OU QTDE ZERO'
                 TO WIE-MENSAGEM
              PERFORM R-GRAVA-EXCECAO
              GO TO R-PROCESSA-PERDA-EXIT
           END-IF
           IF NOT WL-MOTIVO-VALIDO
              ADD 1 TO WCONT-ERR
              MOVE WL-PEDIDO TO WIE-PEDIDO
              MOVE 'PERDA COM MOTIVO INVALIDO' TO WIE-MENSAGEM
              PERFORM R-GRAVA-EXCECAO
              GO TO R-PROCESSA-PERDA-EXIT
           END-IF
           MOVE WL-CLIENTE TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              ADD 1 TO WCONT-ERR
              MOVE WL-PEDIDO TO WIE-PEDIDO
              MOVE 'PERDA COM CLIENTE NAO CADASTRADO' TO WIE-MENSAGEM
              PERFORM R-GRAVA-EXCECAO
              GO TO R-PROCESSA-PERDA-EXIT
           END-IF
           MOVE WL-VENDEDOR TO CODIGO-VEN
           READ VENDEDORES KEY IS CODIGO-VEN
           IF FS-VEN NOT = '00'
              ADD 1 TO WCONT-ERR
              MOVE WL-PEDIDO TO WIE-PEDIDO
              MOVE 'PERDA COM VENDEDOR NAO CADASTRADO' TO WIE-MENSAGEM
              PERFORM R-GRAVA-EXCECAO
              GO TO R-PROCESSA-PERDA-EXIT
           END-IF
           MOVE WL-PRODUTO TO CODIGO-PROD
           READ PRODUTOS
           IF FS-PROD NOT = '00'
              ADD 1 TO WCONT-ERR
              MOVE WL-PEDIDO TO WIE-PEDIDO
              MOVE 'PERDA COM PRODUTO NAO CADASTRADO' TO WIE-MENSAGEM
              PERFORM R-GRAVA-EXCECAO
              GO TO R-PROCESSA-PERDA-EXIT
           END-IF
           MOVE WL-CLIENTE  TO LINK-PDA-CLIENTE
           MOVE WL-VENDEDOR TO LINK-PDA-VENDEDOR
           MOVE WL-PRODUTO  TO LINK-PDA-PRODUTO
           MOVE WL-QTDE     TO LINK-PDA-QTDE
           IF WL-VLUNIT = ZEROES
              MOVE PRECO-PROD TO LINK-PDA-VALOR-UNIT
           ELSE
              MOVE WL-VLUNIT  TO LINK-PDA-VALOR-UNIT
           END-IF
           MOVE WL-MOTIVO   TO LINK-PDA-MOTIVO
           MOVE WL-PEDIDO   TO LINK-PDA-DOCUMENTO
           MOVE WL-DATA     TO LINK-PDA-DATA
           PERFORM R-GRAVA-PERDA
           IF LINK-PDA-STATUS = '0'
              ADD 1 TO WCONT-PERDA
           ELSE
              ADD 1 TO WCONT-ERR
              MOVE WL-PEDIDO TO WIE-PEDIDO
              MOVE 'ERRO DE GRAVACAO DA PERDA' TO WIE-MENSAGEM
              PERFORM R-GRAVA-EXCECAO
           END-IF.
       R-PROCESSA-PERDA-EXIT.
           EXIT.

      *    (CAMPOS DA PERDA JA MOVIDOS PELO CHAMADOR)
       R-GRAVA-PERDA.
           MOVE LID-EMPRESA-1  TO LINK-PDA-EMPRESA
           MOVE 'I'            TO LINK-PDA-ORIGEM
           MOVE LID-OPERADOR-1 TO LINK-PDA-OPERADOR
           CALL "GravaPerda" USING LINK-PERDA.

       R-GRAVA-RESUMO.
           ACCEPT WDHIM-DATA FROM DATE YYYYMMDD
           ACCEPT WDHIM-HORA FROM TIME
              CLOSE PEDIDOS PEDITEM CLIENTES VENDEDORES
              EXIT PROGRAM
           END-IF.
      *    (SEM O ARQUIVO DE MIX TODO PRODUTO E PERMITIDO)
           MOVE 0 TO WMX-DISPONIVEL.
           MOVE 'A'           TO LINK-MIX-FUNCAO.
           MOVE LID-EMPRESA-1 TO LINK-MIX-EMPRESA.
           CALL "ChkMix" USING LINK-MIX.
           IF LINK-MIX-STATUS = '0'
              MOVE 1 TO WMX-DISPONIVEL
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

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
