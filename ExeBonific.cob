      *--------------------------
      * APURACAO MENSAL DA PROVISAO DE BONIFICACAO POR VOLUME
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ExeBonific.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Para cada acordo ativo do ano
      *              (ARQBONIF.DAT) soma o volume liquido (valor -
      *              desconto) do cubo de estatisticas (ARQSTAT.DAT)
      *              de janeiro ate o mes apurado, do cliente ou de
      *              todos os clientes do grupo economico, acha a
      *              maior faixa atingida e grava a provisao
      *              acumulada no acordo. A diferenca para a
      *              provisao do mes anterior e a provisao do mes
      *              (ARQBNFMOV.DAT), levada ao RelDRE como deducao.
      *              Reapurar o mes refaz o valor; acordo ja
      *              apurado em mes posterior nao e mexido.
      *              Relatorio RELBONIF. Mes padrao: o anterior ao
      *              corrente. Roda sem tela como etapa de
      *              cadeia/agendador.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BONIFIC ASSIGN TO  DISK WID-ARQ-BNF
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-BNF
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-BNF.

       SELECT BNFMOV ASSIGN TO  DISK WID-ARQ-BMV
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-BMV
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-BMV.

       SELECT ESTATIS ASSIGN TO  DISK WID-ARQ-STAT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-ST
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ST.

       SELECT CLIENTES ASSIGN TO  DISK WID-ARQ-CLIENTE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CLI
              ALTERNATE RECORD KEY IS CNPJ   WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
              ALTERNATE RECORD KEY IS RAZAO  WITH DUPLICATES
              ALTERNATE RECORD KEY IS LATITUDE WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CLI.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD BONIFIC.
       01 REGISTRO-BONIFIC.
          02 CHAVE-BNF.
             03 ANO-BNF               PIC  9(004).
             03 ALVO-BNF              PIC  X(001).
                88 BNF-CLIENTE        VALUE 'C'.
                88 BNF-GRUPO          VALUE 'G'.
             03 CODIGO-ALVO-BNF       PIC  9(007).
          02 DESCRICAO-BNF            PIC  X(030) VALUE SPACES.
          02 FAIXAS-BNF.
             03 FAIXA-BNF OCCURS 5 TIMES.
                04 VOLUME-MIN-BNF     PIC  9(011)v9(002).
                04 PERC-FAIXA-BNF     PIC  9(003)v9(002).
          02 FORMA-LIQ-BNF            PIC  X(001) VALUE 'C'.
             88 BNF-LIQ-CREDITO       VALUE 'C'.
             88 BNF-LIQ-MERCADORIA    VALUE 'M'.
          02 CLIENTE-LIQ-BNF          PIC  9(007) VALUE ZEROES.
          02 PRODUTO-BNF              PIC  9(007) VALUE ZEROES.
          02 VENDEDOR-BNF             PIC  9(007) VALUE ZEROES.
          02 VOLUME-BNF               PIC  9(011)v9(002) VALUE ZEROES.
          02 PERC-ATING-BNF           PIC  9(003)v9(002) VALUE ZEROES.
          02 VALOR-PROV-BNF           PIC  9(011)v9(002) VALUE ZEROES.
          02 ULT-MES-BNF              PIC  9(006) VALUE ZEROES.
          02 SITUACAO-BNF             PIC  X(001) VALUE 'A'.
             88 BNF-ATIVO             VALUE 'A'.
             88 BNF-LIQUIDADO         VALUE 'L'.
             88 BNF-CANCELADO         VALUE 'C'.
          02 DATA-LIQ-BNF             PIC  9(008) VALUE ZEROES.
          02 VALOR-LIQ-BNF            PIC  9(011)v9(002) VALUE ZEROES.
          02 DOCUMENTO-LIQ-BNF        PIC  9(009) VALUE ZEROES.
          02 OPERADOR-BNF             PIC  X(010) VALUE SPACES.
          02 FILLER                   PIC  X(020).

       FD BNFMOV.
       01 REGISTRO-BNFMOV.
          02 CHAVE-BMV.
             03 ANO-MES-BMV           PIC  9(006).
             03 ALVO-BMV              PIC  X(001).
             03 CODIGO-ALVO-BMV       PIC  9(007).
          02 VOLUME-BMV               PIC  9(011)v9(002) VALUE ZEROES.
          02 PERC-BMV                 PIC  9(003)v9(002) VALUE ZEROES.
          02 VALOR-ACUM-BMV           PIC  9(011)v9(002) VALUE ZEROES.
          02 VALOR-MES-BMV            PIC S9(011)v9(002) VALUE ZEROES.
          02 DATA-APUR-BMV            PIC  9(008) VALUE ZEROES.
          02 FILLER                   PIC  X(010).

       FD ESTATIS.
       01 REGISTRO-ESTATIS.
          02 CHAVE-ST.
             03 ANO-MES-ST            PIC  9(006).
             03 CODIGO-VEN-ST         PIC  9(007).
             03 CODIGO-CLI-ST         PIC  9(007).
             03 CODIGO-PROD-ST        PIC  9(007).
          02 QTDE-ST                  PIC  9(009) VALUE ZEROES.
          02 VALOR-ST                 PIC  9(011)v9(002) VALUE ZEROES.
          02 DESCONTO-ST              PIC  9(011)v9(002) VALUE ZEROES.

       FD CLIENTES.
       01 REGISTRO-CLIENTES.
          02 CHAVE-CLI.
             03 CODIGO             PIC  9(007).
             03 CNPJ               PIC  9(014).
          02 RAZAO                 PIC  X(040).
          02 LATITUDE              PIC S9(003)v9(008).
          02 LONGITUDE             PIC S9(003)v9(008).
          02 INATIVO                PIC  X(001) VALUE SPACES.
          02 ENDERECO               PIC  X(040) VALUE SPACES.
          02 CIDADE                 PIC  X(020) VALUE SPACES.
          02 ESTADO                 PIC  X(002) VALUE SPACES.
          02 TELEFONE               PIC  X(015) VALUE SPACES.
          02 EMAIL                  PIC  X(040) VALUE SPACES.
          02 INSC-ESTADUAL          PIC  X(014) VALUE SPACES.
          02 TABELA-PRECO-CLI       PIC  9(003) VALUE ZEROES.
          02 LIMITE-CRED-CLI        PIC  9(009)v9(002) VALUE ZEROES.
          02 CODIGO-IBGE-CLI        PIC  9(007) VALUE ZEROES.
          02 BLOQUEIO-CRED-CLI      PIC  X(001) VALUE SPACES.
             88 CLI-BLOQUEADO          VALUE 'B'.
          02 HORA-ABRE-CLI          PIC  9(004) VALUE ZEROES.
          02 HORA-FECHA-CLI         PIC  9(004) VALUE ZEROES.
          02 GRUPO-CLI              PIC  9(003) VALUE ZEROES.
          02 SUCESSOR-CLI           PIC  9(007) VALUE ZEROES.

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-BNF.
           02 FS-BNF-1                PIC 9.
           02 FS-BNF-2                PIC 9.
           02 FS-BNF-R REDEFINES FS-BNF-2 PIC 99 COMP-X.
       01 FS-BMV.
           02 FS-BMV-1                PIC 9.
           02 FS-BMV-2                PIC 9.
           02 FS-BMV-R REDEFINES FS-BMV-2 PIC 99 COMP-X.
       01 FS-ST.
           02 FS-ST-1                 PIC 9.
           02 FS-ST-2                 PIC 9.
           02 FS-ST-R REDEFINES FS-ST-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLIENTES-1                PIC 9.
           02 FS-CLIENTES-2                PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01 FS-REL                      PIC XX VALUE '00'.

       01 WID-ARQ-BNF                 PIC X(50) VALUE 'ARQBONIF.DAT'.
       01 WID-ARQ-BMV                 PIC X(50) VALUE 'ARQBNFMOV.DAT'.
       01 WID-ARQ-STAT                PIC X(50) VALUE 'ARQSTAT.DAT'.
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                   PIC X VALUE SPACES.
       01 WCONFIRMA-EB         PIC X VALUE SPACES.
       01 WDATA-HOJE-EB        PIC 9(008) VALUE ZEROES.
       01 WDATA-HOJE-EB-R REDEFINES WDATA-HOJE-EB.
          02 WHOJE-ANO-EB      PIC 9(004).
          02 WHOJE-MES-EB      PIC 9(002).
          02 WHOJE-DIA-EB      PIC 9(002).
       01 WMES-EB              PIC 9(006) VALUE ZEROES.
       01 WMES-EB-R REDEFINES WMES-EB.
          02 WMES-ANO-EB       PIC 9(004).
          02 WMES-MM-EB        PIC 9(002).
       01 WMES-INI-EB          PIC 9(006) VALUE ZEROES.
       77 WERRO-EB             PIC 9 VALUE ZEROES.
       77 WTEM-GRUPO-EB        PIC 9 VALUE ZEROES.
       77 WCLI-ABERTO-EB       PIC 9 VALUE ZEROES.
       77 WULT-CLI-EB          PIC 9(007) VALUE ZEROES.
       77 WULT-GRUPO-EB        PIC 9(003) VALUE ZEROES.
       77 WI-EB                PIC 9(003) COMP VALUE ZEROES.
       77 WJ-EB                PIC 9(003) COMP VALUE ZEROES.
       77 WF-EB                PIC 9(002) COMP VALUE ZEROES.
       77 WQTD-EB              PIC 9(003) COMP VALUE ZEROES.
       77 WACHOU-EB            PIC 9(003) COMP VALUE ZEROES.
       77 WQTD-PULADO-EB       PIC 9(005) VALUE ZEROES.
       01 WVALOR-ST-EB         PIC S9(011)v9(002) VALUE ZEROES.
       01 WALVO-BUSCA-EB       PIC X(001) VALUE SPACES.
       01 WCOD-BUSCA-EB        PIC 9(007) VALUE ZEROES.
       01 WPERC-EB             PIC 9(003)v9(002) VALUE ZEROES.
       01 WTOTAL-EB            PIC 9(011)v9(002) VALUE ZEROES.
       01 WANTERIOR-EB         PIC 9(011)v9(002) VALUE ZEROES.
       01 WMES-VALOR-EB        PIC S9(011)v9(002) VALUE ZEROES.

      *-------------ACORDOS DO ANO EM APURACAO----------------------
      * VOLUME LIQUIDO ACUMULADO POR ACORDO DURANTE A LEITURA DO
      * CUBO. O CLIENTE SOMA NO SEU ACORDO E NO DO SEU GRUPO.
       01 WTAB-ACORDO-EB.
          02 WACORDO-EB OCCURS 500 TIMES.
             03 WTA-ALVO-EB          PIC X(001).
             03 WTA-CODIGO-EB        PIC 9(007).
             03 WTA-VOLUME-EB        PIC S9(011)v9(002).

      *-------------TOTAIS DO RELATORIO-----------------------------
       77 WCONT                PIC 9(04) VALUE ZEROES.
       01 WTOT-QTD-RB          PIC 9(005) VALUE ZEROES.
       01 WTOT-VOLUME-RB       PIC 9(013)v9(002) VALUE ZEROES.
       01 WTOT-ACUM-RB         PIC 9(013)v9(002) VALUE ZEROES.
       01 WTOT-MES-RB          PIC S9(013)v9(002) VALUE ZEROES.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

      * LAYOUT DO RELATORIO DA APURACAO
       01  CAB01-EB.
           02 FILLER            PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(44) VALUE
           '  PROVISAO DE BONIFICACAO POR VOLUME - MES '.
           02 CB-MES-EB         PIC 9(004)/9(002).

       01  CAB02-EB.
           03 FILLER PIC X(11) VALUE 'ALVO       '.
           03 FILLER PIC X(31) VALUE 'DESCRICAO                      '.
           03 FILLER PIC X(15) VALUE '  VOLUME (ANO)'.
           03 FILLER PIC X(08) VALUE '  FAIXA%'.
           03 FILLER PIC X(15) VALUE ' PROV.ACUMULADA'.
           03 FILLER PIC X(16) VALUE '   PROVISAO MES'.
           03 FILLER PIC X(05) VALUE ' LIQ.'.

       01  CAB03-EB.
           03 FILLER PIC X(110) VALUE IS ALL '-'.

       01  DET01-EB.
           03 RB-ALVO             PIC X(001).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RB-CODIGO           PIC 9(007).
           03 FILLER              PIC X(02)  VALUE SPACES.
           03 RB-DESCRICAO        PIC X(030).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RB-VOLUME           PIC ZZZZZZZZZZ9,99.
           03 FILLER              PIC X(02)  VALUE SPACES.
           03 RB-PERC             PIC ZZ9,99.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RB-ACUM             PIC ZZZZZZZZZZ9,99.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RB-MES              PIC -ZZZZZZZZZZ9,99.
           03 FILLER              PIC X(02)  VALUE SPACES.
           03 RB-FORMA            PIC X(001).

       01  TOT01-EB.
           03 FILLER              PIC X(18) VALUE 'ACORDOS APURADOS.:'.
           03 RB-TOT-QTD          PIC ZZZZ9.
           03 FILLER              PIC X(10) VALUE '  VOLUME: '.
           03 RB-TOT-VOLUME       PIC ZZZZZZZZZZZZ9,99.
           03 FILLER              PIC X(12) VALUE '  PROVISAO: '.
           03 RB-TOT-ACUM         PIC ZZZZZZZZZZZZ9,99.
           03 FILLER              PIC X(07) VALUE '  MES: '.
           03 RB-TOT-MES          PIC -ZZZZZZZZZZZZ9,99.

       01  TOT02-EB.
           03 FILLER              PIC X(40) VALUE
           'ACORDOS JA APURADOS EM MES POSTERIOR...:'.
           03 RB-TOT-PULADO       PIC ZZZZ9.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-BONIFIC.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - BONIFICACAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 22 VALUE "PROVISAO MENSAL DOS ACORDOS".
          02 LINE 7 COL 10 VALUE "MES DE APURACAO (AAAAMM)....:".
          02 LINE 7 COL 41 PIC 9(006) USING WMES-EB.
          02 LINE 9 COL 10 VALUE "APURAR AGORA ? (S/N)........:".
          02 LINE 9 COL 41 PIC X USING WCONFIRMA-EB.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-BNF
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-BMV
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-STAT
           MOVE LID-ARQ-CLIENTE-1  TO WID-ARQ-CLIENTE-1
           ACCEPT WDATA-HOJE-EB FROM DATE YYYYMMDD
           IF WHOJE-MES-EB = 1
              COMPUTE WMES-ANO-EB = WHOJE-ANO-EB - 1
              MOVE 12 TO WMES-MM-EB
           ELSE
              MOVE WHOJE-ANO-EB TO WMES-ANO-EB
              COMPUTE WMES-MM-EB = WHOJE-MES-EB - 1
           END-IF
           MOVE SPACES TO WCONFIRMA-EB
      *    (ETAPA DE CADEIA/AGENDADOR: APURA O MES ANTERIOR SEM TELA)
           IF LID-MODO-1 = 'L'
              MOVE 'S' TO WCONFIRMA-EB
           ELSE
              DISPLAY TELA-BONIFIC
              ACCEPT TELA-BONIFIC
           END-IF
           IF WCONFIRMA-EB = 'S' OR 's'
              PERFORM R-APURA THRU R-APURA-FIM
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.

      * CARREGA OS ACORDOS ATIVOS DO ANO, SOMA O CUBO DE JANEIRO ATE
      * O MES E GRAVA A PROVISAO DE CADA ACORDO.
       R-APURA.
           IF WMES-MM-EB < 1 OR WMES-MM-EB > 12
              MOVE 'MES DE APURACAO INVALIDO' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-APURA-FIM
           END-IF
           OPEN I-O BONIFIC
           IF FS-BNF NOT = '00'
              MOVE 'SEM ACORDOS DE BONIFICACAO ST ' TO WTXT
              MOVE FS-BNF TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-APURA-FIM
           END-IF
           OPEN INPUT ESTATIS
           IF FS-ST NOT = '00'
              MOVE 'ERRO NA ABERTURA DAS ESTATISTICAS ST ' TO WTXT
              MOVE FS-ST TO WST
              PERFORM R-MOSTRA-MENSAGEM
              CLOSE BONIFIC
              GO TO R-APURA-FIM
           END-IF
           OPEN I-O BNFMOV
           IF FS-BMV = '35'
              CLOSE BNFMOV OPEN OUTPUT BNFMOV
              CLOSE BNFMOV OPEN I-O BNFMOV
           END-IF
           IF FS-BMV NOT = '00' AND FS-BMV NOT = '05'
              MOVE 'ERRO NA ABERTURA DO MOVIMENTO DE PROVISAO ST '
                TO WTXT
              MOVE FS-BMV TO WST
              PERFORM R-MOSTRA-MENSAGEM
              CLOSE BONIFIC ESTATIS
              GO TO R-APURA-FIM
           END-IF
           MOVE ZEROES TO WQTD-EB WTEM-GRUPO-EB WQTD-PULADO-EB
                          WERRO-EB WULT-CLI-EB WULT-GRUPO-EB
           MOVE WMES-ANO-EB TO ANO-BNF
           MOVE LOW-VALUES  TO ALVO-BNF
           MOVE ZEROES      TO CODIGO-ALVO-BNF
           START BONIFIC KEY IS NOT LESS THAN CHAVE-BNF
           IF FS-BNF = '00'
              PERFORM R-CARREGA-ACORDO
                 UNTIL FS-BNF NOT = '00' OR WERRO-EB = 1
           END-IF
           IF WERRO-EB = 1
              MOVE 'MAIS DE 500 ACORDOS NO ANO' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              CLOSE BONIFIC ESTATIS BNFMOV
              GO TO R-APURA-FIM
           END-IF
           IF WQTD-EB = ZEROES
              MOVE SPACES TO WTXT
              STRING 'NENHUM ACORDO ATIVO A APURAR EM ' WMES-EB
                 DELIMITED BY SIZE INTO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              CLOSE BONIFIC ESTATIS BNFMOV
              GO TO R-APURA-FIM
           END-IF
           MOVE ZERO TO WCLI-ABERTO-EB
           IF WTEM-GRUPO-EB = 1
              OPEN INPUT CLIENTES
              IF FS-CLI = '00'
                 MOVE 1 TO WCLI-ABERTO-EB
              END-IF
           END-IF
           COMPUTE WMES-INI-EB = (WMES-ANO-EB * 100) + 1
           MOVE WMES-INI-EB TO ANO-MES-ST
           MOVE ZEROES TO CODIGO-VEN-ST CODIGO-CLI-ST CODIGO-PROD-ST
           START ESTATIS KEY IS NOT LESS THAN CHAVE-ST
           IF FS-ST = '00'
              PERFORM R-SOMA-ESTATIS UNTIL FS-ST NOT = '00'
           END-IF
           IF WCLI-ABERTO-EB = 1
              CLOSE CLIENTES
           END-IF
           CLOSE ESTATIS
           PERFORM R-ABRE-RELATORIO
           MOVE ZEROES TO WTOT-QTD-RB WTOT-VOLUME-RB WTOT-ACUM-RB
                          WTOT-MES-RB
           PERFORM R-GRAVA-PROVISAO
              VARYING WI-EB FROM 1 BY 1 UNTIL WI-EB > WQTD-EB
           CLOSE BONIFIC BNFMOV
           MOVE CAB03-EB TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WTOT-QTD-RB    TO RB-TOT-QTD
           MOVE WTOT-VOLUME-RB TO RB-TOT-VOLUME
           MOVE WTOT-ACUM-RB   TO RB-TOT-ACUM
           MOVE WTOT-MES-RB    TO RB-TOT-MES
           MOVE TOT01-EB TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WQTD-PULADO-EB TO RB-TOT-PULADO
           MOVE TOT02-EB TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL
           MOVE SPACES TO WTXT
           STRING 'APURADOS ' WTOT-QTD-RB ' - RELATORIO '
                  WID-ARQ-REL-1
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-APURA-FIM.
           EXIT.

      * ACORDO ATIVO DO ANO ENTRA NA TABELA; O JA APURADO EM MES
      * POSTERIOR AO PEDIDO E SO CONTADO.
       R-CARREGA-ACORDO.
           READ BONIFIC NEXT
           IF FS-BNF = '00'
              IF ANO-BNF NOT = WMES-ANO-EB
                 MOVE '10' TO FS-BNF
              ELSE
                 IF BNF-ATIVO
                    IF ULT-MES-BNF > WMES-EB
                       ADD 1 TO WQTD-PULADO-EB
                    ELSE
                       IF WQTD-EB = 500
                          MOVE 1 TO WERRO-EB
                       ELSE
                          ADD 1 TO WQTD-EB
                          MOVE ALVO-BNF TO WTA-ALVO-EB(WQTD-EB)
                          MOVE CODIGO-ALVO-BNF
                            TO WTA-CODIGO-EB(WQTD-EB)
                          MOVE ZEROES TO WTA-VOLUME-EB(WQTD-EB)
                          IF BNF-GRUPO
                             MOVE 1 TO WTEM-GRUPO-EB
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * VENDA LIQUIDA DO CLIENTE NO CUBO VAI PARA O ACORDO DO
      * CLIENTE E, SE HOUVER, PARA O DO GRUPO DELE.
       R-SOMA-ESTATIS.
           READ ESTATIS NEXT
           IF FS-ST NOT = '00' OR ANO-MES-ST > WMES-EB
              MOVE '10' TO FS-ST
           ELSE
              COMPUTE WVALOR-ST-EB = VALOR-ST - DESCONTO-ST
              MOVE 'C'           TO WALVO-BUSCA-EB
              MOVE CODIGO-CLI-ST TO WCOD-BUSCA-EB
              PERFORM R-ACHA-ACORDO
              IF WACHOU-EB > ZEROES
                 ADD WVALOR-ST-EB TO WTA-VOLUME-EB(WACHOU-EB)
              END-IF
              IF WCLI-ABERTO-EB = 1
                 IF CODIGO-CLI-ST NOT = WULT-CLI-EB
                    MOVE CODIGO-CLI-ST TO WULT-CLI-EB CODIGO
                    MOVE ZEROES TO WULT-GRUPO-EB
                    READ CLIENTES KEY IS CODIGO
                    IF FS-CLI = '00'
                       MOVE GRUPO-CLI TO WULT-GRUPO-EB
                    END-IF
                 END-IF
                 IF WULT-GRUPO-EB > ZEROES
                    MOVE 'G'           TO WALVO-BUSCA-EB
                    MOVE WULT-GRUPO-EB TO WCOD-BUSCA-EB
                    PERFORM R-ACHA-ACORDO
                    IF WACHOU-EB > ZEROES
                       ADD WVALOR-ST-EB TO WTA-VOLUME-EB(WACHOU-EB)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       R-ACHA-ACORDO.
           MOVE ZEROES TO WACHOU-EB
           PERFORM R-ACHA-ACORDO-1
              VARYING WJ-EB FROM 1 BY 1
                UNTIL WJ-EB > WQTD-EB OR WACHOU-EB > ZEROES.

       R-ACHA-ACORDO-1.
           IF WTA-ALVO-EB(WJ-EB) = WALVO-BUSCA-EB AND
              WTA-CODIGO-EB(WJ-EB) = WCOD-BUSCA-EB
              MOVE WJ-EB TO WACHOU-EB
           END-IF.

      * MAIOR FAIXA CUJO VOLUME MINIMO FOI ATINGIDO; A PROVISAO DO
      * MES E A ACUMULADA MENOS A DO MES ANTERIOR (NA REAPURACAO,
      * A ANTERIOR SAI DO PROPRIO MOVIMENTO DO MES).
       R-GRAVA-PROVISAO.
           MOVE WMES-ANO-EB          TO ANO-BNF
           MOVE WTA-ALVO-EB(WI-EB)   TO ALVO-BNF
           MOVE WTA-CODIGO-EB(WI-EB) TO CODIGO-ALVO-BNF
           READ BONIFIC WITH LOCK
           IF FS-BNF = '00'
              IF WTA-VOLUME-EB(WI-EB) < ZEROES
                 MOVE ZEROES TO WTA-VOLUME-EB(WI-EB)
              END-IF
              MOVE ZEROES TO WPERC-EB
              PERFORM R-ACHA-FAIXA
                 VARYING WF-EB FROM 1 BY 1 UNTIL WF-EB > 5
              COMPUTE WTOTAL-EB ROUNDED =
                 WTA-VOLUME-EB(WI-EB) * WPERC-EB / 100
              MOVE WMES-EB         TO ANO-MES-BMV
              MOVE ALVO-BNF        TO ALVO-BMV
              MOVE CODIGO-ALVO-BNF TO CODIGO-ALVO-BMV
              READ BNFMOV
              IF FS-BMV = '00'
                 COMPUTE WANTERIOR-EB = VALOR-ACUM-BMV - VALOR-MES-BMV
              ELSE
                 MOVE VALOR-PROV-BNF TO WANTERIOR-EB
                 INITIALIZE REGISTRO-BNFMOV
                 MOVE WMES-EB         TO ANO-MES-BMV
                 MOVE ALVO-BNF        TO ALVO-BMV
                 MOVE CODIGO-ALVO-BNF TO CODIGO-ALVO-BMV
              END-IF
              COMPUTE WMES-VALOR-EB = WTOTAL-EB - WANTERIOR-EB
              MOVE WTA-VOLUME-EB(WI-EB) TO VOLUME-BMV
              MOVE WPERC-EB             TO PERC-BMV
              MOVE WTOTAL-EB            TO VALOR-ACUM-BMV
              MOVE WMES-VALOR-EB        TO VALOR-MES-BMV
              MOVE WDATA-HOJE-EB        TO DATA-APUR-BMV
              IF FS-BMV = '00'
                 REWRITE REGISTRO-BNFMOV
              ELSE
                 WRITE REGISTRO-BNFMOV
              END-IF
              MOVE WTA-VOLUME-EB(WI-EB) TO VOLUME-BNF
              MOVE WPERC-EB             TO PERC-ATING-BNF
              MOVE WTOTAL-EB            TO VALOR-PROV-BNF
              MOVE WMES-EB              TO ULT-MES-BNF
              REWRITE REGISTRO-BONIFIC
              ADD 1                     TO WTOT-QTD-RB
              ADD WTA-VOLUME-EB(WI-EB)  TO WTOT-VOLUME-RB
              ADD WTOTAL-EB             TO WTOT-ACUM-RB
              ADD WMES-VALOR-EB         TO WTOT-MES-RB
              MOVE ALVO-BNF             TO RB-ALVO
              MOVE CODIGO-ALVO-BNF      TO RB-CODIGO
              MOVE DESCRICAO-BNF        TO RB-DESCRICAO
              MOVE WTA-VOLUME-EB(WI-EB) TO RB-VOLUME
              MOVE WPERC-EB             TO RB-PERC
              MOVE WTOTAL-EB            TO RB-ACUM
              MOVE WMES-VALOR-EB        TO RB-MES
              MOVE FORMA-LIQ-BNF        TO RB-FORMA
              MOVE DET01-EB TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.

       R-ACHA-FAIXA.
           IF PERC-FAIXA-BNF(WF-EB) > ZEROES AND
              WTA-VOLUME-EB(WI-EB) NOT < VOLUME-MIN-BNF(WF-EB)
              MOVE PERC-FAIXA-BNF(WF-EB) TO WPERC-EB
           END-IF.

       R-ABRE-RELATORIO.
           MOVE 'RELBONIF.TXT' TO WID-ARQ-REL-1
           MOVE 'RELBONIF' TO LINK-SPL-RELATORIO
           MOVE WMES-EB TO LINK-SPL-PARAMS
           MOVE LID-OPERADOR-1 TO LINK-SPL-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-SPL-EMPRESA
           CALL "RegSpool" USING LINK-SPOOL
           IF LINK-SPL-STATUS = '0'
              MOVE LINK-SPL-ARQUIVO TO WID-ARQ-REL-1
           END-IF
           OPEN OUTPUT ARQREL
           MOVE ZEROES TO WCONT
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WMES-EB TO CB-MES-EB
           MOVE CAB01-EB TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB02-EB TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB03-EB TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-MOSTRA-MENSAGEM.
           IF LID-MODO-1 NOT = 'L'
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.
