      *              (RegSpool): cada execucao grava num arquivo
      *              datado proprio, consultavel e reimprimivel no
      *              ConsSpool; sem o catalogo vale o nome fixo.
      * 2026-10-14 - Orcado x realizado: com a opcao S na tela o
      *              relatorio ganha o bloco do orcamento do ano
      *              (CadOrcAnual, ARQORCANU.DAT) - por linha do DRE,
      *              por vendedor e por categoria, o orcado, o
      *              realizado e a variacao em valor e em % no mes e
      *              no acumulado do ano (janeiro ate o mes). Venda
      *              de vendedor e categoria vem do cubo de
      *              estatisticas (ARQSTAT.DAT). A apuracao passa a
      *              trabalhar por faixa de meses (WMES-INI/FIM-DRE).
      * 2026-10-15 - Nova linha (-) BONIFICACOES (PROVISAO): soma da
      *              provisao mensal dos acordos de bonificacao por
      *              volume (ARQBNFMOV.DAT, apurada pelo ExeBonific)
      *              deduzida do resultado. A linha 9 do orcamento
      *              passa a ser a bonificacao; o resultado orcado
      *              vai para a linha 10.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Chaves alternativas de situacao e data em
      *              PEDIDOS, data em NOTAS e data em MOVESTOQUE:
      *              notas, descontos e custo leem so a faixa de
      *              meses apurada, pela chave de data.
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
              FILE STATUS       IS FS-CREC.

       SELECT ORCANUAL ASSIGN TO  DISK WID-ARQ-ORA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-ORA
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ORA.

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

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
             88 PED-CANCELADO      VALUE 'C'.
          02 DESC-PERC-PED         PIC  9(003)v9(002) VALUE ZEROES.
          02 VALOR-DESC-PED        PIC  9(007)v9(002) VALUE ZEROES.
          02 FILLER                PIC  X(026).

       FD DEVOL.
       01 REGISTRO-DEVOL.
          02 DATA-DEV                 PIC  9(008) VALUE ZEROES.
          02 OPERADOR-DEV             PIC  X(010) VALUE SPACES.
          02 MOTIVO-DEV               PIC  X(040) VALUE SPACES.
          02 CFOP-DEV                 PIC  9(004) VALUE ZEROES.

       FD MOVESTOQUE.
       01 REGISTRO-MOVESTOQUE.
          02 LOCAL-DEST-MOV           PIC  9(003) VALUE ZEROES.
          02 LOTE-MOV                 PIC  X(010) VALUE SPACES.
          02 VALIDADE-MOV             PIC  9(008) VALUE ZEROES.
          02 POSICAO-MOV              PIC  9(008) VALUE ZEROES.
          02 POSICAO-DEST-MOV         PIC  9(008) VALUE ZEROES.

       FD PRODUTOS.
       01 REGISTRO-PRODUTOS.
          02 DATA-PERDA-CREC          PIC  9(008) VALUE ZEROES.
          02 MOTIVO-PERDA-CREC        PIC  X(030) VALUE SPACES.

       FD ORCANUAL.
       01 REGISTRO-ORCANUAL.
          02 CHAVE-ORA.
             03 ANO-ORA               PIC  9(004).
             03 TIPO-ORA              PIC  X(001).
                88 ORA-LINHA-DRE      VALUE 'D'.
                88 ORA-VENDEDOR       VALUE 'V'.
                88 ORA-CATEGORIA      VALUE 'C'.
             03 CODIGO-ORA            PIC  9(007).
          02 VALORES-ORA.
             03 VALOR-MES-ORA         PIC  9(011)v9(002)
                                      OCCURS 12 TIMES.
          02 DATA-ALT-ORA             PIC  9(008) VALUE ZEROES.
          02 OPERADOR-ORA             PIC  X(010) VALUE SPACES.
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

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).
           02 FS-CREC-1                PIC 9.
           02 FS-CREC-2                PIC 9.
           02 FS-CREC-R REDEFINES FS-CREC-2 PIC 99 COMP-X.
       01 FS-ORA.
           02 FS-ORA-1                PIC 9.
           02 FS-ORA-2                PIC 9.
           02 FS-ORA-R REDEFINES FS-ORA-2 PIC 99 COMP-X.
       01 FS-BMV.
           02 FS-BMV-1                PIC 9.
           02 FS-BMV-2                PIC 9.
           02 FS-BMV-R REDEFINES FS-BMV-2 PIC 99 COMP-X.
       01 FS-ST.
           02 FS-ST-1                 PIC 9.
           02 FS-ST-2                 PIC 9.
           02 FS-ST-R REDEFINES FS-ST-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-CML             PIC X(50) VALUE 'ARQCOMIS.DAT'.
       01 WID-ARQ-CREC            PIC X(50) VALUE 'ARQCREC.DAT'.
       01 WID-ARQ-ORA             PIC X(50) VALUE 'ARQORCANU.DAT'.
       01 WID-ARQ-STAT            PIC X(50) VALUE 'ARQSTAT.DAT'.
       01 WID-ARQ-BMV             PIC X(50) VALUE 'ARQBNFMOV.DAT'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                   PIC X VALUE SPACES.
       77 WANO-MES-DRE         PIC 9(006) VALUE ZEROES.
       77 WANO-MES-ANT-DRE     PIC 9(006) VALUE ZEROES.
       77 WMES-INI-DRE         PIC 9(006) VALUE ZEROES.
       77 WMES-FIM-DRE         PIC 9(006) VALUE ZEROES.
       77 WDATA-INI-DRE        PIC 9(008) VALUE ZEROES.
       77 WPASSADA-DRE         PIC 9 VALUE ZEROES.
      *                       (1=MES PEDIDO, 2=MESMO MES ANO ANT.,
      *                        3=ACUMULADO DO ANO ATE O MES)
       77 WORCADO-DRE          PIC X VALUE 'N'.
       77 WORA-DISPONIVEL      PIC 9 VALUE ZEROES.
       77 WST-DISPONIVEL       PIC 9 VALUE ZEROES.
       77 WANO-DRE             PIC 9(004) VALUE ZEROES.
       77 WMES-DRE             PIC 9(002) VALUE ZEROES.
       77 WI-DRE               PIC 9(003) VALUE ZEROES.
       77 WJ-DRE               PIC 9(003) VALUE ZEROES.
       77 WACHOU-DRE           PIC 9 VALUE ZEROES.
       77 WQTD-VEN-DRE         PIC 9(003) VALUE ZEROES.
       77 WQTD-CAT-DRE         PIC 9(003) VALUE ZEROES.
       77 WVALOR-ST-DRE        PIC 9(011)v9(002) VALUE ZEROES.
       77 WDEV-DISPONIVEL      PIC 9 VALUE ZEROES.
       77 WCML-DISPONIVEL      PIC 9 VALUE ZEROES.
       77 WBMV-DISPONIVEL      PIC 9 VALUE ZEROES.
       77 WSAIDA-DRE           PIC 9 VALUE ZEROES.

      *-------------ACUMULADORES DAS DUAS COLUNAS-------------------
       01 WACUM-DRE.
          02 WCOL-DRE OCCURS 3 TIMES.
             03 WVENDA-BRUTA-DRE   PIC 9(013)v9(002).
             03 WDEVOLUCOES-DRE    PIC 9(013)v9(002).
             03 WDESCONTOS-DRE     PIC 9(013)v9(002).
             03 WFRETE-DRE         PIC 9(013)v9(002).
             03 WCOMISSOES-DRE     PIC S9(013)v9(002).
             03 WPERDAS-DRE        PIC 9(013)v9(002).
             03 WBONIFIC-DRE       PIC S9(013)v9(002).
             03 WRESULTADO-DRE     PIC S9(013)v9(002).
      *--------------------------------------------------

      *-------------ORCADO X REALIZADO-----------------------------
      *    LINHAS 1 A 9 NA ORDEM DO CADASTRO DO ORCAMENTO, 10 = O
      *    RESULTADO (ORCADO CALCULADO PELAS NOVE LINHAS)
       01 WTAB-ORC-DRE.
          02 WLIN-ORC-DRE OCCURS 10 TIMES.
             03 WORC-MES-DRE       PIC S9(013)v9(002).
             03 WORC-ACUM-DRE      PIC S9(013)v9(002).
             03 WREAL-MES-DRE      PIC S9(013)v9(002).
             03 WREAL-ACUM-DRE     PIC S9(013)v9(002).
       01 WTAB-TITULO-ORC-DRE.
          02 FILLER PIC X(026) VALUE 'VENDA BRUTA'.
          02 FILLER PIC X(026) VALUE '(-) DEVOLUCOES'.
          02 FILLER PIC X(026) VALUE '(-) ICMS'.
          02 FILLER PIC X(026) VALUE '(-) IPI'.
          02 FILLER PIC X(026) VALUE '(-) CUSTO DAS MERCADORIAS'.
          02 FILLER PIC X(026) VALUE '(-) FRETE'.
          02 FILLER PIC X(026) VALUE '(-) COMISSOES E BONUS'.
          02 FILLER PIC X(026) VALUE '(-) PERDAS (BAIXAS)'.
          02 FILLER PIC X(026) VALUE '(-) BONIFICACOES (PROV.)'.
          02 FILLER PIC X(026) VALUE '(=) RESULTADO GERENCIAL'.
       01 WTAB-TITULO-ORC-DRE-R REDEFINES WTAB-TITULO-ORC-DRE.
          02 WTITULO-ORC-DRE       PIC X(026) OCCURS 10 TIMES.

      *    VENDEDORES E CATEGORIAS COM ORCAMENTO NO ANO
       01 WTAB-VEN-DRE.
          02 WVEN-ORC-DRE OCCURS 300 TIMES.
             03 WVEN-CODIGO-DRE    PIC 9(007).
             03 WVEN-ORC-MES-DRE   PIC S9(013)v9(002).
             03 WVEN-ORC-ACUM-DRE  PIC S9(013)v9(002).
             03 WVEN-REAL-MES-DRE  PIC S9(013)v9(002).
             03 WVEN-REAL-ACUM-DRE PIC S9(013)v9(002).
       01 WTAB-CAT-DRE.
          02 WCAT-ORC-DRE OCCURS 300 TIMES.
             03 WCAT-CODIGO-DRE    PIC 9(007).
             03 WCAT-ORC-MES-DRE   PIC S9(013)v9(002).
             03 WCAT-ORC-ACUM-DRE  PIC S9(013)v9(002).
             03 WCAT-REAL-MES-DRE  PIC S9(013)v9(002).
             03 WCAT-REAL-ACUM-DRE PIC S9(013)v9(002).

      *    VALORES DA LINHA DE ORCADO X REALIZADO EM IMPRESSAO
       01 WLINHA-VAR-DRE.
          02 WORC-M-DRE            PIC S9(013)v9(002).
          02 WREAL-M-DRE           PIC S9(013)v9(002).
          02 WORC-A-DRE            PIC S9(013)v9(002).
          02 WREAL-A-DRE           PIC S9(013)v9(002).
      *--------------------------------------------------

       01 WREL-LINHA-DRE.
          02 RL-TITULO-DRE     PIC X(026).
          02 RL-MES-DRE        PIC -ZZZZZZZZZZZ9,99.
          02 FILLER            PIC X(02) VALUE SPACES.
          02 RL-ANT-DRE        PIC -ZZZZZZZZZZZ9,99.
          02 FILLER            PIC X(02) VALUE SPACES.
          02 RL-ACUM-DRE       PIC -ZZZZZZZZZZZ9,99.

       01 WREL-CAB-ORC-DRE.
          02 FILLER PIC X(026) VALUE SPACES.
          02 FILLER PIC X(060) VALUE
             '    ORCADO MES REALIZADO MES   VARIACAO MES    VAR %'.
          02 FILLER PIC X(060) VALUE
             '   ORCADO ACUM. REALIZADO AC.  VARIACAO ACUM.  VAR %'.

       01 WREL-ORC-DRE.
          02 RO-TITULO-DRE     PIC X(026).
          02 RO-ORC-MES-DRE    PIC -ZZZZZZZZZZ9,99.
          02 RO-REAL-MES-DRE   PIC -ZZZZZZZZZZ9,99.
          02 RO-VAR-MES-DRE    PIC -ZZZZZZZZZZ9,99.
          02 RO-PERC-MES-DRE   PIC -ZZZZ9,99.
          02 FILLER            PIC X(06) VALUE SPACES.
          02 RO-ORC-ACUM-DRE   PIC -ZZZZZZZZZZ9,99.
          02 RO-REAL-ACUM-DRE  PIC -ZZZZZZZZZZ9,99.
          02 RO-VAR-ACUM-DRE   PIC -ZZZZZZZZZZ9,99.
          02 RO-PERC-ACUM-DRE  PIC -ZZZZ9,99.
       01 WPERC-VAR-DRE        PIC S9(005)v9(002) VALUE ZEROES.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - DRE GERENCIAL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 24 VALUE "RESULTADO GERENCIAL DO MES".
          02 LINE 8 COL 10 VALUE "MES DE REFERENCIA (AAAAMM):".
          02 LINE 8 COL 39 PIC 9(006) USING WANO-MES-DRE.
          02 LINE 10 COL 10 VALUE "ORCADO X REALIZADO (S/N)...:".
          02 LINE 10 COL 39 PIC X(001) USING WORCADO-DRE.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
                                    WID-ARQ-CML
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CREC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ORA
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-STAT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-BMV
           MOVE LID-ARQ-PEDIDOS-1 TO WID-ARQ-PEDIDOS-1
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
           MOVE ZEROES TO WANO-MES-DRE
           MOVE 'N' TO WORCADO-DRE
           DISPLAY TELA-DRE
           ACCEPT TELA-DRE
           IF WANO-MES-DRE NOT = ZEROES
           IF FS-CML = '00'
              MOVE 1 TO WCML-DISPONIVEL
           END-IF
           MOVE 0 TO WBMV-DISPONIVEL
           OPEN INPUT BNFMOV
           IF FS-BMV = '00'
              MOVE 1 TO WBMV-DISPONIVEL
           END-IF
           MOVE 0 TO WORA-DISPONIVEL WST-DISPONIVEL
           IF WORCADO-DRE = 's'
              MOVE 'S' TO WORCADO-DRE
           END-IF
           IF WORCADO-DRE = 'S'
              OPEN INPUT ORCANUAL
              IF FS-ORA = '00'
                 MOVE 1 TO WORA-DISPONIVEL
              END-IF
              OPEN INPUT ESTATIS
              IF FS-ST = '00'
                 MOVE 1 TO WST-DISPONIVEL
              END-IF
           END-IF
           INITIALIZE WACUM-DRE
           COMPUTE WANO-MES-ANT-DRE = WANO-MES-DRE - 100
           MOVE WANO-MES-DRE TO WMES-INI-DRE WMES-FIM-DRE
           MOVE 1 TO WPASSADA-DRE
           PERFORM R-APURA-MES
           MOVE WANO-MES-ANT-DRE TO WMES-INI-DRE WMES-FIM-DRE
           MOVE 2 TO WPASSADA-DRE
           PERFORM R-APURA-MES
           COMPUTE WMES-INI-DRE = (WANO-MES-DRE / 100) * 100 + 1
           MOVE WANO-MES-DRE TO WMES-FIM-DRE
           MOVE 3 TO WPASSADA-DRE
           PERFORM R-APURA-MES
           IF WORA-DISPONIVEL = 1
              PERFORM R-CARREGA-ORCADO
              IF WST-DISPONIVEL = 1
                 PERFORM R-APURA-VENDAS-ST
              END-IF
           END-IF
           PERFORM R-IMPRIME-DRE
           CLOSE NOTAS PEDIDOS MOVESTOQUE PRODUTOS CONTASREC
           IF WDEV-DISPONIVEL = 1
           IF WCML-DISPONIVEL = 1
              CLOSE COMLEDGER
           END-IF
           IF WBMV-DISPONIVEL = 1
              CLOSE BNFMOV
           END-IF
           IF WORA-DISPONIVEL = 1
              CLOSE ORCANUAL
           END-IF
           IF WST-DISPONIVEL = 1
              CLOSE ESTATIS
           END-IF
           MOVE 'RELATORIO GERADO EM RELDRE.TXT' TO WTXT
           PERFORM R-MSG-DRE.
       R-GERA-DRE-FIM.
           DISPLAY TELA-MENSAGEM.

      *-------------------------------------
      * APURA TODAS AS LINHAS DA FAIXA WMES-INI-DRE A WMES-FIM-DRE
      * NA COLUNA WPASSADA-DRE.
      *-------------------------------------
       R-APURA-MES.
           PERFORM R-APURA-NOTAS
              PERFORM R-APURA-COMISSOES
           END-IF
           PERFORM R-APURA-PERDAS
           IF WBMV-DISPONIVEL = 1
              PERFORM R-APURA-BONIFIC
           END-IF
           COMPUTE WRESULTADO-DRE(WPASSADA-DRE) =
              WVENDA-BRUTA-DRE(WPASSADA-DRE)
              - WDEVOLUCOES-DRE(WPASSADA-DRE)
              - WCUSTO-DRE(WPASSADA-DRE)
              - WFRETE-DRE(WPASSADA-DRE)
              - WCOMISSOES-DRE(WPASSADA-DRE)
              - WPERDAS-DRE(WPASSADA-DRE)
              - WBONIFIC-DRE(WPASSADA-DRE).

       R-APURA-NOTAS.
           COMPUTE WDATA-INI-DRE = WMES-INI-DRE * 100
           MOVE WDATA-INI-DRE TO DATA-NF
           START NOTAS KEY IS NOT LESS THAN DATA-NF
           MOVE 0 TO WSAIDA-DRE
           IF FS-NF NOT = '00'
              MOVE 1 TO WSAIDA-DRE

       R-APURA-NOTAS-1.
           READ NOTAS NEXT
           IF FS-NF NOT = '00' OR DATA-NF(1:6) > WMES-FIM-DRE
              MOVE 1 TO WSAIDA-DRE
           ELSE
              IF NOT NF-CANCELADA
                 ADD VALOR-NF       TO WVENDA-BRUTA-DRE(WPASSADA-DRE)
                 ADD VALOR-ICMS-NF  TO WICMS-DRE(WPASSADA-DRE)
                 ADD VALOR-IPI-NF   TO WIPI-DRE(WPASSADA-DRE)
           END-IF.

       R-APURA-DESCONTOS.
           COMPUTE WDATA-INI-DRE = WMES-INI-DRE * 100
           MOVE WDATA-INI-DRE TO DATA-PED
           START PEDIDOS KEY IS NOT LESS THAN DATA-PED
           MOVE 0 TO WSAIDA-DRE
           IF FS-PED NOT = '00'
              MOVE 1 TO WSAIDA-DRE

       R-APURA-DESCONTOS-1.
           READ PEDIDOS NEXT
           IF FS-PED NOT = '00' OR DATA-PED(1:6) > WMES-FIM-DRE
              MOVE 1 TO WSAIDA-DRE
           ELSE
              IF PED-FATURADO
                 ADD VALOR-DESC-PED
                    TO WDESCONTOS-DRE(WPASSADA-DRE)
              END-IF
           IF FS-DEV NOT = '00'
              MOVE 1 TO WSAIDA-DRE
           ELSE
              IF DATA-DEV(1:6) >= WMES-INI-DRE AND
                 DATA-DEV(1:6) <= WMES-FIM-DRE
                 ADD VALOR-DEV TO WDEVOLUCOES-DRE(WPASSADA-DRE)
              END-IF
           END-IF.
      * ATUAL DO CADASTRO - MESMO CRITERIO DO RELATORIO DE MARGEM.
      *-------------------------------------
       R-APURA-CUSTO.
           COMPUTE WDATA-INI-DRE = WMES-INI-DRE * 100
           MOVE WDATA-INI-DRE TO DATA-MOV
           START MOVESTOQUE KEY IS NOT LESS THAN DATA-MOV
           MOVE 0 TO WSAIDA-DRE
           IF FS-MOVEST NOT = '00'
              MOVE 1 TO WSAIDA-DRE

       R-APURA-CUSTO-1.
           READ MOVESTOQUE NEXT
           IF FS-MOVEST NOT = '00' OR DATA-MOV(1:6) > WMES-FIM-DRE
              MOVE 1 TO WSAIDA-DRE
           ELSE
              IF MOV-SAIDA AND DOCUMENTO-MOV(1:3) = 'NF '
                 MOVE CODIGO-PROD-MOV TO CODIGO-PROD
                 READ PRODUTOS
                 IF FS-PROD = '00'
           IF FS-CML NOT = '00'
              MOVE 1 TO WSAIDA-DRE
           ELSE
              IF ANO-MES-CML >= WMES-INI-DRE AND
                 ANO-MES-CML <= WMES-FIM-DRE AND
                 CODIGO-VEN-CML NOT = ZEROES
                 COMPUTE WCOMISSOES-DRE(WPASSADA-DRE) =
                    WCOMISSOES-DRE(WPASSADA-DRE) +
              MOVE 1 TO WSAIDA-DRE
           ELSE
              IF CREC-PERDA AND
                 DATA-PERDA-CREC(1:6) >= WMES-INI-DRE AND
                 DATA-PERDA-CREC(1:6) <= WMES-FIM-DRE
                 ADD SALDO-CREC TO WPERDAS-DRE(WPASSADA-DRE)
              END-IF
           END-IF.

      *    PROVISAO MENSAL DE BONIFICACAO (PODE SER NEGATIVA QUANDO
      *    O ACORDO CAI DE FAIXA OU E REAPURADO PARA MENOS)
       R-APURA-BONIFIC.
           MOVE WMES-INI-DRE TO ANO-MES-BMV
           MOVE LOW-VALUES   TO ALVO-BMV
           MOVE ZEROES       TO CODIGO-ALVO-BMV
           START BNFMOV KEY IS NOT LESS THAN CHAVE-BMV
           MOVE 0 TO WSAIDA-DRE
           IF FS-BMV NOT = '00'
              MOVE 1 TO WSAIDA-DRE
           END-IF
           PERFORM R-APURA-BONIFIC-1 UNTIL WSAIDA-DRE = 1.

       R-APURA-BONIFIC-1.
           READ BNFMOV NEXT
           IF FS-BMV NOT = '00' OR ANO-MES-BMV > WMES-FIM-DRE
              MOVE 1 TO WSAIDA-DRE
           ELSE
              ADD VALOR-MES-BMV TO WBONIFIC-DRE(WPASSADA-DRE)
           END-IF.

       R-IMPRIME-DRE.
           MOVE 'RELDRE.TXT' TO WID-ARQ-REL-1
           MOVE 'RELDRE' TO LINK-SPL-RELATORIO
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'DRE GERENCIAL - MES ' WANO-MES-DRE
                  '   (COLUNA 2: MES ' WANO-MES-ANT-DRE
                  '  COLUNA 3: ACUMULADO ' WMES-INI-DRE
                  ' A ' WMES-FIM-DRE ')'
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'VENDA BRUTA' TO RL-TITULO-DRE
           MOVE WVENDA-BRUTA-DRE(1) TO RL-MES-DRE
           MOVE WVENDA-BRUTA-DRE(2) TO RL-ANT-DRE
           MOVE WVENDA-BRUTA-DRE(3) TO RL-ACUM-DRE
           PERFORM R-ESCREVE-LINHA-DRE
           MOVE '(-) DEVOLUCOES' TO RL-TITULO-DRE
           MOVE WDEVOLUCOES-DRE(1) TO RL-MES-DRE
           MOVE WDEVOLUCOES-DRE(2) TO RL-ANT-DRE
           MOVE WDEVOLUCOES-DRE(3) TO RL-ACUM-DRE
           PERFORM R-ESCREVE-LINHA-DRE
           MOVE '(-) ICMS' TO RL-TITULO-DRE
           MOVE WICMS-DRE(1) TO RL-MES-DRE
           MOVE WICMS-DRE(2) TO RL-ANT-DRE
           MOVE WICMS-DRE(3) TO RL-ACUM-DRE
           PERFORM R-ESCREVE-LINHA-DRE
           MOVE '(-) IPI' TO RL-TITULO-DRE
           MOVE WIPI-DRE(1) TO RL-MES-DRE
           MOVE WIPI-DRE(2) TO RL-ANT-DRE
           MOVE WIPI-DRE(3) TO RL-ACUM-DRE
           PERFORM R-ESCREVE-LINHA-DRE
           MOVE '(-) CUSTO DAS MERCADORIAS' TO RL-TITULO-DRE
           MOVE WCUSTO-DRE(1) TO RL-MES-DRE
           MOVE WCUSTO-DRE(2) TO RL-ANT-DRE
           MOVE WCUSTO-DRE(3) TO RL-ACUM-DRE
           PERFORM R-ESCREVE-LINHA-DRE
           MOVE '(-) FRETE' TO RL-TITULO-DRE
           MOVE WFRETE-DRE(1) TO RL-MES-DRE
           MOVE WFRETE-DRE(2) TO RL-ANT-DRE
           MOVE WFRETE-DRE(3) TO RL-ACUM-DRE
           PERFORM R-ESCREVE-LINHA-DRE
           MOVE '(-) COMISSOES E BONUS' TO RL-TITULO-DRE
           MOVE WCOMISSOES-DRE(1) TO RL-MES-DRE
           MOVE WCOMISSOES-DRE(2) TO RL-ANT-DRE
           MOVE WCOMISSOES-DRE(3) TO RL-ACUM-DRE
           PERFORM R-ESCREVE-LINHA-DRE
           MOVE '(-) PERDAS (BAIXAS)' TO RL-TITULO-DRE
           MOVE WPERDAS-DRE(1) TO RL-MES-DRE
           MOVE WPERDAS-DRE(2) TO RL-ANT-DRE
           MOVE WPERDAS-DRE(3) TO RL-ACUM-DRE
           PERFORM R-ESCREVE-LINHA-DRE
           MOVE '(-) BONIFICACOES (PROV.)' TO RL-TITULO-DRE
           MOVE WBONIFIC-DRE(1) TO RL-MES-DRE
           MOVE WBONIFIC-DRE(2) TO RL-ANT-DRE
           MOVE WBONIFIC-DRE(3) TO RL-ACUM-DRE
           PERFORM R-ESCREVE-LINHA-DRE
           MOVE '(=) RESULTADO GERENCIAL' TO RL-TITULO-DRE
           MOVE WRESULTADO-DRE(1) TO RL-MES-DRE
           MOVE WRESULTADO-DRE(2) TO RL-ANT-DRE
           MOVE WRESULTADO-DRE(3) TO RL-ACUM-DRE
           PERFORM R-ESCREVE-LINHA-DRE
           MOVE 'DESCONTOS CONCEDIDOS' TO RL-TITULO-DRE
           MOVE WDESCONTOS-DRE(1) TO RL-MES-DRE
           MOVE WDESCONTOS-DRE(2) TO RL-ANT-DRE
           MOVE WDESCONTOS-DRE(3) TO RL-ACUM-DRE
           PERFORM R-ESCREVE-LINHA-DRE
           MOVE '   (JA DEDUZIDOS DA VENDA BRUTA)' TO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF WORCADO-DRE = 'S'
              PERFORM R-IMPRIME-ORCADO
           END-IF
           CLOSE ARQREL.

       R-ESCREVE-LINHA-DRE.
           MOVE WREL-LINHA-DRE TO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *-------------------------------------
      * ORCAMENTO DO ANO DO MES PEDIDO: DOZE VALORES POR CHAVE,
      * GUARDADOS O DO MES E O ACUMULADO DE JANEIRO ATE O MES.
      *-------------------------------------
       R-CARREGA-ORCADO.
           INITIALIZE WTAB-ORC-DRE WTAB-VEN-DRE WTAB-CAT-DRE
           MOVE ZEROES TO WQTD-VEN-DRE WQTD-CAT-DRE
           COMPUTE WANO-DRE = WANO-MES-DRE / 100
           COMPUTE WMES-DRE = WANO-MES-DRE - (WANO-DRE * 100)
           MOVE WANO-DRE TO ANO-ORA
           MOVE SPACES   TO TIPO-ORA
           MOVE ZEROES   TO CODIGO-ORA
           START ORCANUAL KEY IS NOT LESS THAN CHAVE-ORA
           MOVE 0 TO WSAIDA-DRE
           IF FS-ORA NOT = '00'
              MOVE 1 TO WSAIDA-DRE
           END-IF
           PERFORM R-CARREGA-ORCADO-1 UNTIL WSAIDA-DRE = 1
           COMPUTE WORC-MES-DRE(10) = WORC-MES-DRE(1)
              - WORC-MES-DRE(2) - WORC-MES-DRE(3) - WORC-MES-DRE(4)
              - WORC-MES-DRE(5) - WORC-MES-DRE(6) - WORC-MES-DRE(7)
              - WORC-MES-DRE(8) - WORC-MES-DRE(9)
           COMPUTE WORC-ACUM-DRE(10) = WORC-ACUM-DRE(1)
              - WORC-ACUM-DRE(2) - WORC-ACUM-DRE(3)
              - WORC-ACUM-DRE(4) - WORC-ACUM-DRE(5)
              - WORC-ACUM-DRE(6) - WORC-ACUM-DRE(7)
              - WORC-ACUM-DRE(8) - WORC-ACUM-DRE(9).

      *    (VENDEDORES/CATEGORIAS ALEM DA TABELA FICAM DE FORA)
       R-CARREGA-ORCADO-1.
           READ ORCANUAL NEXT
           IF FS-ORA NOT = '00' OR ANO-ORA NOT = WANO-DRE
              MOVE 1 TO WSAIDA-DRE
           ELSE
              MOVE VALOR-MES-ORA(WMES-DRE) TO WORC-M-DRE
              MOVE ZEROES TO WORC-A-DRE
              PERFORM R-SOMA-ACUM-ORA
                 VARYING WJ-DRE FROM 1 BY 1 UNTIL WJ-DRE > WMES-DRE
              EVALUATE TRUE
                 WHEN ORA-LINHA-DRE AND CODIGO-ORA > 0
                                    AND CODIGO-ORA < 10
                    MOVE CODIGO-ORA TO WI-DRE
                    MOVE WORC-M-DRE TO WORC-MES-DRE(WI-DRE)
                    MOVE WORC-A-DRE TO WORC-ACUM-DRE(WI-DRE)
                 WHEN ORA-VENDEDOR AND WQTD-VEN-DRE < 300
                    ADD 1 TO WQTD-VEN-DRE
                    MOVE CODIGO-ORA TO WVEN-CODIGO-DRE(WQTD-VEN-DRE)
                    MOVE WORC-M-DRE TO WVEN-ORC-MES-DRE(WQTD-VEN-DRE)
                    MOVE WORC-A-DRE TO WVEN-ORC-ACUM-DRE(WQTD-VEN-DRE)
                 WHEN ORA-CATEGORIA AND WQTD-CAT-DRE < 300
                    ADD 1 TO WQTD-CAT-DRE
                    MOVE CODIGO-ORA TO WCAT-CODIGO-DRE(WQTD-CAT-DRE)
                    MOVE WORC-M-DRE TO WCAT-ORC-MES-DRE(WQTD-CAT-DRE)
                    MOVE WORC-A-DRE TO WCAT-ORC-ACUM-DRE(WQTD-CAT-DRE)
              END-EVALUATE
           END-IF.

       R-SOMA-ACUM-ORA.
           ADD VALOR-MES-ORA(WJ-DRE) TO WORC-A-DRE.

      *-------------------------------------
      * REALIZADO POR VENDEDOR E POR CATEGORIA: VENDA LIQUIDA DO
      * CUBO DE ESTATISTICAS (VALOR - DESCONTO), DE JANEIRO ATE O
      * MES PEDIDO - MESMO CRITERIO DO RELATORIO DE METAS.
      *-------------------------------------
       R-APURA-VENDAS-ST.
           MOVE WMES-INI-DRE TO ANO-MES-ST
           MOVE ZEROES TO CODIGO-VEN-ST CODIGO-CLI-ST CODIGO-PROD-ST
           START ESTATIS KEY IS NOT LESS THAN CHAVE-ST
           MOVE 0 TO WSAIDA-DRE
           IF FS-ST NOT = '00'
              MOVE 1 TO WSAIDA-DRE
           END-IF
           PERFORM R-APURA-VENDAS-ST-1 UNTIL WSAIDA-DRE = 1.

       R-APURA-VENDAS-ST-1.
           READ ESTATIS NEXT
           IF FS-ST NOT = '00' OR ANO-MES-ST > WMES-FIM-DRE
              MOVE 1 TO WSAIDA-DRE
           ELSE
              COMPUTE WVALOR-ST-DRE = VALOR-ST - DESCONTO-ST
              MOVE 0 TO WACHOU-DRE
              PERFORM R-ACHA-VEN-DRE
                 VARYING WI-DRE FROM 1 BY 1
                 UNTIL WI-DRE > WQTD-VEN-DRE OR WACHOU-DRE = 1
              IF WACHOU-DRE = 1
                 ADD WVALOR-ST-DRE TO WVEN-REAL-ACUM-DRE(WJ-DRE)
                 IF ANO-MES-ST = WMES-FIM-DRE
                    ADD WVALOR-ST-DRE TO WVEN-REAL-MES-DRE(WJ-DRE)
                 END-IF
              END-IF
              IF WQTD-CAT-DRE > 0
                 MOVE CODIGO-PROD-ST TO CODIGO-PROD
                 READ PRODUTOS
                 IF FS-PROD = '00'
                    MOVE 0 TO WACHOU-DRE
                    PERFORM R-ACHA-CAT-DRE
                       VARYING WI-DRE FROM 1 BY 1
                       UNTIL WI-DRE > WQTD-CAT-DRE OR WACHOU-DRE = 1
                    IF WACHOU-DRE = 1
                       ADD WVALOR-ST-DRE
                          TO WCAT-REAL-ACUM-DRE(WJ-DRE)
                       IF ANO-MES-ST = WMES-FIM-DRE
                          ADD WVALOR-ST-DRE
                             TO WCAT-REAL-MES-DRE(WJ-DRE)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       R-ACHA-VEN-DRE.
           IF WVEN-CODIGO-DRE(WI-DRE) = CODIGO-VEN-ST
              MOVE 1 TO WACHOU-DRE
              MOVE WI-DRE TO WJ-DRE
           END-IF.

       R-ACHA-CAT-DRE.
           IF WCAT-CODIGO-DRE(WI-DRE) = CATEGORIA-PROD
              MOVE 1 TO WACHOU-DRE
              MOVE WI-DRE TO WJ-DRE
           END-IF.

      *-------------------------------------
      * BLOCO ORCADO X REALIZADO. VARIACAO = REALIZADO - ORCADO;
      * % SOBRE O ORCADO (ZERO QUANDO NAO HA ORCADO).
      *-------------------------------------
       R-IMPRIME-ORCADO.
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'ORCADO X REALIZADO - MES ' WANO-MES-DRE
                  '   ACUMULADO ' WMES-INI-DRE ' A ' WMES-FIM-DRE
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF WORA-DISPONIVEL = 0
              MOVE '   (ORCAMENTO ANUAL NAO CADASTRADO)'
                 TO ARQREL-DATA-01
              WRITE ARQREL-REC
           ELSE
              PERFORM R-IMPRIME-ORCADO-DRE
              PERFORM R-IMPRIME-ORCADO-VEN
              PERFORM R-IMPRIME-ORCADO-CAT
           END-IF.

       R-IMPRIME-ORCADO-DRE.
           MOVE WVENDA-BRUTA-DRE(1) TO WREAL-MES-DRE(1)
           MOVE WVENDA-BRUTA-DRE(3) TO WREAL-ACUM-DRE(1)
           MOVE WDEVOLUCOES-DRE(1)  TO WREAL-MES-DRE(2)
           MOVE WDEVOLUCOES-DRE(3)  TO WREAL-ACUM-DRE(2)
           MOVE WICMS-DRE(1)        TO WREAL-MES-DRE(3)
           MOVE WICMS-DRE(3)        TO WREAL-ACUM-DRE(3)
           MOVE WIPI-DRE(1)         TO WREAL-MES-DRE(4)
           MOVE WIPI-DRE(3)         TO WREAL-ACUM-DRE(4)
           MOVE WCUSTO-DRE(1)       TO WREAL-MES-DRE(5)
           MOVE WCUSTO-DRE(3)       TO WREAL-ACUM-DRE(5)
           MOVE WFRETE-DRE(1)       TO WREAL-MES-DRE(6)
           MOVE WFRETE-DRE(3)       TO WREAL-ACUM-DRE(6)
           MOVE WCOMISSOES-DRE(1)   TO WREAL-MES-DRE(7)
           MOVE WCOMISSOES-DRE(3)   TO WREAL-ACUM-DRE(7)
           MOVE WPERDAS-DRE(1)      TO WREAL-MES-DRE(8)
           MOVE WPERDAS-DRE(3)      TO WREAL-ACUM-DRE(8)
           MOVE WBONIFIC-DRE(1)     TO WREAL-MES-DRE(9)
           MOVE WBONIFIC-DRE(3)     TO WREAL-ACUM-DRE(9)
           MOVE WRESULTADO-DRE(1)   TO WREAL-MES-DRE(10)
           MOVE WRESULTADO-DRE(3)   TO WREAL-ACUM-DRE(10)
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WREL-CAB-ORC-DRE TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-LINHA-ORC-DRE
              VARYING WI-DRE FROM 1 BY 1 UNTIL WI-DRE > 10.

       R-LINHA-ORC-DRE.
           MOVE WTITULO-ORC-DRE(WI-DRE) TO RO-TITULO-DRE
           MOVE WORC-MES-DRE(WI-DRE)    TO WORC-M-DRE
           MOVE WREAL-MES-DRE(WI-DRE)   TO WREAL-M-DRE
           MOVE WORC-ACUM-DRE(WI-DRE)   TO WORC-A-DRE
           MOVE WREAL-ACUM-DRE(WI-DRE)  TO WREAL-A-DRE
           PERFORM R-ESCREVE-VAR-DRE.

       R-IMPRIME-ORCADO-VEN.
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'VENDA LIQUIDA POR VENDEDOR' TO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF WST-DISPONIVEL = 0
              MOVE '   (CUBO DE ESTATISTICAS INDISPONIVEL)'
                 TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           IF WQTD-VEN-DRE = 0
              MOVE '   (SEM ORCAMENTO POR VENDEDOR NO ANO)'
                 TO ARQREL-DATA-01
              WRITE ARQREL-REC
           ELSE
              MOVE WREL-CAB-ORC-DRE TO ARQREL-DATA-01
              WRITE ARQREL-REC
              PERFORM R-LINHA-ORC-VEN
                 VARYING WI-DRE FROM 1 BY 1
                 UNTIL WI-DRE > WQTD-VEN-DRE
           END-IF.

       R-LINHA-ORC-VEN.
           MOVE SPACES TO RO-TITULO-DRE
           STRING 'VENDEDOR ' WVEN-CODIGO-DRE(WI-DRE)
              DELIMITED BY SIZE INTO RO-TITULO-DRE
           MOVE WVEN-ORC-MES-DRE(WI-DRE)   TO WORC-M-DRE
           MOVE WVEN-REAL-MES-DRE(WI-DRE)  TO WREAL-M-DRE
           MOVE WVEN-ORC-ACUM-DRE(WI-DRE)  TO WORC-A-DRE
           MOVE WVEN-REAL-ACUM-DRE(WI-DRE) TO WREAL-A-DRE
           PERFORM R-ESCREVE-VAR-DRE.

       R-IMPRIME-ORCADO-CAT.
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'VENDA LIQUIDA POR CATEGORIA' TO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF WQTD-CAT-DRE = 0
              MOVE '   (SEM ORCAMENTO POR CATEGORIA NO ANO)'
                 TO ARQREL-DATA-01
              WRITE ARQREL-REC
           ELSE
              MOVE WREL-CAB-ORC-DRE TO ARQREL-DATA-01
              WRITE ARQREL-REC
              PERFORM R-LINHA-ORC-CAT
                 VARYING WI-DRE FROM 1 BY 1
                 UNTIL WI-DRE > WQTD-CAT-DRE
           END-IF.

       R-LINHA-ORC-CAT.
           MOVE SPACES TO RO-TITULO-DRE
           STRING 'CATEGORIA ' WCAT-CODIGO-DRE(WI-DRE)(5:3)
              DELIMITED BY SIZE INTO RO-TITULO-DRE
           MOVE WCAT-ORC-MES-DRE(WI-DRE)   TO WORC-M-DRE
           MOVE WCAT-REAL-MES-DRE(WI-DRE)  TO WREAL-M-DRE
           MOVE WCAT-ORC-ACUM-DRE(WI-DRE)  TO WORC-A-DRE
           MOVE WCAT-REAL-ACUM-DRE(WI-DRE) TO WREAL-A-DRE
           PERFORM R-ESCREVE-VAR-DRE.

       R-ESCREVE-VAR-DRE.
           MOVE WORC-M-DRE  TO RO-ORC-MES-DRE
           MOVE WREAL-M-DRE TO RO-REAL-MES-DRE
           COMPUTE RO-VAR-MES-DRE = WREAL-M-DRE - WORC-M-DRE
           MOVE ZEROES TO WPERC-VAR-DRE
           IF WORC-M-DRE NOT = ZEROES
              COMPUTE WPERC-VAR-DRE ROUNDED =
                 (WREAL-M-DRE - WORC-M-DRE) * 100 / WORC-M-DRE
                 ON SIZE ERROR MOVE ZEROES TO WPERC-VAR-DRE
              END-COMPUTE
           END-IF
           MOVE WPERC-VAR-DRE TO RO-PERC-MES-DRE
           MOVE WORC-A-DRE  TO RO-ORC-ACUM-DRE
           MOVE WREAL-A-DRE TO RO-REAL-ACUM-DRE
           COMPUTE RO-VAR-ACUM-DRE = WREAL-A-DRE - WORC-A-DRE
           MOVE ZEROES TO WPERC-VAR-DRE
           IF WORC-A-DRE NOT = ZEROES
              COMPUTE WPERC-VAR-DRE ROUNDED =
                 (WREAL-A-DRE - WORC-A-DRE) * 100 / WORC-A-DRE
                 ON SIZE ERROR MOVE ZEROES TO WPERC-VAR-DRE
              END-COMPUTE
           END-IF
           MOVE WPERC-VAR-DRE TO RO-PERC-ACUM-DRE
           MOVE WREL-ORC-DRE TO ARQREL-DATA-01
           WRITE ARQREL-REC.
