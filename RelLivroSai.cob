      *--------------------------
      * LIVRO REGISTRO DE SAIDAS (MENSAL) E EXPORTACAO FISCAL
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RelLivroSai.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Livro de saidas do mes: uma
      *              linha por nota na ordem de numeracao com CFOP,
      *              UF do destinatario, valor contabil, base de
      *              ICMS, ICMS, IPI, isentas/nao tributadas e
      *              outras; nota cancelada aparece com os valores
      *              zerados. Resumo por CFOP e UF e, a parte, as
      *              devolucoes de venda recebidas no mes (entradas)
      *              por CFOP e UF. Valores pelos itens fiscais
      *              (ARQNFITEM.DAT); nota sem itens fiscais usa os
      *              totais do cabecalho e o CFOP do DefCfop.
      *              Relatorio no spool (RegSpool) e arquivo plano
      *              LIVROFIS.TXT para o sistema fiscal do
      *              escritorio contabil.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Chaves alternativas de situacao e data em PEDIDOS
      *              e data em NOTAS.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT NOTAS ASSIGN TO  DISK WID-ARQ-NOTAS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
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

       SELECT DEVOL ASSIGN TO  DISK WID-ARQ-DEVOL
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DEV
              ALTERNATE RECORD KEY IS CODIGO-CLI-DEV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DEV.

       SELECT ARQEXP  ASSIGN TO DISK WID-ARQ-EXP
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-EXP.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS.
       01 REGISTRO-NOTAS.
          02 CHAVE-NF.
             03 NUMERO-NF             PIC  9(009).
          02 CODIGO-PED-NF            PIC  9(009).
          02 CODIGO-CLI-NF            PIC  9(007).
          02 DATA-NF                  PIC  9(008) VALUE ZEROES.
          02 VALOR-NF                 PIC  9(009)v9(002) VALUE ZEROES.
          02 BASE-ICMS-NF             PIC  9(009)v9(002) VALUE ZEROES.
          02 ALIQ-ICMS-NF             PIC  9(003)v9(002) VALUE ZEROES.
          02 VALOR-ICMS-NF            PIC  9(009)v9(002) VALUE ZEROES.
          02 VALOR-IPI-NF             PIC  9(009)v9(002) VALUE ZEROES.
          02 VALOR-LIQ-NF             PIC  9(009)v9(002) VALUE ZEROES.
          02 SITUACAO-NF              PIC  X(001) VALUE SPACES.
             88 NF-CANCELADA          VALUE 'C'.
          02 DATA-CANC-NF             PIC  9(008) VALUE ZEROES.
          02 MOTIVO-CANC-NF           PIC  X(030) VALUE SPACES.
          02 OPERADOR-CANC-NF         PIC  X(010) VALUE SPACES.
          02 SIT-ENTREGA-NF           PIC  X(001) VALUE SPACES.
             88 NF-EM-TRANSITO        VALUE 'T'.
             88 NF-ENTREGUE           VALUE 'E'.
             88 NF-RECUSADA           VALUE 'R'.
             88 NF-NAO-ENTREGUE       VALUE 'D'.
          02 DATA-ENTREGA-NF          PIC  9(008) VALUE ZEROES.
          02 RECEBEDOR-NF             PIC  X(020) VALUE SPACES.
          02 ROTA-ENTREGA-NF          PIC  9(007) VALUE ZEROES.
          02 TRANSP-NF                PIC  9(003) VALUE ZEROES.
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

       FD PEDIDOS.
       01 REGISTRO-PEDIDOS.
          02 CHAVE-PED.
             03 CODIGO-PED         PIC  9(009).
          02 CODIGO-CLI-PED        PIC  9(007).
          02 CODIGO-VEN-PED        PIC  9(007).
          02 DATA-PED              PIC  9(008) VALUE ZEROES.
          02 VALOR-PED             PIC  9(007)v9(002) VALUE ZEROES.
          02 STATUS-PED            PIC  X(001) VALUE 'A'.
             88 PED-ABERTO         VALUE 'A'.
             88 PED-FATURADO       VALUE 'F'.
             88 PED-CANCELADO      VALUE 'C'.
          02 DESC-PERC-PED         PIC  9(003)v9(002) VALUE ZEROES.
          02 VALOR-DESC-PED        PIC  9(007)v9(002) VALUE ZEROES.
          02 APROVADOR-DESC-PED    PIC  9(007) VALUE ZEROES.
          02 COND-PAGTO-PED        PIC  9(003) VALUE ZEROES.
          02 ORIGEM-PED            PIC  X(001) VALUE SPACES.
             88 PED-GERADO-AUTO    VALUE 'P'.
             88 PED-BONIFICACAO    VALUE 'B'.
          02 TRANSP-PED            PIC  9(003) VALUE ZEROES.
          02 FRETE-TIPO-PED        PIC  X(001) VALUE SPACES.
             88 PED-FRETE-CIF      VALUE 'C'.
             88 PED-FRETE-FOB      VALUE 'F'.
          02 END-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 DATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.

       FD DEVOL.
       01 REGISTRO-DEVOL.
          02 CHAVE-DEV.
             03 NUMERO-NF-DEV         PIC  9(009).
             03 SEQ-DEV               PIC  9(003).
          02 CODIGO-CLI-DEV           PIC  9(007).
          02 CODIGO-PED-DEV           PIC  9(009).
          02 NUMERO-ITEM-DEV          PIC  9(003).
          02 CODIGO-PROD-DEV          PIC  9(007).
          02 QTDE-DEV                 PIC  9(005) VALUE ZEROES.
          02 VALOR-DEV                PIC  9(009)v9(002) VALUE ZEROES.
          02 DATA-DEV                 PIC  9(008) VALUE ZEROES.
          02 OPERADOR-DEV             PIC  X(010) VALUE SPACES.
          02 MOTIVO-DEV               PIC  X(040) VALUE SPACES.
          02 CFOP-DEV                 PIC  9(004) VALUE ZEROES.

       FD  ARQEXP.
       01  ARQEXP-REC                PIC X(150).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-NF                   PIC XX VALUE '00'.
       01 FS-NFI                  PIC XX VALUE '00'.
       01 FS-CLI                  PIC XX VALUE '00'.
       01 FS-PED                  PIC XX VALUE '00'.
       01 FS-DEV                  PIC XX VALUE '00'.
       01 FS-EXP                  PIC XX VALUE '00'.
       01 FS-REL                  PIC XX VALUE '00'.

       01 WID-ARQ-NOTAS           PIC X(50) VALUE 'ARQNOTAS.DAT'.
       01 WID-ARQ-NFI             PIC X(50) VALUE 'ARQNFITEM.DAT'.
       01 WID-ARQ-CLIENTE         PIC X(50) VALUE SPACES.
       01 WID-ARQ-PEDIDOS         PIC X(50) VALUE SPACES.
       01 WID-ARQ-DEVOL           PIC X(50) VALUE 'ARQDEVOL.DAT'.
       01 WID-ARQ-EXP             PIC X(50) VALUE 'LIVROFIS.TXT'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                      PIC X VALUE SPACES.
       77 WSAIDA                  PIC 9 VALUE ZEROES.
       77 WSAIDA-IT-LS            PIC 9 VALUE ZEROES.
       77 WNFI-OK-LS              PIC 9 VALUE ZEROES.
       77 WCLI-OK-LS              PIC 9 VALUE ZEROES.
       77 WPED-OK-LS              PIC 9 VALUE ZEROES.
       77 WDEV-OK-LS              PIC 9 VALUE ZEROES.
       77 WTEM-ITEM-LS            PIC 9 VALUE ZEROES.
       77 WANO-MES-LS             PIC 9(006) VALUE ZEROES.
       77 WQTD-NF-LS              PIC 9(005) VALUE ZEROES.
       77 WQTD-CANC-LS            PIC 9(005) VALUE ZEROES.
       77 WQTD-DEV-LS             PIC 9(005) VALUE ZEROES.

      *-------------VALORES DA NOTA OU DEVOLUCAO CORRENTE------------
       01 WCFOP-LS                PIC 9(004) VALUE ZEROES.
       01 WUF-LS                  PIC X(002) VALUE SPACES.
       01 WCNPJ-LS                PIC 9(014) VALUE ZEROES.
       01 WSIT-LS                 PIC X(001) VALUE SPACES.
       01 WVCONT-LS               PIC 9(011)v9(002) VALUE ZEROES.
       01 WBASE-LS                PIC 9(011)v9(002) VALUE ZEROES.
       01 WICMS-LS                PIC 9(011)v9(002) VALUE ZEROES.
       01 WIPI-LS                 PIC 9(011)v9(002) VALUE ZEROES.
       01 WISENTAS-LS             PIC 9(011)v9(002) VALUE ZEROES.
       01 WOUTRAS-LS              PIC 9(011)v9(002) VALUE ZEROES.
       01 WPROD-LS                PIC 9(011)v9(002) VALUE ZEROES.
       01 WDESC-LS                PIC 9(011)v9(002) VALUE ZEROES.

      *-------------RESUMO POR CFOP E UF-----------------------------
      * TABELA 1 = SAIDAS (NOTAS), TABELA 2 = DEVOLUCOES RECEBIDAS.
       77 WMAX-RES-LS             PIC 9(003) VALUE 200.
       77 WTAB-LS                 PIC 9 VALUE ZEROES.
       77 WI-LS                   PIC 9(003) VALUE ZEROES.
       77 WJ-LS                   PIC 9(003) VALUE ZEROES.
       77 WK-LS                   PIC 9(003) VALUE ZEROES.
       77 WACHOU-LS               PIC 9(003) VALUE ZEROES.
       01 WQTD-RES-LS             PIC 9(003) OCCURS 2 TIMES.
       01 WTAB-RES-LS.
          02 WRES-TAB-LS OCCURS 2 TIMES.
             03 WRES-ITEM-LS OCCURS 200 TIMES.
                04 WRES-CHAVE-LS.
                   05 WRES-CFOP-LS    PIC 9(004).
                   05 WRES-UF-LS      PIC X(002).
                04 WRES-VCONT-LS      PIC 9(011)v9(002).
                04 WRES-BASE-LS       PIC 9(011)v9(002).
                04 WRES-ICMS-LS       PIC 9(011)v9(002).
                04 WRES-IPI-LS        PIC 9(011)v9(002).
                04 WRES-ISENTAS-LS    PIC 9(011)v9(002).
                04 WRES-OUTRAS-LS     PIC 9(011)v9(002).
       01 WRES-TROCA-LS           PIC X(084).
       01 WTOT-RES-LS.
          02 WTOT-VCONT-LS        PIC 9(011)v9(002).
          02 WTOT-BASE-LS         PIC 9(011)v9(002).
          02 WTOT-ICMS-LS         PIC 9(011)v9(002).
          02 WTOT-IPI-LS          PIC 9(011)v9(002).
          02 WTOT-ISENTAS-LS      PIC 9(011)v9(002).
          02 WTOT-OUTRAS-LS       PIC 9(011)v9(002).

       01 WDATA-LS                PIC 9(008) VALUE ZEROES.
       01 WDATA-R-LS REDEFINES WDATA-LS.
          02 WDATA-ANO-LS         PIC X(004).
          02 WDATA-MES-LS         PIC X(002).
          02 WDATA-DIA-LS         PIC X(002).

      *-------------LINHAS DO RELATORIO------------------------------
       01 WREL-CAB-LS.
          02 FILLER PIC X(046) VALUE
             'DIA    NOTA FISCAL CFOP UF  VALOR CONTABIL   '.
          02 FILLER PIC X(046) VALUE
             '  BASE DE ICMS           ICMS            IPI  '.
          02 FILLER PIC X(036) VALUE
             ' ISENTAS/N.TRIB.         OUTRAS OBS'.

       01 WREL-LINHA-LS.
          02 RL-DIA-LS         PIC X(002).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-NF-LS          PIC Z(11)9.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-CFOP-LS        PIC 9(004).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-UF-LS          PIC X(002).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-VCONT-LS       PIC Z(11)9.99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-BASE-LS        PIC Z(11)9.99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-ICMS-LS        PIC Z(11)9.99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-IPI-LS         PIC Z(11)9.99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-ISENTAS-LS     PIC Z(11)9.99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-OUTRAS-LS      PIC Z(11)9.99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-OBS-LS         PIC X(010).

      *-------------ARQUIVO PARA O SISTEMA FISCAL (LIVROFIS.TXT)-----
      * POSICIONAL, VALORES COM 2 DECIMAIS IMPLICITAS:
      * 001 TIPO (S=SAIDA, E=ENTRADA POR DEVOLUCAO)  002-010 NOTA
      * 011-013 SEQUENCIA DA DEVOLUCAO  014-021 DATA AAAAMMDD
      * 022-035 CNPJ  036-037 UF  038-041 CFOP  042-054 CONTABIL
      * 055-067 BASE ICMS  068-080 ICMS  081-093 IPI
      * 094-106 ISENTAS  107-119 OUTRAS  120 SITUACAO (N/C)
       01 WEXP-LINHA-LS.
          02 EX-TIPO-LS           PIC X(001).
          02 EX-NF-LS             PIC 9(009).
          02 EX-SEQ-LS            PIC 9(003).
          02 EX-DATA-LS           PIC 9(008).
          02 EX-CNPJ-LS           PIC 9(014).
          02 EX-UF-LS             PIC X(002).
          02 EX-CFOP-LS           PIC 9(004).
          02 EX-VCONT-LS          PIC 9(011)v9(002).
          02 EX-BASE-LS           PIC 9(011)v9(002).
          02 EX-ICMS-LS           PIC 9(011)v9(002).
          02 EX-IPI-LS            PIC 9(011)v9(002).
          02 EX-ISENTAS-LS        PIC 9(011)v9(002).
          02 EX-OUTRAS-LS         PIC 9(011)v9(002).
          02 EX-SIT-LS            PIC X(001).

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-LIVRO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - LIVRO DE SAIDAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 22 VALUE "REGISTRO DE SAIDAS POR CFOP E UF".
          02 LINE 8 COL 10 VALUE "MES DE REFERENCIA (AAAAMM):".
          02 LINE 8 COL 39 PIC 9(006) USING WANO-MES-LS.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NOTAS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NFI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-DEVOL
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EXP
           MOVE LID-ARQ-CLIENTE-1 TO WID-ARQ-CLIENTE
           MOVE LID-ARQ-PEDIDOS-1 TO WID-ARQ-PEDIDOS
           MOVE ZEROES TO WANO-MES-LS
           DISPLAY TELA-LIVRO
           ACCEPT TELA-LIVRO
           IF WANO-MES-LS NOT = ZEROES
              PERFORM R-GERA-LIVRO THRU R-GERA-LIVRO-FIM
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.

       R-GERA-LIVRO.
           OPEN INPUT NOTAS
           IF FS-NF NOT = '00'
              MOVE 'SEM NOTAS EMITIDAS ST ' TO WTXT
              MOVE FS-NF TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-GERA-LIVRO-FIM
           END-IF
           MOVE 0 TO WNFI-OK-LS WCLI-OK-LS WPED-OK-LS WDEV-OK-LS
           OPEN INPUT NFITEM
           IF FS-NFI = '00'
              MOVE 1 TO WNFI-OK-LS
           END-IF
           OPEN INPUT CLIENTES
           IF FS-CLI = '00'
              MOVE 1 TO WCLI-OK-LS
           END-IF
           OPEN INPUT PEDIDOS
           IF FS-PED = '00'
              MOVE 1 TO WPED-OK-LS
           END-IF
           OPEN INPUT DEVOL
           IF FS-DEV = '00'
              MOVE 1 TO WDEV-OK-LS
           END-IF
           MOVE 'LIVROSAI.TXT' TO WID-ARQ-REL-1
           MOVE 'LIVROSAI' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           STRING 'MES ' WANO-MES-LS
                  DELIMITED BY SIZE INTO LINK-SPL-PARAMS
           MOVE LID-OPERADOR-1 TO LINK-SPL-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-SPL-EMPRESA
           CALL "RegSpool" USING LINK-SPOOL
           IF LINK-SPL-STATUS = '0'
              MOVE LINK-SPL-ARQUIVO TO WID-ARQ-REL-1
           END-IF
           OPEN OUTPUT ARQREL
           OPEN OUTPUT ARQEXP
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'LIVRO REGISTRO DE SAIDAS - MES ' WANO-MES-LS
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WREL-CAB-LS TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WQTD-NF-LS WQTD-CANC-LS WQTD-DEV-LS
           MOVE ZEROES TO WQTD-RES-LS(1) WQTD-RES-LS(2)
           MOVE ZEROES TO CHAVE-NF
           START NOTAS KEY IS NOT LESS THAN CHAVE-NF
           MOVE 0 TO WSAIDA
           IF FS-NF NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-VARRE-NOTAS UNTIL WSAIDA = 1
           MOVE 1 TO WTAB-LS
           PERFORM R-IMPRIME-RESUMO
           IF WDEV-OK-LS = 1
              MOVE ZEROES TO CHAVE-DEV
              START DEVOL KEY IS NOT LESS THAN CHAVE-DEV
              MOVE 0 TO WSAIDA
              IF FS-DEV NOT = '00'
                 MOVE 1 TO WSAIDA
              END-IF
              PERFORM R-VARRE-DEVOL UNTIL WSAIDA = 1
           END-IF
           IF WQTD-DEV-LS NOT = ZEROES
              MOVE 2 TO WTAB-LS
              PERFORM R-IMPRIME-RESUMO
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'NOTAS NO MES: ' WQTD-NF-LS
                  '   CANCELADAS: ' WQTD-CANC-LS
                  '   DEVOLUCOES RECEBIDAS: ' WQTD-DEV-LS
                  '   ARQUIVO FISCAL: ' WID-ARQ-EXP
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL ARQEXP NOTAS
           IF WNFI-OK-LS = 1
              CLOSE NFITEM
           END-IF
           IF WCLI-OK-LS = 1
              CLOSE CLIENTES
           END-IF
           IF WPED-OK-LS = 1
              CLOSE PEDIDOS
           END-IF
           IF WDEV-OK-LS = 1
              CLOSE DEVOL
           END-IF
           MOVE SPACES TO WTXT
           STRING 'LIVRO GERADO - NOTAS: ' WQTD-NF-LS
                  DELIMITED BY SIZE INTO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       R-GERA-LIVRO-FIM.
           EXIT.

       R-VARRE-NOTAS.
           READ NOTAS NEXT
           IF FS-NF NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF DATA-NF(1:6) = WANO-MES-LS
                 PERFORM R-LANCA-NOTA
              END-IF
           END-IF.

      *-------------------------------------
      * UMA NOTA DO MES: VALORES PELOS ITENS FISCAIS. VALOR
      * CONTABIL = PRODUTOS - DESCONTO + IPI; ISENTAS = ITENS SEM
      * BASE DE ICMS; OUTRAS = O QUE SOBRA (IPI E PARCELA REDUZIDA
      * DA BASE). CANCELADA ENTRA COM OS VALORES ZERADOS.
      *-------------------------------------
       R-LANCA-NOTA.
           ADD 1 TO WQTD-NF-LS
           MOVE ZEROES TO WCFOP-LS WVCONT-LS WBASE-LS WICMS-LS
                          WIPI-LS WISENTAS-LS WOUTRAS-LS WPROD-LS
                          WDESC-LS WCNPJ-LS
           MOVE SPACES TO WUF-LS
           IF WCLI-OK-LS = 1
              MOVE CODIGO-CLI-NF TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI = '00'
                 MOVE ESTADO TO WUF-LS
                 MOVE CNPJ   TO WCNPJ-LS
              END-IF
           END-IF
           MOVE 0 TO WTEM-ITEM-LS
           IF WNFI-OK-LS = 1
              MOVE NUMERO-NF TO NUMERO-NF-NFI
              MOVE ZEROES    TO SEQ-NFI
              START NFITEM KEY IS NOT LESS THAN CHAVE-NFI
              MOVE 0 TO WSAIDA-IT-LS
              IF FS-NFI NOT = '00'
                 MOVE 1 TO WSAIDA-IT-LS
              END-IF
              PERFORM R-SOMA-ITEM UNTIL WSAIDA-IT-LS = 1
           END-IF
           IF WTEM-ITEM-LS = 1
              COMPUTE WVCONT-LS = WPROD-LS - WDESC-LS + WIPI-LS
           ELSE
              MOVE BASE-ICMS-NF  TO WBASE-LS
              MOVE VALOR-ICMS-NF TO WICMS-LS
              MOVE VALOR-IPI-NF  TO WIPI-LS
              COMPUTE WVCONT-LS = VALOR-NF + VALOR-IPI-NF
              PERFORM R-CFOP-SEM-ITENS
           END-IF
           IF WVCONT-LS > WBASE-LS + WISENTAS-LS
              COMPUTE WOUTRAS-LS = WVCONT-LS - WBASE-LS - WISENTAS-LS
           END-IF
           MOVE 'N' TO WSIT-LS
           IF NF-CANCELADA
              ADD 1 TO WQTD-CANC-LS
              MOVE 'C' TO WSIT-LS
              MOVE ZEROES TO WVCONT-LS WBASE-LS WICMS-LS WIPI-LS
                             WISENTAS-LS WOUTRAS-LS
           END-IF
           MOVE DATA-NF TO WDATA-LS
           MOVE SPACES TO WREL-LINHA-LS
           MOVE WDATA-DIA-LS TO RL-DIA-LS
           MOVE NUMERO-NF    TO RL-NF-LS
           MOVE WCFOP-LS     TO RL-CFOP-LS
           MOVE WUF-LS       TO RL-UF-LS
           PERFORM R-LINHA-VALORES
           IF NF-CANCELADA
              MOVE 'CANCELADA' TO RL-OBS-LS
           END-IF
           MOVE WREL-LINHA-LS TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 1 TO WTAB-LS
           PERFORM R-ACUMULA-RESUMO
           MOVE 'S'          TO EX-TIPO-LS
           MOVE NUMERO-NF    TO EX-NF-LS
           MOVE ZEROES       TO EX-SEQ-LS
           MOVE DATA-NF      TO EX-DATA-LS
           PERFORM R-GRAVA-EXPORTACAO.

       R-SOMA-ITEM.
           READ NFITEM NEXT
           IF FS-NFI NOT = '00' OR NUMERO-NF-NFI NOT = NUMERO-NF
              MOVE 1 TO WSAIDA-IT-LS
           ELSE
              MOVE 1 TO WTEM-ITEM-LS
              IF WCFOP-LS = ZEROES
                 MOVE CFOP-NFI TO WCFOP-LS
              END-IF
              ADD VALOR-BRUTO-NFI TO WPROD-LS
              ADD VALOR-DESC-NFI  TO WDESC-LS
              ADD BASE-ICMS-NFI   TO WBASE-LS
              ADD VALOR-ICMS-NFI  TO WICMS-LS
              ADD VALOR-IPI-NFI   TO WIPI-LS
              IF BASE-ICMS-NFI = ZEROES
                 COMPUTE WISENTAS-LS =
                    WISENTAS-LS + VALOR-BRUTO-NFI - VALOR-DESC-NFI
              END-IF
           END-IF.

      *-------------------------------------
      * NOTA SEM ITENS FISCAIS: CFOP PELO DefCfop COM A ORIGEM DO
      * PEDIDO (BONIFICACAO OU VENDA) E A UF DO CLIENTE.
      *-------------------------------------
       R-CFOP-SEM-ITENS.
           MOVE 'V' TO LINK-CFOP-OPERACAO
           IF WPED-OK-LS = 1
              MOVE CODIGO-PED-NF TO CODIGO-PED
              READ PEDIDOS
              IF FS-PED = '00' AND PED-BONIFICACAO
                 MOVE 'B' TO LINK-CFOP-OPERACAO
              END-IF
           END-IF
           MOVE LID-EMPRESA-1 TO LINK-CFOP-EMPRESA
           MOVE SPACES        TO LINK-CFOP-UF-ORIGEM
           MOVE WUF-LS        TO LINK-CFOP-UF-DESTINO
           MOVE ZEROES        TO LINK-CFOP-ORIGINAL
           CALL "DefCfop" USING LINK-CFOP
           MOVE LINK-CFOP-CODIGO TO WCFOP-LS.

       R-VARRE-DEVOL.
           READ DEVOL NEXT
           IF FS-DEV NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF DATA-DEV(1:6) = WANO-MES-LS
                 PERFORM R-LANCA-DEVOLUCAO
              END-IF
           END-IF.

      *-------------------------------------
      * DEVOLUCAO RECEBIDA NO MES: SO O VALOR CONTABIL (A
      * DEVOLUCAO NAO DESTACA IMPOSTO NO REGISTRO). REGISTRO ANTIGO
      * SEM CFOP RECEBE O DA DEVOLUCAO DE VENDA PELAS UFS.
      *-------------------------------------
       R-LANCA-DEVOLUCAO.
           ADD 1 TO WQTD-DEV-LS
           MOVE ZEROES TO WVCONT-LS WBASE-LS WICMS-LS WIPI-LS
                          WISENTAS-LS WOUTRAS-LS WCNPJ-LS
           MOVE SPACES TO WUF-LS
           IF WCLI-OK-LS = 1
              MOVE CODIGO-CLI-DEV TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI = '00'
                 MOVE ESTADO TO WUF-LS
                 MOVE CNPJ   TO WCNPJ-LS
              END-IF
           END-IF
           MOVE CFOP-DEV TO WCFOP-LS
           IF WCFOP-LS = ZEROES
              MOVE 'D'           TO LINK-CFOP-OPERACAO
              MOVE LID-EMPRESA-1 TO LINK-CFOP-EMPRESA
              MOVE SPACES        TO LINK-CFOP-UF-ORIGEM
              MOVE WUF-LS        TO LINK-CFOP-UF-DESTINO
              MOVE ZEROES        TO LINK-CFOP-ORIGINAL
              CALL "DefCfop" USING LINK-CFOP
              MOVE LINK-CFOP-CODIGO TO WCFOP-LS
           END-IF
           MOVE VALOR-DEV TO WVCONT-LS WOUTRAS-LS
           MOVE 2 TO WTAB-LS
           PERFORM R-ACUMULA-RESUMO
           MOVE 'E'          TO EX-TIPO-LS
           MOVE NUMERO-NF-DEV TO EX-NF-LS
           MOVE SEQ-DEV      TO EX-SEQ-LS
           MOVE DATA-DEV     TO EX-DATA-LS
           MOVE 'N'          TO WSIT-LS
           PERFORM R-GRAVA-EXPORTACAO.

       R-LINHA-VALORES.
           MOVE WVCONT-LS   TO RL-VCONT-LS
           MOVE WBASE-LS    TO RL-BASE-LS
           MOVE WICMS-LS    TO RL-ICMS-LS
           MOVE WIPI-LS     TO RL-IPI-LS
           MOVE WISENTAS-LS TO RL-ISENTAS-LS
           MOVE WOUTRAS-LS  TO RL-OUTRAS-LS.

       R-GRAVA-EXPORTACAO.
           MOVE WCNPJ-LS    TO EX-CNPJ-LS
           MOVE WUF-LS      TO EX-UF-LS
           MOVE WCFOP-LS    TO EX-CFOP-LS
           MOVE WVCONT-LS   TO EX-VCONT-LS
           MOVE WBASE-LS    TO EX-BASE-LS
           MOVE WICMS-LS    TO EX-ICMS-LS
           MOVE WIPI-LS     TO EX-IPI-LS
           MOVE WISENTAS-LS TO EX-ISENTAS-LS
           MOVE WOUTRAS-LS  TO EX-OUTRAS-LS
           MOVE WSIT-LS     TO EX-SIT-LS
           MOVE WEXP-LINHA-LS TO ARQEXP-REC
           WRITE ARQEXP-REC.

       R-ACUMULA-RESUMO.
           MOVE ZEROES TO WACHOU-LS
           PERFORM R-PROCURA-RESUMO VARYING WI-LS FROM 1 BY 1
                   UNTIL WI-LS > WQTD-RES-LS(WTAB-LS)
           IF WACHOU-LS = ZEROES AND
              WQTD-RES-LS(WTAB-LS) < WMAX-RES-LS
              ADD 1 TO WQTD-RES-LS(WTAB-LS)
              MOVE WQTD-RES-LS(WTAB-LS) TO WACHOU-LS
              MOVE WCFOP-LS TO WRES-CFOP-LS(WTAB-LS WACHOU-LS)
              MOVE WUF-LS   TO WRES-UF-LS(WTAB-LS WACHOU-LS)
              MOVE ZEROES TO WRES-VCONT-LS(WTAB-LS WACHOU-LS)
                             WRES-BASE-LS(WTAB-LS WACHOU-LS)
                             WRES-ICMS-LS(WTAB-LS WACHOU-LS)
                             WRES-IPI-LS(WTAB-LS WACHOU-LS)
                             WRES-ISENTAS-LS(WTAB-LS WACHOU-LS)
                             WRES-OUTRAS-LS(WTAB-LS WACHOU-LS)
           END-IF
           IF WACHOU-LS NOT = ZEROES
              ADD WVCONT-LS   TO WRES-VCONT-LS(WTAB-LS WACHOU-LS)
              ADD WBASE-LS    TO WRES-BASE-LS(WTAB-LS WACHOU-LS)
              ADD WICMS-LS    TO WRES-ICMS-LS(WTAB-LS WACHOU-LS)
              ADD WIPI-LS     TO WRES-IPI-LS(WTAB-LS WACHOU-LS)
              ADD WISENTAS-LS TO WRES-ISENTAS-LS(WTAB-LS WACHOU-LS)
              ADD WOUTRAS-LS  TO WRES-OUTRAS-LS(WTAB-LS WACHOU-LS)
           END-IF.

       R-PROCURA-RESUMO.
           IF WRES-CFOP-LS(WTAB-LS WI-LS) = WCFOP-LS AND
              WRES-UF-LS(WTAB-LS WI-LS) = WUF-LS
              MOVE WI-LS TO WACHOU-LS
              MOVE WQTD-RES-LS(WTAB-LS) TO WI-LS
           END-IF.

      *-------------------------------------
      * RESUMO POR CFOP E UF (ORDENADO), COM TOTAL GERAL.
      *-------------------------------------
       R-IMPRIME-RESUMO.
           PERFORM R-ORDENA-RESUMO VARYING WI-LS FROM 1 BY 1
                   UNTIL WI-LS NOT < WQTD-RES-LS(WTAB-LS)
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF WTAB-LS = 1
              MOVE 'RESUMO DAS SAIDAS POR CFOP E UF' TO ARQREL-DATA-01
           ELSE
              MOVE 'DEVOLUCOES DE VENDA RECEBIDAS NO MES (ENTRADAS) POR
      -            ' CFOP E UF' TO ARQREL-DATA-01
           END-IF
           WRITE ARQREL-REC
           MOVE WREL-CAB-LS TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WTOT-RES-LS
           PERFORM R-IMPRIME-RESUMO-1 VARYING WI-LS FROM 1 BY 1
                   UNTIL WI-LS > WQTD-RES-LS(WTAB-LS)
           MOVE SPACES TO WREL-LINHA-LS
           MOVE 'TOTAL'         TO RL-OBS-LS
           MOVE WTOT-VCONT-LS   TO RL-VCONT-LS
           MOVE WTOT-BASE-LS    TO RL-BASE-LS
           MOVE WTOT-ICMS-LS    TO RL-ICMS-LS
           MOVE WTOT-IPI-LS     TO RL-IPI-LS
           MOVE WTOT-ISENTAS-LS TO RL-ISENTAS-LS
           MOVE WTOT-OUTRAS-LS  TO RL-OUTRAS-LS
           MOVE ZEROES TO RL-NF-LS RL-CFOP-LS
           MOVE WREL-LINHA-LS TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-ORDENA-RESUMO.
           PERFORM R-ORDENA-RESUMO-1 VARYING WJ-LS FROM 1 BY 1
                   UNTIL WJ-LS NOT < WQTD-RES-LS(WTAB-LS).

       R-ORDENA-RESUMO-1.
           COMPUTE WK-LS = WJ-LS + 1
           IF WRES-CHAVE-LS(WTAB-LS WJ-LS) >
              WRES-CHAVE-LS(WTAB-LS WK-LS)
              MOVE WRES-ITEM-LS(WTAB-LS WJ-LS) TO WRES-TROCA-LS
              MOVE WRES-ITEM-LS(WTAB-LS WK-LS)
                TO WRES-ITEM-LS(WTAB-LS WJ-LS)
              MOVE WRES-TROCA-LS TO WRES-ITEM-LS(WTAB-LS WK-LS)
           END-IF.

       R-IMPRIME-RESUMO-1.
           MOVE SPACES TO WREL-LINHA-LS
           MOVE ZEROES TO RL-NF-LS
           MOVE WRES-CFOP-LS(WTAB-LS WI-LS) TO RL-CFOP-LS
           MOVE WRES-UF-LS(WTAB-LS WI-LS)   TO RL-UF-LS
           MOVE WRES-VCONT-LS(WTAB-LS WI-LS)   TO WVCONT-LS
           MOVE WRES-BASE-LS(WTAB-LS WI-LS)    TO WBASE-LS
           MOVE WRES-ICMS-LS(WTAB-LS WI-LS)    TO WICMS-LS
           MOVE WRES-IPI-LS(WTAB-LS WI-LS)     TO WIPI-LS
           MOVE WRES-ISENTAS-LS(WTAB-LS WI-LS) TO WISENTAS-LS
           MOVE WRES-OUTRAS-LS(WTAB-LS WI-LS)  TO WOUTRAS-LS
           PERFORM R-LINHA-VALORES
           ADD WVCONT-LS   TO WTOT-VCONT-LS
           ADD WBASE-LS    TO WTOT-BASE-LS
           ADD WICMS-LS    TO WTOT-ICMS-LS
           ADD WIPI-LS     TO WTOT-IPI-LS
           ADD WISENTAS-LS TO WTOT-ISENTAS-LS
           ADD WOUTRAS-LS  TO WTOT-OUTRAS-LS
           MOVE WREL-LINHA-LS TO ARQREL-DATA-01
           WRITE ARQREL-REC.
