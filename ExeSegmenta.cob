      *--------------------------
      * SEGMENTACAO DE CLIENTES POR RECENCIA, FREQUENCIA E VALOR
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ExeSegmenta.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Apuracao mensal (RFM) de cada
      *              cliente ativo pelas notas fiscais nao canceladas
      *              ate a data base do mes de referencia (ultimo dia
      *              do mes, ou hoje no mes corrente): recencia em
      *              dias desde a ultima nota, frequencia e valor das
      *              notas dos ultimos 12 meses. Notas de 1 a 5 para
      *              cada eixo (valor contra a media dos clientes
      *              compradores) e segmento: N=NOVO (primeira nota
      *              ha menos de 90 dias), P=PERDIDO (mais de 180
      *              dias sem nota), C=CAMPEAO (R, F e M de 4 para
      *              cima), F=FIEL (R e F de 3 para cima), R=EM
      *              RISCO (demais compradores) e S=SEM COMPRA. O
      *              segmento corrente fica em ARQSEGCLI.DAT (com o
      *              anterior e o mes desde quando esta nele) e o do
      *              mes em ARQSEGHIS.DAT. Relatorios no catalogo de
      *              spool: RELSEGM (clientes do mes com as notas) e
      *              RELSEGMIG (matriz de migracao do mes anterior
      *              para o de referencia e clientes que mudaram).
      * 2026-10-15 - Chaves alternativas de data em NOTAS.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       SELECT NOTAS ASSIGN TO  DISK WID-ARQ-NOTAS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-NF
              ALTERNATE RECORD KEY IS CODIGO-PED-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-CLI-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-NF WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NF.

       SELECT SEGCLI ASSIGN TO  DISK WID-ARQ-SEGCLI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-SG
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SG.

       SELECT SEGHIST ASSIGN TO  DISK WID-ARQ-SEGHIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-SH
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SH.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
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

      *    (SEGMENTO CORRENTE DO CLIENTE - ULTIMA APURACAO)
       FD SEGCLI.
       01 REGISTRO-SEGCLI.
          02 CODIGO-CLI-SG            PIC  9(007).
          02 SEGMENTO-SG              PIC  X(001) VALUE SPACES.
             88 SEG-CAMPEAO           VALUE 'C'.
             88 SEG-FIEL              VALUE 'F'.
             88 SEG-RISCO             VALUE 'R'.
             88 SEG-PERDIDO           VALUE 'P'.
             88 SEG-NOVO              VALUE 'N'.
             88 SEG-SEM-COMPRA        VALUE 'S'.
          02 SEG-ANTERIOR-SG          PIC  X(001) VALUE SPACES.
          02 DESDE-SG                 PIC  9(006) VALUE ZEROES.
          02 ANO-MES-SG               PIC  9(006) VALUE ZEROES.
          02 RECENCIA-SG              PIC  9(005) VALUE ZEROES.
          02 FREQUENCIA-SG            PIC  9(005) VALUE ZEROES.
          02 VALOR-SG                 PIC  9(011)v9(002) VALUE ZEROES.
          02 SCORE-R-SG               PIC  9(001) VALUE ZEROES.
          02 SCORE-F-SG               PIC  9(001) VALUE ZEROES.
          02 SCORE-M-SG               PIC  9(001) VALUE ZEROES.
          02 PRIMEIRA-NF-SG           PIC  9(008) VALUE ZEROES.
          02 ULTIMA-NF-SG             PIC  9(008) VALUE ZEROES.
          02 DATA-CALC-SG             PIC  9(008) VALUE ZEROES.

      *    (SEGMENTO DE CADA CLIENTE EM CADA MES APURADO)
       FD SEGHIST.
       01 REGISTRO-SEGHIST.
          02 CHAVE-SH.
             03 ANO-MES-SH            PIC  9(006).
             03 CODIGO-CLI-SH         PIC  9(007).
          02 SEGMENTO-SH              PIC  X(001) VALUE SPACES.
          02 SEG-ANTERIOR-SH          PIC  X(001) VALUE SPACES.
          02 RECENCIA-SH              PIC  9(005) VALUE ZEROES.
          02 FREQUENCIA-SH            PIC  9(005) VALUE ZEROES.
          02 VALOR-SH                 PIC  9(011)v9(002) VALUE ZEROES.
          02 SCORE-R-SH               PIC  9(001) VALUE ZEROES.
          02 SCORE-F-SH               PIC  9(001) VALUE ZEROES.
          02 SCORE-M-SH               PIC  9(001) VALUE ZEROES.
          02 DATA-CALC-SH             PIC  9(008) VALUE ZEROES.

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-CLI.
           02 FS-CLIENTES-1                PIC 9.
           02 FS-CLIENTES-2                PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01 FS-NF.
           02 FS-NF-1                 PIC 9.
           02 FS-NF-2                 PIC 9.
           02 FS-NF-R REDEFINES FS-NF-2 PIC 99 COMP-X.
       01 FS-SG.
           02 FS-SG-1                 PIC 9.
           02 FS-SG-2                 PIC 9.
           02 FS-SG-R REDEFINES FS-SG-2 PIC 99 COMP-X.
       01 FS-SH.
           02 FS-SH-1                 PIC 9.
           02 FS-SH-2                 PIC 9.
           02 FS-SH-R REDEFINES FS-SH-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.

       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-NOTAS           PIC X(50) VALUE 'ARQNOTAS.DAT'.
       01 WID-ARQ-SEGCLI          PIC X(50) VALUE 'ARQSEGCLI.DAT'.
       01 WID-ARQ-SEGHIS          PIC X(50) VALUE 'ARQSEGHIS.DAT'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                   PIC X VALUE SPACES.
       01 WOPCAO-SG            PIC 9 VALUE ZEROES.
       77 WSAIDA-SG            PIC 9 VALUE ZEROES.
       77 WSAIDA-NF-SG         PIC 9 VALUE ZEROES.

      *-------------MES DE REFERENCIA E JANELA DE APURACAO-----------
       01 WREF-SG.
          02 WREF-ANO-SG       PIC 9(004) VALUE ZEROES.
          02 WREF-MES-SG       PIC 9(002) VALUE ZEROES.
       01 WREF-N-SG REDEFINES WREF-SG PIC 9(006).
       01 WANT-SG.
          02 WANT-ANO-SG       PIC 9(004) VALUE ZEROES.
          02 WANT-MES-SG       PIC 9(002) VALUE ZEROES.
       01 WANT-N-SG REDEFINES WANT-SG PIC 9(006).
       01 WPROX-SG.
          02 WPROX-ANO-SG      PIC 9(004) VALUE ZEROES.
          02 WPROX-MES-SG      PIC 9(002) VALUE ZEROES.
          02 WPROX-DIA-SG      PIC 9(002) VALUE 01.
       01 WPROX-N-SG REDEFINES WPROX-SG PIC 9(008).
       01 WDATA-HOJE-SG        PIC 9(008) VALUE ZEROES.
       01 WDATA-BASE-SG        PIC 9(008) VALUE ZEROES.
       77 WBASE-INT-SG         PIC 9(008) VALUE ZEROES.
       77 WJANELA-INT-SG       PIC 9(008) VALUE ZEROES.
       77 WDATA-INT-SG         PIC 9(008) VALUE ZEROES.
      *                       (LIMITES DE DIAS DOS SEGMENTOS)
       77 WDIAS-JANELA-SG      PIC 9(003) VALUE 365.
       77 WDIAS-NOVO-SG        PIC 9(003) VALUE 90.
       77 WDIAS-PERDIDO-SG     PIC 9(003) VALUE 180.

      *-------------APURACAO DO CLIENTE CORRENTE--------------------
       01 WCLI-ALVO-SG         PIC 9(007) VALUE ZEROES.
       01 WPRIMEIRA-SG         PIC 9(008) VALUE ZEROES.
       01 WULTIMA-SG           PIC 9(008) VALUE ZEROES.
       77 WRECENCIA-SG         PIC 9(005) VALUE ZEROES.
       77 WFREQ-SG             PIC 9(005) VALUE ZEROES.
       01 WVALOR-SG            PIC 9(011)v9(002) VALUE ZEROES.
       01 WSEG-NOVO-SG         PIC X(001) VALUE SPACES.
       01 WSEG-ANT-SG          PIC X(001) VALUE SPACES.

      *-------------MEDIA DOS COMPRADORES E TOTAIS------------------
       01 WSOMA-VALOR-SG       PIC 9(013)v9(002) VALUE ZEROES.
       77 WQTD-COMPR-SG        PIC 9(007) VALUE ZEROES.
       01 WMEDIA-VALOR-SG      PIC 9(011)v9(002) VALUE ZEROES.
       77 WQTD-CLI-SG          PIC 9(007) VALUE ZEROES.
       77 WQTD-MUDOU-SG        PIC 9(007) VALUE ZEROES.
       77 WI-SG                PIC 9(002) VALUE ZEROES.
       77 WJ-SG                PIC 9(002) VALUE ZEROES.
       77 WIDX-SG              PIC 9(002) VALUE ZEROES.
       01 WSEG-IDX-SG          PIC X(001) VALUE SPACES.
       01 WTAB-QTD-SG.
          02 WQTD-SEG-SG OCCURS 7 TIMES PIC 9(007).

      *    (LINHAS 1-6 = SEGMENTO DO MES ANTERIOR, 7 = SEM
      *     APURACAO NO MES ANTERIOR, 8 = TOTAL; COLUNAS 1-6 =
      *     SEGMENTO DO MES DE REFERENCIA, 7 = TOTAL DA LINHA)
       01 WTAB-MIG-SG.
          02 WMIG-LIN-SG OCCURS 8 TIMES.
             03 WMIG-COL-SG OCCURS 7 TIMES PIC 9(007).

       01 WNOMES-SG.
          02 FILLER            PIC X(012) VALUE 'CAMPEAO'.
          02 FILLER            PIC X(012) VALUE 'FIEL'.
          02 FILLER            PIC X(012) VALUE 'EM RISCO'.
          02 FILLER            PIC X(012) VALUE 'PERDIDO'.
          02 FILLER            PIC X(012) VALUE 'NOVO'.
          02 FILLER            PIC X(012) VALUE 'SEM COMPRA'.
          02 FILLER            PIC X(012) VALUE '(SEM APUR.)'.
          02 FILLER            PIC X(012) VALUE 'TOTAL'.
       01 WNOMES-R-SG REDEFINES WNOMES-SG.
          02 WNOME-SG          PIC X(012) OCCURS 8 TIMES.
      *--------------------------------------------------

       01 WSG-CAB1.
          02 FILLER            PIC X(36) VALUE
             'SEGMENTACAO RFM DE CLIENTES - MES: '.
          02 RL-MES-SG         PIC 9(004)/9(002).
          02 FILLER            PIC X(15) VALUE '  DATA BASE: '.
          02 RL-BASE-SG        PIC 9(004)/9(002)/9(002).

       01 WSG-CAB2.
          02 FILLER PIC X(07) VALUE 'CLIENTE'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(30) VALUE 'RAZAO SOCIAL'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(10) VALUE 'SEGMENTO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(10) VALUE 'ANTERIOR'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(05) VALUE ' DIAS'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(05) VALUE 'NOTAS'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(15) VALUE '    VALOR 12 M.'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(05) VALUE 'R F M'.

       01 WSG-TRACO.
          02 FILLER PIC X(095) VALUE ALL '-'.

       01 WSG-DET.
          02 RD-CODIGO-SG      PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-RAZAO-SG       PIC X(030).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-SEGMENTO-SG    PIC X(010).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-ANTERIOR-SG    PIC X(010).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-RECENCIA-SG    PIC ZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-FREQ-SG        PIC ZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-VALOR-SG       PIC ZZZZZZZZZZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-R-SG           PIC 9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-F-SG           PIC 9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-M-SG           PIC 9.

       01 WSG-ROD1.
          02 RR-NOME-SG        PIC X(012).
          02 FILLER            PIC X(03) VALUE '...'.
          02 RR-QTD-SG         PIC ZZZZZZ9.

       01 WSG-ROD2.
          02 FILLER            PIC X(37) VALUE
             'VALOR MEDIO DOS COMPRADORES (12 M.): '.
          02 RR-MEDIA-SG       PIC ZZZZZZZZZZZ9.99.

       01 WSG-ROD3.
          02 FILLER            PIC X(45) VALUE
             'NOTAS 1-5: R PELOS DIAS SEM COMPRA (30/60/90/'.
          02 FILLER            PIC X(46) VALUE
             '180), F PELAS NOTAS EM 12 MESES (2/3/6/12) E M'.
          02 FILLER            PIC X(45) VALUE
             ' PELO VALOR CONTRA A MEDIA (1/4, 1/2, 1X, 2X)'.

       01 WMG-CAB1.
          02 FILLER            PIC X(32) VALUE
             'MIGRACAO DE SEGMENTOS RFM - DE '.
          02 RL-ANT-MG         PIC 9(004)/9(002).
          02 FILLER            PIC X(06) VALUE ' PARA '.
          02 RL-REF-MG         PIC 9(004)/9(002).

       01 WMG-CAB2.
          02 FILLER PIC X(12) VALUE 'DE \ PARA'.
          02 FILLER PIC X(08) VALUE ' CAMPEAO'.
          02 FILLER PIC X(08) VALUE '    FIEL'.
          02 FILLER PIC X(08) VALUE ' EM RISC'.
          02 FILLER PIC X(08) VALUE ' PERDIDO'.
          02 FILLER PIC X(08) VALUE '    NOVO'.
          02 FILLER PIC X(08) VALUE ' S/COMPR'.
          02 FILLER PIC X(08) VALUE '   TOTAL'.

       01 WMG-LIN.
          02 RM-NOME-MG        PIC X(012).
          02 RM-COL-MG OCCURS 7 TIMES PIC ZZZZZZZ9.

       01 WMG-CAB3.
          02 FILLER            PIC X(45) VALUE
             'CLIENTES QUE MUDARAM DE SEGMENTO'.

       01 WMG-CAB4.
          02 FILLER PIC X(07) VALUE 'CLIENTE'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(30) VALUE 'RAZAO SOCIAL'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(12) VALUE 'DE'.
          02 FILLER PIC X(12) VALUE 'PARA'.

       01 WMG-DET.
          02 RD-CODIGO-MG      PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-RAZAO-MG       PIC X(030).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-DE-MG          PIC X(012).
          02 RD-PARA-MG        PIC X(012).

       01 WMG-ROD1.
          02 FILLER            PIC X(30) VALUE
             'CLIENTES QUE MUDARAM.......: '.
          02 RR-MUDOU-MG       PIC ZZZZZZ9.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-SEGMENTA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - SEGMENTACAO RFM".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 20 VALUE "SEGMENTACAO DE CLIENTES (RFM)".
          02 LINE 6 COL 10 VALUE "MES DE REFERENCIA (AAAAMM):".
          02 LINE 6 COL 39 PIC 9(006) USING WREF-N-SG.
          02 LINE 8 COL 10 VALUE "[1] APURAR SEGMENTOS DO MES".
          02 LINE 9 COL 10 VALUE "[2] RELATORIO DE MIGRACAO".
          02 LINE 10 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-SG AUTO.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NOTAS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SEGCLI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SEGHIS
           MOVE LID-ARQ-CLIENTE-1  TO WID-ARQ-CLIENTE-1
           ACCEPT WDATA-HOJE-SG FROM DATE YYYYMMDD
           MOVE WDATA-HOJE-SG(1:6) TO WREF-N-SG
           MOVE 1 TO WOPCAO-SG
           PERFORM UNTIL WOPCAO-SG = 6
              MOVE 6 TO WOPCAO-SG
              DISPLAY TELA-SEGMENTA
              ACCEPT TELA-SEGMENTA
              EVALUATE WOPCAO-SG
                 WHEN 1
                    PERFORM R-APURA-SG THRU R-APURA-SG-FIM
                 WHEN 2
                    PERFORM R-MIGRACAO-SG THRU R-MIGRACAO-SG-FIM
              END-EVALUATE
           END-PERFORM.
       INICIO-EXIT.
           EXIT PROGRAM.

      *-------------------------------------
      * MES DE REFERENCIA: DATA BASE (ULTIMO DIA DO MES, OU HOJE NO
      * MES CORRENTE), INICIO DA JANELA DE 12 MESES E MES ANTERIOR.
      *-------------------------------------
       R-VALIDA-MES-SG.
           MOVE 0 TO WSAIDA-SG
           IF WREF-MES-SG < 1 OR WREF-MES-SG > 12 OR
              WREF-ANO-SG < 1601
              MOVE 'MES DE REFERENCIA INVALIDO' TO WTXT
              PERFORM R-MSG-SG
              MOVE 1 TO WSAIDA-SG
              GO TO R-VALIDA-MES-SG-FIM
           END-IF
           IF WREF-N-SG > WDATA-HOJE-SG(1:6)
              MOVE 'MES DE REFERENCIA NO FUTURO' TO WTXT
              PERFORM R-MSG-SG
              MOVE 1 TO WSAIDA-SG
              GO TO R-VALIDA-MES-SG-FIM
           END-IF
           IF WREF-N-SG = WDATA-HOJE-SG(1:6)
              MOVE WDATA-HOJE-SG TO WDATA-BASE-SG
              COMPUTE WBASE-INT-SG =
                 FUNCTION INTEGER-OF-DATE(WDATA-BASE-SG)
           ELSE
              MOVE WREF-ANO-SG TO WPROX-ANO-SG
              COMPUTE WPROX-MES-SG = WREF-MES-SG + 1
              IF WPROX-MES-SG > 12
                 MOVE 1 TO WPROX-MES-SG
                 ADD 1 TO WPROX-ANO-SG
              END-IF
              MOVE 1 TO WPROX-DIA-SG
              COMPUTE WBASE-INT-SG =
                 FUNCTION INTEGER-OF-DATE(WPROX-N-SG) - 1
              COMPUTE WDATA-BASE-SG =
                 FUNCTION DATE-OF-INTEGER(WBASE-INT-SG)
           END-IF
           COMPUTE WJANELA-INT-SG = WBASE-INT-SG - WDIAS-JANELA-SG + 1
           MOVE WREF-ANO-SG TO WANT-ANO-SG
           IF WREF-MES-SG = 1
              MOVE 12 TO WANT-MES-SG
              SUBTRACT 1 FROM WANT-ANO-SG
           ELSE
              COMPUTE WANT-MES-SG = WREF-MES-SG - 1
           END-IF.
       R-VALIDA-MES-SG-FIM.
           EXIT.

       R-MSG-SG.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

      *-------------------------------------
      * APURACAO DO MES: 1A. PASSADA GRAVA RECENCIA, FREQUENCIA E
      * VALOR DE CADA CLIENTE ATIVO E SOMA O VALOR DOS COMPRADORES;
      * 2A. PASSADA DA AS NOTAS (M CONTRA A MEDIA), CLASSIFICA E
      * GRAVA O HISTORICO DO MES, COM O RELATORIO RELSEGM.
      *-------------------------------------
       R-APURA-SG.
           PERFORM R-VALIDA-MES-SG THRU R-VALIDA-MES-SG-FIM
           IF WSAIDA-SG = 1
              GO TO R-APURA-SG-FIM
           END-IF
           OPEN INPUT CLIENTES
           IF FS-CLI NOT = '00'
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE CLIENTES ST '
                TO WTXT
              MOVE FS-CLI TO WST
              PERFORM R-MSG-SG
              GO TO R-APURA-SG-FIM
           END-IF
           OPEN INPUT NOTAS
           IF FS-NF NOT = '00'
              CLOSE CLIENTES
              MOVE 'ERRO NA ABERTURA DAS NOTAS FISCAIS ST ' TO WTXT
              MOVE FS-NF TO WST
              PERFORM R-MSG-SG
              GO TO R-APURA-SG-FIM
           END-IF
           OPEN I-O SEGCLI
           IF FS-SG = '35'
              CLOSE SEGCLI OPEN OUTPUT SEGCLI
              CLOSE SEGCLI OPEN I-O SEGCLI
           END-IF
           OPEN I-O SEGHIST
           IF FS-SH = '35'
              CLOSE SEGHIST OPEN OUTPUT SEGHIST
              CLOSE SEGHIST OPEN I-O SEGHIST
           END-IF
           MOVE ZEROES TO WSOMA-VALOR-SG WQTD-COMPR-SG WQTD-CLI-SG
           MOVE ZEROES TO WMEDIA-VALOR-SG
           INITIALIZE WTAB-QTD-SG
      *    (1A. PASSADA: APURACAO DOS CLIENTES ATIVOS)
           MOVE ZEROES TO CHAVE-CLI
           START CLIENTES KEY IS NOT LESS THAN CHAVE-CLI
           MOVE 0 TO WSAIDA-SG
           IF FS-CLI NOT = '00'
              MOVE 1 TO WSAIDA-SG
           END-IF
           PERFORM R-PASSO1-SG UNTIL WSAIDA-SG = 1
           IF WQTD-COMPR-SG > ZEROES
              COMPUTE WMEDIA-VALOR-SG ROUNDED =
                 WSOMA-VALOR-SG / WQTD-COMPR-SG
           END-IF
      *    (2A. PASSADA: NOTAS, SEGMENTO E HISTORICO)
           PERFORM R-ABRE-REL-SG
           MOVE ZEROES TO CODIGO-CLI-SG
           START SEGCLI KEY IS NOT LESS THAN CODIGO-CLI-SG
           MOVE 0 TO WSAIDA-SG
           IF FS-SG NOT = '00'
              MOVE 1 TO WSAIDA-SG
           END-IF
           PERFORM R-PASSO2-SG UNTIL WSAIDA-SG = 1
           PERFORM R-FECHA-REL-SG
           CLOSE CLIENTES NOTAS SEGCLI SEGHIST
           MOVE SPACES TO WTXT
           STRING 'CLIENTES SEGMENTADOS: ' WQTD-CLI-SG
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MSG-SG.
       R-APURA-SG-FIM.
           EXIT.

       R-PASSO1-SG.
           READ CLIENTES NEXT
           IF FS-CLI NOT = '00'
              MOVE 1 TO WSAIDA-SG
           ELSE
              IF INATIVO NOT = 'S'
                 PERFORM R-APURA-NOTAS-SG
                 PERFORM R-GRAVA-APURACAO-SG
              END-IF
           END-IF.

      *-------------------------------------
      * NOTAS NAO CANCELADAS DO CLIENTE ATE A DATA BASE: PRIMEIRA E
      * ULTIMA DATA, E QUANTIDADE E VALOR DAS QUE CAEM NA JANELA.
      *-------------------------------------
       R-APURA-NOTAS-SG.
           MOVE CODIGO TO WCLI-ALVO-SG
           MOVE ZEROES TO WPRIMEIRA-SG WULTIMA-SG WFREQ-SG WVALOR-SG
           MOVE 99999  TO WRECENCIA-SG
           MOVE WCLI-ALVO-SG TO CODIGO-CLI-NF
           START NOTAS KEY IS NOT LESS THAN CODIGO-CLI-NF
           MOVE 0 TO WSAIDA-NF-SG
           IF FS-NF NOT = '00'
              MOVE 1 TO WSAIDA-NF-SG
           END-IF
           PERFORM R-APURA-NOTAS-SG-1 UNTIL WSAIDA-NF-SG = 1
           IF WULTIMA-SG NOT = ZEROES
              COMPUTE WRECENCIA-SG = WBASE-INT-SG -
                 FUNCTION INTEGER-OF-DATE(WULTIMA-SG)
           END-IF.

       R-APURA-NOTAS-SG-1.
           READ NOTAS NEXT
           IF FS-NF NOT = '00' OR CODIGO-CLI-NF NOT = WCLI-ALVO-SG
              MOVE 1 TO WSAIDA-NF-SG
           ELSE
              IF NOT NF-CANCELADA AND DATA-NF NOT = ZEROES AND
                 DATA-NF NOT > WDATA-BASE-SG
                 IF WPRIMEIRA-SG = ZEROES OR DATA-NF < WPRIMEIRA-SG
                    MOVE DATA-NF TO WPRIMEIRA-SG
                 END-IF
                 IF DATA-NF > WULTIMA-SG
                    MOVE DATA-NF TO WULTIMA-SG
                 END-IF
                 COMPUTE WDATA-INT-SG =
                    FUNCTION INTEGER-OF-DATE(DATA-NF)
                 IF WDATA-INT-SG NOT < WJANELA-INT-SG
                    ADD 1        TO WFREQ-SG
                    ADD VALOR-NF TO WVALOR-SG
                 END-IF
              END-IF
           END-IF.

      *    (O SEGMENTO ANTERIOR FICA NO REGISTRO ATE A 2A. PASSADA)
       R-GRAVA-APURACAO-SG.
           MOVE WCLI-ALVO-SG TO CODIGO-CLI-SG
           READ SEGCLI
           IF FS-SG NOT = '00'
              INITIALIZE REGISTRO-SEGCLI
              MOVE WCLI-ALVO-SG TO CODIGO-CLI-SG
           END-IF
           MOVE WREF-N-SG     TO ANO-MES-SG
           MOVE WRECENCIA-SG  TO RECENCIA-SG
           MOVE WFREQ-SG      TO FREQUENCIA-SG
           MOVE WVALOR-SG     TO VALOR-SG
           MOVE WPRIMEIRA-SG  TO PRIMEIRA-NF-SG
           MOVE WULTIMA-SG    TO ULTIMA-NF-SG
           MOVE WDATA-HOJE-SG TO DATA-CALC-SG
           IF FS-SG = '00'
              REWRITE REGISTRO-SEGCLI
           ELSE
              WRITE REGISTRO-SEGCLI
           END-IF
           IF WFREQ-SG > ZEROES
              ADD WVALOR-SG TO WSOMA-VALOR-SG
              ADD 1 TO WQTD-COMPR-SG
           END-IF.

       R-PASSO2-SG.
           READ SEGCLI NEXT
           IF FS-SG NOT = '00'
              MOVE 1 TO WSAIDA-SG
           ELSE
              IF ANO-MES-SG = WREF-N-SG
                 PERFORM R-CLASSIFICA-SG
                 PERFORM R-ATUALIZA-SG
                 PERFORM R-IMPRIME-SG
              END-IF
           END-IF.

      *-------------------------------------
      * NOTAS DE 1 A 5 E SEGMENTO DO CLIENTE
      *-------------------------------------
       R-CLASSIFICA-SG.
           EVALUATE TRUE
              WHEN RECENCIA-SG NOT > 30  MOVE 5 TO SCORE-R-SG
              WHEN RECENCIA-SG NOT > 60  MOVE 4 TO SCORE-R-SG
              WHEN RECENCIA-SG NOT > 90  MOVE 3 TO SCORE-R-SG
              WHEN RECENCIA-SG NOT > 180 MOVE 2 TO SCORE-R-SG
              WHEN OTHER                 MOVE 1 TO SCORE-R-SG
           END-EVALUATE
           EVALUATE TRUE
              WHEN FREQUENCIA-SG NOT < 12 MOVE 5 TO SCORE-F-SG
              WHEN FREQUENCIA-SG NOT < 6  MOVE 4 TO SCORE-F-SG
              WHEN FREQUENCIA-SG NOT < 3  MOVE 3 TO SCORE-F-SG
              WHEN FREQUENCIA-SG NOT < 2  MOVE 2 TO SCORE-F-SG
              WHEN OTHER                  MOVE 1 TO SCORE-F-SG
           END-EVALUATE
           EVALUATE TRUE
              WHEN WMEDIA-VALOR-SG = ZEROES OR VALOR-SG = ZEROES
                 MOVE 1 TO SCORE-M-SG
              WHEN VALOR-SG NOT < WMEDIA-VALOR-SG * 2
                 MOVE 5 TO SCORE-M-SG
              WHEN VALOR-SG NOT < WMEDIA-VALOR-SG
                 MOVE 4 TO SCORE-M-SG
              WHEN VALOR-SG NOT < WMEDIA-VALOR-SG / 2
                 MOVE 3 TO SCORE-M-SG
              WHEN VALOR-SG NOT < WMEDIA-VALOR-SG / 4
                 MOVE 2 TO SCORE-M-SG
              WHEN OTHER
                 MOVE 1 TO SCORE-M-SG
           END-EVALUATE
           MOVE ZEROES TO WDATA-INT-SG
           IF PRIMEIRA-NF-SG NOT = ZEROES
              COMPUTE WDATA-INT-SG =
                 FUNCTION INTEGER-OF-DATE(PRIMEIRA-NF-SG)
           END-IF
           EVALUATE TRUE
              WHEN PRIMEIRA-NF-SG = ZEROES
                 MOVE 'S' TO WSEG-NOVO-SG
              WHEN RECENCIA-SG > WDIAS-PERDIDO-SG
                 MOVE 'P' TO WSEG-NOVO-SG
              WHEN WBASE-INT-SG - WDATA-INT-SG < WDIAS-NOVO-SG
                 MOVE 'N' TO WSEG-NOVO-SG
              WHEN SCORE-R-SG NOT < 4 AND SCORE-F-SG NOT < 4 AND
                   SCORE-M-SG NOT < 4
                 MOVE 'C' TO WSEG-NOVO-SG
              WHEN SCORE-R-SG NOT < 3 AND SCORE-F-SG NOT < 3
                 MOVE 'F' TO WSEG-NOVO-SG
              WHEN OTHER
                 MOVE 'R' TO WSEG-NOVO-SG
           END-EVALUATE.

      *-------------------------------------
      * SEGMENTO CORRENTE (COM O DO MES ANTERIOR E O MES DESDE
      * QUANDO O CLIENTE ESTA NELE) E HISTORICO DO MES.
      *-------------------------------------
       R-ATUALIZA-SG.
           MOVE SPACES        TO WSEG-ANT-SG
           MOVE WANT-N-SG     TO ANO-MES-SH
           MOVE CODIGO-CLI-SG TO CODIGO-CLI-SH
           READ SEGHIST
           IF FS-SH = '00'
              MOVE SEGMENTO-SH TO WSEG-ANT-SG
           END-IF
           IF WSEG-NOVO-SG NOT = SEGMENTO-SG OR DESDE-SG = ZEROES
              MOVE WREF-N-SG TO DESDE-SG
           END-IF
           MOVE WSEG-NOVO-SG TO SEGMENTO-SG
           MOVE WSEG-ANT-SG  TO SEG-ANTERIOR-SG
           REWRITE REGISTRO-SEGCLI
           MOVE WREF-N-SG     TO ANO-MES-SH
           MOVE CODIGO-CLI-SG TO CODIGO-CLI-SH
           READ SEGHIST
           MOVE SEGMENTO-SG    TO SEGMENTO-SH
           MOVE WSEG-ANT-SG    TO SEG-ANTERIOR-SH
           MOVE RECENCIA-SG    TO RECENCIA-SH
           MOVE FREQUENCIA-SG  TO FREQUENCIA-SH
           MOVE VALOR-SG       TO VALOR-SH
           MOVE SCORE-R-SG     TO SCORE-R-SH
           MOVE SCORE-F-SG     TO SCORE-F-SH
           MOVE SCORE-M-SG     TO SCORE-M-SH
           MOVE WDATA-HOJE-SG  TO DATA-CALC-SH
           IF FS-SH = '00'
              REWRITE REGISTRO-SEGHIST
           ELSE
              WRITE REGISTRO-SEGHIST
           END-IF
           ADD 1 TO WQTD-CLI-SG
           MOVE SEGMENTO-SG TO WSEG-IDX-SG
           PERFORM R-INDICE-SG
           ADD 1 TO WQTD-SEG-SG(WIDX-SG).

       R-INDICE-SG.
           EVALUATE WSEG-IDX-SG
              WHEN 'C'   MOVE 1 TO WIDX-SG
              WHEN 'F'   MOVE 2 TO WIDX-SG
              WHEN 'R'   MOVE 3 TO WIDX-SG
              WHEN 'P'   MOVE 4 TO WIDX-SG
              WHEN 'N'   MOVE 5 TO WIDX-SG
              WHEN 'S'   MOVE 6 TO WIDX-SG
              WHEN OTHER MOVE 7 TO WIDX-SG
           END-EVALUATE.

      *-------------------------------------
      * RELATORIO DA APURACAO (RELSEGM)
      *-------------------------------------
       R-ABRE-REL-SG.
           MOVE 'RELSEGM.TXT' TO WID-ARQ-REL-1
           MOVE 'RELSEGM'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE WREF-N-SG      TO LINK-SPL-PARAMS(1:6)
           MOVE LID-OPERADOR-1 TO LINK-SPL-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-SPL-EMPRESA
           CALL "RegSpool" USING LINK-SPOOL
           IF LINK-SPL-STATUS = '0'
              MOVE LINK-SPL-ARQUIVO TO WID-ARQ-REL-1
           END-IF
           OPEN OUTPUT ARQREL
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WREF-N-SG     TO RL-MES-SG
           MOVE WDATA-BASE-SG TO RL-BASE-SG
           MOVE WSG-CAB1 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WSG-CAB2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WSG-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-IMPRIME-SG.
           MOVE CODIGO-CLI-SG TO RD-CODIGO-SG CODIGO
           MOVE SPACES TO RD-RAZAO-SG
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE RAZAO TO RD-RAZAO-SG
           END-IF
           MOVE SEGMENTO-SG TO WSEG-IDX-SG
           PERFORM R-INDICE-SG
           MOVE WNOME-SG(WIDX-SG) TO RD-SEGMENTO-SG
           MOVE SPACES TO RD-ANTERIOR-SG
           IF SEG-ANTERIOR-SG NOT = SPACES
              MOVE SEG-ANTERIOR-SG TO WSEG-IDX-SG
              PERFORM R-INDICE-SG
              MOVE WNOME-SG(WIDX-SG) TO RD-ANTERIOR-SG
           END-IF
           MOVE ZEROES TO RD-RECENCIA-SG
           IF PRIMEIRA-NF-SG NOT = ZEROES
              MOVE RECENCIA-SG TO RD-RECENCIA-SG
           END-IF
           MOVE FREQUENCIA-SG TO RD-FREQ-SG
           MOVE VALOR-SG      TO RD-VALOR-SG
           MOVE SCORE-R-SG    TO RD-R-SG
           MOVE SCORE-F-SG    TO RD-F-SG
           MOVE SCORE-M-SG    TO RD-M-SG
           MOVE WSG-DET TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-FECHA-REL-SG.
           MOVE WSG-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-IMPRIME-QTD-SG
              VARYING WI-SG FROM 1 BY 1 UNTIL WI-SG > 6
           MOVE WNOME-SG(8) TO RR-NOME-SG
           MOVE WQTD-CLI-SG TO RR-QTD-SG
           MOVE WSG-ROD1 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WMEDIA-VALOR-SG TO RR-MEDIA-SG
           MOVE WSG-ROD2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WSG-ROD3 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL.

       R-IMPRIME-QTD-SG.
           MOVE WNOME-SG(WI-SG)    TO RR-NOME-SG
           MOVE WQTD-SEG-SG(WI-SG) TO RR-QTD-SG
           MOVE WSG-ROD1 TO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *-------------------------------------
      * MIGRACAO ENTRE SEGMENTOS: MATRIZ DO SEGMENTO NO MES
      * ANTERIOR (LINHAS) PARA O DO MES DE REFERENCIA (COLUNAS),
      * PELO HISTORICO, E OS CLIENTES QUE MUDARAM (RELSEGMIG).
      *-------------------------------------
       R-MIGRACAO-SG.
           PERFORM R-VALIDA-MES-SG THRU R-VALIDA-MES-SG-FIM
           IF WSAIDA-SG = 1
              GO TO R-MIGRACAO-SG-FIM
           END-IF
           OPEN INPUT SEGHIST
           IF FS-SH NOT = '00'
              MOVE 'SEGMENTACAO AINDA NAO APURADA' TO WTXT
              PERFORM R-MSG-SG
              GO TO R-MIGRACAO-SG-FIM
           END-IF
           OPEN INPUT CLIENTES
           INITIALIZE WTAB-MIG-SG
           MOVE ZEROES TO WQTD-MUDOU-SG
           MOVE WREF-N-SG TO ANO-MES-SH
           MOVE ZEROES    TO CODIGO-CLI-SH
           START SEGHIST KEY IS NOT LESS THAN CHAVE-SH
           MOVE 0 TO WSAIDA-SG
           IF FS-SH NOT = '00'
              MOVE 1 TO WSAIDA-SG
           END-IF
           PERFORM R-CONTA-MIG-SG UNTIL WSAIDA-SG = 1
           IF WMIG-COL-SG(8, 7) = ZEROES
              CLOSE SEGHIST CLIENTES
              MOVE 'MES SEM SEGMENTACAO APURADA' TO WTXT
              PERFORM R-MSG-SG
              GO TO R-MIGRACAO-SG-FIM
           END-IF
           MOVE 'RELSEGMIG.TXT' TO WID-ARQ-REL-1
           MOVE 'RELSEGMIG'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE WREF-N-SG      TO LINK-SPL-PARAMS(1:6)
           MOVE LID-OPERADOR-1 TO LINK-SPL-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-SPL-EMPRESA
           CALL "RegSpool" USING LINK-SPOOL
           IF LINK-SPL-STATUS = '0'
              MOVE LINK-SPL-ARQUIVO TO WID-ARQ-REL-1
           END-IF
           OPEN OUTPUT ARQREL
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WANT-N-SG TO RL-ANT-MG
           MOVE WREF-N-SG TO RL-REF-MG
           MOVE WMG-CAB1 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WMG-CAB2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WSG-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-IMPRIME-LIN-MIG-SG
              VARYING WI-SG FROM 1 BY 1 UNTIL WI-SG > 8
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WMG-CAB3 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WMG-CAB4 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WSG-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WREF-N-SG TO ANO-MES-SH
           MOVE ZEROES    TO CODIGO-CLI-SH
           START SEGHIST KEY IS NOT LESS THAN CHAVE-SH
           MOVE 0 TO WSAIDA-SG
           IF FS-SH NOT = '00'
              MOVE 1 TO WSAIDA-SG
           END-IF
           PERFORM R-LISTA-MIG-SG UNTIL WSAIDA-SG = 1
           MOVE WSG-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WQTD-MUDOU-SG TO RR-MUDOU-MG
           MOVE WMG-ROD1 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL SEGHIST CLIENTES
           MOVE SPACES TO WTXT
           STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
              INTO WTXT
           PERFORM R-MSG-SG.
       R-MIGRACAO-SG-FIM.
           EXIT.

       R-CONTA-MIG-SG.
           READ SEGHIST NEXT
           IF FS-SH NOT = '00' OR ANO-MES-SH NOT = WREF-N-SG
              MOVE 1 TO WSAIDA-SG
           ELSE
              MOVE SEG-ANTERIOR-SH TO WSEG-IDX-SG
              PERFORM R-INDICE-SG
              MOVE WIDX-SG TO WI-SG
              MOVE SEGMENTO-SH TO WSEG-IDX-SG
              PERFORM R-INDICE-SG
              MOVE WIDX-SG TO WJ-SG
              IF WJ-SG < 7
                 ADD 1 TO WMIG-COL-SG(WI-SG, WJ-SG)
                 ADD 1 TO WMIG-COL-SG(WI-SG, 7)
                 ADD 1 TO WMIG-COL-SG(8, WJ-SG)
                 ADD 1 TO WMIG-COL-SG(8, 7)
              END-IF
           END-IF.

       R-IMPRIME-LIN-MIG-SG.
           MOVE WNOME-SG(WI-SG) TO RM-NOME-MG
           PERFORM R-MOVE-COL-MIG-SG
              VARYING WJ-SG FROM 1 BY 1 UNTIL WJ-SG > 7
           IF WI-SG = 8
              MOVE WSG-TRACO TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           MOVE WMG-LIN TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-MOVE-COL-MIG-SG.
           MOVE WMIG-COL-SG(WI-SG, WJ-SG) TO RM-COL-MG(WJ-SG).

       R-LISTA-MIG-SG.
           READ SEGHIST NEXT
           IF FS-SH NOT = '00' OR ANO-MES-SH NOT = WREF-N-SG
              MOVE 1 TO WSAIDA-SG
           ELSE
              IF SEG-ANTERIOR-SH NOT = SPACES AND
                 SEG-ANTERIOR-SH NOT = SEGMENTO-SH
                 MOVE CODIGO-CLI-SH TO RD-CODIGO-MG CODIGO
                 MOVE SPACES TO RD-RAZAO-MG
                 READ CLIENTES KEY IS CODIGO
                 IF FS-CLI = '00'
                    MOVE RAZAO TO RD-RAZAO-MG
                 END-IF
                 MOVE SEG-ANTERIOR-SH TO WSEG-IDX-SG
                 PERFORM R-INDICE-SG
                 MOVE WNOME-SG(WIDX-SG) TO RD-DE-MG
                 MOVE SEGMENTO-SH TO WSEG-IDX-SG
                 PERFORM R-INDICE-SG
                 MOVE WNOME-SG(WIDX-SG) TO RD-PARA-MG
                 MOVE WMG-DET TO ARQREL-DATA-01
                 WRITE ARQREL-REC
                 ADD 1 TO WQTD-MUDOU-SG
              END-IF
           END-IF.
