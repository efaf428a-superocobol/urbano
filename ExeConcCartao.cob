      *--------------------------
      * LIQUIDACAO DAS ADQUIRENTES E CONFERENCIA DOS RECEBIVEIS
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ExeConcCartao.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-12 - Programa novo. Importa o arquivo de liquidacao
      *              de uma adquirente (LIQCART.TXT, posicional:
      *              header '0' com a adquirente em 002-004;
      *              detalhe '1' com NSU 002-013, data da venda
      *              014-021, data da liquidacao 022-029, valor
      *              bruto 030-040, taxa 041-051 e liquido 052-062
      *              com 2 decimais implicitas e modalidade C/D em
      *              063) e confere cada linha com o recebivel
      *              gravado na baixa com cartao (ARQRECCART.DAT,
      *              chave adquirente + NSU). Liquido igual ao
      *              esperado liquida o recebivel ('L'); diferenca
      *              de valor ou de taxa marca 'D'; liquidacao sem
      *              venda registrada entra como 'S'. O valor pago
      *              vai para o movimento da conta da adquirente
      *              (GravaMovBco) para a conciliacao bancaria. O
      *              relatorio RELCART lista as divergencias de
      *              taxa, as liquidacoes sem venda e as vendas
      *              ainda nao liquidadas depois do prazo.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ADQUIR ASSIGN TO  DISK WID-ARQ-ADQ
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-ADQ
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ADQ.

       SELECT RECCARTAO ASSIGN TO  DISK WID-ARQ-RCT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-RCT
              ALTERNATE RECORD KEY IS DATA-PREV-RCT WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RCT.

       SELECT ARQLIQ ASSIGN TO DISK WID-ARQ-IMP
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-IMP.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ADQUIR.
       01 REGISTRO-ADQUIR.
          02 CODIGO-ADQ               PIC  9(003).
          02 NOME-ADQ                 PIC  X(030) VALUE SPACES.
          02 TAXA-CRED-ADQ            PIC  9(003)v9(002) VALUE ZEROES.
          02 DIAS-CRED-ADQ            PIC  9(003) VALUE ZEROES.
          02 TAXA-DEB-ADQ             PIC  9(003)v9(002) VALUE ZEROES.
          02 DIAS-DEB-ADQ             PIC  9(003) VALUE ZEROES.
          02 CONTA-BCO-ADQ            PIC  9(003) VALUE ZEROES.
          02 INATIVO-ADQ              PIC  X(001) VALUE SPACES.
             88 ADQ-INATIVA           VALUE 'I'.
          02 FILLER                   PIC  X(027) VALUE SPACES.

       FD RECCARTAO.
       01 REGISTRO-RECCARTAO.
          02 CHAVE-RCT.
             03 ADQ-RCT               PIC  9(003).
             03 NSU-RCT               PIC  9(012).
          02 DATA-PREV-RCT            PIC  9(008) VALUE ZEROES.
          02 NF-RCT                   PIC  9(009) VALUE ZEROES.
          02 PARC-RCT                 PIC  9(003) VALUE ZEROES.
          02 CODIGO-CLI-RCT           PIC  9(007) VALUE ZEROES.
          02 MODAL-RCT                PIC  X(001) VALUE SPACES.
             88 RCT-CREDITO           VALUE 'C'.
             88 RCT-DEBITO            VALUE 'D'.
          02 DATA-VENDA-RCT           PIC  9(008) VALUE ZEROES.
          02 VALOR-BRUTO-RCT          PIC  9(009)v9(002) VALUE ZEROES.
          02 TAXA-PERC-RCT            PIC  9(003)v9(002) VALUE ZEROES.
          02 VALOR-TAXA-RCT           PIC  9(009)v9(002) VALUE ZEROES.
          02 VALOR-LIQ-RCT            PIC  9(009)v9(002) VALUE ZEROES.
          02 SITUACAO-RCT             PIC  X(001) VALUE 'P'.
             88 RCT-PENDENTE          VALUE 'P'.
             88 RCT-LIQUIDADO         VALUE 'L'.
             88 RCT-DIVERGENTE        VALUE 'D'.
             88 RCT-SEM-VENDA         VALUE 'S'.
          02 DATA-LIQ-RCT             PIC  9(008) VALUE ZEROES.
          02 VALOR-PAGO-RCT           PIC  9(009)v9(002) VALUE ZEROES.
          02 TAXA-COBRADA-RCT         PIC  9(009)v9(002) VALUE ZEROES.
          02 OPERADOR-RCT             PIC  X(010) VALUE SPACES.

       FD  ARQLIQ.
       01  ARQLIQ-REC               PIC X(100).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-ADQ                     PIC XX VALUE '00'.
       01 FS-RCT.
           02 FS-RCT-1                PIC 9.
           02 FS-RCT-2                PIC 9.
           02 FS-RCT-R REDEFINES FS-RCT-2 PIC 99 COMP-X.
       01 FS-IMP                     PIC XX VALUE '00'.
       01 FS-REL                     PIC XX VALUE '00'.

       01 WID-ARQ-ADQ                PIC X(50) VALUE 'ARQADQUIR.DAT'.
       01 WID-ARQ-RCT                PIC X(50) VALUE 'ARQRECCART.DAT'.
       01 WID-ARQ-IMP                PIC X(50) VALUE 'LIQCART.TXT'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                   PIC X VALUE SPACES.
       01 WOPCAO-CC            PIC 9 VALUE ZEROES.
       77 WSAIDA-CC            PIC 9 VALUE ZEROES.
       77 WABRIU-CC            PIC 9 VALUE ZEROES.
       77 WSECAO-CC            PIC 9 VALUE ZEROES.
      *                       (1=DIVERGENTES 2=SEM VENDA
      *                        3=NAO LIQUIDADOS NO PRAZO)
       77 WDIAS-TOL-CC         PIC 9(003) VALUE 3.
       01 WADQ-CC              PIC 9(003) VALUE ZEROES.
       01 WCONTA-ADQ-CC        PIC 9(003) VALUE ZEROES.
       01 WDATA-HOJE-CC        PIC 9(008) VALUE ZEROES.
       01 WDATA-LIM-CC         PIC 9(008) VALUE ZEROES.
       01 WINT-CC              PIC 9(007) VALUE ZEROES.
       01 WDIFERENCA-CC        PIC S9(009)v9(002) VALUE ZEROES.

       77 WQTD-LIDAS-CC        PIC 9(005) VALUE ZEROES.
       77 WQTD-LIQ-CC          PIC 9(005) VALUE ZEROES.
       77 WQTD-DIV-CC          PIC 9(005) VALUE ZEROES.
       77 WQTD-SEMV-CC         PIC 9(005) VALUE ZEROES.
       77 WQTD-REPET-CC        PIC 9(005) VALUE ZEROES.
       77 WQTD-REJEIT-CC       PIC 9(005) VALUE ZEROES.

      *-------------LINHA DO ARQUIVO DE LIQUIDACAO------------------
       01 WLIQ-LINHA           PIC X(100) VALUE SPACES.
       01 WLIQ-R REDEFINES WLIQ-LINHA.
          02 LQ-TIPO-CC        PIC X(001).
          02 LQ-NSU-CC         PIC X(012).
          02 LQ-DATA-VENDA-CC  PIC X(008).
          02 LQ-DATA-LIQ-CC    PIC X(008).
          02 LQ-BRUTO-CC       PIC X(011).
          02 LQ-TAXA-CC        PIC X(011).
          02 LQ-LIQUIDO-CC     PIC X(011).
          02 LQ-MODAL-CC       PIC X(001).
          02 FILLER            PIC X(037).
       01 WLIQ-HEADER-R REDEFINES WLIQ-LINHA.
          02 FILLER            PIC X(001).
          02 LH-ADQ-CC         PIC X(003).
          02 FILLER            PIC X(096).
       01 WLQ-VALOR-N-CC       PIC 9(009)v9(002) VALUE ZEROES.
       01 WLQ-VALOR-X-CC REDEFINES WLQ-VALOR-N-CC PIC X(011).
       01 WLQ-BRUTO-CC         PIC 9(009)v9(002) VALUE ZEROES.
       01 WLQ-TAXA-CC          PIC 9(009)v9(002) VALUE ZEROES.
       01 WLQ-LIQUIDO-CC       PIC 9(009)v9(002) VALUE ZEROES.
       01 WLQ-ADQ-N-CC         PIC 9(003) VALUE ZEROES.

      *-------------TOTAIS DO RELATORIO-----------------------------
       01 WTOT-DIF-TAXA-CC     PIC S9(011)v9(002) VALUE ZEROES.
       01 WTOT-SEMV-CC         PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-NLIQ-CC         PIC 9(011)v9(002) VALUE ZEROES.
       77 WQTD-SECAO-CC        PIC 9(005) VALUE ZEROES.

       01 WREL-DET-CC.
          02 RD-ADQ-CC         PIC 9(003).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RD-NSU-CC         PIC 9(012).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RD-NF-CC          PIC 9(009).
          02 FILLER            PIC X(001) VALUE '/'.
          02 RD-PARC-CC        PIC 9(003).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RD-MODAL-CC       PIC X(001).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RD-DATA-VENDA-CC  PIC 9(008).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RD-DATA-2-CC      PIC 9(008).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RD-BRUTO-CC       PIC ZZZZZZZZ9,99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RD-ESPERADO-CC    PIC ZZZZZZZZ9,99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RD-PAGO-CC        PIC ZZZZZZZZ9,99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RD-DIFERENCA-CC   PIC -ZZZZZZZ9,99.

       01 WREL-CAB-DET-CC.
          02 FILLER            PIC X(041) VALUE
             'ADQ NSU          NF/PARC       M VENDA   '.
          02 FILLER            PIC X(060) VALUE
             ' LIQ/PREV         BRUTO     ESPERADO         PAGO  DIFEREN
      -      'CA'.

       01 WREL-TOTAL-CC.
          02 RT-TEXTO-CC       PIC X(045).
          02 RT-VALOR-CC       PIC -ZZZZZZZZZZZ9,99.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-CONC-CARTAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18
             VALUE "SISTEMA EXEMPLO - RECEBIVEIS DE CARTAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 20
             VALUE "LIQUIDACAO DAS ADQUIRENTES E CONFERENCIA".
          02 LINE 7 COL 10
             VALUE "[1] IMPORTAR LIQUIDACAO (LIQCART.TXT)".
          02 LINE 8 COL 10
             VALUE "[2] RELATORIO DE DIVERGENCIAS E PENDENCIAS".
          02 LINE 9 COL 10 VALUE "[0] SAIR".
          02 LINE 12 COL 10 VALUE "ADQUIRENTE...........:".
          02 LINE 12 COL 33 PIC 9(003) USING WADQ-CC.
          02 LINE 12 COL 38 VALUE "(NO RELATORIO 0 = TODAS)".
          02 LINE 15 COL 10 VALUE "OPCAO:".
          02 LINE 15 COL 17 PIC 9 USING WOPCAO-CC.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ADQ
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-RCT
           ACCEPT WDATA-HOJE-CC FROM DATE YYYYMMDD
           MOVE 1 TO WOPCAO-CC
           PERFORM UNTIL WOPCAO-CC = ZERO
              MOVE ZERO TO WOPCAO-CC
              DISPLAY TELA-CONC-CARTAO
              ACCEPT TELA-CONC-CARTAO
              EVALUATE WOPCAO-CC
                 WHEN 1 PERFORM R-IMPORTA-LIQ
                          THRU R-IMPORTA-LIQ-FIM
                 WHEN 2 PERFORM R-RELATORIO-CARTAO
                          THRU R-RELATORIO-CARTAO-FIM
              END-EVALUATE
           END-PERFORM.
       INICIO-EXIT.
           EXIT PROGRAM.

      *-------------------------------------
      * ABRE OS RECEBIVEIS (CRIANDO SE PRECISO) E, COM ADQUIRENTE
      * INFORMADA, LE O CADASTRO DELA. WABRIU-CC = 1 QUANDO OK.
      *-------------------------------------
       R-ABRE-CARTAO.
           MOVE 0 TO WABRIU-CC
           IF WADQ-CC NOT = ZEROES
              OPEN INPUT ADQUIR
              IF FS-ADQ NOT = '00'
                 MOVE 'SEM ADQUIRENTES CADASTRADAS ST ' TO WTXT
                 MOVE FS-ADQ TO WST
                 PERFORM R-MOSTRA-MENSAGEM
                 GO TO R-ABRE-CARTAO-FIM
              END-IF
              MOVE WADQ-CC TO CODIGO-ADQ
              READ ADQUIR
              IF FS-ADQ NOT = '00'
                 CLOSE ADQUIR
                 MOVE 'ADQUIRENTE NÃO EXISTE ST ' TO WTXT
                 MOVE FS-ADQ TO WST
                 PERFORM R-MOSTRA-MENSAGEM
                 GO TO R-ABRE-CARTAO-FIM
              END-IF
              MOVE CONTA-BCO-ADQ TO WCONTA-ADQ-CC
              CLOSE ADQUIR
           END-IF
           OPEN I-O RECCARTAO
           IF FS-RCT = '35'
              OPEN OUTPUT RECCARTAO
              CLOSE RECCARTAO
              OPEN I-O RECCARTAO
           END-IF
           IF FS-RCT NOT = '00' AND FS-RCT NOT = '05'
              MOVE 'ERRO NA ABERTURA DOS RECEBIVEIS ST ' TO WTXT
              MOVE FS-RCT TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-ABRE-CARTAO-FIM
           END-IF
           MOVE 1 TO WABRIU-CC.
       R-ABRE-CARTAO-FIM.
           EXIT.

       R-MOSTRA-MENSAGEM.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

      *-------------------------------------
      * IMPORTACAO DA LIQUIDACAO: O HEADER TEM QUE SER DA MESMA
      * ADQUIRENTE INFORMADA NA TELA; LINHA JA LIQUIDADA NAO ENTRA
      * DE NOVO (REIMPORTAR O MESMO ARQUIVO NAO DUPLICA).
      *-------------------------------------
       R-IMPORTA-LIQ.
           IF WADQ-CC = ZEROES
              MOVE 'INFORME A ADQUIRENTE DO ARQUIVO' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-IMPORTA-LIQ-FIM
           END-IF
           OPEN INPUT ARQLIQ
           IF FS-IMP NOT = '00'
              MOVE 'ERRO NA ABERTURA DO LIQCART.TXT ST ' TO WTXT
              MOVE FS-IMP TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-IMPORTA-LIQ-FIM
           END-IF
           PERFORM R-ABRE-CARTAO THRU R-ABRE-CARTAO-FIM
           IF WABRIU-CC = 0
              CLOSE ARQLIQ
              GO TO R-IMPORTA-LIQ-FIM
           END-IF
           MOVE ZEROES TO WQTD-LIDAS-CC WQTD-LIQ-CC WQTD-DIV-CC
                          WQTD-SEMV-CC WQTD-REPET-CC WQTD-REJEIT-CC
           MOVE 0 TO WSAIDA-CC
           PERFORM R-LE-LIQ UNTIL WSAIDA-CC = 1
           CLOSE ARQLIQ RECCARTAO
           MOVE SPACES TO WTXT
           STRING 'LIDAS ' WQTD-LIDAS-CC ' OK ' WQTD-LIQ-CC
                  ' DIV ' WQTD-DIV-CC ' S/VENDA ' WQTD-SEMV-CC
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM
           IF WQTD-REPET-CC NOT = ZEROES OR
              WQTD-REJEIT-CC NOT = ZEROES
              MOVE SPACES TO WTXT
              STRING 'REPETIDAS ' WQTD-REPET-CC
                     ' REJEITADAS ' WQTD-REJEIT-CC
                 DELIMITED BY SIZE INTO WTXT
              PERFORM R-MOSTRA-MENSAGEM
           END-IF.
       R-IMPORTA-LIQ-FIM.
           EXIT.

       R-LE-LIQ.
           READ ARQLIQ INTO WLIQ-LINHA
              AT END MOVE 1 TO WSAIDA-CC
           END-READ
           IF WSAIDA-CC = 0
              EVALUATE LQ-TIPO-CC
                 WHEN '0'
                    PERFORM R-CONFERE-HEADER
                 WHEN '1'
                    ADD 1 TO WQTD-LIDAS-CC
                    PERFORM R-TRATA-DETALHE-LIQ
                       THRU R-TRATA-DETALHE-LIQ-FIM
              END-EVALUATE
           END-IF.

       R-CONFERE-HEADER.
           MOVE ZEROES TO WLQ-ADQ-N-CC
           IF LH-ADQ-CC IS NUMERIC
              MOVE LH-ADQ-CC TO WLQ-ADQ-N-CC
           END-IF
           IF WLQ-ADQ-N-CC NOT = WADQ-CC
              MOVE 'ARQUIVO E DE OUTRA ADQUIRENTE - IMPORTACAO PARADA'
                TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              MOVE 1 TO WSAIDA-CC
           END-IF.

       R-TRATA-DETALHE-LIQ.
           IF LQ-NSU-CC NOT NUMERIC OR LQ-DATA-VENDA-CC NOT NUMERIC OR
              LQ-DATA-LIQ-CC NOT NUMERIC OR LQ-BRUTO-CC NOT NUMERIC OR
              LQ-TAXA-CC NOT NUMERIC OR LQ-LIQUIDO-CC NOT NUMERIC
              ADD 1 TO WQTD-REJEIT-CC
              GO TO R-TRATA-DETALHE-LIQ-FIM
           END-IF
           MOVE LQ-BRUTO-CC   TO WLQ-VALOR-X-CC
           MOVE WLQ-VALOR-N-CC TO WLQ-BRUTO-CC
           MOVE LQ-TAXA-CC    TO WLQ-VALOR-X-CC
           MOVE WLQ-VALOR-N-CC TO WLQ-TAXA-CC
           MOVE LQ-LIQUIDO-CC TO WLQ-VALOR-X-CC
           MOVE WLQ-VALOR-N-CC TO WLQ-LIQUIDO-CC
           MOVE WADQ-CC   TO ADQ-RCT
           MOVE LQ-NSU-CC TO NSU-RCT
           READ RECCARTAO
           IF FS-RCT = '00'
              IF NOT RCT-PENDENTE
                 ADD 1 TO WQTD-REPET-CC
                 GO TO R-TRATA-DETALHE-LIQ-FIM
              END-IF
              MOVE LQ-DATA-LIQ-CC TO DATA-LIQ-RCT
              MOVE WLQ-LIQUIDO-CC TO VALOR-PAGO-RCT
              MOVE WLQ-TAXA-CC    TO TAXA-COBRADA-RCT
      *       (UM CENTAVO DE ARREDONDAMENTO NA TAXA E ACEITO)
              COMPUTE WDIFERENCA-CC = VALOR-PAGO-RCT - VALOR-LIQ-RCT
              IF WLQ-BRUTO-CC = VALOR-BRUTO-RCT AND
                 WDIFERENCA-CC NOT < -0.01 AND
                 WDIFERENCA-CC NOT > 0.01
                 MOVE 'L' TO SITUACAO-RCT
                 ADD 1 TO WQTD-LIQ-CC
              ELSE
                 MOVE 'D' TO SITUACAO-RCT
                 ADD 1 TO WQTD-DIV-CC
              END-IF
              REWRITE REGISTRO-RECCARTAO
           ELSE
      *       (LIQUIDACAO SEM BAIXA COM CARTAO CORRESPONDENTE: FICA
      *        REGISTRADA COMO 'S' PARA O RELATORIO)
              INITIALIZE REGISTRO-RECCARTAO
              MOVE WADQ-CC          TO ADQ-RCT
              MOVE LQ-NSU-CC        TO NSU-RCT
              MOVE LQ-DATA-LIQ-CC   TO DATA-PREV-RCT DATA-LIQ-RCT
              MOVE LQ-DATA-VENDA-CC TO DATA-VENDA-RCT
              MOVE LQ-MODAL-CC      TO MODAL-RCT
              MOVE WLQ-BRUTO-CC     TO VALOR-BRUTO-RCT
              MOVE WLQ-LIQUIDO-CC   TO VALOR-PAGO-RCT
              MOVE WLQ-TAXA-CC      TO TAXA-COBRADA-RCT
              MOVE 'S'              TO SITUACAO-RCT
              MOVE LID-OPERADOR-1   TO OPERADOR-RCT
              WRITE REGISTRO-RECCARTAO
              ADD 1 TO WQTD-SEMV-CC
           END-IF
           IF FS-RCT NOT = '00'
              ADD 1 TO WQTD-REJEIT-CC
              GO TO R-TRATA-DETALHE-LIQ-FIM
           END-IF
           PERFORM R-GRAVA-MOV-BANCO.
       R-TRATA-DETALHE-LIQ-FIM.
           EXIT.

      *-------------------------------------
      * O LIQUIDO DEPOSITADO PELA ADQUIRENTE ENTRA NO MOVIMENTO DA
      * CONTA DELA (ZERO = CONTA PADRAO) PARA A CONCILIACAO.
      *-------------------------------------
       R-GRAVA-MOV-BANCO.
           MOVE WCONTA-ADQ-CC  TO LINK-MBC-CONTA
           MOVE DATA-LIQ-RCT   TO LINK-MBC-DATA
           MOVE 'C'            TO LINK-MBC-TIPO
           MOVE 'CA'           TO LINK-MBC-ORIGEM
           MOVE SPACES         TO LINK-MBC-DOCUMENTO
           STRING 'CARTAO ' NSU-RCT
              DELIMITED BY SIZE INTO LINK-MBC-DOCUMENTO
           MOVE VALOR-PAGO-RCT TO LINK-MBC-VALOR
           MOVE LID-OPERADOR-1 TO LINK-MBC-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-MBC-EMPRESA
           CALL "GravaMovBco" USING LINK-MOVBCO.

      *-------------------------------------
      * RELATORIO: DIVERGENCIAS DE TAXA/VALOR, LIQUIDACOES SEM
      * VENDA E VENDAS PENDENTES COM A DATA PREVISTA VENCIDA HA
      * MAIS DE WDIAS-TOL-CC DIAS, COM O TOTAL DE CADA GRUPO.
      *-------------------------------------
       R-RELATORIO-CARTAO.
           PERFORM R-ABRE-CARTAO THRU R-ABRE-CARTAO-FIM
           IF WABRIU-CC = 0
              GO TO R-RELATORIO-CARTAO-FIM
           END-IF
           COMPUTE WINT-CC = FUNCTION INTEGER-OF-DATE(WDATA-HOJE-CC)
                           - WDIAS-TOL-CC
           COMPUTE WDATA-LIM-CC = FUNCTION DATE-OF-INTEGER(WINT-CC)
           MOVE 'RELCART.TXT' TO WID-ARQ-REL-1
           MOVE 'RELCART' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           STRING 'ADQUIRENTE ' WADQ-CC
              DELIMITED BY SIZE INTO LINK-SPL-PARAMS
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
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'RECEBIVEIS DE CARTAO - DIVERGENCIAS EM '
                  WDATA-HOJE-CC ' - ADQUIRENTE ' WADQ-CC
                  ' (000 = TODAS)'
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WTOT-DIF-TAXA-CC WTOT-SEMV-CC WTOT-NLIQ-CC
           MOVE 1 TO WSECAO-CC
           MOVE 'LIQUIDACOES COM VALOR OU TAXA DIFERENTE DO CONTRATO'
             TO ARQREL-DATA-01
           PERFORM R-REL-SECAO
           MOVE 'TOTAL DA DIFERENCA (NEGATIVO = PAGO A MENOR)'
             TO RT-TEXTO-CC
           MOVE WTOT-DIF-TAXA-CC TO RT-VALOR-CC
           PERFORM R-REL-LINHA-TOTAL
           MOVE 2 TO WSECAO-CC
           MOVE 'LIQUIDACOES SEM VENDA REGISTRADA NA BAIXA'
             TO ARQREL-DATA-01
           PERFORM R-REL-SECAO
           MOVE 'TOTAL LIQUIDADO SEM VENDA' TO RT-TEXTO-CC
           MOVE WTOT-SEMV-CC TO RT-VALOR-CC
           PERFORM R-REL-LINHA-TOTAL
           MOVE 3 TO WSECAO-CC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'VENDAS NAO LIQUIDADAS (PREVISTAS ATE '
                  WDATA-LIM-CC ')'
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           PERFORM R-REL-SECAO
           MOVE 'TOTAL LIQUIDO ESPERADO E NAO RECEBIDO' TO RT-TEXTO-CC
           MOVE WTOT-NLIQ-CC TO RT-VALOR-CC
           PERFORM R-REL-LINHA-TOTAL
           CLOSE ARQREL RECCARTAO
           MOVE SPACES TO WTXT
           STRING 'RELATORIO GERADO EM ' WID-ARQ-REL-1
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-RELATORIO-CARTAO-FIM.
           EXIT.

      *-------------------------------------
      * UMA SECAO DO RELATORIO: TITULO (JA EM ARQREL-DATA-01),
      * CABECALHO DAS COLUNAS E UMA PASSADA NOS RECEBIVEIS DA
      * ADQUIRENTE (OU DE TODAS).
      *-------------------------------------
       R-REL-SECAO.
           MOVE ZEROES TO WQTD-SECAO-CC
           MOVE ARQREL-DATA-01 TO WLIQ-LINHA
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WLIQ-LINHA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WREL-CAB-DET-CC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WADQ-CC TO ADQ-RCT
           MOVE ZEROES  TO NSU-RCT
           START RECCARTAO KEY IS NOT LESS THAN CHAVE-RCT
           IF FS-RCT = '00'
              PERFORM R-REL-RECEBIVEL UNTIL FS-RCT NOT = '00'
           END-IF
           IF WQTD-SECAO-CC = ZEROES
              MOVE '  (NENHUM)' TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.

       R-REL-RECEBIVEL.
           READ RECCARTAO NEXT
           IF FS-RCT = '00' AND WADQ-CC NOT = ZEROES AND
              ADQ-RCT NOT = WADQ-CC
              MOVE '10' TO FS-RCT
           END-IF
           IF FS-RCT = '00'
              EVALUATE TRUE
                 WHEN WSECAO-CC = 1 AND RCT-DIVERGENTE
                    COMPUTE WDIFERENCA-CC =
                       VALOR-PAGO-RCT - VALOR-LIQ-RCT
                    ADD WDIFERENCA-CC TO WTOT-DIF-TAXA-CC
                    MOVE DATA-LIQ-RCT TO RD-DATA-2-CC
                    PERFORM R-REL-LINHA-DET
                 WHEN WSECAO-CC = 2 AND RCT-SEM-VENDA
                    MOVE VALOR-PAGO-RCT TO WDIFERENCA-CC
                    ADD VALOR-PAGO-RCT TO WTOT-SEMV-CC
                    MOVE DATA-LIQ-RCT TO RD-DATA-2-CC
                    PERFORM R-REL-LINHA-DET
                 WHEN WSECAO-CC = 3 AND RCT-PENDENTE AND
                      DATA-PREV-RCT < WDATA-LIM-CC
                    COMPUTE WDIFERENCA-CC = 0 - VALOR-LIQ-RCT
                    ADD VALOR-LIQ-RCT TO WTOT-NLIQ-CC
                    MOVE DATA-PREV-RCT TO RD-DATA-2-CC
                    PERFORM R-REL-LINHA-DET
              END-EVALUATE
           END-IF.

       R-REL-LINHA-DET.
           ADD 1 TO WQTD-SECAO-CC
           MOVE ADQ-RCT          TO RD-ADQ-CC
           MOVE NSU-RCT          TO RD-NSU-CC
           MOVE NF-RCT           TO RD-NF-CC
           MOVE PARC-RCT         TO RD-PARC-CC
           MOVE MODAL-RCT        TO RD-MODAL-CC
           MOVE DATA-VENDA-RCT   TO RD-DATA-VENDA-CC
           MOVE VALOR-BRUTO-RCT  TO RD-BRUTO-CC
           MOVE VALOR-LIQ-RCT    TO RD-ESPERADO-CC
           MOVE VALOR-PAGO-RCT   TO RD-PAGO-CC
           MOVE WDIFERENCA-CC    TO RD-DIFERENCA-CC
           MOVE WREL-DET-CC TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-REL-LINHA-TOTAL.
           MOVE WREL-TOTAL-CC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO WREL-TOTAL-CC.
