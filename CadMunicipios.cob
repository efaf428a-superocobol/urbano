      *              da importacao de clientes. O CadClientes valida
      *              CIDADE/UF contra este cadastro e guarda o
      *              codigo IBGE no cliente.
      * 2026-10-15 - Carga do potencial de mercado por municipio
      *              (POTENCIAL.TXT, layout fixo: codigo IBGE 7,
      *              populacao 9, pontos de venda 7, indice de
      *              potencial da categoria 5 com 2 decimais - 100,00
      *              = media - e ano de referencia 4) para o
      *              ARQPOTMUN.DAT, lido pelo RelPotencial. Codigo
      *              fora do cadastro de municipios e rejeitado.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-IMPSUM.

       SELECT POTMUN ASSIGN TO  DISK WID-ARQ-POTMUN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-IBGE-POT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-POT.

       DATA DIVISION.
       FILE SECTION.
       FD MUNICIPIOS.
          02 LATITUDE-MUN          PIC S9(003)v9(008).
          02 LONGITUDE-MUN         PIC S9(003)v9(008).

      *    (POTENCIAL DE MERCADO DO MUNICIPIO - FONTE EXTERNA)
       FD POTMUN.
       01 REGISTRO-POTMUN.
          02 CODIGO-IBGE-POT       PIC  9(007).
          02 POPULACAO-POT         PIC  9(009) VALUE ZEROES.
          02 PONTOS-VENDA-POT      PIC  9(007) VALUE ZEROES.
          02 INDICE-POT            PIC  9(003)v9(002) VALUE ZEROES.
          02 ANO-REF-POT           PIC  9(004) VALUE ZEROES.
          02 DATA-CARGA-POT        PIC  9(008) VALUE ZEROES.

       FD  ARQIMPORT.
       01  ARQIMPORT-REC            PIC X(120).

       01 FS-IMPEXC              PIC XX VALUE '00'.
       01 WID-ARQ-IMPSUM         PIC X(50) VALUE 'IMPSUM.LOG'.
       01 FS-IMPSUM              PIC XX VALUE '00'.
       01 WID-ARQ-POTMUN         PIC X(50) VALUE 'ARQPOTMUN.DAT'.
       01 FS-POT                 PIC XX VALUE '00'.

       77 WX                   PIC X VALUE SPACES.
       77 WSAIDA-MU            PIC 9 VALUE ZEROES.
          02 WIMP-LAT-MU       PIC X(011).
          02 WIMP-LON-MU       PIC X(011).
          02 FILLER            PIC X(049).
       01 WIMP-LINHA-PT-R REDEFINES WIMP-LINHA-MU.
          02 WIMP-CODIGO-PT    PIC X(007).
          02 WIMP-POPULACAO-PT PIC 9(009).
          02 WIMP-PONTOS-PT    PIC 9(007).
          02 WIMP-INDICE-PT    PIC 9(003)v9(002).
          02 WIMP-ANO-PT       PIC 9(004).
          02 FILLER            PIC X(088).
       01 WIMP-CODIGO-N-MU     PIC 9(007) VALUE ZEROES.
       01 WIMP-CODIGO-N-R-MU REDEFINES WIMP-CODIGO-N-MU PIC X(007).
       01 WLAT-TRAB-MU         PIC S9(003)v9(008) VALUE ZEROES.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - MUNICIPIOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 7 COL 10 VALUE "[1] INCLUIR/ALTERAR".
          02 LINE 8 COL 10 VALUE "[2] CONSULTAR".
          02 LINE 9 COL 10 VALUE "[3] CARGA DE ARQUIVO (MUNICIPIO.TXT)".
          02 LINE 10 COL 10 VALUE
             "[4] CARGA DO POTENCIAL DE MERCADO (POTENCIAL.TXT)".
          02 LINE 11 COL 10 VALUE "[0] SAIR".
          02 LINE 12 COL 10 VALUE "OPCAO:".
          02 LINE 12 COL 17 PIC 9 USING WOPCAO-MU.

          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - MUNICIPIOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - MUNICIPIOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
                 WHEN 1 PERFORM R-MANTEM-MU
                 WHEN 2 PERFORM R-CONSULTA-MU
                 WHEN 3 PERFORM R-CARGA-MU THRU R-CARGA-MU-FIM
                 WHEN 4 PERFORM R-CARGA-PT THRU R-CARGA-PT-FIM
              END-EVALUATE
           END-PERFORM
           CLOSE MUNICIPIOS.
      * IMPEXC.LOG E RESUMO NO IMPSUM.LOG.
      *-------------------------------------
       R-CARGA-MU.
           MOVE 'MUNICIPIO.TXT' TO WID-ARQ-IMPORT
           OPEN INPUT ARQIMPORT
           IF FS-IMPORT NOT = '00'
              MOVE 'ERRO NA ABERTURA DO MUNICIPIO.TXT ST ' TO WTXT
              MOVE WLAT-TRAB-MU TO LONGITUDE-MUN
           END-IF.

      *-------------------------------------
      * CARGA DO POTENCIAL.TXT: LAYOUT FIXO, MESMOS LOGS DA CARGA DE
      * MUNICIPIOS. O CODIGO IBGE PRECISA ESTAR NO CADASTRO.
      *-------------------------------------
       R-CARGA-PT.
           MOVE 'POTENCIAL.TXT' TO WID-ARQ-IMPORT
           OPEN INPUT ARQIMPORT
           IF FS-IMPORT NOT = '00'
              MOVE 'ERRO NA ABERTURA DO POTENCIAL.TXT ST ' TO WTXT
              MOVE FS-IMPORT TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-CARGA-PT-FIM
           END-IF
           OPEN I-O POTMUN
           IF FS-POT = '35' OR FS-POT = '05'
              OPEN OUTPUT POTMUN
              CLOSE POTMUN
              OPEN I-O POTMUN
           END-IF
           IF FS-POT NOT = '00'
              CLOSE ARQIMPORT
              MOVE 'ERRO NA ABERTURA DO ARQPOTMUN.DAT ST ' TO WTXT
              MOVE FS-POT TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-CARGA-PT-FIM
           END-IF
           ACCEPT WDHMU-DATA FROM DATE YYYYMMDD
           MOVE ZEROES TO WQTD-LIDOS-MU WQTD-INCLUIDOS-MU
                          WQTD-ATUALIZADOS-MU WQTD-REJEITADOS-MU
           MOVE ZERO TO WSAIDA-MU
           PERFORM R-CARGA-PT-1 UNTIL WSAIDA-MU = 1
           CLOSE ARQIMPORT POTMUN
           PERFORM R-GRAVA-RESUMO-MU
           MOVE SPACES TO WTXT
           STRING 'POTENCIAL: ' WQTD-INCLUIDOS-MU ' INC '
                  WQTD-ATUALIZADOS-MU ' ATU '
                  WQTD-REJEITADOS-MU ' REJ'
              DELIMITED BY SIZE INTO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       R-CARGA-PT-FIM.
           EXIT.

       R-CARGA-PT-1.
           READ ARQIMPORT INTO WIMP-LINHA-MU
              AT END MOVE 1 TO WSAIDA-MU
           END-READ
           IF WSAIDA-MU = ZERO
              ADD 1 TO WQTD-LIDOS-MU
              PERFORM R-VALIDA-LINHA-PT
                 THRU R-VALIDA-LINHA-PT-FIM
           END-IF.

       R-VALIDA-LINHA-PT.
           IF WIMP-CODIGO-PT NOT NUMERIC
              MOVE 'CODIGO IBGE NAO NUMERICO' TO MU-IE-MENSAGEM
              MOVE ZEROES TO MU-IE-CODIGO
              PERFORM R-GRAVA-EXCECAO-MU
              GO TO R-VALIDA-LINHA-PT-FIM
           END-IF
           MOVE WIMP-CODIGO-PT TO WIMP-CODIGO-N-R-MU
           MOVE WIMP-CODIGO-N-MU TO CODIGO-IBGE-MUN
           READ MUNICIPIOS
           IF FS-MUN NOT = '00'
              MOVE 'MUNICIPIO NAO CADASTRADO' TO MU-IE-MENSAGEM
              MOVE WIMP-CODIGO-N-MU TO MU-IE-CODIGO
              PERFORM R-GRAVA-EXCECAO-MU
              GO TO R-VALIDA-LINHA-PT-FIM
           END-IF
           IF WIMP-POPULACAO-PT NOT NUMERIC OR
              WIMP-PONTOS-PT NOT NUMERIC OR
              WIMP-INDICE-PT NOT NUMERIC
              MOVE 'POPULACAO/PONTOS/INDICE NAO NUMERICO'
                TO MU-IE-MENSAGEM
              MOVE WIMP-CODIGO-N-MU TO MU-IE-CODIGO
              PERFORM R-GRAVA-EXCECAO-MU
              GO TO R-VALIDA-LINHA-PT-FIM
           END-IF
           IF WIMP-POPULACAO-PT = ZEROES
              MOVE 'POPULACAO ZERADA' TO MU-IE-MENSAGEM
              MOVE WIMP-CODIGO-N-MU TO MU-IE-CODIGO
              PERFORM R-GRAVA-EXCECAO-MU
              GO TO R-VALIDA-LINHA-PT-FIM
           END-IF
           MOVE WIMP-CODIGO-N-MU TO CODIGO-IBGE-POT
           READ POTMUN
           MOVE WIMP-CODIGO-N-MU  TO CODIGO-IBGE-POT
           MOVE WIMP-POPULACAO-PT TO POPULACAO-POT
           MOVE WIMP-PONTOS-PT    TO PONTOS-VENDA-POT
           MOVE WIMP-INDICE-PT    TO INDICE-POT
           MOVE ZEROES            TO ANO-REF-POT
           IF WIMP-ANO-PT IS NUMERIC
              MOVE WIMP-ANO-PT TO ANO-REF-POT
           END-IF
           MOVE WDHMU-DATA        TO DATA-CARGA-POT
           IF FS-POT = '00'
              REWRITE REGISTRO-POTMUN
              ADD 1 TO WQTD-ATUALIZADOS-MU
           ELSE
              WRITE REGISTRO-POTMUN
              ADD 1 TO WQTD-INCLUIDOS-MU
           END-IF.
       R-VALIDA-LINHA-PT-FIM.
           EXIT.

       R-GRAVA-EXCECAO-MU.
           ADD 1 TO WQTD-REJEITADOS-MU
           ACCEPT WDHMU-DATA FROM DATE YYYYMMDD
