      *--------------------------
      * ACORDOS DE RENEGOCIACAO DE TITULOS VENCIDOS
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadAcordo.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-08 - Programa novo. Acordo com cliente inadimplente:
      *              os titulos vencidos em aberto do cliente (ate
      *              20) sao cancelados no CONTASREC com situacao
      *              'R' (renegociado), saldo zerado e o motivo
      *              'ACORDO nnnnnnnnn' no proprio titulo, e viram um
      *              plano novo de parcelas (tabela price com os
      *              juros ao mes combinados) mais a entrada, que
      *              vence no dia. As parcelas novas usam a NF
      *              900000000 + numero do acordo; o acordo
      *              (ARQACORDO.DAT) guarda o motivo e as chaves
      *              NF/parcela dos titulos de origem. A quebra do
      *              acordo (parcela vencida alem da tolerancia do
      *              BLOQUEIO.CFG) e marcada pelo ExeBloqueio, que
      *              bloqueia o cliente. Relatorio RELACORD com a
      *              situacao e o cumprimento de cada acordo.
      *              Operacoes no TRANLOG.LOG.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ACORDO ASSIGN TO  DISK WID-ARQ-ACD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUMERO-ACD
              ALTERNATE RECORD KEY IS CODIGO-CLI-ACD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ACD.

       SELECT CONTASREC ASSIGN TO  DISK WID-ARQ-CREC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CREC
              ALTERNATE RECORD KEY IS CODIGO-CLI-CREC WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-VENC-CREC  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CREC.

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

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRANLOG.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ACORDO.
       01 REGISTRO-ACORDO.
          02 NUMERO-ACD               PIC  9(009).
          02 CODIGO-CLI-ACD           PIC  9(007).
          02 DATA-ACD                 PIC  9(008) VALUE ZEROES.
          02 MOTIVO-ACD               PIC  X(030) VALUE SPACES.
          02 VALOR-ORIG-ACD           PIC  9(009)v9(002) VALUE ZEROES.
          02 VALOR-ENTRADA-ACD        PIC  9(009)v9(002) VALUE ZEROES.
          02 TAXA-JUROS-ACD           PIC  9(003)v9(002) VALUE ZEROES.
          02 QTD-PARC-ACD             PIC  9(003) VALUE ZEROES.
          02 INTERVALO-ACD            PIC  9(003) VALUE ZEROES.
          02 VALOR-PARC-ACD           PIC  9(009)v9(002) VALUE ZEROES.
          02 VALOR-TOTAL-ACD          PIC  9(009)v9(002) VALUE ZEROES.
          02 NF-ACORDO-ACD            PIC  9(009) VALUE ZEROES.
          02 TOTAL-TIT-ACD            PIC  9(003) VALUE ZEROES.
          02 SITUACAO-ACD             PIC  X(001) VALUE 'A'.
             88 ACD-ATIVO             VALUE 'A'.
             88 ACD-CUMPRIDO          VALUE 'C'.
             88 ACD-QUEBRADO          VALUE 'Q'.
          02 DATA-SIT-ACD             PIC  9(008) VALUE ZEROES.
          02 OPERADOR-ACD             PIC  X(010) VALUE SPACES.
          02 QTD-ORIG-ACD             PIC  9(003) VALUE ZEROES.
          02 ORIGENS-ACD OCCURS 20 TIMES.
             03 NF-ORIG-ACD           PIC  9(009).
             03 PARC-ORIG-ACD         PIC  9(003).
             03 VENC-ORIG-ACD         PIC  9(008).
             03 SALDO-ORIG-ACD        PIC  9(009)v9(002).

       FD CONTASREC.
       01 REGISTRO-CONTASREC.
          02 CHAVE-CREC.
             03 NUMERO-NF-CREC        PIC  9(009).
             03 PARCELA-CREC         PIC  9(003).
          02 CODIGO-CLI-CREC          PIC  9(007).
          02 DATA-EMISSAO-CREC        PIC  9(008) VALUE ZEROES.
          02 DATA-VENC-CREC           PIC  9(008) VALUE ZEROES.
          02 VALOR-CREC               PIC  9(009)v9(002) VALUE ZEROES.
          02 SALDO-CREC               PIC  9(009)v9(002) VALUE ZEROES.
          02 DATA-ULT-PGTO-CREC       PIC  9(008) VALUE ZEROES.
          02 SITUACAO-CREC            PIC  X(001) VALUE 'A'.
             88 CREC-ABERTO           VALUE 'A'.
             88 CREC-QUITADO          VALUE 'Q'.
             88 CREC-PERDA            VALUE 'P'.
             88 CREC-RENEGOCIADO      VALUE 'R'.
          02 REMESSA-CREC             PIC  X(001) VALUE SPACES.
             88 CREC-REMETIDO         VALUE 'R'.
          02 TOTAL-PARC-CREC          PIC  9(003) VALUE ZEROES.
          02 DATA-PERDA-CREC          PIC  9(008) VALUE ZEROES.
          02 MOTIVO-PERDA-CREC        PIC  X(030) VALUE SPACES.

       FD CLIENTES.
       01 REGISTRO-CLIENTES.
          02 CHAVE-CLI.
             03 CODIGO             PIC  9(007).
             03 CNPJ               PIC  9(014).
          02 RAZAO                 PIC  X(040).
          02 LATITUDE              PIC S9(003)v9(008).
          02 LONGITUDE             PIC S9(003)v9(008).
          02 FILLER                PIC  X(172).

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-ACD.
           02 FS-ACD-1                PIC 9.
           02 FS-ACD-2                PIC 9.
           02 FS-ACD-R REDEFINES FS-ACD-2 PIC 99 COMP-X.
       01 FS-CREC.
           02 FS-CREC-1                PIC 9.
           02 FS-CREC-2                PIC 9.
           02 FS-CREC-R REDEFINES FS-CREC-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLIENTES-1                PIC 9.
           02 FS-CLIENTES-2                PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01 FS-REL                      PIC XX VALUE '00'.

       01 WID-ARQ-ACD                 PIC X(50) VALUE 'ARQACORDO.DAT'.
       01 WID-ARQ-CREC                PIC X(50) VALUE 'ARQCREC.DAT'.
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WDATA-HORA-TL.
          02 WDHTL-DATA.
             03 WDHTL-ANO             PIC 9(004).
             03 WDHTL-MES             PIC 9(002).
             03 WDHTL-DIA             PIC 9(002).
          02 WDHTL-HORA.
             03 WDHTL-HH              PIC 9(002).
             03 WDHTL-MM              PIC 9(002).
             03 WDHTL-SS              PIC 9(002).
             03 FILLER                PIC 9(002).

       01 WTRANLOG-LINHA.
          02 WTL-DATA               PIC 9(004)/9(002)/9(002).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-HH                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 WTL-MM                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 WTL-SS                 PIC 99.
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-OPERADOR           PIC X(10).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-OPERACAO           PIC X(08).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-ACORDO             PIC 9(009).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-CLIENTE            PIC 9(007).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-NF                 PIC 9(009).
          02 FILLER                 PIC X VALUE '/'.
          02 WTL-PARCELA            PIC 9(003).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-SALDO-ANTES        PIC 9(009)v9(002).
          02 FILLER                 PIC X VALUE '>'.
          02 WTL-SALDO-DEPOIS       PIC 9(009)v9(002).

       77 WOPCAO-AC       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)
       77 WERRO-AC        PIC 9 VALUE ZEROES.
       77 WI-AC           PIC 9(003) VALUE ZEROES.
       77 WCONT           PIC 9(04) VALUE ZEROES.

       01 WDATA-HOJE.
          02 WHJ-ANO        PIC 9(004).
          02 WHJ-MES        PIC 9(002).
          02 WHJ-DIA        PIC 9(002).
       01 WDATA-HOJE-N REDEFINES WDATA-HOJE PIC 9(008).
       77 WHOJE-INT        PIC 9(008) VALUE ZEROES.
       77 WINT-VENC-AC     PIC 9(008) VALUE ZEROES.

      *-------------DADOS DO ACORDO EM DIGITACAO--------------------
       01 WCODIGO-CLI-AC          PIC  9(007) VALUE ZEROES.
       01 WRAZAO-AC               PIC  X(040) VALUE SPACES.
       01 WQTD-VENC-AC            PIC  9(003) VALUE ZEROES.
       01 WSALDO-VENC-AC          PIC  9(009)v9(002) VALUE ZEROES.
       01 WMOTIVO-AC              PIC  X(030) VALUE SPACES.
       01 WENTRADA-AC             PIC  9(009)v9(002) VALUE ZEROES.
       01 WQTD-PARC-AC            PIC  9(003) VALUE 1.
       01 WTAXA-AC                PIC  9(003)v9(002) VALUE ZEROES.
       01 WINTERVALO-AC           PIC  9(003) VALUE 30.
       01 WPRIM-VENC-AC           PIC  9(008) VALUE ZEROES.
       01 WVAL-PARC-AC            PIC  9(009)v9(002) VALUE ZEROES.
       01 WVAL-ULT-PARC-AC        PIC  9(009)v9(002) VALUE ZEROES.
       01 WTOTAL-AC               PIC  9(009)v9(002) VALUE ZEROES.
       01 WBASE-AC                PIC  9(009)v9(002) VALUE ZEROES.
       01 WFATOR-AC               PIC  9(005)v9(009) VALUE ZEROES.
       01 WTAXA-DEC-AC            PIC  9(001)v9(009) VALUE ZEROES.
       01 WNUMERO-AC              PIC  9(009) VALUE ZEROES.
       01 WNF-ACORDO-AC           PIC  9(009) VALUE ZEROES.
       01 WPARC-NOVA-AC           PIC  9(003) VALUE ZEROES.
       01 WTOTAL-TIT-AC           PIC  9(003) VALUE ZEROES.
       01 WTAB-VENCIDOS-AC.
          02 WVENCIDO-AC OCCURS 20 TIMES.
             03 WV-NF-AC          PIC  9(009).
             03 WV-PARC-AC        PIC  9(003).
             03 WV-VENC-AC        PIC  9(008).
             03 WV-SALDO-AC       PIC  9(009)v9(002).
       77 WMAIS-VENC-AC           PIC 9 VALUE ZEROES.

      *-------------APURACAO DO CUMPRIMENTO------------------------
       77 WPARC-VENCIDAS-RA       PIC 9(003) VALUE ZEROES.
       77 WPARC-PAGAS-RA          PIC 9(003) VALUE ZEROES.
       77 WPARC-EM-DIA-RA         PIC 9(003) VALUE ZEROES.
       77 WPARC-ATRASO-RA         PIC 9(003) VALUE ZEROES.
       77 WPARC-ABERTO-RA         PIC 9(003) VALUE ZEROES.
       01 WRECEBIDO-RA            PIC 9(009)v9(002) VALUE ZEROES.
       01 WPCT-RA                 PIC 9(003) VALUE ZEROES.
       01 WTOT-ACORDOS-RA         PIC 9(005) VALUE ZEROES.
       01 WTOT-ATIVOS-RA          PIC 9(005) VALUE ZEROES.
       01 WTOT-CUMPRIDOS-RA       PIC 9(005) VALUE ZEROES.
       01 WTOT-QUEBRADOS-RA       PIC 9(005) VALUE ZEROES.
       01 WTOT-VALOR-RA           PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-RECEBIDO-RA        PIC 9(011)v9(002) VALUE ZEROES.
      *--------------------------------------------------

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

      *------------------------------------
      * LAYOUT DO RELATORIO DE ACORDOS
      *------------------------------------
       01  CAB01-AC.
           02 FILLER            PIC X(38) VALUE SPACES.
           02 FILLER            PIC X(54) VALUE
           '  RELATORIO DE ACORDOS DE RENEGOCIACAO  '.

       01  CAB02-AC.
           03 FILLER PIC X(10) VALUE 'ACORDO    '.
           03 FILLER PIC X(30) VALUE 'CLIENTE                       '.
           03 FILLER PIC X(11) VALUE 'DATA       '.
           03 FILLER PIC X(13) VALUE '     ORIGINAL'.
           03 FILLER PIC X(13) VALUE '      ENTRADA'.
           03 FILLER PIC X(17) VALUE '  PARCELAS      '.
           03 FILLER PIC X(13) VALUE '        TOTAL'.
           03 FILLER PIC X(13) VALUE '     RECEBIDO'.
           03 FILLER PIC X(10) VALUE ' SITUACAO '.

       01  CAB03-AC.
           03 FILLER PIC X(140) VALUE IS ALL '-'.

       01  DET01-AC.
           03 RA-NUMERO           PIC 9(009).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RA-CLIENTE          PIC 9(007).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RA-RAZAO            PIC X(021).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RA-DATA             PIC 9(004)/9(002)/9(002).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RA-ORIGINAL         PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RA-ENTRADA          PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RA-QTD-PARC         PIC ZZ9.
           03 FILLER              PIC X(03)  VALUE ' X '.
           03 RA-VALOR-PARC       PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RA-TOTAL            PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RA-RECEBIDO         PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RA-SITUACAO         PIC X(010).

       01  DET02-AC.
           03 FILLER              PIC X(12)  VALUE SPACES.
           03 FILLER              PIC X(19)
              VALUE 'JUROS % A.M.......:'.
           03 RA-TAXA             PIC ZZ9,99.
           03 FILLER              PIC X(12)  VALUE '  PARCELAS: '.
           03 RA-PAGAS            PIC ZZ9.
           03 FILLER              PIC X(07)  VALUE ' PAGAS '.
           03 RA-EM-DIA           PIC ZZ9.
           03 FILLER              PIC X(09)  VALUE ' EM DIA  '.
           03 RA-ATRASO           PIC ZZ9.
           03 FILLER              PIC X(16)  VALUE ' PAGAS C/ATRASO '.
           03 RA-ABERTO           PIC ZZ9.
           03 FILLER              PIC X(19)
              VALUE ' VENCIDAS EM ABERTO'.
           03 FILLER              PIC X(15)  VALUE '  CUMPRIMENTO: '.
           03 RA-PCT              PIC ZZ9.
           03 FILLER              PIC X(01)  VALUE '%'.

       01  DET03-AC.
           03 FILLER              PIC X(12)  VALUE SPACES.
           03 FILLER              PIC X(19)
              VALUE 'MOTIVO............:'.
           03 RA-MOTIVO           PIC X(030).

       01  DET04-AC.
           03 FILLER              PIC X(12)  VALUE SPACES.
           03 FILLER              PIC X(19)
              VALUE 'TITULO DE ORIGEM..:'.
           03 RA-NF-ORIG          PIC 9(009).
           03 FILLER              PIC X(01)  VALUE '/'.
           03 RA-PARC-ORIG        PIC 9(003).
           03 FILLER              PIC X(06)  VALUE ' VENC '.
           03 RA-VENC-ORIG        PIC 9(004)/9(002)/9(002).
           03 FILLER              PIC X(07)  VALUE ' SALDO '.
           03 RA-SALDO-ORIG       PIC ZZZZZZZZ9,99.

       01  TOT01-AC.
           03 FILLER              PIC X(18) VALUE 'ACORDOS..........:'.
           03 RA-TOT-ACORDOS      PIC ZZZZ9.
           03 FILLER              PIC X(10) VALUE '  ATIVOS: '.
           03 RA-TOT-ATIVOS       PIC ZZZZ9.
           03 FILLER              PIC X(13) VALUE '  CUMPRIDOS: '.
           03 RA-TOT-CUMPRIDOS    PIC ZZZZ9.
           03 FILLER              PIC X(13) VALUE '  QUEBRADOS: '.
           03 RA-TOT-QUEBRADOS    PIC ZZZZ9.

       01  TOT02-AC.
           03 FILLER              PIC X(18) VALUE 'TOTAL ACORDADO...:'.
           03 RA-TOT-VALOR        PIC ZZZZZZZZZZ9,99.
           03 FILLER              PIC X(16) VALUE '   RECEBIDO....:'.
           03 RA-TOT-RECEBIDO     PIC ZZZZZZZZZZ9,99.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-OPCAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - ACORDOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] NOVO ACORDO (RENEGOCIACAO)".
          02 LINE 8 COL 10 VALUE "[2] RELATORIO DE ACORDOS".
          02 LINE 9 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-AC AUTO.

       01 TELA-ACORDO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - ACORDOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 25 VALUE "RENEGOCIACAO DE TITULOS VENCIDOS".
          02 LINE 6 COL 10 VALUE "Cliente.........:".
          02 LINE 6 COL 37 PIC X(040) FROM WRAZAO-AC.
          02 LINE 7 COL 10 VALUE "Titulos Vencidos:".
          02 LINE 7 COL 29 PIC ZZ9 FROM WQTD-VENC-AC.
          02 LINE 8 COL 10 VALUE "Saldo Vencido...:".
          02 LINE 8 COL 29 PIC ZZZZZZZZ9,99 FROM WSALDO-VENC-AC.
          02 LINE 10 COL 10 VALUE "Motivo..........:".
          02 LINE 11 COL 10 VALUE "Entrada (hoje)..:".
          02 LINE 12 COL 10 VALUE "Qtde Parcelas...:".
          02 LINE 13 COL 10 VALUE "Juros % ao Mes..:".
          02 LINE 14 COL 10 VALUE "Intervalo (dias):".
          02 LINE 15 COL 10 VALUE "1o Vencimento...:".
          02 LINE 17 COL 10 VALUE "Valor da Parcela:".
          02 LINE 17 COL 29 PIC ZZZZZZZZ9,99 FROM WVAL-PARC-AC.
          02 LINE 18 COL 10 VALUE "Total do Acordo.:".
          02 LINE 18 COL 29 PIC ZZZZZZZZ9,99 FROM WTOTAL-AC.

       01 TELA-CLIENTE-AC.
          02 LINE 06 COL 29 PIC 9(007) USING WCODIGO-CLI-AC.

       01 TELA-CONDICOES-AC.
          02 LINE 10 COL 29 PIC X(030) USING WMOTIVO-AC.
          02 LINE 11 COL 29 PIC 9(009)v9(002) USING WENTRADA-AC.
          02 LINE 12 COL 29 PIC 9(003) USING WQTD-PARC-AC.
          02 LINE 13 COL 29 PIC 9(003)v9(002) USING WTAXA-AC.
          02 LINE 14 COL 29 PIC 9(003) USING WINTERVALO-AC.
          02 LINE 15 COL 29 PIC 9(008) USING WPRIM-VENC-AC.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ACD
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CREC
           MOVE LID-ARQ-CLIENTE-1  TO WID-ARQ-CLIENTE-1
           INITIALIZE WSAIDA WOPCAO-AC
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-AC = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-AC
             WHEN 1
               PERFORM S-NOVO-ACORDO
             WHEN 2
               PERFORM S-RELATORIO-ACORDO
             WHEN 6
               CLOSE ACORDO CONTASREC CLIENTES
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *-------------------------------------
      * NOVO ACORDO: JUNTA OS TITULOS VENCIDOS EM ABERTO DO CLIENTE,
      * PEDE AS CONDICOES, CALCULA AS PARCELAS (PRICE; SEM JUROS A
      * DIFERENCA DE ARREDONDAMENTO VAI NA ULTIMA) E, CONFIRMADO,
      * CANCELA AS ORIGENS E GRAVA ENTRADA + PARCELAS NOVAS.
      *-------------------------------------
       S-NOVO-ACORDO SECTION.
       NOVO-ACORDO-1.
           MOVE ZEROES TO WCODIGO-CLI-AC WQTD-VENC-AC WSALDO-VENC-AC
                          WENTRADA-AC WTAXA-AC WVAL-PARC-AC WTOTAL-AC
           MOVE SPACES TO WRAZAO-AC WMOTIVO-AC
           MOVE 1  TO WQTD-PARC-AC
           MOVE 30 TO WINTERVALO-AC
           ACCEPT WDATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WHOJE-INT = FUNCTION INTEGER-OF-DATE(WDATA-HOJE-N)
           COMPUTE WINT-VENC-AC = WHOJE-INT + WINTERVALO-AC
           COMPUTE WPRIM-VENC-AC =
              FUNCTION DATE-OF-INTEGER(WINT-VENC-AC)
           MOVE 'INFORME O CLIENTE (0 SAI)' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-ACORDO
           ACCEPT TELA-CLIENTE-AC
           INITIALIZE WMENSAGEM
           IF WCODIGO-CLI-AC = ZEROES
              GO TO NOVO-ACORDO-EXIT
           END-IF
           MOVE WCODIGO-CLI-AC TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              MOVE 'CLIENTE NÃO EXISTE ST ' TO WTXT
              MOVE FS-CLI TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVO-ACORDO-EXIT
           END-IF
           MOVE RAZAO TO WRAZAO-AC
           PERFORM R-JUNTA-VENCIDOS
           IF WQTD-VENC-AC = ZEROES
              MOVE 'CLIENTE SEM TITULOS VENCIDOS EM ABERTO' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVO-ACORDO-EXIT
           END-IF
           IF WMAIS-VENC-AC = 1
              MOVE 'MAIS DE 20 VENCIDOS - ACORDO COM OS 20 PRIMEIROS'
                 TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
           END-IF
           DISPLAY TELA-ACORDO
           DISPLAY TELA-CLIENTE-AC
           ACCEPT TELA-CONDICOES-AC
           IF WMOTIVO-AC = SPACES
              MOVE 'ACORDO EXIGE O MOTIVO' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVO-ACORDO-EXIT
           END-IF
           IF WQTD-PARC-AC = ZEROES
              MOVE 1 TO WQTD-PARC-AC
           END-IF
           IF WINTERVALO-AC = ZEROES
              MOVE 30 TO WINTERVALO-AC
           END-IF
           IF WENTRADA-AC NOT < WSALDO-VENC-AC
              MOVE 'ENTRADA COBRE A DIVIDA - USE A BAIXA' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVO-ACORDO-EXIT
           END-IF
           IF WPRIM-VENC-AC < WDATA-HOJE-N
              MOVE 'PRIMEIRO VENCIMENTO ANTERIOR A HOJE' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVO-ACORDO-EXIT
           END-IF
           PERFORM R-CALCULA-PARCELAS
           DISPLAY TELA-ACORDO
           DISPLAY TELA-CLIENTE-AC
           DISPLAY TELA-CONDICOES-AC
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO NOVO-ACORDO-EXIT
           END-IF
      *    (AS ORIGENS SAO RELIDAS ANTES DE GRAVAR: SE ALGUMA FOI
      *     BAIXADA ENTRE A CONSULTA E A CONFIRMACAO NADA E FEITO)
           MOVE 0 TO WERRO-AC
           PERFORM R-CONFERE-ORIGEM
              VARYING WI-AC FROM 1 BY 1 UNTIL WI-AC > WQTD-VENC-AC
           IF WERRO-AC = 1
              MOVE 'TITULO ALTERADO POR OUTRO TERMINAL - REFACA'
                 TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVO-ACORDO-EXIT
           END-IF
           MOVE 'ACORDO' TO LINK-NUM-ENTIDADE
           CALL "GeraNumero" USING LINK-NUMERO
           IF LINK-NUM-STATUS NOT = '0'
              MOVE 'ERRO NA NUMERACAO DO ACORDO' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVO-ACORDO-EXIT
           END-IF
           MOVE LINK-NUM-VALOR TO WNUMERO-AC
           COMPUTE WNF-ACORDO-AC = 900000000 + WNUMERO-AC
           MOVE WQTD-PARC-AC TO WTOTAL-TIT-AC
           IF WENTRADA-AC NOT = ZEROES
              ADD 1 TO WTOTAL-TIT-AC
           END-IF
           PERFORM R-GRAVA-ACORDO
           IF WERRO-AC = 1
              MOVE 'ERRO NA GRAVACAO DO ACORDO ST ' TO WTXT
              MOVE FS-ACD TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVO-ACORDO-EXIT
           END-IF
           PERFORM R-CANCELA-ORIGEM
              VARYING WI-AC FROM 1 BY 1 UNTIL WI-AC > WQTD-VENC-AC
           MOVE ZEROES TO WPARC-NOVA-AC
           IF WENTRADA-AC NOT = ZEROES
              MOVE 1 TO WPARC-NOVA-AC
              MOVE WDATA-HOJE-N TO DATA-VENC-CREC
              MOVE WENTRADA-AC  TO VALOR-CREC
              PERFORM R-GRAVA-PARCELA-AC
           END-IF
           PERFORM R-GERA-PARCELA
              VARYING WI-AC FROM 1 BY 1 UNTIL WI-AC > WQTD-PARC-AC
           MOVE SPACES TO WTXT
           IF WERRO-AC = 0
              STRING 'ACORDO ' WNUMERO-AC ' GRAVADO - NF '
                     WNF-ACORDO-AC DELIMITED BY SIZE INTO WTXT
           ELSE
              MOVE 'ERRO NA GRAVACAO DE PARCELA ST ' TO WTXT
              MOVE FS-CREC TO WST
           END-IF
           PERFORM R-MOSTRA-MENSAGEM.
       NOVO-ACORDO-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-NOVO-ACORDO-ROTINAS SECTION.

       R-MOSTRA-MENSAGEM.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

      *-------------------------------------
      * TITULOS EM ABERTO COM SALDO E VENCIMENTO ANTERIOR A HOJE,
      * PELA CHAVE ALTERNATIVA DO CLIENTE (ATE 20).
      *-------------------------------------
       R-JUNTA-VENCIDOS.
           MOVE ZEROES TO WQTD-VENC-AC WSALDO-VENC-AC WMAIS-VENC-AC
           MOVE WCODIGO-CLI-AC TO CODIGO-CLI-CREC
           START CONTASREC KEY IS NOT LESS THAN CODIGO-CLI-CREC
           MOVE 0 TO WSAIDA
           IF FS-CREC NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-JUNTA-VENCIDOS-1 UNTIL WSAIDA = 1.

       R-JUNTA-VENCIDOS-1.
           READ CONTASREC NEXT
           IF FS-CREC NOT = '00' OR
              CODIGO-CLI-CREC NOT = WCODIGO-CLI-AC
              MOVE 1 TO WSAIDA
           ELSE
              IF CREC-ABERTO AND SALDO-CREC NOT = ZEROES AND
                 DATA-VENC-CREC < WDATA-HOJE-N
                 IF WQTD-VENC-AC < 20
                    ADD 1 TO WQTD-VENC-AC
                    MOVE NUMERO-NF-CREC TO WV-NF-AC(WQTD-VENC-AC)
                    MOVE PARCELA-CREC   TO WV-PARC-AC(WQTD-VENC-AC)
                    MOVE DATA-VENC-CREC TO WV-VENC-AC(WQTD-VENC-AC)
                    MOVE SALDO-CREC     TO WV-SALDO-AC(WQTD-VENC-AC)
                    ADD SALDO-CREC TO WSALDO-VENC-AC
                 ELSE
                    MOVE 1 TO WMAIS-VENC-AC
                 END-IF
              END-IF
           END-IF.

      *-------------------------------------
      * PARCELA PELA TABELA PRICE: BASE * I * (1+I)**N / ((1+I)**N
      * - 1). SEM JUROS: BASE / N COM A SOBRA NA ULTIMA.
      *-------------------------------------
       R-CALCULA-PARCELAS.
           COMPUTE WBASE-AC = WSALDO-VENC-AC - WENTRADA-AC
           IF WTAXA-AC = ZEROES
              COMPUTE WVAL-PARC-AC = WBASE-AC / WQTD-PARC-AC
              COMPUTE WVAL-ULT-PARC-AC = WBASE-AC -
                 (WVAL-PARC-AC * (WQTD-PARC-AC - 1))
           ELSE
              COMPUTE WTAXA-DEC-AC = WTAXA-AC / 100
              COMPUTE WFATOR-AC ROUNDED =
                 (1 + WTAXA-DEC-AC) ** WQTD-PARC-AC
              COMPUTE WVAL-PARC-AC ROUNDED =
                 WBASE-AC * WTAXA-DEC-AC * WFATOR-AC /
                 (WFATOR-AC - 1)
              MOVE WVAL-PARC-AC TO WVAL-ULT-PARC-AC
           END-IF
           COMPUTE WTOTAL-AC = WENTRADA-AC +
              (WVAL-PARC-AC * (WQTD-PARC-AC - 1)) + WVAL-ULT-PARC-AC.

       R-CONFERE-ORIGEM.
           MOVE WV-NF-AC(WI-AC)   TO NUMERO-NF-CREC
           MOVE WV-PARC-AC(WI-AC) TO PARCELA-CREC
           READ CONTASREC
           IF FS-CREC NOT = '00' OR NOT CREC-ABERTO OR
              SALDO-CREC NOT = WV-SALDO-AC(WI-AC)
              MOVE 1 TO WERRO-AC
           END-IF.

       R-GRAVA-ACORDO.
           INITIALIZE REGISTRO-ACORDO
           MOVE WNUMERO-AC      TO NUMERO-ACD
           MOVE WCODIGO-CLI-AC  TO CODIGO-CLI-ACD
           MOVE WDATA-HOJE-N    TO DATA-ACD DATA-SIT-ACD
           MOVE WMOTIVO-AC      TO MOTIVO-ACD
           MOVE WSALDO-VENC-AC  TO VALOR-ORIG-ACD
           MOVE WENTRADA-AC     TO VALOR-ENTRADA-ACD
           MOVE WTAXA-AC        TO TAXA-JUROS-ACD
           MOVE WQTD-PARC-AC    TO QTD-PARC-ACD
           MOVE WINTERVALO-AC   TO INTERVALO-ACD
           MOVE WVAL-PARC-AC    TO VALOR-PARC-ACD
           MOVE WTOTAL-AC       TO VALOR-TOTAL-ACD
           MOVE WNF-ACORDO-AC   TO NF-ACORDO-ACD
           MOVE WTOTAL-TIT-AC   TO TOTAL-TIT-ACD
           MOVE 'A'             TO SITUACAO-ACD
           MOVE LID-OPERADOR-1  TO OPERADOR-ACD
           MOVE WQTD-VENC-AC    TO QTD-ORIG-ACD
           PERFORM R-COPIA-ORIGEM
              VARYING WI-AC FROM 1 BY 1 UNTIL WI-AC > WQTD-VENC-AC
           WRITE REGISTRO-ACORDO
           IF FS-ACD NOT = '00'
              MOVE 1 TO WERRO-AC
           END-IF.

       R-COPIA-ORIGEM.
           MOVE WV-NF-AC(WI-AC)    TO NF-ORIG-ACD(WI-AC)
           MOVE WV-PARC-AC(WI-AC)  TO PARC-ORIG-ACD(WI-AC)
           MOVE WV-VENC-AC(WI-AC)  TO VENC-ORIG-ACD(WI-AC)
           MOVE WV-SALDO-AC(WI-AC) TO SALDO-ORIG-ACD(WI-AC).

      *-------------------------------------
      * TITULO DE ORIGEM: SITUACAO 'R', SALDO ZERADO E O NUMERO DO
      * ACORDO NO MOTIVO (A DIVIDA PASSA PARA AS PARCELAS NOVAS).
      *-------------------------------------
       R-CANCELA-ORIGEM.
           MOVE WV-NF-AC(WI-AC)   TO NUMERO-NF-CREC
           MOVE WV-PARC-AC(WI-AC) TO PARCELA-CREC
           READ CONTASREC WITH LOCK
           IF FS-CREC = '00'
              MOVE SALDO-CREC   TO WTL-SALDO-ANTES
              MOVE ZEROES       TO SALDO-CREC
              MOVE 'R'          TO SITUACAO-CREC
              MOVE WDATA-HOJE-N TO DATA-PERDA-CREC
              MOVE SPACES       TO MOTIVO-PERDA-CREC
              STRING 'ACORDO ' WNUMERO-AC
                 DELIMITED BY SIZE INTO MOTIVO-PERDA-CREC
              REWRITE REGISTRO-CONTASREC
              IF FS-CREC = '00'
                 MOVE 'ACD-RENE' TO WTL-OPERACAO
                 PERFORM R-GRAVA-LOG
              ELSE
                 MOVE 1 TO WERRO-AC
              END-IF
           ELSE
              MOVE 1 TO WERRO-AC
           END-IF.

       R-GERA-PARCELA.
           ADD 1 TO WPARC-NOVA-AC
           COMPUTE WINT-VENC-AC =
              FUNCTION INTEGER-OF-DATE(WPRIM-VENC-AC) +
              (WINTERVALO-AC * (WI-AC - 1))
           COMPUTE DATA-VENC-CREC =
              FUNCTION DATE-OF-INTEGER(WINT-VENC-AC)
           IF WI-AC = WQTD-PARC-AC
              MOVE WVAL-ULT-PARC-AC TO VALOR-CREC
           ELSE
              MOVE WVAL-PARC-AC     TO VALOR-CREC
           END-IF
           PERFORM R-GRAVA-PARCELA-AC.

      *-------------------------------------
      * TITULO NOVO DO ACORDO (VENCIMENTO E VALOR JA NO REGISTRO).
      *-------------------------------------
       R-GRAVA-PARCELA-AC.
           MOVE WNF-ACORDO-AC  TO NUMERO-NF-CREC
           MOVE WPARC-NOVA-AC  TO PARCELA-CREC
           MOVE WCODIGO-CLI-AC TO CODIGO-CLI-CREC
           MOVE WDATA-HOJE-N   TO DATA-EMISSAO-CREC
           MOVE VALOR-CREC     TO SALDO-CREC
           MOVE ZEROES         TO DATA-ULT-PGTO-CREC DATA-PERDA-CREC
           MOVE 'A'            TO SITUACAO-CREC
           MOVE SPACES         TO REMESSA-CREC MOTIVO-PERDA-CREC
           MOVE WTOTAL-TIT-AC  TO TOTAL-PARC-CREC
           WRITE REGISTRO-CONTASREC
           IF FS-CREC = '00'
              MOVE 'ACD-PARC' TO WTL-OPERACAO
              MOVE ZEROES     TO WTL-SALDO-ANTES
              PERFORM R-GRAVA-LOG
           ELSE
              MOVE 1 TO WERRO-AC
           END-IF.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG.
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME
           MOVE WDHTL-DATA       TO WTL-DATA
           MOVE WDHTL-HH         TO WTL-HH
           MOVE WDHTL-MM         TO WTL-MM
           MOVE WDHTL-SS         TO WTL-SS
           MOVE LID-OPERADOR-1   TO WTL-OPERADOR
           MOVE WNUMERO-AC       TO WTL-ACORDO
           MOVE WCODIGO-CLI-AC   TO WTL-CLIENTE
           MOVE NUMERO-NF-CREC   TO WTL-NF
           MOVE PARCELA-CREC     TO WTL-PARCELA
           MOVE SALDO-CREC       TO WTL-SALDO-DEPOIS
           OPEN EXTEND ARQTRANLOG
           IF FS-TRANLOG = '05' OR FS-TRANLOG = '35'
              OPEN OUTPUT ARQTRANLOG
           END-IF
           MOVE WTRANLOG-LINHA TO ARQTRANLOG-REC
           WRITE ARQTRANLOG-REC
           CLOSE ARQTRANLOG.
       R-GRAVA-LOG-EXIT.
           EXIT.

      *-------------------------------------
      * RELATORIO DE ACORDOS: CADA ACORDO COM AS CONDICOES, O QUE JA
      * FOI RECEBIDO DAS PARCELAS NOVAS, O CUMPRIMENTO (PARCELAS
      * VENCIDAS PAGAS ATE O VENCIMENTO SOBRE O TOTAL DE PARCELAS
      * JA VENCIDAS) E OS TITULOS DE ORIGEM.
      *-------------------------------------
       S-RELATORIO-ACORDO SECTION.
       R-RELACORD-1.
           MOVE 'RELACORD.TXT' TO WID-ARQ-REL-1
           MOVE 'RELACORD' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE LID-OPERADOR-1 TO LINK-SPL-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-SPL-EMPRESA
           CALL "RegSpool" USING LINK-SPOOL
           IF LINK-SPL-STATUS = '0'
              MOVE LINK-SPL-ARQUIVO TO WID-ARQ-REL-1
           END-IF
           OPEN OUTPUT ARQREL
           ACCEPT WDATA-HOJE FROM DATE YYYYMMDD
           PERFORM S-IMP-CAB
           MOVE ZEROES TO WTOT-ACORDOS-RA WTOT-ATIVOS-RA
                          WTOT-CUMPRIDOS-RA WTOT-QUEBRADOS-RA
                          WTOT-VALOR-RA WTOT-RECEBIDO-RA
           MOVE ZEROES TO NUMERO-ACD
           START ACORDO KEY IS NOT LESS THAN NUMERO-ACD
           IF FS-ACD = '00'
              PERFORM R-RELACORD-2 UNTIL FS-ACD NOT = '00'
           END-IF
           MOVE CAB03-AC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WTOT-ACORDOS-RA   TO RA-TOT-ACORDOS
           MOVE WTOT-ATIVOS-RA    TO RA-TOT-ATIVOS
           MOVE WTOT-CUMPRIDOS-RA TO RA-TOT-CUMPRIDOS
           MOVE WTOT-QUEBRADOS-RA TO RA-TOT-QUEBRADOS
           MOVE TOT01-AC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WTOT-VALOR-RA    TO RA-TOT-VALOR
           MOVE WTOT-RECEBIDO-RA TO RA-TOT-RECEBIDO
           MOVE TOT02-AC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL
           MOVE SPACES TO WTXT
           STRING 'RELATORIO GERADO EM ' WID-ARQ-REL-1
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-RELACORD-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-RELATORIO-ROTINAS SECTION.

       R-RELACORD-2.
           READ ACORDO NEXT
           IF FS-ACD = '00'
              PERFORM R-APURA-ACORDO
              PERFORM R-IMPRIME-ACORDO
           END-IF.

      *-------------------------------------
      * PERCORRE AS PARCELAS NOVAS DO ACORDO (NF DO ACORDO, PARCELA
      * 1 ATE O TOTAL) NO CONTASREC.
      *-------------------------------------
       R-APURA-ACORDO.
           MOVE ZEROES TO WPARC-VENCIDAS-RA WPARC-PAGAS-RA
                          WPARC-EM-DIA-RA WPARC-ATRASO-RA
                          WPARC-ABERTO-RA WRECEBIDO-RA WPCT-RA
           PERFORM R-APURA-PARCELA
              VARYING WI-AC FROM 1 BY 1 UNTIL WI-AC > TOTAL-TIT-ACD
           IF WPARC-VENCIDAS-RA = ZEROES
              MOVE 100 TO WPCT-RA
           ELSE
              COMPUTE WPCT-RA =
                 WPARC-EM-DIA-RA * 100 / WPARC-VENCIDAS-RA
           END-IF.

       R-APURA-PARCELA.
           MOVE NF-ACORDO-ACD TO NUMERO-NF-CREC
           MOVE WI-AC         TO PARCELA-CREC
           READ CONTASREC
           IF FS-CREC = '00'
              COMPUTE WRECEBIDO-RA = WRECEBIDO-RA +
                 VALOR-CREC - SALDO-CREC
              IF DATA-VENC-CREC < WDATA-HOJE-N OR CREC-QUITADO
                 ADD 1 TO WPARC-VENCIDAS-RA
              END-IF
              IF CREC-QUITADO
                 ADD 1 TO WPARC-PAGAS-RA
                 IF DATA-ULT-PGTO-CREC NOT > DATA-VENC-CREC
                    ADD 1 TO WPARC-EM-DIA-RA
                 ELSE
                    ADD 1 TO WPARC-ATRASO-RA
                 END-IF
              ELSE
                 IF DATA-VENC-CREC < WDATA-HOJE-N
                    ADD 1 TO WPARC-ABERTO-RA
                 END-IF
              END-IF
           END-IF.

       R-IMPRIME-ACORDO.
           ADD 1 TO WTOT-ACORDOS-RA
           ADD VALOR-TOTAL-ACD TO WTOT-VALOR-RA
           ADD WRECEBIDO-RA    TO WTOT-RECEBIDO-RA
           MOVE NUMERO-ACD        TO RA-NUMERO
           MOVE CODIGO-CLI-ACD    TO RA-CLIENTE
           MOVE SPACES            TO RA-RAZAO
           MOVE CODIGO-CLI-ACD    TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE RAZAO TO RA-RAZAO
           END-IF
           MOVE DATA-ACD          TO RA-DATA
           MOVE VALOR-ORIG-ACD    TO RA-ORIGINAL
           MOVE VALOR-ENTRADA-ACD TO RA-ENTRADA
           MOVE QTD-PARC-ACD      TO RA-QTD-PARC
           MOVE VALOR-PARC-ACD    TO RA-VALOR-PARC
           MOVE VALOR-TOTAL-ACD   TO RA-TOTAL
           MOVE WRECEBIDO-RA      TO RA-RECEBIDO
           EVALUATE TRUE
              WHEN ACD-QUEBRADO
                 MOVE 'QUEBRADO' TO RA-SITUACAO
                 ADD 1 TO WTOT-QUEBRADOS-RA
              WHEN ACD-CUMPRIDO
                 MOVE 'CUMPRIDO' TO RA-SITUACAO
                 ADD 1 TO WTOT-CUMPRIDOS-RA
              WHEN WPARC-PAGAS-RA = TOTAL-TIT-ACD
                 MOVE 'CUMPRIDO' TO RA-SITUACAO
                 ADD 1 TO WTOT-CUMPRIDOS-RA
              WHEN WPARC-ABERTO-RA NOT = ZEROES
                 MOVE 'EM ATRASO' TO RA-SITUACAO
                 ADD 1 TO WTOT-ATIVOS-RA
              WHEN OTHER
                 MOVE 'EM DIA' TO RA-SITUACAO
                 ADD 1 TO WTOT-ATIVOS-RA
           END-EVALUATE
           MOVE DET01-AC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE TAXA-JUROS-ACD    TO RA-TAXA
           MOVE WPARC-PAGAS-RA    TO RA-PAGAS
           MOVE WPARC-EM-DIA-RA   TO RA-EM-DIA
           MOVE WPARC-ATRASO-RA   TO RA-ATRASO
           MOVE WPARC-ABERTO-RA   TO RA-ABERTO
           MOVE WPCT-RA           TO RA-PCT
           MOVE DET02-AC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE MOTIVO-ACD        TO RA-MOTIVO
           MOVE DET03-AC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-IMPRIME-ORIGEM
              VARYING WI-AC FROM 1 BY 1 UNTIL WI-AC > QTD-ORIG-ACD
           ADD 1 TO WCONT.

       R-IMPRIME-ORIGEM.
           MOVE NF-ORIG-ACD(WI-AC)    TO RA-NF-ORIG
           MOVE PARC-ORIG-ACD(WI-AC)  TO RA-PARC-ORIG
           MOVE VENC-ORIG-ACD(WI-AC)  TO RA-VENC-ORIG
           MOVE SALDO-ORIG-ACD(WI-AC) TO RA-SALDO-ORIG
           MOVE DET04-AC TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       S-IMP-CAB.
           MOVE ZEROES TO WCONT
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB01-AC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB02-AC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB03-AC TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       ABRE-ARQUIVOS.
           OPEN I-O ACORDO.
           IF FS-ACD = '35'
              CLOSE ACORDO OPEN OUTPUT ACORDO
              CLOSE ACORDO OPEN I-O ACORDO
           END-IF
           IF FS-ACD = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE ACORDOS ST ' TO WTXT
              MOVE FS-ACD TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O CONTASREC.
           IF FS-CREC NOT = '00'
              MOVE 'ERRO NA ABERTURA DO CONTAS A RECEBER ST ' TO WTXT
              MOVE FS-CREC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE CLIENTES ST '
                TO WTXT
              MOVE FS-CLI TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
