      *--------------------------
      * ENVIO DOS DOCUMENTOS AO CLIENTE POR E-MAIL (FILA DE SAIDA)
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ExeEnvioMsg.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Entrega ao gateway de e-mail a
      *              fila de documentos ao cliente (ARQMSG.DAT,
      *              gravada pelo GravaMsg a partir do boleto, do
      *              extrato e da carta de cobranca). Primeiro le o
      *              retorno do gateway (MAILRET.TXT) e marca as
      *              mensagens devolvidas pelo servidor do cliente
      *              ('D', com data e motivo) e a data de entrega das
      *              aceitas. Depois, para cada mensagem pendente,
      *              confere o e-mail atual do cadastro (ChkEmail):
      *              sem endereco valido a mensagem fica 'N'; com
      *              endereco valido vai para o lote MAILOUT-<lote>.TXT
      *              e fica 'E'. Mensagem 'N' volta a sair quando o
      *              cadastro ganha e-mail valido; mensagem devolvida
      *              so volta a sair com e-mail novo no cadastro.
      *              Resumo em RELENVMSG (spool) e no TRANLOG.LOG.
      *              Pode ser encadeado no ExeAgendador (modo 'L').
      * 2026-10-15 - Tipo NFE na fila (XML da NF-e enviado pelo
      *              ExeFaturamento).
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MENSAGENS ASSIGN TO  DISK WID-ARQ-MSG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS SEQ-MSG
              ALTERNATE RECORD KEY IS CLIENTE-MSG  WITH DUPLICATES
              ALTERNATE RECORD KEY IS SITUACAO-MSG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MSG.

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

       SELECT ARQSAIDA ASSIGN TO DISK WID-ARQ-SAIDA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-SAIDA.

       SELECT ARQRET ASSIGN TO DISK WID-ARQ-RET
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-RET.

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
      *    (SITUACAO: P=PENDENTE, E=ENTREGUE AO GATEWAY DE E-MAIL,
      *     D=DEVOLVIDA PELO SERVIDOR DO DESTINATARIO, N=SEM
      *     ENDERECO VALIDO NO CADASTRO)
       FD MENSAGENS.
       01 REGISTRO-MENSAGENS.
          02 SEQ-MSG                  PIC  9(009).
          02 CLIENTE-MSG              PIC  9(007) VALUE ZEROES.
          02 SITUACAO-MSG             PIC  X(001) VALUE 'P'.
             88 MSG-PENDENTE          VALUE 'P'.
             88 MSG-ENVIADA           VALUE 'E'.
             88 MSG-DEVOLVIDA         VALUE 'D'.
             88 MSG-SEM-ENDERECO      VALUE 'N'.
          02 TIPO-MSG                 PIC  X(003) VALUE SPACES.
             88 MSG-BOLETO            VALUE 'BOL'.
             88 MSG-EXTRATO           VALUE 'EXT'.
             88 MSG-CARTA             VALUE 'CAR'.
             88 MSG-NFE               VALUE 'NFE'.
          02 EMAIL-MSG                PIC  X(040) VALUE SPACES.
          02 ASSUNTO-MSG              PIC  X(040) VALUE SPACES.
          02 ANEXO-MSG                PIC  X(050) VALUE SPACES.
          02 ORIGEM-MSG               PIC  X(050) VALUE SPACES.
          02 NF-MSG                   PIC  9(009) VALUE ZEROES.
          02 PARCELA-MSG              PIC  9(003) VALUE ZEROES.
          02 DATA-MSG                 PIC  9(008) VALUE ZEROES.
          02 HORA-MSG                 PIC  9(006) VALUE ZEROES.
          02 OPERADOR-MSG             PIC  X(010) VALUE SPACES.
          02 DATA-ENVIO-MSG           PIC  9(008) VALUE ZEROES.
          02 HORA-ENVIO-MSG           PIC  9(006) VALUE ZEROES.
          02 LOTE-MSG                 PIC  9(009) VALUE ZEROES.
          02 TENTATIVAS-MSG           PIC  9(003) VALUE ZEROES.
          02 DATA-RETORNO-MSG         PIC  9(008) VALUE ZEROES.
          02 MOTIVO-MSG               PIC  X(030) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

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
          02 FILLER                 PIC  X(054).

       FD  ARQSAIDA.
       01  ARQSAIDA-REC             PIC X(200).

       FD  ARQRET.
       01  ARQRET-REC               PIC X(100).

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-MSG.
           02 FS-MSG-1                PIC 9.
           02 FS-MSG-2                PIC 9.
           02 FS-MSG-R REDEFINES FS-MSG-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLIENTES-1                PIC 9.
           02 FS-CLIENTES-2                PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01 FS-SAIDA                    PIC XX VALUE '00'.
       01 FS-RET                      PIC XX VALUE '00'.
       01 FS-REL                      PIC XX VALUE '00'.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WID-ARQ-MSG                 PIC X(50) VALUE 'ARQMSG.DAT'.
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-SAIDA               PIC X(50) VALUE SPACES.
       01 WID-ARQ-RET                 PIC X(50) VALUE 'MAILRET.TXT'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WX                   PIC X VALUE SPACES.
       01 WCONFIRMA-EV         PIC X VALUE SPACES.
       01 WDATA-HOJE-EV        PIC 9(008) VALUE ZEROES.
       01 WHORA-EV.
          02 WHORA-HHMMSS-EV   PIC 9(006).
          02 FILLER            PIC 9(002).
       77 WSAIDA-EV            PIC 9 VALUE ZEROES.
       77 WI-EV                PIC 9(004) VALUE ZEROES.
       77 WSAIDA-ABERTA-EV     PIC 9 VALUE ZEROES.
       77 WLOTE-EV             PIC 9(009) VALUE ZEROES.
       77 WQTD-ENVIADAS-EV     PIC 9(005) VALUE ZEROES.
       77 WQTD-SEM-END-EV      PIC 9(005) VALUE ZEROES.
       77 WQTD-DEVOLV-EV       PIC 9(005) VALUE ZEROES.
       77 WQTD-ENTREGUES-EV    PIC 9(005) VALUE ZEROES.
       77 WQTD-RET-IGN-EV      PIC 9(005) VALUE ZEROES.
       01 WEMAIL-EV            PIC X(040) VALUE SPACES.
       01 WSIT-ANOTA-EV        PIC X(001) VALUE SPACES.

      *    MENSAGENS A TRATAR, ANOTADAS ANTES DO ENVIO (A SITUACAO,
      *    CHAVE ALTERNATIVA DA VARREDURA, MUDA NO PROCESSAMENTO).
      *    PENDENTES PRIMEIRO; DEPOIS AS SEM ENDERECO E AS DEVOLVIDAS
      *    QUE JA TEM E-MAIL VALIDO (E NOVO, NAS DEVOLVIDAS) NO
      *    CADASTRO. O EXCEDENTE FICA PARA A PROXIMA RODADA.
       77 WMAX-FILA-EV         PIC 9(004) VALUE 500.
       77 WQTD-FILA-EV         PIC 9(004) VALUE ZEROES.
       01 WCHEIA-FILA-EV       PIC X VALUE 'N'.
       01 WTAB-FILA-EV.
          02 WFILA-SEQ-EV OCCURS 500 TIMES PIC 9(009).

      *-------------------------------------
      * LOTE PARA O GATEWAY (MAILOUT-<LOTE>.TXT, POSICIONAL, 200):
      * '0' LOTE(9) DATA(8) HORA(6) EMPRESA(3)
      * 'M' SEQ(9) CLIENTE(7) TIPO(3) E-MAIL(40) ASSUNTO(40)
      *     ANEXO(50) NF(9) PARCELA(3)
      * '9' QTDE-MENSAGENS(5)
      *-------------------------------------
       01 WSAI-LINHA-EV           PIC X(200) VALUE SPACES.
       01 WSAI-CAB-EV REDEFINES WSAI-LINHA-EV.
          02 WSC-TIPO             PIC X(001).
          02 WSC-LOTE             PIC 9(009).
          02 WSC-DATA             PIC 9(008).
          02 WSC-HORA             PIC 9(006).
          02 WSC-EMPRESA          PIC 9(003).
          02 FILLER               PIC X(173).
       01 WSAI-MSG-EV REDEFINES WSAI-LINHA-EV.
          02 WSM-TIPO             PIC X(001).
          02 WSM-SEQ              PIC 9(009).
          02 WSM-CLIENTE          PIC 9(007).
          02 WSM-TIPO-DOC         PIC X(003).
          02 WSM-EMAIL            PIC X(040).
          02 WSM-ASSUNTO          PIC X(040).
          02 WSM-ANEXO            PIC X(050).
          02 WSM-NF               PIC 9(009).
          02 WSM-PARCELA          PIC 9(003).
          02 FILLER               PIC X(038).
       01 WSAI-TRL-EV REDEFINES WSAI-LINHA-EV.
          02 WST-TIPO             PIC X(001).
          02 WST-QTDE             PIC 9(005).
          02 FILLER               PIC X(194).

      *-------------------------------------
      * RETORNO DO GATEWAY (MAILRET.TXT, POSICIONAL, 100):
      * 'R' SEQ(9) LOTE(9) SITUACAO(1) DATA(8) MOTIVO(30)
      *     (SITUACAO E=ENTREGUE AO SERVIDOR DO CLIENTE,
      *      D=DEVOLVIDA). SO VALE PARA A MENSAGEM AINDA NO LOTE
      *     INFORMADO - RELER O MESMO RETORNO NAO ALTERA NADA.
      *-------------------------------------
       01 WRET-LINHA-EV           PIC X(100) VALUE SPACES.
       01 WRET-DET-EV REDEFINES WRET-LINHA-EV.
          02 WRD-TIPO             PIC X(001).
          02 WRD-SEQ              PIC 9(009).
          02 WRD-LOTE             PIC 9(009).
          02 WRD-SITUACAO         PIC X(001).
          02 WRD-DATA             PIC 9(008).
          02 WRD-MOTIVO           PIC X(030).
          02 FILLER               PIC X(042).

       01 WREL-TIT-EV.
          02 FILLER            PIC X(037)
             VALUE 'ENVIO DE DOCUMENTOS POR E-MAIL - DATA'.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RT-DATA-EV        PIC 9(008).

       01 WREL-MSG-EV.
          02 RL-SEQ-EV         PIC 9(009).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-CLIENTE-EV     PIC 9(007).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-TIPO-EV        PIC X(003).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-EMAIL-EV       PIC X(040).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-TEXTO-EV       PIC X(040).

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
          02 WTL-OPERACAO           PIC X(08) VALUE 'ENVMSG'.
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-LOTE               PIC 9(009).
          02 FILLER                 PIC X(10) VALUE ' ENVIADAS '.
          02 WTL-ENVIADAS           PIC 9(005).
          02 FILLER                 PIC X(13) VALUE ' SEM ENDERECO'.
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-SEM-END            PIC 9(005).
          02 FILLER                 PIC X(12) VALUE ' DEVOLVIDAS '.
          02 WTL-DEVOLV             PIC 9(005).

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-ENVMSG.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - ENVIO DE E-MAILS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 22 VALUE "DOCUMENTOS AO CLIENTE POR E-MAIL".
          02 LINE 6 COL 10 VALUE "LE O RETORNO DO GATEWAY (MAILRET)".
          02 LINE 7 COL 10 VALUE "E GERA O LOTE DOS PENDENTES".
          02 LINE 9 COL 10 VALUE "CONFIRMA O ENVIO ? (S/N):".
          02 LINE 9 COL 37 PIC X USING WCONFIRMA-EV.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
      *    (AS MENSAGENS VAO PARA CLIENTES REAIS: NADA DISSO RODA NA
      *     EMPRESA DE TREINAMENTO)
           IF LID-EMP-TREINO
              MOVE 'INDISPONIVEL NA EMPRESA DE TREINAMENTO' TO WTXT
              PERFORM R-MSG-EV
              GO TO INICIO-EXIT
           END-IF
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MSG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-RET
           MOVE LID-ARQ-CLIENTE-1 TO WID-ARQ-CLIENTE-1
           MOVE SPACES TO WCONFIRMA-EV
      *    (ETAPA DE CADEIA/AGENDADOR: RODA DIRETO, SEM TELA - O
      *     RESULTADO FICA NO RELENVMSG E NO TRANLOG.LOG)
           IF LID-MODO-1 = 'L'
              MOVE 'S' TO WCONFIRMA-EV
           ELSE
              DISPLAY TELA-ENVMSG
              ACCEPT TELA-ENVMSG
           END-IF
           IF WCONFIRMA-EV = 'S' OR 's'
              PERFORM R-ENVIA THRU R-ENVIA-FIM
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.

       R-MSG-EV.
           IF LID-MODO-1 NOT = 'L'
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.

       R-ENVIA.
           OPEN I-O MENSAGENS
           IF FS-MSG NOT = '00'
              MOVE 'FILA DE E-MAIL VAZIA ST ' TO WTXT
              MOVE FS-MSG TO WST
              PERFORM R-MSG-EV
              GO TO R-ENVIA-FIM
           END-IF
           OPEN INPUT CLIENTES
           ACCEPT WDATA-HOJE-EV FROM DATE YYYYMMDD
           ACCEPT WHORA-EV FROM TIME
           MOVE ZEROES TO WQTD-ENVIADAS-EV WQTD-SEM-END-EV
                          WQTD-DEVOLV-EV WQTD-ENTREGUES-EV
                          WQTD-RET-IGN-EV WQTD-FILA-EV WLOTE-EV
                          WSAIDA-ABERTA-EV
           MOVE 'N' TO WCHEIA-FILA-EV
           PERFORM R-ABRE-RELATORIO-EV
           PERFORM R-LE-RETORNO-EV THRU R-LE-RETORNO-EV-FIM
           MOVE 'P' TO WSIT-ANOTA-EV
           PERFORM R-ANOTA-SITUACAO-EV THRU R-ANOTA-SITUACAO-EV-FIM
           MOVE 'N' TO WSIT-ANOTA-EV
           PERFORM R-ANOTA-SITUACAO-EV THRU R-ANOTA-SITUACAO-EV-FIM
           MOVE 'D' TO WSIT-ANOTA-EV
           PERFORM R-ANOTA-SITUACAO-EV THRU R-ANOTA-SITUACAO-EV-FIM
           PERFORM R-TRATA-MSG-EV THRU R-TRATA-MSG-EV-FIM
              VARYING WI-EV FROM 1 BY 1 UNTIL WI-EV > WQTD-FILA-EV
           IF WSAIDA-ABERTA-EV = 1
              MOVE SPACES          TO WSAI-LINHA-EV
              MOVE '9'             TO WST-TIPO
              MOVE WQTD-ENVIADAS-EV TO WST-QTDE
              WRITE ARQSAIDA-REC FROM WSAI-LINHA-EV
              CLOSE ARQSAIDA
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'ENVIADAS AO GATEWAY: ' WQTD-ENVIADAS-EV
                  '  SEM E-MAIL VALIDO: ' WQTD-SEM-END-EV
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'RETORNO - ENTREGUES: ' WQTD-ENTREGUES-EV
                  '  DEVOLVIDAS: ' WQTD-DEVOLV-EV
                  '  IGNORADOS: ' WQTD-RET-IGN-EV
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF WCHEIA-FILA-EV = 'S'
              MOVE 'MAIS MENSAGENS QUE O LIMITE DA RODADA - RESTANTE
      -            ' NA PROXIMA' TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           CLOSE ARQREL MENSAGENS CLIENTES
           PERFORM R-GRAVA-LOG
           MOVE WQTD-ENVIADAS-EV TO LID-QTD-REG-1
           MOVE SPACES TO WTXT
           STRING 'ENVIADAS ' WQTD-ENVIADAS-EV
                  ' SEM E-MAIL ' WQTD-SEM-END-EV
                  ' DEVOLVIDAS ' WQTD-DEVOLV-EV
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MSG-EV.
       R-ENVIA-FIM.
           EXIT.

      *-------------------------------------
      * RETORNO DO GATEWAY: DEVOLVIDA MARCA 'D' COM DATA E MOTIVO;
      * ENTREGUE SO ANOTA A DATA. A LINHA SO VALE PARA A MENSAGEM
      * AINDA 'E' NO MESMO LOTE (A REENVIADA TEM LOTE NOVO).
      *-------------------------------------
       R-LE-RETORNO-EV.
           OPEN INPUT ARQRET
           IF FS-RET NOT = '00'
              GO TO R-LE-RETORNO-EV-FIM
           END-IF
           MOVE 0 TO WSAIDA-EV
           PERFORM R-LE-RETORNO-EV-1 UNTIL WSAIDA-EV = 1
           CLOSE ARQRET.
       R-LE-RETORNO-EV-FIM.
           EXIT.

       R-LE-RETORNO-EV-1.
           READ ARQRET INTO WRET-LINHA-EV
              AT END MOVE 1 TO WSAIDA-EV
           END-READ
           IF WSAIDA-EV = 0 AND WRD-TIPO = 'R'
              PERFORM R-APLICA-RETORNO-EV THRU R-APLICA-RETORNO-EV-FIM
           END-IF.

       R-APLICA-RETORNO-EV.
           IF WRD-SEQ NOT NUMERIC OR WRD-LOTE NOT NUMERIC
              ADD 1 TO WQTD-RET-IGN-EV
              GO TO R-APLICA-RETORNO-EV-FIM
           END-IF
           MOVE WRD-SEQ TO SEQ-MSG
           READ MENSAGENS
           IF FS-MSG NOT = '00'
              ADD 1 TO WQTD-RET-IGN-EV
              GO TO R-APLICA-RETORNO-EV-FIM
           END-IF
           IF NOT MSG-ENVIADA OR LOTE-MSG NOT = WRD-LOTE
              GO TO R-APLICA-RETORNO-EV-FIM
           END-IF
           EVALUATE WRD-SITUACAO
              WHEN 'D'
                 MOVE 'D'           TO SITUACAO-MSG
                 MOVE WRD-DATA      TO DATA-RETORNO-MSG
                 MOVE WRD-MOTIVO    TO MOTIVO-MSG
                 REWRITE REGISTRO-MENSAGENS
                 ADD 1 TO WQTD-DEVOLV-EV
                 MOVE 'DEVOLVIDA: ' TO RL-TEXTO-EV
                 MOVE WRD-MOTIVO    TO RL-TEXTO-EV(12:29)
                 PERFORM R-LINHA-REL-EV
              WHEN 'E'
                 IF DATA-RETORNO-MSG = ZEROES
                    MOVE WRD-DATA   TO DATA-RETORNO-MSG
                    REWRITE REGISTRO-MENSAGENS
                    ADD 1 TO WQTD-ENTREGUES-EV
                 END-IF
              WHEN OTHER
                 ADD 1 TO WQTD-RET-IGN-EV
           END-EVALUATE.
       R-APLICA-RETORNO-EV-FIM.
           EXIT.

      *-------------------------------------
      * ANOTA AS MENSAGENS DE UMA SITUACAO PELA CHAVE ALTERNATIVA
      *-------------------------------------
       R-ANOTA-SITUACAO-EV.
           IF WCHEIA-FILA-EV = 'S'
              GO TO R-ANOTA-SITUACAO-EV-FIM
           END-IF
           MOVE WSIT-ANOTA-EV TO SITUACAO-MSG
           START MENSAGENS KEY IS NOT LESS THAN SITUACAO-MSG
           MOVE 0 TO WSAIDA-EV
           IF FS-MSG NOT = '00'
              MOVE 1 TO WSAIDA-EV
           END-IF
           PERFORM R-ANOTA-MSG-EV UNTIL WSAIDA-EV = 1.
       R-ANOTA-SITUACAO-EV-FIM.
           EXIT.

       R-ANOTA-MSG-EV.
           READ MENSAGENS NEXT
           IF FS-MSG NOT = '00' OR SITUACAO-MSG NOT = WSIT-ANOTA-EV
              MOVE 1 TO WSAIDA-EV
           ELSE
              IF NOT MSG-PENDENTE
                 PERFORM R-EMAIL-ATUAL-EV
              END-IF
              IF MSG-PENDENTE OR
                 (LINK-EML-STATUS = '0' AND
                  (MSG-SEM-ENDERECO OR WEMAIL-EV NOT = EMAIL-MSG))
                 IF WQTD-FILA-EV < WMAX-FILA-EV
                    ADD 1 TO WQTD-FILA-EV
                    MOVE SEQ-MSG TO WFILA-SEQ-EV(WQTD-FILA-EV)
                 ELSE
                    MOVE 'S' TO WCHEIA-FILA-EV
                    MOVE 1 TO WSAIDA-EV
                 END-IF
              END-IF
           END-IF.

      *    (E-MAIL DO CADASTRO NO MOMENTO DO ENVIO; CLIENTE FORA DO
      *     CADASTRO FICA COM O E-MAIL DA EMISSAO)
       R-EMAIL-ATUAL-EV.
           MOVE EMAIL-MSG TO WEMAIL-EV
           MOVE CLIENTE-MSG TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE EMAIL TO WEMAIL-EV
           END-IF
           MOVE WEMAIL-EV TO LINK-EML-ENDERECO
           CALL "ChkEmail" USING LINK-EMAIL.

      *-------------------------------------
      * UMA MENSAGEM ANOTADA: SEM E-MAIL VALIDO FICA 'N'; SENAO VAI
      * PARA O LOTE DO GATEWAY E FICA 'E'.
      *-------------------------------------
       R-TRATA-MSG-EV.
           MOVE WFILA-SEQ-EV(WI-EV) TO SEQ-MSG
           READ MENSAGENS
           IF FS-MSG NOT = '00'
              GO TO R-TRATA-MSG-EV-FIM
           END-IF
           PERFORM R-EMAIL-ATUAL-EV
           IF LINK-EML-STATUS NOT = '0'
              IF NOT MSG-SEM-ENDERECO
                 MOVE 'N'        TO SITUACAO-MSG
                 MOVE WEMAIL-EV  TO EMAIL-MSG
                 IF LINK-EML-STATUS = '1'
                    MOVE 'SEM E-MAIL NO CADASTRO' TO MOTIVO-MSG
                 ELSE
                    MOVE 'E-MAIL INVALIDO NO CADASTRO' TO MOTIVO-MSG
                 END-IF
                 MOVE WDATA-HOJE-EV TO DATA-RETORNO-MSG
                 REWRITE REGISTRO-MENSAGENS
                 ADD 1 TO WQTD-SEM-END-EV
                 MOVE MOTIVO-MSG TO RL-TEXTO-EV
                 PERFORM R-LINHA-REL-EV
              END-IF
              GO TO R-TRATA-MSG-EV-FIM
           END-IF
           IF WSAIDA-ABERTA-EV = 0
              PERFORM R-ABRE-LOTE-EV THRU R-ABRE-LOTE-EV-FIM
              IF WSAIDA-ABERTA-EV = 0
                 GO TO R-TRATA-MSG-EV-FIM
              END-IF
           END-IF
           MOVE SPACES        TO WSAI-LINHA-EV
           MOVE 'M'           TO WSM-TIPO
           MOVE SEQ-MSG       TO WSM-SEQ
           MOVE CLIENTE-MSG   TO WSM-CLIENTE
           MOVE TIPO-MSG      TO WSM-TIPO-DOC
           MOVE WEMAIL-EV     TO WSM-EMAIL
           MOVE ASSUNTO-MSG   TO WSM-ASSUNTO
           MOVE ANEXO-MSG     TO WSM-ANEXO
           MOVE NF-MSG        TO WSM-NF
           MOVE PARCELA-MSG   TO WSM-PARCELA
           WRITE ARQSAIDA-REC FROM WSAI-LINHA-EV
           IF MSG-DEVOLVIDA
              MOVE 'REENVIADA COM E-MAIL NOVO' TO RL-TEXTO-EV
           ELSE
              MOVE 'ENVIADA AO GATEWAY' TO RL-TEXTO-EV
           END-IF
           MOVE 'E'             TO SITUACAO-MSG
           MOVE WEMAIL-EV       TO EMAIL-MSG
           MOVE WDATA-HOJE-EV   TO DATA-ENVIO-MSG
           MOVE WHORA-HHMMSS-EV TO HORA-ENVIO-MSG
           MOVE WLOTE-EV        TO LOTE-MSG
           ADD 1                TO TENTATIVAS-MSG
           MOVE ZEROES          TO DATA-RETORNO-MSG
           MOVE SPACES          TO MOTIVO-MSG
           REWRITE REGISTRO-MENSAGENS
           ADD 1 TO WQTD-ENVIADAS-EV
           PERFORM R-LINHA-REL-EV.
       R-TRATA-MSG-EV-FIM.
           EXIT.

      *    (O LOTE SO E NUMERADO E CRIADO SE HOUVER O QUE ENVIAR)
       R-ABRE-LOTE-EV.
           MOVE 'LOTEMSG' TO LINK-NUM-ENTIDADE
           CALL "GeraNumero" USING LINK-NUMERO
           IF LINK-NUM-STATUS NOT = '0'
              GO TO R-ABRE-LOTE-EV-FIM
           END-IF
           MOVE LINK-NUM-VALOR TO WLOTE-EV
           MOVE SPACES TO WID-ARQ-SAIDA
           STRING 'MAILOUT-' WLOTE-EV '.TXT'
              DELIMITED BY SIZE INTO WID-ARQ-SAIDA
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SAIDA
           OPEN OUTPUT ARQSAIDA
           IF FS-SAIDA NOT = '00'
              GO TO R-ABRE-LOTE-EV-FIM
           END-IF
           MOVE 1 TO WSAIDA-ABERTA-EV
           MOVE SPACES          TO WSAI-LINHA-EV
           MOVE '0'             TO WSC-TIPO
           MOVE WLOTE-EV        TO WSC-LOTE
           MOVE WDATA-HOJE-EV   TO WSC-DATA
           MOVE WHORA-HHMMSS-EV TO WSC-HORA
           MOVE LID-EMPRESA-1   TO WSC-EMPRESA
           WRITE ARQSAIDA-REC FROM WSAI-LINHA-EV
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'LOTE GERADO: ' WID-ARQ-SAIDA
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC.
       R-ABRE-LOTE-EV-FIM.
           EXIT.

       R-LINHA-REL-EV.
           MOVE SEQ-MSG     TO RL-SEQ-EV
           MOVE CLIENTE-MSG TO RL-CLIENTE-EV
           MOVE TIPO-MSG    TO RL-TIPO-EV
           MOVE EMAIL-MSG   TO RL-EMAIL-EV
           MOVE WREL-MSG-EV TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO RL-TEXTO-EV.

       R-ABRE-RELATORIO-EV.
           MOVE 'RELENVMSG.TXT' TO WID-ARQ-REL-1
           MOVE 'RELENVMSG' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
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
           MOVE WDATA-HOJE-EV TO RT-DATA-EV
           MOVE WREL-TIT-EV TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-GRAVA-LOG.
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME
           MOVE WDHTL-DATA       TO WTL-DATA
           MOVE WDHTL-HH         TO WTL-HH
           MOVE WDHTL-MM         TO WTL-MM
           MOVE WDHTL-SS         TO WTL-SS
           MOVE LID-OPERADOR-1   TO WTL-OPERADOR
           MOVE WLOTE-EV         TO WTL-LOTE
           MOVE WQTD-ENVIADAS-EV TO WTL-ENVIADAS
           MOVE WQTD-SEM-END-EV  TO WTL-SEM-END
           MOVE WQTD-DEVOLV-EV   TO WTL-DEVOLV
           OPEN EXTEND ARQTRANLOG
           IF FS-TRANLOG = '05' OR FS-TRANLOG = '35'
              OPEN OUTPUT ARQTRANLOG
           END-IF
           MOVE WTRANLOG-LINHA TO ARQTRANLOG-REC
           WRITE ARQTRANLOG-REC
           CLOSE ARQTRANLOG.
