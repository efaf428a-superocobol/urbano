      *--------------------------
      * CONSULTA DA FILA DE E-MAILS AO CLIENTE E EXCECOES DE E-MAIL
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ConsMensagem.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. [1] Consulta, por cliente, dos
      *              documentos enfileirados para e-mail (ARQMSG.DAT,
      *              chave alternativa do cliente): uma mensagem por
      *              tela com tipo, assunto, NF/parcela, e-mail de
      *              destino, situacao, geracao, envio (lote e
      *              tentativas) e retorno do gateway. [2] Relatorio
      *              de excecoes RELMSGEXC (spool): clientes ativos
      *              sem e-mail ou com e-mail invalido no cadastro
      *              (ChkEmail) e clientes com mensagem devolvida no
      *              e-mail atual, com a data e o motivo da ultima
      *              devolucao e a quantidade de mensagens paradas.
      * 2026-10-15 - Tipo NFE (XML da NF-e) na consulta da fila.
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
       01 FS-REL                      PIC XX VALUE '00'.

       01 WID-ARQ-MSG                 PIC X(50) VALUE 'ARQMSG.DAT'.
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WOPCAO-MS            PIC 9 VALUE ZEROES.
       77 WX                   PIC X VALUE SPACES.
       77 WSAIDA-MS            PIC 9 VALUE ZEROES.
       77 WSAIDA-CLI-MS        PIC 9 VALUE ZEROES.
       77 WMSG-ABERTO-MS       PIC 9 VALUE ZEROES.
       01 WCLI-ALVO-MS         PIC 9(007) VALUE ZEROES.
       01 WRAZAO-MS            PIC X(040) VALUE SPACES.
       77 WQTD-MSG-MS          PIC 9(005) VALUE ZEROES.
       77 WQTD-PARADAS-MS      PIC 9(005) VALUE ZEROES.
       77 WQTD-EXC-MS          PIC 9(005) VALUE ZEROES.
       01 WULT-DEVOL-MS        PIC 9(008) VALUE ZEROES.
       01 WULT-MOTIVO-MS       PIC X(030) VALUE SPACES.

      *    CAMPOS DA TELA DA MENSAGEM
       01 WMS-TIPO             PIC X(020) VALUE SPACES.
       01 WMS-SITUACAO         PIC X(030) VALUE SPACES.
       01 WMS-DATA             PIC 9(004)/9(002)/9(002).
       01 WMS-HORA             PIC 99B99B99.
       01 WMS-DATA-ENVIO       PIC 9(004)/9(002)/9(002).
       01 WMS-HORA-ENVIO       PIC 99B99B99.
       01 WMS-DATA-RETORNO     PIC 9(004)/9(002)/9(002).

       01 WREL-TIT-MS.
          02 FILLER            PIC X(050)
             VALUE 'EXCECOES DE E-MAIL DE CLIENTES ATIVOS'.
       01 WREL-CAB-MS.
          02 FILLER            PIC X(008) VALUE 'CLIENTE '.
          02 FILLER            PIC X(031) VALUE 'RAZAO SOCIAL'.
          02 FILLER            PIC X(041) VALUE 'E-MAIL NO CADASTRO'.
          02 FILLER            PIC X(021) VALUE 'OCORRENCIA'.
          02 FILLER            PIC X(011) VALUE 'ULT.DEVOL.'.
          02 FILLER            PIC X(031) VALUE 'MOTIVO'.
          02 FILLER            PIC X(007) VALUE 'PARADAS'.
       01 WREL-LINHA-MS.
          02 RL-CLIENTE-MS     PIC 9(007).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-RAZAO-MS       PIC X(030).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-EMAIL-MS       PIC X(040).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-OCORRENCIA-MS  PIC X(020).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-DATA-MS        PIC 9(008).
          02 FILLER            PIC X(003) VALUE SPACES.
          02 RL-MOTIVO-MS      PIC X(030).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-PARADAS-MS     PIC ZZZZ9.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-OPCAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - E-MAILS AO CLIENTE".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] CONSULTA POR CLIENTE".
          02 LINE 8 COL 10 VALUE "[2] RELATORIO DE EXCECOES DE E-MAIL".
          02 LINE 9 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-MS AUTO.

       01 TELA-PARAM-MS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - E-MAILS AO CLIENTE".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 24 VALUE "CONSULTA DE E-MAILS DO CLIENTE".
          02 LINE 7 COL 10 VALUE "CLIENTE...............:".
          02 LINE 7 COL 48 VALUE "(0=SAIR)".
          02 LINE 7 COL 35 PIC 9(007) USING WCLI-ALVO-MS.

       01 TELA-MSG-MS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - E-MAILS AO CLIENTE".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 10 VALUE "CLIENTE.....:".
          02 LINE 4 COL 24 PIC 9(007) FROM CLIENTE-MSG.
          02 LINE 4 COL 32 PIC X(040) FROM WRAZAO-MS.
          02 LINE 6 COL 10 VALUE "MENSAGEM....:".
          02 LINE 6 COL 24 PIC 9(009) FROM SEQ-MSG.
          02 LINE 6 COL 36 PIC X(020) FROM WMS-TIPO.
          02 LINE 7 COL 10 VALUE "ASSUNTO.....:".
          02 LINE 7 COL 24 PIC X(040) FROM ASSUNTO-MSG.
          02 LINE 8 COL 10 VALUE "NF/PARCELA..:".
          02 LINE 8 COL 24 PIC 9(009) FROM NF-MSG.
          02 LINE 8 COL 33 VALUE "/".
          02 LINE 8 COL 34 PIC 9(003) FROM PARCELA-MSG.
          02 LINE 9 COL 10 VALUE "E-MAIL......:".
          02 LINE 9 COL 24 PIC X(040) FROM EMAIL-MSG.
          02 LINE 10 COL 10 VALUE "ANEXO.......:".
          02 LINE 10 COL 24 PIC X(050) FROM ANEXO-MSG.
          02 LINE 11 COL 10 VALUE "SITUACAO....:".
          02 LINE 11 COL 24 PIC X(030) FROM WMS-SITUACAO.
          02 LINE 13 COL 10 VALUE "GERADA EM...:".
          02 LINE 13 COL 24 PIC X(010) FROM WMS-DATA.
          02 LINE 13 COL 35 PIC X(008) FROM WMS-HORA.
          02 LINE 13 COL 45 VALUE "OPERADOR:".
          02 LINE 13 COL 55 PIC X(010) FROM OPERADOR-MSG.
          02 LINE 14 COL 10 VALUE "ENVIADA EM..:".
          02 LINE 14 COL 24 PIC X(010) FROM WMS-DATA-ENVIO.
          02 LINE 14 COL 35 PIC X(008) FROM WMS-HORA-ENVIO.
          02 LINE 14 COL 45 VALUE "LOTE:".
          02 LINE 14 COL 51 PIC 9(009) FROM LOTE-MSG.
          02 LINE 14 COL 62 VALUE "TENTATIVAS:".
          02 LINE 14 COL 74 PIC 9(003) FROM TENTATIVAS-MSG.
          02 LINE 15 COL 10 VALUE "RETORNO EM..:".
          02 LINE 15 COL 24 PIC X(010) FROM WMS-DATA-RETORNO.
          02 LINE 16 COL 10 VALUE "MOTIVO......:".
          02 LINE 16 COL 24 PIC X(030) FROM MOTIVO-MSG.
          02 LINE 18 COL 10 VALUE "ENTER=PROXIMO 9=SAIR:".
          02 LINE 18 COL 32 PIC X USING WX.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MSG
           MOVE LID-ARQ-CLIENTE-1 TO WID-ARQ-CLIENTE-1
           MOVE ZEROES TO WOPCAO-MS
           PERFORM UNTIL WOPCAO-MS = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-MS
             WHEN 1
               PERFORM S-CONSULTA
             WHEN 2
               PERFORM S-EXCECOES
           END-EVALUATE
           END-PERFORM.
       INICIO-EXIT.
           EXIT PROGRAM.

      *-------------------------------------
      * CONSULTA POR CLIENTE: AS MENSAGENS NA ORDEM DA CHAVE
      * ALTERNATIVA DO CLIENTE (ORDEM DE GERACAO), UMA POR TELA.
      *-------------------------------------
       S-CONSULTA SECTION.
       R-CONSULTA-1.
           OPEN INPUT MENSAGENS
           IF FS-MSG NOT = '00'
              MOVE 'FILA DE E-MAIL VAZIA ST ' TO WTXT
              MOVE FS-MSG TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-CONSULTA-FIM
           END-IF
           OPEN INPUT CLIENTES
           MOVE 1 TO WCLI-ALVO-MS
           PERFORM UNTIL WCLI-ALVO-MS = ZEROES
              MOVE ZEROES TO WCLI-ALVO-MS
              DISPLAY TELA-PARAM-MS
              ACCEPT TELA-PARAM-MS
              IF WCLI-ALVO-MS NOT = ZEROES
                 PERFORM R-CONSULTA-2 THRU R-CONSULTA-2-FIM
              END-IF
           END-PERFORM
           CLOSE MENSAGENS CLIENTES.
       R-CONSULTA-FIM.
           EXIT.

       S-CONSULTA-ROTINAS SECTION.
       R-CONSULTA-2.
           MOVE SPACES TO WRAZAO-MS
           MOVE WCLI-ALVO-MS TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE RAZAO TO WRAZAO-MS
           END-IF
           MOVE ZEROES TO WQTD-MSG-MS
           MOVE WCLI-ALVO-MS TO CLIENTE-MSG
           START MENSAGENS KEY IS NOT LESS THAN CLIENTE-MSG
           MOVE 0 TO WSAIDA-MS
           IF FS-MSG NOT = '00'
              MOVE 1 TO WSAIDA-MS
           END-IF
           PERFORM R-LE-MSG-CLIENTE UNTIL WSAIDA-MS = 1
           MOVE SPACES TO WTXT
           STRING 'MENSAGENS DO CLIENTE: ' WQTD-MSG-MS
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-CONSULTA-2-FIM.
           EXIT.

       R-LE-MSG-CLIENTE.
           READ MENSAGENS NEXT
           IF FS-MSG NOT = '00' OR CLIENTE-MSG NOT = WCLI-ALVO-MS
              MOVE 1 TO WSAIDA-MS
           ELSE
              ADD 1 TO WQTD-MSG-MS
              PERFORM R-MONTA-TELA-MSG
              MOVE SPACE TO WX
              DISPLAY TELA-MSG-MS
              ACCEPT TELA-MSG-MS
              IF WX = '9'
                 MOVE 1 TO WSAIDA-MS
              END-IF
           END-IF.

       R-MONTA-TELA-MSG.
           EVALUATE TRUE
              WHEN MSG-BOLETO
                 MOVE 'BOLETO'             TO WMS-TIPO
              WHEN MSG-EXTRATO
                 MOVE 'EXTRATO DE CONTA'   TO WMS-TIPO
              WHEN MSG-CARTA
                 MOVE 'CARTA DE COBRANCA'  TO WMS-TIPO
              WHEN MSG-NFE
                 MOVE 'NF-E (XML DA NOTA)' TO WMS-TIPO
              WHEN OTHER
                 MOVE TIPO-MSG             TO WMS-TIPO
           END-EVALUATE
           EVALUATE TRUE
              WHEN MSG-PENDENTE
                 MOVE 'P - PENDENTE DE ENVIO'       TO WMS-SITUACAO
              WHEN MSG-ENVIADA
                 MOVE 'E - ENTREGUE AO GATEWAY'     TO WMS-SITUACAO
              WHEN MSG-DEVOLVIDA
                 MOVE 'D - DEVOLVIDA'               TO WMS-SITUACAO
              WHEN MSG-SEM-ENDERECO
                 MOVE 'N - SEM E-MAIL VALIDO'       TO WMS-SITUACAO
              WHEN OTHER
                 MOVE SITUACAO-MSG                  TO WMS-SITUACAO
           END-EVALUATE
           MOVE DATA-MSG         TO WMS-DATA
           MOVE HORA-MSG         TO WMS-HORA
           MOVE DATA-ENVIO-MSG   TO WMS-DATA-ENVIO
           MOVE HORA-ENVIO-MSG   TO WMS-HORA-ENVIO
           MOVE DATA-RETORNO-MSG TO WMS-DATA-RETORNO.

      *-------------------------------------
      * EXCECOES: CLIENTES ATIVOS SEM E-MAIL VALIDO NO CADASTRO OU
      * COM MENSAGEM DEVOLVIDA NO E-MAIL ATUAL (O ExeEnvioMsg SO
      * REENVIA A DEVOLVIDA QUANDO O E-MAIL DO CADASTRO MUDA).
      * PARADAS = MENSAGENS 'N' OU 'D' DO CLIENTE.
      *-------------------------------------
       S-EXCECOES SECTION.
       R-EXCECOES-1.
           OPEN INPUT CLIENTES
           IF FS-CLI NOT = '00'
              MOVE 'ERRO NA ABERTURA DE CLIENTES ST ' TO WTXT
              MOVE FS-CLI TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-EXCECOES-FIM
           END-IF
      *    (SEM A FILA O RELATORIO SAI SO COM O CADASTRO)
           MOVE 0 TO WMSG-ABERTO-MS
           OPEN INPUT MENSAGENS
           IF FS-MSG = '00'
              MOVE 1 TO WMSG-ABERTO-MS
           END-IF
           MOVE 'RELMSGEXC.TXT' TO WID-ARQ-REL-1
           MOVE 'RELMSGEXC' TO LINK-SPL-RELATORIO
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
           MOVE WREL-TIT-MS TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WREL-CAB-MS TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WQTD-EXC-MS
           MOVE LOW-VALUES TO CHAVE-CLI
           START CLIENTES KEY IS NOT LESS THAN CHAVE-CLI
           MOVE 0 TO WSAIDA-CLI-MS
           IF FS-CLI NOT = '00'
              MOVE 1 TO WSAIDA-CLI-MS
           END-IF
           PERFORM R-EXCECAO-CLIENTE THRU R-EXCECAO-CLIENTE-FIM
              UNTIL WSAIDA-CLI-MS = 1
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'CLIENTES COM EXCECAO: ' WQTD-EXC-MS
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL CLIENTES
           IF WMSG-ABERTO-MS = 1
              CLOSE MENSAGENS
           END-IF
           MOVE SPACES TO WTXT
           STRING 'EXCECOES: ' WQTD-EXC-MS ' EM RELMSGEXC'
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-EXCECOES-FIM.
           EXIT.

       S-EXCECOES-ROTINAS SECTION.
       R-EXCECAO-CLIENTE.
           READ CLIENTES NEXT
           IF FS-CLI NOT = '00'
              MOVE 1 TO WSAIDA-CLI-MS
              GO TO R-EXCECAO-CLIENTE-FIM
           END-IF
           IF INATIVO = 'S'
              GO TO R-EXCECAO-CLIENTE-FIM
           END-IF
           MOVE EMAIL TO LINK-EML-ENDERECO
           CALL "ChkEmail" USING LINK-EMAIL
           PERFORM R-VARRE-MSG-CLIENTE THRU R-VARRE-MSG-CLIENTE-FIM
           MOVE SPACES TO RL-OCORRENCIA-MS
           EVALUATE TRUE
              WHEN LINK-EML-STATUS = '1'
                 MOVE 'SEM E-MAIL'       TO RL-OCORRENCIA-MS
              WHEN LINK-EML-STATUS NOT = '0'
                 MOVE 'E-MAIL INVALIDO'  TO RL-OCORRENCIA-MS
              WHEN WULT-DEVOL-MS NOT = ZEROES
                 MOVE 'DEVOLVIDO'        TO RL-OCORRENCIA-MS
           END-EVALUATE
           IF RL-OCORRENCIA-MS = SPACES
              GO TO R-EXCECAO-CLIENTE-FIM
           END-IF
           ADD 1 TO WQTD-EXC-MS
           MOVE CODIGO          TO RL-CLIENTE-MS
           MOVE RAZAO           TO RL-RAZAO-MS
           MOVE EMAIL           TO RL-EMAIL-MS
           MOVE WULT-DEVOL-MS   TO RL-DATA-MS
           MOVE WULT-MOTIVO-MS  TO RL-MOTIVO-MS
           MOVE WQTD-PARADAS-MS TO RL-PARADAS-MS
           MOVE WREL-LINHA-MS TO ARQREL-DATA-01
           WRITE ARQREL-REC.
       R-EXCECAO-CLIENTE-FIM.
           EXIT.

      *    (ULTIMA DEVOLUCAO SO CONTA SE FOI NO E-MAIL ATUAL DO
      *     CADASTRO - COM E-MAIL NOVO A MENSAGEM VOLTA A SAIR)
       R-VARRE-MSG-CLIENTE.
           MOVE ZEROES TO WQTD-PARADAS-MS WULT-DEVOL-MS
           MOVE SPACES TO WULT-MOTIVO-MS
           IF WMSG-ABERTO-MS = 0
              GO TO R-VARRE-MSG-CLIENTE-FIM
           END-IF
           MOVE CODIGO TO CLIENTE-MSG
           START MENSAGENS KEY IS NOT LESS THAN CLIENTE-MSG
           MOVE 0 TO WSAIDA-MS
           IF FS-MSG NOT = '00'
              MOVE 1 TO WSAIDA-MS
           END-IF
           PERFORM R-VARRE-MSG-CLIENTE-1 UNTIL WSAIDA-MS = 1.
       R-VARRE-MSG-CLIENTE-FIM.
           EXIT.

       R-VARRE-MSG-CLIENTE-1.
           READ MENSAGENS NEXT
           IF FS-MSG NOT = '00' OR CLIENTE-MSG NOT = CODIGO
              MOVE 1 TO WSAIDA-MS
           ELSE
              IF MSG-DEVOLVIDA OR MSG-SEM-ENDERECO
                 ADD 1 TO WQTD-PARADAS-MS
              END-IF
              IF MSG-DEVOLVIDA AND EMAIL-MSG = EMAIL AND
                 DATA-RETORNO-MSG NOT < WULT-DEVOL-MS
                 MOVE DATA-RETORNO-MSG TO WULT-DEVOL-MS
                 MOVE MOTIVO-MSG       TO WULT-MOTIVO-MS
              END-IF
           END-IF.

       R-MOSTRA-MENSAGEM.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
