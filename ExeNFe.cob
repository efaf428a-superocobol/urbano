      *--------------------------
      * NF-E: GERACAO DOS XML PENDENTES E RETORNO DO TRANSMISSOR
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ExeNFe.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. [1] gera o XML (GeraNFe) das
      *              notas nao canceladas ainda sem NF-e em
      *              ARQNFE.DAT ou com NF-e rejeitada - notas
      *              anteriores ao XML ou que falharam na rodada do
      *              faturamento. [2] le o retorno do transmissor
      *              (NFERET.TXT, uma linha por documento: chave de
      *              acesso 01-44, tipo 45 - A autorizada, R
      *              rejeitada, D denegada, C cancelamento
      *              homologado -, protocolo 46-60, data AAAAMMDD
      *              61-68 e motivo 69-108) e grava a situacao, o
      *              protocolo e o motivo na NF-e. As duas opcoes
      *              listam o resultado em RELNFE.TXT.
      * 2026-10-15 - Chaves alternativas de data em NOTAS.
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

       SELECT NFE ASSIGN TO  DISK WID-ARQ-NFE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUMERO-NF-NFE
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NFE.

       SELECT ARQRET ASSIGN TO DISK WID-ARQ-RET
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-RET.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-IMPORT.

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

       FD NFE.
       01 REGISTRO-NFE.
          02 NUMERO-NF-NFE            PIC  9(009).
          02 CHAVE-ACESSO-NFE         PIC  X(044) VALUE SPACES.
          02 SERIE-NFE                PIC  9(003) VALUE ZEROES.
          02 AMBIENTE-NFE             PIC  X(001) VALUE SPACES.
          02 SITUACAO-NFE             PIC  X(001) VALUE SPACES.
             88 NFE-GERADA            VALUE 'G'.
             88 NFE-AUTORIZADA        VALUE 'A'.
             88 NFE-REJEITADA         VALUE 'R'.
             88 NFE-DENEGADA          VALUE 'D'.
             88 NFE-CANC-PENDENTE     VALUE 'E'.
             88 NFE-CANCELADA         VALUE 'C'.
             88 NFE-NAO-AUTORIZADA    VALUE 'N'.
          02 PROTOCOLO-NFE            PIC  X(015) VALUE SPACES.
          02 DATA-GER-NFE             PIC  9(008) VALUE ZEROES.
          02 HORA-GER-NFE             PIC  9(006) VALUE ZEROES.
          02 DATA-RET-NFE             PIC  9(008) VALUE ZEROES.
          02 MOTIVO-RET-NFE           PIC  X(040) VALUE SPACES.
          02 ARQUIVO-XML-NFE          PIC  X(050) VALUE SPACES.
          02 ARQUIVO-CANC-NFE         PIC  X(050) VALUE SPACES.
          02 DATA-CANC-NFE            PIC  9(008) VALUE ZEROES.
          02 PROT-CANC-NFE            PIC  X(015) VALUE SPACES.
          02 OPERADOR-NFE             PIC  X(010) VALUE SPACES.
          02 FILLER                   PIC  X(030) VALUE SPACES.

       FD  ARQRET.
       01  ARQRET-REC               PIC X(120).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-NF                      PIC XX VALUE '00'.
       01 FS-NFE                     PIC XX VALUE '00'.
       01 FS-RET                     PIC XX VALUE '00'.
       01 FS-IMPORT.
           02 FS-IMPORT-1                PIC 9.
           02 FS-IMPORT-2                PIC 9.
           02 FS-IMPORT-R REDEFINES FS-IMPORT-2 PIC 99 COMP-X.

       01 WID-ARQ-NOTAS          PIC X(50) VALUE 'ARQNOTAS.DAT'.
       01 WID-ARQ-NFE            PIC X(50) VALUE 'ARQNFE.DAT'.
       01 WID-ARQ-RET            PIC X(50) VALUE 'NFERET.TXT'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                   PIC X VALUE SPACES.
       01 WOPCAO-NE            PIC 9 VALUE ZEROES.
       77 WSAIDA-NE            PIC 9 VALUE ZEROES.
       77 WNFE-ABERTO-NE       PIC 9 VALUE ZEROES.
       77 WQTD-GERADAS-NE      PIC 9(005) VALUE ZEROES.
       77 WQTD-FALHAS-NE       PIC 9(005) VALUE ZEROES.
       77 WQTD-AUTORIZ-NE      PIC 9(005) VALUE ZEROES.
       77 WQTD-REJEIT-NE       PIC 9(005) VALUE ZEROES.
       77 WQTD-CANCEL-NE       PIC 9(005) VALUE ZEROES.
       77 WQTD-SEM-NFE-NE      PIC 9(005) VALUE ZEROES.
       01 WDATA-HOJE-NE        PIC 9(008) VALUE ZEROES.

      *-------------NOTAS PENDENTES DE XML--------------------------
      * A LISTA E MONTADA COM NOTAS E NF-E ABERTOS E SO DEPOIS DE
      * FECHADOS O GeraNFe E CHAMADO PARA CADA NOTA.
       77 WMAX-PEND-NE         PIC 9(004) VALUE 1000.
       77 WQTD-PEND-NE         PIC 9(004) VALUE ZEROES.
       77 WI-NE                PIC 9(004) VALUE ZEROES.
       01 WTAB-PEND-NE.
          02 WPEND-NF-NE       PIC 9(009) OCCURS 1000 TIMES.

      *-------------IMAGEM DO RETORNO--------------------------------
       01 WRET-LINHA           PIC X(120) VALUE SPACES.
       01 WRET-LINHA-R REDEFINES WRET-LINHA.
          02 RT-CHAVE-NE.
             03 FILLER         PIC X(025).
             03 RT-NNF-NE      PIC X(009).
             03 FILLER         PIC X(010).
          02 RT-TIPO-NE        PIC X(001).
          02 RT-PROTOCOLO-NE   PIC X(015).
          02 RT-DATA-NE        PIC X(008).
          02 RT-MOTIVO-NE      PIC X(040).
          02 FILLER            PIC X(012).
       01 WRT-NNF-N-NE         PIC 9(009) VALUE ZEROES.
       01 WRT-NNF-X-NE REDEFINES WRT-NNF-N-NE PIC X(009).

       01 WREL-LINHA-NE.
          02 RL-TEXTO-NE       PIC X(030) VALUE SPACES.
          02 RL-NF-NE          PIC 9(009) VALUE ZEROES.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-DETALHE-NE     PIC X(050) VALUE SPACES.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-NFE.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - NF-E (XML)".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 22 VALUE "XML DA NF-E E RETORNO DO TRANSMISSOR".
          02 LINE 7 COL 10 VALUE "[1] GERAR XML DAS NOTAS PENDENTES".
          02 LINE 8 COL 10 VALUE "[2] PROCESSAR RETORNO (NFERET.TXT)".
          02 LINE 9 COL 10 VALUE "[0] SAIR".
          02 LINE 11 COL 10 VALUE "OPCAO:".
          02 LINE 11 COL 17 PIC 9 USING WOPCAO-NE.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NOTAS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NFE
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-RET
           MOVE 1 TO WOPCAO-NE
           PERFORM UNTIL WOPCAO-NE = ZERO
              MOVE ZERO TO WOPCAO-NE
              DISPLAY TELA-NFE
              ACCEPT TELA-NFE
              EVALUATE WOPCAO-NE
                 WHEN 1 PERFORM R-GERA-PENDENTES
                          THRU R-GERA-PENDENTES-FIM
                 WHEN 2 PERFORM R-PROCESSA-RETORNO
                          THRU R-PROCESSA-RETORNO-FIM
              END-EVALUATE
           END-PERFORM.
       INICIO-EXIT.
           EXIT PROGRAM.

      *-------------------------------------
      * PENDENTES: NOTA NAO CANCELADA SEM NF-E OU COM A NF-E
      * REJEITADA. ATE 1000 NOTAS POR VEZ; O RESTO SAI NA PROXIMA.
      *-------------------------------------
       R-GERA-PENDENTES.
           OPEN INPUT NOTAS
           IF FS-NF NOT = '00'
              MOVE 'ERRO NA ABERTURA DAS NOTAS ST ' TO WTXT
              MOVE FS-NF TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-GERA-PENDENTES-FIM
           END-IF
           MOVE 0 TO WNFE-ABERTO-NE
           OPEN INPUT NFE
           IF FS-NFE = '00'
              MOVE 1 TO WNFE-ABERTO-NE
           END-IF
           MOVE ZEROES TO WQTD-PEND-NE WQTD-GERADAS-NE WQTD-FALHAS-NE
           MOVE ZEROES TO CHAVE-NF
           START NOTAS KEY IS NOT LESS THAN CHAVE-NF
           IF FS-NF = '00'
              PERFORM R-LISTA-PENDENTE UNTIL FS-NF NOT = '00'
           END-IF
           CLOSE NOTAS
           IF WNFE-ABERTO-NE = 1
              CLOSE NFE
           END-IF
           MOVE 'RELNFE.TXT' TO WID-ARQ-REL-1
           OPEN OUTPUT ARQREL
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'GERACAO DE XML DAS NOTAS PENDENTES' TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-GERA-XML VARYING WI-NE FROM 1 BY 1
                   UNTIL WI-NE > WQTD-PEND-NE
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO WTXT
           STRING 'XML GERADOS: ' WQTD-GERADAS-NE
                  '  NAO GERADOS: ' WQTD-FALHAS-NE
              DELIMITED BY SIZE INTO WTXT
           MOVE WTXT TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       R-GERA-PENDENTES-FIM.
           EXIT.

       R-LISTA-PENDENTE.
           READ NOTAS NEXT
           IF FS-NF = '00' AND NOT NF-CANCELADA AND
              WQTD-PEND-NE < WMAX-PEND-NE
              IF WNFE-ABERTO-NE = 1
                 MOVE NUMERO-NF TO NUMERO-NF-NFE
                 READ NFE
                 IF FS-NFE NOT = '00' OR NFE-REJEITADA
                    ADD 1 TO WQTD-PEND-NE
                    MOVE NUMERO-NF TO WPEND-NF-NE(WQTD-PEND-NE)
                 END-IF
              ELSE
                 ADD 1 TO WQTD-PEND-NE
                 MOVE NUMERO-NF TO WPEND-NF-NE(WQTD-PEND-NE)
              END-IF
           END-IF.

       R-GERA-XML.
           MOVE 'E'               TO LINK-NFE-FUNCAO
           MOVE WPEND-NF-NE(WI-NE) TO LINK-NFE-NUMERO
           MOVE LID-EMPRESA-1     TO LINK-NFE-EMPRESA
           MOVE LID-OPERADOR-1    TO LINK-NFE-OPERADOR
           MOVE LID-ARQ-CLIENTE-1 TO LINK-NFE-ARQ-CLIENTE
           MOVE LID-ARQ-PRODUTO-1 TO LINK-NFE-ARQ-PRODUTO
           MOVE LID-ARQ-PEDIDOS-1 TO LINK-NFE-ARQ-PEDIDOS
           MOVE SPACES            TO LINK-NFE-JUSTIFICATIVA
           CALL "GeraNFe" USING LINK-NFE
           MOVE WPEND-NF-NE(WI-NE) TO RL-NF-NE
           MOVE SPACES TO RL-DETALHE-NE
           EVALUATE LINK-NFE-STATUS
              WHEN '0'
                 ADD 1 TO WQTD-GERADAS-NE
                 MOVE 'XML GERADO:           NF ' TO RL-TEXTO-NE
                 MOVE LINK-NFE-CHAVE TO RL-DETALHE-NE
              WHEN '3'
                 ADD 1 TO WQTD-FALHAS-NE
                 MOVE 'NOTA SEM ITENS FISCAIS: NF ' TO RL-TEXTO-NE
              WHEN '4'
                 ADD 1 TO WQTD-FALHAS-NE
                 MOVE 'EMPRESA SEM CNPJ:     NF ' TO RL-TEXTO-NE
                 MOVE 'CADASTRAR O CNPJ NO EMPRESAS.CFG'
                   TO RL-DETALHE-NE
              WHEN OTHER
                 ADD 1 TO WQTD-FALHAS-NE
                 MOVE 'XML NAO GERADO:       NF ' TO RL-TEXTO-NE
                 STRING 'STATUS ' LINK-NFE-STATUS DELIMITED BY SIZE
                    INTO RL-DETALHE-NE
           END-EVALUATE
           MOVE WREL-LINHA-NE TO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *-------------------------------------
      * RETORNO DO TRANSMISSOR: A NOTA E IDENTIFICADA PELO NUMERO
      * DENTRO DA CHAVE E CONFERIDA PELA CHAVE INTEIRA.
      *-------------------------------------
       R-PROCESSA-RETORNO.
           OPEN INPUT ARQRET
           IF FS-RET NOT = '00'
              MOVE 'ERRO NA ABERTURA DO NFERET.TXT ST ' TO WTXT
              MOVE FS-RET TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-PROCESSA-RETORNO-FIM
           END-IF
           OPEN I-O NFE
           IF FS-NFE NOT = '00'
              CLOSE ARQRET
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE NF-E ST ' TO WTXT
              MOVE FS-NFE TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-PROCESSA-RETORNO-FIM
           END-IF
           ACCEPT WDATA-HOJE-NE FROM DATE YYYYMMDD
           MOVE 'RELNFE.TXT' TO WID-ARQ-REL-1
           OPEN OUTPUT ARQREL
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'PROCESSAMENTO DO RETORNO DA NF-E' TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WQTD-AUTORIZ-NE WQTD-REJEIT-NE
                          WQTD-CANCEL-NE WQTD-SEM-NFE-NE
           MOVE ZERO TO WSAIDA-NE
           PERFORM R-LE-RETORNO UNTIL WSAIDA-NE = 1
           CLOSE ARQRET NFE
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO WTXT
           STRING 'AUTORIZ: ' WQTD-AUTORIZ-NE
                  ' REJEIT: ' WQTD-REJEIT-NE
                  ' CANC: ' WQTD-CANCEL-NE
                  ' S/NFE: ' WQTD-SEM-NFE-NE
              DELIMITED BY SIZE INTO WTXT
           MOVE WTXT TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       R-PROCESSA-RETORNO-FIM.
           EXIT.

       R-LE-RETORNO.
           READ ARQRET INTO WRET-LINHA
              AT END MOVE 1 TO WSAIDA-NE
           END-READ
           IF WSAIDA-NE = ZERO AND WRET-LINHA NOT = SPACES
              PERFORM R-TRATA-RETORNO THRU R-TRATA-RETORNO-FIM
           END-IF.

       R-TRATA-RETORNO.
           MOVE SPACES TO RL-DETALHE-NE
           MOVE ZEROES TO RL-NF-NE
           IF RT-NNF-NE NOT NUMERIC
              ADD 1 TO WQTD-SEM-NFE-NE
              MOVE 'CHAVE INVALIDA NO RETORNO:' TO RL-TEXTO-NE
              MOVE RT-CHAVE-NE TO RL-DETALHE-NE
              MOVE WREL-LINHA-NE TO ARQREL-DATA-01
              WRITE ARQREL-REC
              GO TO R-TRATA-RETORNO-FIM
           END-IF
           MOVE RT-NNF-NE TO WRT-NNF-X-NE
           MOVE WRT-NNF-N-NE TO NUMERO-NF-NFE RL-NF-NE
           READ NFE
           IF FS-NFE NOT = '00' OR CHAVE-ACESSO-NFE NOT = RT-CHAVE-NE
              ADD 1 TO WQTD-SEM-NFE-NE
              MOVE 'CHAVE SEM NF-E GERADA:  NF ' TO RL-TEXTO-NE
              MOVE RT-CHAVE-NE TO RL-DETALHE-NE
              MOVE WREL-LINHA-NE TO ARQREL-DATA-01
              WRITE ARQREL-REC
              GO TO R-TRATA-RETORNO-FIM
           END-IF
           IF RT-DATA-NE IS NUMERIC
              MOVE RT-DATA-NE TO DATA-RET-NFE
           ELSE
              MOVE WDATA-HOJE-NE TO DATA-RET-NFE
           END-IF
           MOVE RT-MOTIVO-NE TO MOTIVO-RET-NFE RL-DETALHE-NE
           EVALUATE RT-TIPO-NE
              WHEN 'A'
                 ADD 1 TO WQTD-AUTORIZ-NE
                 MOVE 'A'             TO SITUACAO-NFE
                 MOVE RT-PROTOCOLO-NE TO PROTOCOLO-NFE
                 MOVE 'NF-E AUTORIZADA:        NF ' TO RL-TEXTO-NE
                 MOVE RT-PROTOCOLO-NE TO RL-DETALHE-NE
              WHEN 'R'
                 ADD 1 TO WQTD-REJEIT-NE
                 MOVE 'R' TO SITUACAO-NFE
                 MOVE 'NF-E REJEITADA:         NF ' TO RL-TEXTO-NE
              WHEN 'D'
                 ADD 1 TO WQTD-REJEIT-NE
                 MOVE 'D'             TO SITUACAO-NFE
                 MOVE RT-PROTOCOLO-NE TO PROTOCOLO-NFE
                 MOVE 'NF-E DENEGADA:          NF ' TO RL-TEXTO-NE
              WHEN 'C'
                 ADD 1 TO WQTD-CANCEL-NE
                 MOVE 'C'             TO SITUACAO-NFE
                 MOVE RT-PROTOCOLO-NE TO PROT-CANC-NFE
                 MOVE 'CANCELAMENTO HOMOLOGADO: NF ' TO RL-TEXTO-NE
              WHEN OTHER
                 ADD 1 TO WQTD-SEM-NFE-NE
                 MOVE 'TIPO DE RETORNO INVALIDO: NF ' TO RL-TEXTO-NE
                 MOVE WREL-LINHA-NE TO ARQREL-DATA-01
                 WRITE ARQREL-REC
                 GO TO R-TRATA-RETORNO-FIM
           END-EVALUATE
           REWRITE REGISTRO-NFE
           MOVE WREL-LINHA-NE TO ARQREL-DATA-01
           WRITE ARQREL-REC.
       R-TRATA-RETORNO-FIM.
           EXIT.
