      *--------------------------
      * CADASTRO DE ADQUIRENTES DE CARTAO
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadAdquirente.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-12 - Programa novo. Adquirentes das maquininhas de
      *              cartao (ARQADQUIR.DAT): codigo, nome, taxa
      *              contratada e prazo de liquidacao em dias para
      *              credito e para debito, e a conta bancaria onde
      *              a adquirente deposita. A baixa com cartao no
      *              contas a receber calcula a taxa e a data
      *              prevista a partir daqui, e o ExeConcCartao
      *              confere o arquivo de liquidacao contra elas.
      *              Alteracoes no TRANLOG.LOG.
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

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRANLOG.

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

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01 FS-ADQ.
           02 FS-ADQ-1                PIC 9.
           02 FS-ADQ-2                PIC 9.
           02 FS-ADQ-R REDEFINES FS-ADQ-2 PIC 99 COMP-X.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WID-ARQ-ADQ                 PIC X(50) VALUE 'ARQADQUIR.DAT'.
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WOPCAO-AQ       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.

       01 WREGISTRO-ADQUIR.
          02 WCODIGO-ADQ            PIC 9(003) VALUE ZEROES.
          02 WNOME-ADQ              PIC X(030) VALUE SPACES.
          02 WTAXA-CRED-ADQ         PIC 9(003)v9(002) VALUE ZEROES.
          02 WDIAS-CRED-ADQ         PIC 9(003) VALUE ZEROES.
          02 WTAXA-DEB-ADQ          PIC 9(003)v9(002) VALUE ZEROES.
          02 WDIAS-DEB-ADQ          PIC 9(003) VALUE ZEROES.
          02 WCONTA-BCO-ADQ         PIC 9(003) VALUE ZEROES.
          02 WINATIVO-ADQ           PIC X(001) VALUE SPACES.

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
          02 FILLER                 PIC X(12) VALUE ' ADQUIRENTE='.
          02 WTL-CODIGO             PIC 9(003).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-NOME               PIC X(030).

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-OPCAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - ADQUIRENTES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] INCLUIR/ALTERAR ADQUIRENTE".
          02 LINE 8 COL 10 VALUE "[2] LISTAR ADQUIRENTES".
          02 LINE 9 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-AQ AUTO.

       01 TELA-ADQUIR.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - ADQUIRENTES".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 22 VALUE "CADASTRO DE ADQUIRENTES DE CARTAO".
          02 LINE 7 COL 10 VALUE "Codigo..........:".
          02 LINE 7 COL 29 PIC 9(003) USING WCODIGO-ADQ.
          02 LINE 8 COL 10 VALUE "Nome............:".
          02 LINE 8 COL 29 PIC X(030) USING WNOME-ADQ.
          02 LINE 9 COL 10 VALUE "Taxa Credito (%):".
          02 LINE 9 COL 29 PIC 9(003)v9(002) USING WTAXA-CRED-ADQ.
          02 LINE 9 COL 40 VALUE "Prazo (dias):".
          02 LINE 9 COL 54 PIC 9(003) USING WDIAS-CRED-ADQ.
          02 LINE 10 COL 10 VALUE "Taxa Debito  (%):".
          02 LINE 10 COL 29 PIC 9(003)v9(002) USING WTAXA-DEB-ADQ.
          02 LINE 10 COL 40 VALUE "Prazo (dias):".
          02 LINE 10 COL 54 PIC 9(003) USING WDIAS-DEB-ADQ.
          02 LINE 11 COL 10 VALUE "Conta Bancaria..:".
          02 LINE 11 COL 29 PIC 9(003) USING WCONTA-BCO-ADQ.
          02 LINE 11 COL 33 VALUE "(0 = CONTA PADRAO)".
          02 LINE 12 COL 10 VALUE "Inativa (I).....:".
          02 LINE 12 COL 29 PIC X(001) USING WINATIVO-ADQ.
          02 LINE 18 COL 10 VALUE "ENTER=PROXIMO REGISTRO  9=SAIR".
          02 LINE 18 COL 42 PIC X USING WX.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ADQ
           INITIALIZE WSAIDA WOPCAO-AQ
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-AQ = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-AQ
             WHEN 1
               PERFORM S-INCLUIR-ADQ
             WHEN 2
               PERFORM S-LISTAR-ADQ
             WHEN 6
               CLOSE ADQUIR
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

       S-INCLUIR-ADQ SECTION.
       INCLUIR-ADQ-1.
           PERFORM UNTIL WCODIGO-ADQ = 999
           MOVE '=> CODIGO 999 PARA SAIR '  TO WTXT
           DISPLAY TELA-MENSAGEM
           INITIALIZE WREGISTRO-ADQUIR
           DISPLAY TELA-ADQUIR
           ACCEPT TELA-ADQUIR
           IF WCODIGO-ADQ NOT = 999 AND WCODIGO-ADQ NOT = ZEROES
              PERFORM INCLUIR-ADQ-2 THRU INCLUIR-ADQ-FIM
           END-IF
           END-PERFORM.
       INCLUIR-ADQ-1-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-INCLUIR-ADQ-ROTINAS SECTION.

       INCLUIR-ADQ-2.
           IF WNOME-ADQ = SPACES
              MOVE 'NOME DA ADQUIRENTE OBRIGATORIO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO INCLUIR-ADQ-FIM
           END-IF
           IF WINATIVO-ADQ = 'i'
              MOVE 'I' TO WINATIVO-ADQ
           END-IF
      *    (PRAZOS EM BRANCO FICAM NOS USUAIS DO MERCADO: CREDITO
      *     EM 30 DIAS E DEBITO NO DIA SEGUINTE)
           IF WDIAS-CRED-ADQ = ZEROES
              MOVE 30 TO WDIAS-CRED-ADQ
           END-IF
           IF WDIAS-DEB-ADQ = ZEROES
              MOVE 1 TO WDIAS-DEB-ADQ
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO INCLUIR-ADQ-FIM
           END-IF
           MOVE WCODIGO-ADQ TO CODIGO-ADQ
           READ ADQUIR
           IF FS-ADQ = '00'
              PERFORM R-MOVE-ADQ
              REWRITE REGISTRO-ADQUIR
              MOVE 'ADQ-ALT ' TO WTL-OPERACAO
           ELSE
              INITIALIZE REGISTRO-ADQUIR
              MOVE WCODIGO-ADQ TO CODIGO-ADQ
              PERFORM R-MOVE-ADQ
              WRITE REGISTRO-ADQUIR
              MOVE 'ADQ-INC ' TO WTL-OPERACAO
           END-IF
           IF FS-ADQ = '00'
              PERFORM R-GRAVA-LOG
           ELSE
              MOVE 'ERRO DE GRAVAÇÃO ST ' TO WTXT
              MOVE FS-ADQ TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.
       INCLUIR-ADQ-FIM.
           EXIT.

       R-MOVE-ADQ.
           MOVE WNOME-ADQ         TO NOME-ADQ
           MOVE WTAXA-CRED-ADQ    TO TAXA-CRED-ADQ
           MOVE WDIAS-CRED-ADQ    TO DIAS-CRED-ADQ
           MOVE WTAXA-DEB-ADQ     TO TAXA-DEB-ADQ
           MOVE WDIAS-DEB-ADQ     TO DIAS-DEB-ADQ
           MOVE WCONTA-BCO-ADQ    TO CONTA-BCO-ADQ
           MOVE WINATIVO-ADQ      TO INATIVO-ADQ.

       S-LISTAR-ADQ SECTION.
       LISTAR-ADQ-1.
           MOVE ZEROES TO CODIGO-ADQ
           START ADQUIR KEY IS NOT LESS THAN CODIGO-ADQ
           IF FS-ADQ NOT = '00'
              MOVE 'NENHUMA ADQUIRENTE CADASTRADA ST ' TO WTXT
              MOVE FS-ADQ TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           ELSE
              MOVE 0 TO WSAIDA
              PERFORM LISTAR-ADQ-2 UNTIL WSAIDA = 1
           END-IF.
       LISTAR-ADQ-EXIT.
           EXIT.

       LISTAR-ADQ-2.
           READ ADQUIR NEXT
           IF FS-ADQ NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              INITIALIZE WREGISTRO-ADQUIR
              MOVE CODIGO-ADQ      TO WCODIGO-ADQ
              MOVE NOME-ADQ        TO WNOME-ADQ
              MOVE TAXA-CRED-ADQ   TO WTAXA-CRED-ADQ
              MOVE DIAS-CRED-ADQ   TO WDIAS-CRED-ADQ
              MOVE TAXA-DEB-ADQ    TO WTAXA-DEB-ADQ
              MOVE DIAS-DEB-ADQ    TO WDIAS-DEB-ADQ
              MOVE CONTA-BCO-ADQ   TO WCONTA-BCO-ADQ
              MOVE INATIVO-ADQ     TO WINATIVO-ADQ
              DISPLAY TELA-ADQUIR
              ACCEPT TELA-ADQUIR
              IF WX = '9'
                 MOVE 1 TO WSAIDA
              END-IF
           END-IF.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG.
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME
           MOVE WDHTL-DATA      TO WTL-DATA
           MOVE WDHTL-HH        TO WTL-HH
           MOVE WDHTL-MM        TO WTL-MM
           MOVE WDHTL-SS        TO WTL-SS
           MOVE LID-OPERADOR-1  TO WTL-OPERADOR
           MOVE CODIGO-ADQ      TO WTL-CODIGO
           MOVE NOME-ADQ        TO WTL-NOME
           OPEN EXTEND ARQTRANLOG
           IF FS-TRANLOG = '05' OR FS-TRANLOG = '35'
              OPEN OUTPUT ARQTRANLOG
           END-IF
           MOVE WTRANLOG-LINHA TO ARQTRANLOG-REC
           WRITE ARQTRANLOG-REC
           CLOSE ARQTRANLOG.
       R-GRAVA-LOG-EXIT.
           EXIT.

       ABRE-ARQUIVOS.
           OPEN I-O ADQUIR.
           IF FS-ADQ = '35'
              CLOSE ADQUIR OPEN OUTPUT ADQUIR
              CLOSE ADQUIR OPEN I-O ADQUIR
           END-IF
           IF FS-ADQ = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DO CADASTRO ST ' TO WTXT
              MOVE FS-ADQ TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
