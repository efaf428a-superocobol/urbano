      *--------------------------
      * CADASTRO DE CONTAS BANCARIAS DA EMPRESA
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadContaBanco.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-07 - Programa novo. Contas bancarias da empresa
      *              (ARQCONTABCO.DAT): codigo interno, banco,
      *              agencia, conta e DV, descricao, saldo de
      *              abertura com a data, marca de conta padrao e
      *              inativa. A conta padrao recebe os lancamentos
      *              de baixa, deposito e pagamento sem conta
      *              informada (GravaMovBco); so uma conta fica
      *              padrao - marcar outra desmarca a anterior. O
      *              ultimo saldo de extrato importado
      *              (ExeConcBanco) aparece na tela. Alteracoes no
      *              TRANLOG.LOG.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CONTABCO ASSIGN TO  DISK WID-ARQ-CBC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CBC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CBC.

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRANLOG.

       DATA DIVISION.
       FILE SECTION.
       FD CONTABCO.
       01 REGISTRO-CONTABCO.
          02 CODIGO-CBC               PIC  9(003).
          02 BANCO-CBC                PIC  9(003) VALUE ZEROES.
          02 AGENCIA-CBC              PIC  9(005) VALUE ZEROES.
          02 CONTA-CBC                PIC  9(012) VALUE ZEROES.
          02 DV-CONTA-CBC             PIC  X(001) VALUE SPACES.
          02 DESCRICAO-CBC            PIC  X(030) VALUE SPACES.
          02 SALDO-INI-CBC            PIC S9(011)v9(002) VALUE ZEROES.
          02 DATA-SALDO-CBC           PIC  9(008) VALUE ZEROES.
          02 PADRAO-CBC               PIC  X(001) VALUE SPACES.
             88 CBC-PADRAO            VALUE 'S'.
          02 INATIVO-CBC              PIC  X(001) VALUE SPACES.
             88 CBC-INATIVA           VALUE 'I'.
          02 SALDO-EXTR-CBC           PIC S9(011)v9(002) VALUE ZEROES.
          02 DATA-EXTR-CBC            PIC  9(008) VALUE ZEROES.

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01 FS-CBC.
           02 FS-CBC-1                PIC 9.
           02 FS-CBC-2                PIC 9.
           02 FS-CBC-R REDEFINES FS-CBC-2 PIC 99 COMP-X.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WID-ARQ-CBC                 PIC X(50) VALUE 'ARQCONTABCO.DAT'.
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WOPCAO-BC       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.

       01 WREGISTRO-CONTABCO.
          02 WCODIGO-CBC            PIC 9(003) VALUE ZEROES.
          02 WBANCO-CBC             PIC 9(003) VALUE ZEROES.
          02 WAGENCIA-CBC           PIC 9(005) VALUE ZEROES.
          02 WCONTA-CBC             PIC 9(012) VALUE ZEROES.
          02 WDV-CONTA-CBC          PIC X(001) VALUE SPACES.
          02 WDESCRICAO-CBC         PIC X(030) VALUE SPACES.
          02 WSALDO-INI-CBC         PIC 9(011)v9(002) VALUE ZEROES.
          02 WSINAL-INI-CBC         PIC X(001) VALUE SPACES.
          02 WDATA-SALDO-CBC        PIC 9(008) VALUE ZEROES.
          02 WPADRAO-CBC            PIC X(001) VALUE SPACES.
          02 WINATIVO-CBC           PIC X(001) VALUE SPACES.
          02 WSALDO-EXTR-CBC        PIC -ZZZZZZZZZZ9,99.
          02 WDATA-EXTR-CBC         PIC 9(008) VALUE ZEROES.

       01 WCODIGO-GRAVADO-BC        PIC 9(003) VALUE ZEROES.

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
          02 FILLER                 PIC X(07) VALUE ' CONTA='.
          02 WTL-CODIGO             PIC 9(003).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-DESCRICAO          PIC X(030).

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
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CONTAS BANCARIAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] INCLUIR/ALTERAR CONTA".
          02 LINE 8 COL 10 VALUE "[2] LISTAR CONTAS".
          02 LINE 9 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-BC AUTO.

       01 TELA-CONTA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CONTAS BANCARIAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 24 VALUE "CADASTRO DE CONTAS BANCARIAS".
          02 LINE 7 COL 10 VALUE "Codigo..........:".
          02 LINE 7 COL 29 PIC 9(003) USING WCODIGO-CBC.
          02 LINE 8 COL 10 VALUE "Banco...........:".
          02 LINE 8 COL 29 PIC 9(003) USING WBANCO-CBC.
          02 LINE 9 COL 10 VALUE "Agencia.........:".
          02 LINE 9 COL 29 PIC 9(005) USING WAGENCIA-CBC.
          02 LINE 10 COL 10 VALUE "Conta/DV........:".
          02 LINE 10 COL 29 PIC 9(012) USING WCONTA-CBC.
          02 LINE 10 COL 42 PIC X(001) USING WDV-CONTA-CBC.
          02 LINE 11 COL 10 VALUE "Descricao.......:".
          02 LINE 11 COL 29 PIC X(030) USING WDESCRICAO-CBC.
          02 LINE 12 COL 10 VALUE "Saldo Abertura..:".
          02 LINE 12 COL 29 PIC 9(011)v9(002) USING WSALDO-INI-CBC.
          02 LINE 12 COL 44 VALUE "NEGATIVO (S/N):".
          02 LINE 12 COL 60 PIC X(001) USING WSINAL-INI-CBC.
          02 LINE 13 COL 10 VALUE "Data do Saldo...:".
          02 LINE 13 COL 29 PIC 9(008) USING WDATA-SALDO-CBC.
          02 LINE 14 COL 10 VALUE "Conta Padrao (S):".
          02 LINE 14 COL 29 PIC X(001) USING WPADRAO-CBC.
          02 LINE 15 COL 10 VALUE "Inativa (I).....:".
          02 LINE 15 COL 29 PIC X(001) USING WINATIVO-CBC.
          02 LINE 16 COL 10 VALUE "Ultimo Extrato..:".
          02 LINE 16 COL 29 PIC 9(008) FROM WDATA-EXTR-CBC.
          02 LINE 16 COL 39 PIC X(015) FROM WSALDO-EXTR-CBC.
          02 LINE 18 COL 10 VALUE "ENTER=PROXIMO REGISTRO  9=SAIR".
          02 LINE 18 COL 42 PIC X USING WX.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CBC
           INITIALIZE WSAIDA WOPCAO-BC
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-BC = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-BC
             WHEN 1
               PERFORM S-INCLUIR-CBC
             WHEN 2
               PERFORM S-LISTAR-CBC
             WHEN 6
               CLOSE CONTABCO
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

       S-INCLUIR-CBC SECTION.
       INCLUIR-CBC-1.
           PERFORM UNTIL WCODIGO-CBC = 999
           MOVE '=> CODIGO 999 PARA SAIR '  TO WTXT
           DISPLAY TELA-MENSAGEM
           INITIALIZE WREGISTRO-CONTABCO
           DISPLAY TELA-CONTA
           ACCEPT TELA-CONTA
           IF WCODIGO-CBC NOT = 999 AND WCODIGO-CBC NOT = ZEROES
              PERFORM INCLUIR-CBC-2 THRU INCLUIR-CBC-FIM
           END-IF
           END-PERFORM.
       INCLUIR-CBC-1-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-INCLUIR-CBC-ROTINAS SECTION.

       INCLUIR-CBC-2.
           IF WBANCO-CBC = ZEROES OR WCONTA-CBC = ZEROES
              MOVE 'BANCO E CONTA OBRIGATORIOS' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO INCLUIR-CBC-FIM
           END-IF
           IF WPADRAO-CBC = 's'
              MOVE 'S' TO WPADRAO-CBC
           END-IF
           IF WINATIVO-CBC = 'i'
              MOVE 'I' TO WINATIVO-CBC
           END-IF
           IF WPADRAO-CBC = 'S' AND WINATIVO-CBC = 'I'
              MOVE 'CONTA INATIVA NAO PODE SER PADRAO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO INCLUIR-CBC-FIM
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO INCLUIR-CBC-FIM
           END-IF
           MOVE WCODIGO-CBC TO CODIGO-CBC
           READ CONTABCO
           IF FS-CBC = '00'
              PERFORM R-MOVE-CBC
              REWRITE REGISTRO-CONTABCO
              MOVE 'CBC-ALT ' TO WTL-OPERACAO
           ELSE
              INITIALIZE REGISTRO-CONTABCO
              MOVE WCODIGO-CBC TO CODIGO-CBC
              PERFORM R-MOVE-CBC
              WRITE REGISTRO-CONTABCO
              MOVE 'CBC-INC ' TO WTL-OPERACAO
           END-IF
           IF FS-CBC = '00'
              PERFORM R-GRAVA-LOG
              IF WPADRAO-CBC = 'S'
                 MOVE WCODIGO-CBC TO WCODIGO-GRAVADO-BC
                 PERFORM R-DESMARCA-PADRAO THRU R-DESMARCA-PADRAO-EXIT
              END-IF
           ELSE
              MOVE 'ERRO DE GRAVAÇÃO ST ' TO WTXT
              MOVE FS-CBC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.
       INCLUIR-CBC-FIM.
           EXIT.

       R-MOVE-CBC.
           MOVE WBANCO-CBC        TO BANCO-CBC
           MOVE WAGENCIA-CBC      TO AGENCIA-CBC
           MOVE WCONTA-CBC        TO CONTA-CBC
           MOVE WDV-CONTA-CBC     TO DV-CONTA-CBC
           MOVE WDESCRICAO-CBC    TO DESCRICAO-CBC
           MOVE WSALDO-INI-CBC    TO SALDO-INI-CBC
           IF WSINAL-INI-CBC = 'S' OR WSINAL-INI-CBC = 's'
              COMPUTE SALDO-INI-CBC = 0 - WSALDO-INI-CBC
           END-IF
           MOVE WDATA-SALDO-CBC   TO DATA-SALDO-CBC
           MOVE WPADRAO-CBC       TO PADRAO-CBC
           MOVE WINATIVO-CBC      TO INATIVO-CBC.

      *-------------------------------------
      * SO UMA CONTA PADRAO: A CONTA RECEM GRAVADA COMO PADRAO
      * DESMARCA QUALQUER OUTRA.
      *-------------------------------------
       R-DESMARCA-PADRAO.
           MOVE ZEROES TO CODIGO-CBC
           START CONTABCO KEY IS NOT LESS THAN CODIGO-CBC
           IF FS-CBC NOT = '00'
              GO TO R-DESMARCA-PADRAO-EXIT
           END-IF
           PERFORM R-DESMARCA-OUTRA UNTIL FS-CBC NOT = '00'.
       R-DESMARCA-PADRAO-EXIT.
           EXIT.

       R-DESMARCA-OUTRA.
           READ CONTABCO NEXT
           IF FS-CBC = '00' AND CBC-PADRAO AND
              CODIGO-CBC NOT = WCODIGO-GRAVADO-BC
              MOVE SPACES TO PADRAO-CBC
              REWRITE REGISTRO-CONTABCO
           END-IF.

       S-LISTAR-CBC SECTION.
       LISTAR-CBC-1.
           MOVE ZEROES TO CODIGO-CBC
           START CONTABCO KEY IS NOT LESS THAN CODIGO-CBC
           IF FS-CBC NOT = '00'
              MOVE 'NENHUMA CONTA CADASTRADA ST ' TO WTXT
              MOVE FS-CBC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           ELSE
              MOVE 0 TO WSAIDA
              PERFORM LISTAR-CBC-2 UNTIL WSAIDA = 1
           END-IF.
       LISTAR-CBC-EXIT.
           EXIT.

       LISTAR-CBC-2.
           READ CONTABCO NEXT
           IF FS-CBC NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              INITIALIZE WREGISTRO-CONTABCO
              MOVE CODIGO-CBC      TO WCODIGO-CBC
              MOVE BANCO-CBC       TO WBANCO-CBC
              MOVE AGENCIA-CBC     TO WAGENCIA-CBC
              MOVE CONTA-CBC       TO WCONTA-CBC
              MOVE DV-CONTA-CBC    TO WDV-CONTA-CBC
              MOVE DESCRICAO-CBC   TO WDESCRICAO-CBC
              MOVE SALDO-INI-CBC   TO WSALDO-INI-CBC
              MOVE 'N'             TO WSINAL-INI-CBC
              IF SALDO-INI-CBC < ZEROES
                 MOVE 'S'          TO WSINAL-INI-CBC
              END-IF
              MOVE DATA-SALDO-CBC  TO WDATA-SALDO-CBC
              MOVE PADRAO-CBC      TO WPADRAO-CBC
              MOVE INATIVO-CBC     TO WINATIVO-CBC
              MOVE SALDO-EXTR-CBC  TO WSALDO-EXTR-CBC
              MOVE DATA-EXTR-CBC   TO WDATA-EXTR-CBC
              DISPLAY TELA-CONTA
              ACCEPT TELA-CONTA
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
           MOVE CODIGO-CBC      TO WTL-CODIGO
           MOVE DESCRICAO-CBC   TO WTL-DESCRICAO
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
           OPEN I-O CONTABCO.
           IF FS-CBC = '35'
              CLOSE CONTABCO OPEN OUTPUT CONTABCO
              CLOSE CONTABCO OPEN I-O CONTABCO
           END-IF
           IF FS-CBC = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DO CADASTRO ST ' TO WTXT
              MOVE FS-CBC TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
