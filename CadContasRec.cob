      *              (ARQPERIODO.DAT, CadPeriodo) so com perfil de
      *              gerente/administrador; a liberacao marca o mes
      *              para reexportacao contabil.
      * 2026-10-07 - Baixa pede a conta bancaria do recebimento (zero
      *              = conta padrao) e grava o credito esperado no
      *              movimento bancario (GravaMovBco) para a
      *              conciliacao com o extrato (ExeConcBanco).
      * 2026-10-08 - Titulo renegociado em acordo (situacao 'R',
      *              CadAcordo) nao aceita baixa nem boleto.
      * 2026-10-12 - Baixa pede a forma de recebimento (dinheiro,
      *              cheque, boleto/deposito, PIX, cartao de credito
      *              ou de debito). Cartao pede adquirente e NSU e
      *              gera o recebivel da adquirente (ARQRECCART.DAT)
      *              com a taxa contratada e a data prevista de
      *              liquidacao do cadastro (CadAdquirente); o
      *              credito bancario so entra quando a liquidacao
      *              for conferida no ExeConcCartao.
      * 2026-10-15 - Boleto impresso entra na fila de e-mail ao
      *              cliente (GravaMsg), com o e-mail do cadastro e a
      *              ligacao ao titulo (NF/parcela); o envio e feito
      *              pelo ExeEnvioMsg.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-JRS.

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

       DATA DIVISION.
       FILE SECTION.
       FD CONTASREC.
             88 CREC-ABERTO           VALUE 'A'.
             88 CREC-QUITADO          VALUE 'Q'.
             88 CREC-PERDA            VALUE 'P'.
             88 CREC-RENEGOCIADO      VALUE 'R'.
          02 REMESSA-CREC             PIC  X(001) VALUE SPACES.
             88 CREC-REMETIDO         VALUE 'R'.
          02 TOTAL-PARC-CREC          PIC  9(003) VALUE ZEROES.
          02 VALOR-JUROS-JRS          PIC  9(009)v9(002) VALUE ZEROES.
          02 OPERADOR-JRS             PIC  X(010) VALUE SPACES.

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

       WORKING-STORAGE SECTION.
       01 WREGISTRO-CONTASREC.
          02 WNUMERO-NF-CREC        PIC  9(009) VALUE ZEROES.

       01 WVALOR-PAGO             PIC  9(009)v9(002) VALUE ZEROES.
       01 WDATA-PAGO              PIC  9(008) VALUE ZEROES.
       01 WCONTA-BCO-CR           PIC  9(003) VALUE ZEROES.

      *-------------FORMA DE RECEBIMENTO----------------------------
      * CARTAO (C/E) VIRA RECEBIVEL DA ADQUIRENTE; AS DEMAIS VAO
      * DIRETO PARA O MOVIMENTO DA CONTA BANCARIA.
       01 WFORMA-PGTO-CR          PIC  X(001) VALUE 'D'.
          88 FORMA-DINHEIRO       VALUE 'D'.
          88 FORMA-CHEQUE         VALUE 'H'.
          88 FORMA-BOLETO         VALUE 'B'.
          88 FORMA-PIX            VALUE 'P'.
          88 FORMA-CARTAO         VALUE 'C' 'E'.
          88 FORMA-VALIDA         VALUE 'D' 'H' 'B' 'P' 'C' 'E'.
       01 WADQ-CR                 PIC  9(003) VALUE ZEROES.
       01 WNSU-CR                 PIC  9(012) VALUE ZEROES.
       77 WCARTAO-OK-CR           PIC  9 VALUE ZEROES.
       01 WTAXA-ADQ-CR            PIC  9(003)v9(002) VALUE ZEROES.
       01 WDIAS-ADQ-CR            PIC  9(003) VALUE ZEROES.
       01 WINT-PREV-CR            PIC  9(007) VALUE ZEROES.
       01 WID-ARQ-ADQ             PIC X(50) VALUE 'ARQADQUIR.DAT'.
       01 WID-ARQ-RCT             PIC X(50) VALUE 'ARQRECCART.DAT'.
       01 FS-ADQ                  PIC XX VALUE '00'.
       01 FS-RCT                  PIC XX VALUE '00'.

       01 FS-CREC.
           02 FS-CREC-1                PIC 9.
                                    WID-ARQ-JURCFG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-JUROS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ADQ
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-RCT
           INITIALIZE WSAIDA WOPCAO-CR.
           MOVE LID-ARQ-CLIENTE-1   TO WID-ARQ-CLIENTE-1
           PERFORM ABRE-ARQUIVOS
             WHEN 5
               PERFORM S-PERDA
             WHEN 6
               CLOSE CONTASREC CLIENTES JUROS RECCARTAO
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
              DISPLAY TELA-MENSAGEM
              GO TO BAIXAR-FIM
           END-IF
           IF CREC-QUITADO OR CREC-RENEGOCIADO
              MOVE 'TITULO JA QUITADO OU RENEGOCIADO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              UNLOCK CONTASREC
              GO TO BAIXAR-FIM
           END-IF
           MOVE 'D' TO WFORMA-PGTO-CR
           MOVE ZEROES TO WADQ-CR WNSU-CR
           DISPLAY TELA-TITULO
           ACCEPT TELA-PAGAMENTO
           IF WVALOR-PAGO = ZEROES
              UNLOCK CONTASREC
              GO TO BAIXAR-FIM
           END-IF
           INSPECT WFORMA-PGTO-CR CONVERTING 'dhbpce' TO 'DHBPCE'
           IF NOT FORMA-VALIDA
              MOVE 'FORMA DE RECEBIMENTO INVALIDA' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              UNLOCK CONTASREC
              GO TO BAIXAR-FIM
           END-IF
           IF FORMA-CARTAO
              ACCEPT TELA-CARTAO
              PERFORM R-VALIDA-CARTAO THRU R-VALIDA-CARTAO-EXIT
              IF WCARTAO-OK-CR = ZERO
                 UNLOCK CONTASREC
                 GO TO BAIXAR-FIM
              END-IF
           END-IF
           PERFORM R-CALCULA-ENCARGOS
           IF WVALOR-MULTA-JR NOT = ZEROES OR
              WVALOR-JUROS-JR NOT = ZEROES
                    WVALOR-JUROS-JR NOT = ZEROES
                    PERFORM R-GRAVA-JUROS
                 END-IF
                 IF FORMA-CARTAO
                    PERFORM R-GRAVA-RECEBIVEL
                 ELSE
                    PERFORM R-GRAVA-MOV-BANCO
                 END-IF
              ELSE
                 MOVE 'ERRO DE REGRAVAÇÃO ST ' TO WTXT
                 MOVE FS-CREC TO WST
       BAIXAR-FIM.
           EXIT.

      *-------------------------------------
      * RECEBIMENTO BAIXADO VAI PARA O MOVIMENTO DA CONTA BANCARIA
      * (GravaMovBco) PARA SER CONCILIADO COM O EXTRATO. SEM CONTA
      * CADASTRADA NADA E GRAVADO.
      *-------------------------------------
       R-GRAVA-MOV-BANCO.
           MOVE WCONTA-BCO-CR  TO LINK-MBC-CONTA
           MOVE WDATA-PAGO     TO LINK-MBC-DATA
           MOVE 'C'            TO LINK-MBC-TIPO
           MOVE 'RC'           TO LINK-MBC-ORIGEM
           MOVE SPACES         TO LINK-MBC-DOCUMENTO
           STRING 'NF ' NUMERO-NF-CREC '/' PARCELA-CREC
              DELIMITED BY SIZE INTO LINK-MBC-DOCUMENTO
           MOVE WVALOR-PAGO    TO LINK-MBC-VALOR
           MOVE LID-OPERADOR-1 TO LINK-MBC-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-MBC-EMPRESA
           CALL "GravaMovBco" USING LINK-MOVBCO
           IF LINK-MBC-STATUS = '1'
              MOVE 'CONTA BANCARIA INVALIDA - MOVIMENTO NAO GRAVADO'
                 TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
           END-IF.

      *-------------------------------------
      * CARTAO: A ADQUIRENTE TEM QUE ESTAR CADASTRADA E ATIVA E O
      * NSU NAO PODE TER SIDO USADO EM OUTRA BAIXA. A TAXA E O
      * PRAZO DA MODALIDADE FICAM GUARDADOS PARA O RECEBIVEL.
      *-------------------------------------
       R-VALIDA-CARTAO.
           MOVE 0 TO WCARTAO-OK-CR
           OPEN INPUT ADQUIR
           IF FS-ADQ NOT = '00'
              MOVE 'SEM ADQUIRENTES CADASTRADAS' TO WTXT
              PERFORM R-MENSAGEM-CARTAO
              GO TO R-VALIDA-CARTAO-EXIT
           END-IF
           MOVE WADQ-CR TO CODIGO-ADQ
           READ ADQUIR
           IF FS-ADQ NOT = '00' OR ADQ-INATIVA
              CLOSE ADQUIR
              MOVE 'ADQUIRENTE NAO CADASTRADA OU INATIVA' TO WTXT
              PERFORM R-MENSAGEM-CARTAO
              GO TO R-VALIDA-CARTAO-EXIT
           END-IF
           IF WFORMA-PGTO-CR = 'C'
              MOVE TAXA-CRED-ADQ TO WTAXA-ADQ-CR
              MOVE DIAS-CRED-ADQ TO WDIAS-ADQ-CR
           ELSE
              MOVE TAXA-DEB-ADQ  TO WTAXA-ADQ-CR
              MOVE DIAS-DEB-ADQ  TO WDIAS-ADQ-CR
           END-IF
           CLOSE ADQUIR
           IF WNSU-CR = ZEROES
              MOVE 'NSU DO COMPROVANTE OBRIGATORIO' TO WTXT
              PERFORM R-MENSAGEM-CARTAO
              GO TO R-VALIDA-CARTAO-EXIT
           END-IF
           MOVE WADQ-CR TO ADQ-RCT
           MOVE WNSU-CR TO NSU-RCT
           READ RECCARTAO
           IF FS-RCT = '00'
              MOVE 'NSU JA REGISTRADO PARA ESTA ADQUIRENTE' TO WTXT
              PERFORM R-MENSAGEM-CARTAO
              GO TO R-VALIDA-CARTAO-EXIT
           END-IF
           MOVE 1 TO WCARTAO-OK-CR.
       R-VALIDA-CARTAO-EXIT.
           EXIT.

       R-MENSAGEM-CARTAO.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

      *-------------------------------------
      * RECEBIVEL DA ADQUIRENTE: VALOR BRUTO RECEBIDO, TAXA E
      * LIQUIDO ESPERADOS PELO CONTRATO E DATA PREVISTA (DATA DO
      * PAGAMENTO + PRAZO DA MODALIDADE).
      *-------------------------------------
       R-GRAVA-RECEBIVEL.
           INITIALIZE REGISTRO-RECCARTAO
           MOVE WADQ-CR         TO ADQ-RCT
           MOVE WNSU-CR         TO NSU-RCT
           MOVE NUMERO-NF-CREC  TO NF-RCT
           MOVE PARCELA-CREC    TO PARC-RCT
           MOVE CODIGO-CLI-CREC TO CODIGO-CLI-RCT
           MOVE WDATA-PAGO      TO DATA-VENDA-RCT
           MOVE WVALOR-PAGO     TO VALOR-BRUTO-RCT
           COMPUTE WINT-PREV-CR = FUNCTION INTEGER-OF-DATE(WDATA-PAGO)
           IF WFORMA-PGTO-CR = 'C'
              MOVE 'C'            TO MODAL-RCT
           ELSE
              MOVE 'D'            TO MODAL-RCT
           END-IF
           MOVE WTAXA-ADQ-CR      TO TAXA-PERC-RCT
           ADD WDIAS-ADQ-CR       TO WINT-PREV-CR
           COMPUTE DATA-PREV-RCT =
              FUNCTION DATE-OF-INTEGER(WINT-PREV-CR)
           COMPUTE VALOR-TAXA-RCT ROUNDED =
              VALOR-BRUTO-RCT * TAXA-PERC-RCT / 100
           COMPUTE VALOR-LIQ-RCT = VALOR-BRUTO-RCT - VALOR-TAXA-RCT
           MOVE 'P'             TO SITUACAO-RCT
           MOVE LID-OPERADOR-1  TO OPERADOR-RCT
           WRITE REGISTRO-RECCARTAO
           IF FS-RCT NOT = '00'
              MOVE 'ERRO AO GRAVAR RECEBIVEL DE CARTAO ST ' TO WTXT
              MOVE FS-RCT TO WST
              PERFORM R-MENSAGEM-CARTAO
           END-IF.

      *-------------------------------------
      * PERIODO CONTABIL DA DATA DA BAIXA (ChkPeriodo): MES FECHADO
      * SO COM O PERFIL DE GERENTE/ADMIN DO PROPRIO OPERADOR, E A
              DISPLAY TELA-MENSAGEM
              GO TO R-BOLETO-EXIT
           END-IF
           IF CREC-QUITADO OR CREC-RENEGOCIADO
              MOVE 'TITULO QUITADO OU RENEGOCIADO - SEM BOLETO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
           PERFORM R-MONTA-BARRA
           PERFORM R-MONTA-LINHA-DIG
           PERFORM R-IMPRIME-BOLETO
           PERFORM R-ENFILEIRA-BOLETO
           IF LINK-MSG-STATUS = '0'
              MOVE 'BOLETO EM BOLETO.TXT E NA FILA DE E-MAIL' TO WTXT
           ELSE
              MOVE 'BOLETO GERADO EM BOLETO.TXT' TO WTXT
           END-IF
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           WRITE ARQREL-REC
           CLOSE ARQREL.

      *    (O REGISTRO DO CLIENTE FICOU LIDO NA IMPRESSAO)
       R-ENFILEIRA-BOLETO.
           MOVE LID-EMPRESA-1   TO LINK-MSG-EMPRESA
           MOVE CODIGO-CLI-CREC TO LINK-MSG-CLIENTE
           MOVE SPACES          TO LINK-MSG-EMAIL
           IF FS-CLI = '00'
              MOVE EMAIL        TO LINK-MSG-EMAIL
           END-IF
           MOVE 'BOL'           TO LINK-MSG-TIPO
           MOVE WID-ARQ-REL-1   TO LINK-MSG-ANEXO
           MOVE NUMERO-NF-CREC  TO LINK-MSG-NF
           MOVE PARCELA-CREC    TO LINK-MSG-PARCELA
           MOVE SPACES          TO LINK-MSG-ASSUNTO
           STRING 'BOLETO NF ' NUMERO-NF-CREC '/' PARCELA-CREC
              DELIMITED BY SIZE INTO LINK-MSG-ASSUNTO
           MOVE LID-OPERADOR-1  TO LINK-MSG-OPERADOR
           CALL "GravaMsg" USING LINK-MENSAGEM.

       S-MOVER-DADOS SECTION.
       MOVE-DADOS-2.
           MOVE NUMERO-NF-CREC     TO WNUMERO-NF-CREC
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O RECCARTAO.
           IF FS-RCT = '35'
              CLOSE RECCARTAO OPEN OUTPUT RECCARTAO
              CLOSE RECCARTAO OPEN I-O RECCARTAO
           END-IF
           IF FS-RCT = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS RECEBIVEIS DE CARTAO ST '
                TO WTXT
              MOVE FS-RCT TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

