      *              ordem recalcula o custo medio do produto pela
      *              media ponderada, como na entrada avulsa do
      *              estoque.
      * 2026-10-05 - O recebimento pede a nota do fornecedor e o
      *              vencimento (padrao 30 dias) e gera, ou acumula,
      *              o titulo a pagar (ARQCPAG.DAT) pelo custo
      *              recebido; nota ja quitada ou cancelada no
      *              contas a pagar recusa o recebimento.
      * 2026-10-15 - Prazo de entrega prometido pelo fornecedor (em
      *              dias a partir da data da ordem) informado na
      *              abertura e mostrado na consulta, base da
      *              pontualidade no desempenho de fornecedores.
      * 2026-10-15 - Enderecamento: o recebimento sugere o endereco
      *              de guarda no deposito padrao - um endereco que
      *              ja guarda o produto e tem capacidade, senao o
      *              primeiro endereco vazio e desbloqueado na ordem
      *              de caminhamento -; o operador confirma ou
      *              altera (zeros = sem endereco). O endereco vai
      *              para POSICAO-MOV da entrada e para o saldo por
      *              endereco (ARQSALDOPOS.DAT).
      * 2026-10-15 - Produto controlado por numero de serie
      *              (ARQPRODSER.DAT): o recebimento pede uma serie
      *              por unidade recebida (ate 200 por vez), recusa
      *              serie repetida ou ja cadastrada para o produto
      *              e grava as series em estoque (ARQSERIE.DAT) com
      *              fornecedor, ordem, nota e data, mais o evento
      *              de entrada no historico (ARQSERIEHIS.DAT).
      * 2026-10-15 - Chaves alternativas de data em MOVESTOQUE.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MOV
              ALTERNATE RECORD KEY IS CODIGO-PROD-MOV WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-MOV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MOVEST.

              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SL.

       SELECT POSICAO ASSIGN TO  DISK WID-ARQ-POSICAO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PS
              ALTERNATE RECORD KEY IS CHAVE-ORDEM-PS WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PS.

       SELECT SALDOPOS ASSIGN TO  DISK WID-ARQ-SALDOPOS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-SP
              ALTERNATE RECORD KEY IS ENDERECO-SP WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SP.

       SELECT PRODSERIE ASSIGN TO  DISK WID-ARQ-PRODSER
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD-PSR
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PSR.

       SELECT SERIES ASSIGN TO  DISK WID-ARQ-SERIE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-SR
              ALTERNATE RECORD KEY IS NUMERO-SR    WITH DUPLICATES
              ALTERNATE RECORD KEY IS CHAVE-PED-SR WITH DUPLICATES
              ALTERNATE RECORD KEY IS NUMERO-NF-SR WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SR.

       SELECT SERIEHIST ASSIGN TO  DISK WID-ARQ-SERIEHIS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-SH
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SH.

       SELECT CONTASPAG ASSIGN TO  DISK WID-ARQ-CPAG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CPAG
              ALTERNATE RECORD KEY IS DATA-VENC-CPAG WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-OC-CPAG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CPAG.

       SELECT ARQMOVCTRL ASSIGN TO DISK WID-ARQ-MOVCTRL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
             88 OC-FECHADA            VALUE 'F'.
             88 OC-CANCELADA          VALUE 'C'.
          02 VALOR-OC                 PIC  9(011)v9(002) VALUE ZEROES.
          02 PRAZO-ENT-OC             PIC  9(003) VALUE ZEROES.

       FD OCITEM.
       01 REGISTRO-OCITEM.
          02 LOCAL-DEST-MOV           PIC  9(003) VALUE ZEROES.
          02 LOTE-MOV                 PIC  X(010) VALUE SPACES.
          02 VALIDADE-MOV             PIC  9(008) VALUE ZEROES.
          02 POSICAO-MOV              PIC  9(008) VALUE ZEROES.
          02 POSICAO-DEST-MOV         PIC  9(008) VALUE ZEROES.

       FD SALDOLOC.
       01 REGISTRO-SALDOLOC.
             03 LOCAL-SL              PIC  9(003).
          02 SALDO-SL                 PIC  9(007) VALUE ZEROES.

       FD POSICAO.
       01 REGISTRO-POSICAO.
          02 CHAVE-PS.
             03 LOCAL-PS              PIC  9(003).
             03 POSICAO-PS.
                04 CORREDOR-PS        PIC  9(003).
                04 ESTANTE-PS         PIC  9(003).
                04 NIVEL-PS           PIC  9(002).
          02 CHAVE-ORDEM-PS.
             03 LOCAL-ORD-PS          PIC  9(003).
             03 ORDEM-PS              PIC  9(006).
          02 TIPO-PS                  PIC  X(001) VALUE 'S'.
             88 PS-SEPARACAO          VALUE 'S'.
             88 PS-PULMAO             VALUE 'P'.
          02 CAPACIDADE-PS            PIC  9(007) VALUE ZEROES.
          02 BLOQUEADO-PS             PIC  X(001) VALUE 'N'.
             88 PS-BLOQUEADO          VALUE 'S'.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD SALDOPOS.
       01 REGISTRO-SALDOPOS.
          02 CHAVE-SP.
             03 CODIGO-PROD-SP        PIC  9(007).
             03 ENDERECO-SP.
                04 LOCAL-SP           PIC  9(003).
                04 POSICAO-SP         PIC  9(008).
             03 LOTE-SP               PIC  X(010).
          02 VALIDADE-SP              PIC  9(008) VALUE ZEROES.
          02 SALDO-SP                 PIC  9(007) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD PRODSERIE.
       01 REGISTRO-PRODSERIE.
          02 CODIGO-PROD-PSR          PIC  9(007).
          02 GARANTIA-PSR             PIC  9(003) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD SERIES.
       01 REGISTRO-SERIES.
          02 CHAVE-SR.
             03 CODIGO-PROD-SR        PIC  9(007).
             03 NUMERO-SR             PIC  X(020).
          02 SITUACAO-SR              PIC  X(001) VALUE SPACES.
             88 SR-ESTOQUE            VALUE 'E'.
             88 SR-RESERVADA          VALUE 'R'.
             88 SR-VENDIDA            VALUE 'V'.
          02 CHAVE-PED-SR.
             03 CODIGO-PED-SR         PIC  9(009).
             03 NUMERO-ITEM-SR        PIC  9(003).
          02 CODIGO-FOR-SR            PIC  9(007) VALUE ZEROES.
          02 CODIGO-OC-SR             PIC  9(009) VALUE ZEROES.
          02 NF-COMPRA-SR             PIC  9(009) VALUE ZEROES.
          02 DATA-ENTRADA-SR          PIC  9(008) VALUE ZEROES.
          02 NUMERO-NF-SR             PIC  9(009) VALUE ZEROES.
          02 CODIGO-CLI-SR            PIC  9(007) VALUE ZEROES.
          02 DATA-SAIDA-SR            PIC  9(008) VALUE ZEROES.
          02 DATA-DEV-SR              PIC  9(008) VALUE ZEROES.
          02 ULT-SEQ-SR               PIC  9(003) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD SERIEHIST.
       01 REGISTRO-SERIEHIST.
          02 CHAVE-SH.
             03 CODIGO-PROD-SH        PIC  9(007).
             03 NUMERO-SH             PIC  X(020).
             03 SEQ-SH                PIC  9(003).
          02 TIPO-SH                  PIC  X(001) VALUE SPACES.
          02 DATA-SH                  PIC  9(008) VALUE ZEROES.
          02 DOCUMENTO-SH             PIC  9(009) VALUE ZEROES.
          02 PARCEIRO-SH              PIC  9(007) VALUE ZEROES.
          02 OPERADOR-SH              PIC  X(010) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD CONTASPAG.
       01 REGISTRO-CONTASPAG.
          02 CHAVE-CPAG.
             03 TIPO-CRED-CPAG        PIC  X(001).
                88 CPAG-FORNECEDOR    VALUE 'F'.
             03 CODIGO-CRED-CPAG      PIC  9(007).
             03 NUMERO-DOC-CPAG       PIC  9(009).
             03 PARCELA-CPAG          PIC  9(003).
          02 ORIGEM-CPAG              PIC  X(001) VALUE SPACES.
             88 CPAG-COMPRA           VALUE 'C'.
             88 CPAG-DESPESA          VALUE 'D'.
          02 CODIGO-OC-CPAG           PIC  9(009) VALUE ZEROES.
          02 HISTORICO-CPAG           PIC  X(030) VALUE SPACES.
          02 DATA-EMISSAO-CPAG        PIC  9(008) VALUE ZEROES.
          02 DATA-VENC-CPAG           PIC  9(008) VALUE ZEROES.
          02 VALOR-CPAG               PIC  9(009)v9(002) VALUE ZEROES.
          02 SALDO-CPAG               PIC  9(009)v9(002) VALUE ZEROES.
          02 DATA-ULT-PGTO-CPAG       PIC  9(008) VALUE ZEROES.
          02 SITUACAO-CPAG            PIC  X(001) VALUE 'A'.
             88 CPAG-ABERTO           VALUE 'A'.
             88 CPAG-QUITADO          VALUE 'Q'.
             88 CPAG-CANCELADO        VALUE 'C'.
          02 TOTAL-PARC-CPAG          PIC  9(003) VALUE ZEROES.
          02 OPERADOR-CPAG            PIC  X(010) VALUE SPACES.

       FD  ARQMOVCTRL.
       01  ARQMOVCTRL-REC.
           02 MOVCTRL-ULTIMO-SEQ    PIC 9(009).
           02 FS-MOVEST-1                PIC 9.
           02 FS-MOVEST-2                PIC 9.
           02 FS-MOVEST-R REDEFINES FS-MOVEST-2 PIC 99 COMP-X.
       01 FS-CPAG.
           02 FS-CPAG-1                PIC 9.
           02 FS-CPAG-2                PIC 9.
           02 FS-CPAG-R REDEFINES FS-CPAG-2 PIC 99 COMP-X.
       01 FS-MOVCTRL                  PIC XX VALUE '00'.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

           02 FS-SL-1                 PIC 9.
           02 FS-SL-2                 PIC 9.
           02 FS-SL-R REDEFINES FS-SL-2 PIC 99 COMP-X.
       01 WID-ARQ-POSICAO             PIC X(50) VALUE 'ARQPOSICAO.DAT'.
       01 WID-ARQ-SALDOPOS          PIC X(50) VALUE 'ARQSALDOPOS.DAT'.
       01 FS-PS                       PIC XX VALUE '00'.
       01 FS-SP                       PIC XX VALUE '00'.
       01 WID-ARQ-PRODSER             PIC X(50) VALUE 'ARQPRODSER.DAT'.
       01 WID-ARQ-SERIE               PIC X(50) VALUE 'ARQSERIE.DAT'.
       01 WID-ARQ-SERIEHIS            PIC X(50)
                                      VALUE 'ARQSERIEHIS.DAT'.
       01 FS-PSR                      PIC XX VALUE '00'.
       01 FS-SR                       PIC XX VALUE '00'.
       01 FS-SH                       PIC XX VALUE '00'.
       01 WID-ARQ-MOVCTRL             PIC X(50) VALUE 'MOVCTRL.DAT'.
       01 WID-ARQ-CPAG                PIC X(50) VALUE 'ARQCPAG.DAT'.
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WOPCAO-OC       PIC 9 VALUE ZEROES.
       01 WCODIGO-OC           PIC 9(009) VALUE ZEROES.
       01 WCODIGO-FOR-OC       PIC 9(007) VALUE ZEROES.
       01 WSTATUS-OC           PIC X(001) VALUE 'A'.
       01 WPRAZO-ENT-OC        PIC 9(003) VALUE ZEROES.
       01 WNUMERO-OCI          PIC 9(003) VALUE ZEROES.
       01 WCODIGO-PROD-OCI     PIC 9(007) VALUE ZEROES.
       01 WQTDE-OCI            PIC 9(007) VALUE ZEROES.
       01 WQTDE-RECEBIDA-OCI   PIC 9(007) VALUE ZEROES.
       01 WQTDE-RECEBER        PIC 9(007) VALUE ZEROES.

      *-------------TITULO A PAGAR DO RECEBIMENTO-------------------
       01 WNF-FORN-OC          PIC 9(009) VALUE ZEROES.
       01 WVENC-FORN-OC        PIC 9(008) VALUE ZEROES.
       77 WDIAS-PRAZO-OC       PIC 9(003) VALUE 30.
       77 WINT-VENC-OC         PIC 9(008) VALUE ZEROES.
       77 WTEM-CPAG-OC         PIC 9 VALUE ZEROES.
       01 WVALOR-RECEB-OC      PIC 9(009)v9(002) VALUE ZEROES.
      *--------------------------------------------------

      *-------------ENDERECO DE GUARDA DO RECEBIMENTO--------------
      * SO COM O CADASTRO DE ENDERECOS PRESENTE; ZEROS = A ENTRADA
      * FICA SEM ENDERECO NO DEPOSITO PADRAO.
       77 WPS-DISPONIVEL-OC    PIC 9 VALUE ZEROES.
       01 WGUARDA-OC.
          02 WCORR-GUARDA-OC       PIC 9(003) VALUE ZEROES.
          02 WEST-GUARDA-OC        PIC 9(003) VALUE ZEROES.
          02 WNIV-GUARDA-OC        PIC 9(002) VALUE ZEROES.
       01 WPOS-GUARDA-OC REDEFINES WGUARDA-OC PIC 9(008).
       77 WOCUPADO-OC          PIC 9(009) VALUE ZEROES.
       77 WPOS-ALVO-OC         PIC 9(008) VALUE ZEROES.
       77 WSAIDA-PS-OC         PIC 9 VALUE ZEROES.
       77 WSAIDA-OCUP-OC       PIC 9 VALUE ZEROES.
       77 WQTD-CAND-OC         PIC 9(002) VALUE ZEROES.
       77 WI-CAND-OC           PIC 9(002) VALUE ZEROES.
       01 WTAB-CAND-OC.
          02 WCAND-POS-OC          PIC 9(008) OCCURS 20 TIMES.
      *--------------------------------------------------

      *-------------NUMEROS DE SERIE DO RECEBIMENTO----------------
      * SO PARA PRODUTO CONTROLADO POR SERIE; UMA SERIE POR UNIDADE
      * RECEBIDA, ATE O TAMANHO DA TABELA POR RECEBIMENTO.
       77 WSR-DISPONIVEL-OC    PIC 9 VALUE ZEROES.
       77 WTEM-SERIE-OC        PIC 9 VALUE ZEROES.
       77 WMAX-SERIE-OC        PIC 9(003) VALUE 200.
       77 WQTD-SERIE-OC        PIC 9(003) VALUE ZEROES.
       77 WI-SERIE-OC          PIC 9(003) VALUE ZEROES.
       77 WJ-SERIE-OC          PIC 9(003) VALUE ZEROES.
       01 WNUMERO-SERIE-OC     PIC X(020) VALUE SPACES.
       01 WTAB-SERIE-OC.
          02 WSERIE-OC             PIC X(020) OCCURS 200 TIMES.
      *--------------------------------------------------

      *-------------APURACAO DA SITUACAO DA ORDEM-------------------
       77 WSAIDA-OC            PIC 9 VALUE ZEROES.
       01 WOC-ALVO             PIC 9(009) VALUE ZEROES.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - COMPRAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - COMPRAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 9 COL 10 VALUE "Situacao........:".
          02 LINE 9 COL 29 PIC X(001) USING WSTATUS-OC.
          02 LINE 9 COL 32 VALUE "(A=ABERTA P=PARCIAL F=FECHADA)".
          02 LINE 10 COL 10 VALUE "Prazo Entrega...:".
          02 LINE 10 COL 29 PIC 9(003) USING WPRAZO-ENT-OC.
          02 LINE 10 COL 33 VALUE "DIAS (PROMETIDO PELO FORNECEDOR)".

       01 TELA-ITEM-OC.
          02 LINE 11 COL 10 VALUE "Numero do Item..:".
       01 TELA-RECEBE-OC.
          02 LINE 16 COL 10 VALUE "QTDE A RECEBER..:".
          02 LINE 16 COL 29 PIC 9(007) USING WQTDE-RECEBER.
          02 LINE 18 COL 10 VALUE "NF DO FORNEC....:".
          02 LINE 18 COL 29 PIC 9(009) USING WNF-FORN-OC.
          02 LINE 19 COL 10 VALUE "VENCIMENTO......:".
          02 LINE 19 COL 29 PIC 9(008) USING WVENC-FORN-OC.

       01 TELA-GUARDA-OC.
          02 LINE 20 COL 10 VALUE "ENDERECO C/E/N..:".
          02 LINE 20 COL 29 PIC 9(003) USING WCORR-GUARDA-OC.
          02 LINE 20 COL 33 PIC 9(003) USING WEST-GUARDA-OC.
          02 LINE 20 COL 37 PIC 9(002) USING WNIV-GUARDA-OC.
          02 LINE 20 COL 41 VALUE "(SUGERIDO; ZEROS=SEM ENDERECO)".

       01 TELA-SERIE-OC.
          02 LINE 21 COL 10 VALUE "SERIE...........:".
          02 LINE 21 COL 29 PIC X(020) USING WNUMERO-SERIE-OC.
          02 LINE 21 COL 51 PIC ZZ9 FROM WI-SERIE-OC.
          02 LINE 21 COL 55 VALUE "DE".
          02 LINE 21 COL 58 PIC ZZZZZZ9 FROM WQTDE-RECEBER.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
                                    WID-ARQ-MOVEST
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SALDOLOC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-POSICAO
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SALDOPOS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MOVCTRL
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CPAG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PRODSER
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SERIE
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SERIEHIS
           INITIALIZE WSAIDA WOPCAO-OC
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
           PERFORM ABRE-ARQUIVOS.
               PERFORM S-CONSULTAR-OC
             WHEN 6
               CLOSE ORDCOMPRA OCITEM FORNECEDORES PRODUTOS
                     MOVESTOQUE CONTASPAG
               IF WPS-DISPONIVEL-OC = 1
                  CLOSE POSICAO SALDOPOS
               END-IF
               IF WSR-DISPONIVEL-OC = 1
                  CLOSE PRODSERIE SERIES SERIEHIST
               END-IF
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.

       S-ABRIR-OC SECTION.
       ABRIR-OC-1.
           MOVE ZEROES TO WCODIGO-OC WCODIGO-FOR-OC WPRAZO-ENT-OC
           MOVE 'A' TO WSTATUS-OC
           MOVE 'INFORME O FORNECEDOR (0 SAI) ' TO WTXT
           DISPLAY TELA-MENSAGEM
           MOVE WDATA-HOJE-OC  TO DATA-OC
           MOVE 'A'            TO STATUS-OC
           MOVE ZEROES         TO VALOR-OC
           MOVE WPRAZO-ENT-OC  TO PRAZO-ENT-OC
           WRITE REGISTRO-ORDCOMPRA
           IF FS-OC = '00'
              MOVE 'OC-ABRE ' TO WTL-OPERACAO
              DISPLAY TELA-MENSAGEM
              GO TO RECEBER-OC-EXIT
           END-IF
           MOVE CODIGO-FOR-OC TO WCODIGO-FOR-OC
           MOVE ZEROES TO WNUMERO-OCI WQTDE-RECEBER
           DISPLAY TELA-ITEM-OC
           ACCEPT TELA-ITEM-OC
           MOVE CUSTO-UNIT-OCI    TO WCUSTO-UNIT-OCI
           MOVE QTDE-RECEBIDA-OCI TO WQTDE-RECEBIDA-OCI
           DISPLAY TELA-ITEM-OC
           MOVE ZEROES TO WQTDE-RECEBER WNF-FORN-OC
           ACCEPT WDATA-HOJE-OC FROM DATE YYYYMMDD
           COMPUTE WINT-VENC-OC =
              FUNCTION INTEGER-OF-DATE(WDATA-HOJE-OC) + WDIAS-PRAZO-OC
           COMPUTE WVENC-FORN-OC =
              FUNCTION DATE-OF-INTEGER(WINT-VENC-OC)
           DISPLAY TELA-RECEBE-OC
           ACCEPT TELA-RECEBE-OC
           IF WQTDE-RECEBER = ZEROES
              DISPLAY TELA-MENSAGEM
              GO TO RECEBER-OC-EXIT
           END-IF
      *    (ITEM COM CUSTO GERA O TITULO A PAGAR DA NOTA DO
      *     FORNECEDOR: CONFERE ANTES DE ACEITAR O RECEBIMENTO)
           COMPUTE WVALOR-RECEB-OC = WQTDE-RECEBER * CUSTO-UNIT-OCI
           IF WVALOR-RECEB-OC NOT = ZEROES
              PERFORM R-CONFERE-CONTASPAG-OC
                 THRU R-CONFERE-CONTASPAG-OC-EXIT
              IF WTXT NOT = SPACES
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE WMENSAGEM
                 DISPLAY TELA-MENSAGEM
                 GO TO RECEBER-OC-EXIT
              END-IF
           END-IF
      *    (ENDERECO DE GUARDA: SUGERIDO, O OPERADOR CONFIRMA OU
      *     ALTERA; O INFORMADO PRECISA ACEITAR A QUANTIDADE)
           MOVE ZEROES TO WPOS-GUARDA-OC
           IF WPS-DISPONIVEL-OC = 1
              PERFORM R-SUGERE-ENDERECO-OC
              DISPLAY TELA-GUARDA-OC
              ACCEPT TELA-GUARDA-OC
              PERFORM R-CONFERE-ENDERECO-OC
                 THRU R-CONFERE-ENDERECO-OC-EXIT
              IF WTXT NOT = SPACES
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE WMENSAGEM
                 DISPLAY TELA-MENSAGEM
                 GO TO RECEBER-OC-EXIT
              END-IF
           END-IF
      *    (PRODUTO COM NUMERO DE SERIE: UMA SERIE POR UNIDADE)
           MOVE 0 TO WTEM-SERIE-OC
           IF WSR-DISPONIVEL-OC = 1
              MOVE WCODIGO-PROD-OCI TO CODIGO-PROD-PSR
              READ PRODSERIE
              IF FS-PSR = '00'
                 MOVE 1 TO WTEM-SERIE-OC
                 PERFORM R-LE-SERIES-OC THRU R-LE-SERIES-OC-EXIT
                 IF WTXT NOT = SPACES
                    DISPLAY TELA-MENSAGEM
                    ACCEPT WX
                    INITIALIZE WMENSAGEM
                    DISPLAY TELA-MENSAGEM
                    GO TO RECEBER-OC-EXIT
                 END-IF
              END-IF
           END-IF
           MOVE 'CONFIRMA O RECEBIMENTO ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           MOVE 'OC-RECEB' TO WTL-OPERACAO
           MOVE WNUMERO-OCI   TO WTL-ITEM
           MOVE WQTDE-RECEBER TO WTL-QTDE
           PERFORM R-GRAVA-LOG
           IF WVALOR-RECEB-OC NOT = ZEROES
              PERFORM R-GRAVA-CONTASPAG-OC
           END-IF
           IF WTEM-SERIE-OC = 1
              PERFORM R-GRAVA-SERIE-OC
                 VARYING WI-SERIE-OC FROM 1 BY 1
                 UNTIL WI-SERIE-OC > WQTD-SERIE-OC
           END-IF.
       RECEBER-OC-EXIT.
           EXIT.

      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-RECEBER-OC-ROTINAS SECTION.

      *-------------------------------------
      * LE AS SERIES DAS UNIDADES RECEBIDAS. SERIE EM BRANCO
      * CANCELA O RECEBIMENTO (WTXT PREENCHIDO NA SAIDA).
      *-------------------------------------
       R-LE-SERIES-OC.
           MOVE SPACES TO WTXT
           MOVE ZEROES TO WQTD-SERIE-OC
           IF WQTDE-RECEBER > WMAX-SERIE-OC
              MOVE 'PRODUTO COM SERIE - RECEBA ATE 200 POR VEZ' TO WTXT
              GO TO R-LE-SERIES-OC-EXIT
           END-IF
           PERFORM R-LE-SERIES-OC-1
              UNTIL WQTD-SERIE-OC = WQTDE-RECEBER
                 OR WTXT NOT = SPACES.
       R-LE-SERIES-OC-EXIT.
           EXIT.

       R-LE-SERIES-OC-1.
           COMPUTE WI-SERIE-OC = WQTD-SERIE-OC + 1
           MOVE SPACES TO WNUMERO-SERIE-OC
           DISPLAY TELA-SERIE-OC
           ACCEPT TELA-SERIE-OC
           IF WNUMERO-SERIE-OC = SPACES
              MOVE 'SERIE EM BRANCO - RECEBIMENTO CANCELADO' TO WTXT
           ELSE
              PERFORM R-CONFERE-SERIE-OC
              IF WTXT = SPACES
                 ADD 1 TO WQTD-SERIE-OC
                 MOVE WNUMERO-SERIE-OC TO WSERIE-OC(WQTD-SERIE-OC)
              ELSE
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE WMENSAGEM
                 DISPLAY TELA-MENSAGEM
              END-IF
           END-IF.

       R-CONFERE-SERIE-OC.
           PERFORM R-CONFERE-SERIE-OC-1
              VARYING WJ-SERIE-OC FROM 1 BY 1
              UNTIL WJ-SERIE-OC > WQTD-SERIE-OC
           IF WTXT = SPACES
              MOVE WCODIGO-PROD-OCI TO CODIGO-PROD-SR
              MOVE WNUMERO-SERIE-OC TO NUMERO-SR
              READ SERIES
              IF FS-SR = '00'
                 MOVE 'SERIE JA CADASTRADA PARA O PRODUTO' TO WTXT
              END-IF
           END-IF.

       R-CONFERE-SERIE-OC-1.
           IF WSERIE-OC(WJ-SERIE-OC) = WNUMERO-SERIE-OC
              MOVE 'SERIE REPETIDA NESTE RECEBIMENTO' TO WTXT
           END-IF.

      *-------------------------------------
      * GRAVA A SERIE RECEBIDA EM ESTOQUE E O EVENTO DE ENTRADA.
      *-------------------------------------
       R-GRAVA-SERIE-OC.
           INITIALIZE REGISTRO-SERIES
           MOVE WCODIGO-PROD-OCI        TO CODIGO-PROD-SR
           MOVE WSERIE-OC(WI-SERIE-OC)  TO NUMERO-SR
           MOVE 'E'                     TO SITUACAO-SR
           MOVE WCODIGO-FOR-OC          TO CODIGO-FOR-SR
           MOVE WCODIGO-OC              TO CODIGO-OC-SR
           MOVE WNF-FORN-OC             TO NF-COMPRA-SR
           MOVE WDATA-HOJE-OC           TO DATA-ENTRADA-SR
           MOVE 1                       TO ULT-SEQ-SR
           WRITE REGISTRO-SERIES
           IF FS-SR = '00'
              INITIALIZE REGISTRO-SERIEHIST
              MOVE CODIGO-PROD-SR  TO CODIGO-PROD-SH
              MOVE NUMERO-SR       TO NUMERO-SH
              MOVE 1               TO SEQ-SH
              MOVE 'E'             TO TIPO-SH
              MOVE WDATA-HOJE-OC   TO DATA-SH
              MOVE WCODIGO-OC      TO DOCUMENTO-SH
              MOVE WCODIGO-FOR-OC  TO PARCEIRO-SH
              MOVE LID-OPERADOR-1  TO OPERADOR-SH
              WRITE REGISTRO-SERIEHIST
           END-IF.

       R-GRAVA-MOVIMENTO-OC.
           PERFORM R-LE-CONTROLE-MOV
           ADD 1 TO WULTIMO-SEQ-MOV
           MOVE 1      TO LOCAL-MOV
           MOVE ZEROES TO LOCAL-DEST-MOV VALIDADE-MOV
           MOVE SPACES TO LOTE-MOV
           MOVE WPOS-GUARDA-OC TO POSICAO-MOV
           MOVE ZEROES TO POSICAO-DEST-MOV
           WRITE REGISTRO-MOVESTOQUE
           IF FS-MOVEST = '00'
              PERFORM R-GRAVA-CONTROLE-MOV
              PERFORM R-REPOE-SALDOLOC-OC
              IF WPOS-GUARDA-OC NOT = ZEROES
                 PERFORM R-GUARDA-SALDOPOS-OC
              END-IF
           END-IF.

      *-------------------------------------
      * SUGESTAO DO ENDERECO DE GUARDA NO DEPOSITO PADRAO [1]:
      * PRIMEIRO UM ENDERECO QUE JA GUARDA O PRODUTO (SEM LOTE) E
      * COMPORTA A QUANTIDADE; SENAO O PRIMEIRO ENDERECO VAZIO E
      * DESBLOQUEADO NA ORDEM DE CAMINHAMENTO; SENAO ZEROS.
      *-------------------------------------
       R-SUGERE-ENDERECO-OC.
           MOVE ZEROES TO WPOS-GUARDA-OC WQTD-CAND-OC
           MOVE WCODIGO-PROD-OCI TO CODIGO-PROD-SP
           MOVE 1                TO LOCAL-SP
           MOVE ZEROES           TO POSICAO-SP
           MOVE SPACES           TO LOTE-SP
           START SALDOPOS KEY IS NOT LESS THAN CHAVE-SP
           MOVE 0 TO WSAIDA-PS-OC
           IF FS-SP NOT = '00'
              MOVE 1 TO WSAIDA-PS-OC
           END-IF
           PERFORM R-SUGERE-ENDERECO-OC-1 UNTIL WSAIDA-PS-OC = 1
           PERFORM R-SUGERE-ENDERECO-OC-2
              VARYING WI-CAND-OC FROM 1 BY 1
              UNTIL WI-CAND-OC > WQTD-CAND-OC OR
                    WPOS-GUARDA-OC NOT = ZEROES
           IF WPOS-GUARDA-OC = ZEROES
              MOVE 1      TO LOCAL-ORD-PS
              MOVE ZEROES TO ORDEM-PS
              START POSICAO KEY IS NOT LESS THAN CHAVE-ORDEM-PS
              MOVE 0 TO WSAIDA-PS-OC
              IF FS-PS NOT = '00'
                 MOVE 1 TO WSAIDA-PS-OC
              END-IF
              PERFORM R-SUGERE-ENDERECO-OC-3 UNTIL WSAIDA-PS-OC = 1
           END-IF.

      *    (ANOTA OS ENDERECOS QUE JA GUARDAM O PRODUTO)
       R-SUGERE-ENDERECO-OC-1.
           READ SALDOPOS NEXT
           IF FS-SP NOT = '00' OR
              CODIGO-PROD-SP NOT = WCODIGO-PROD-OCI OR
              LOCAL-SP NOT = 1
              MOVE 1 TO WSAIDA-PS-OC
           ELSE
              IF LOTE-SP = SPACES AND WQTD-CAND-OC < 20
                 ADD 1 TO WQTD-CAND-OC
                 MOVE POSICAO-SP TO WCAND-POS-OC(WQTD-CAND-OC)
              END-IF
           END-IF.

       R-SUGERE-ENDERECO-OC-2.
           MOVE 1 TO LOCAL-PS
           MOVE WCAND-POS-OC(WI-CAND-OC) TO POSICAO-PS
           READ POSICAO
           IF FS-PS = '00' AND NOT PS-BLOQUEADO
              MOVE WCAND-POS-OC(WI-CAND-OC) TO WPOS-ALVO-OC
              PERFORM R-OCUPACAO-OC
              IF CAPACIDADE-PS = ZEROES OR
                 WOCUPADO-OC + WQTDE-RECEBER NOT > CAPACIDADE-PS
                 MOVE WCAND-POS-OC(WI-CAND-OC) TO WPOS-GUARDA-OC
              END-IF
           END-IF.

       R-SUGERE-ENDERECO-OC-3.
           READ POSICAO NEXT
           IF FS-PS NOT = '00' OR LOCAL-ORD-PS NOT = 1
              MOVE 1 TO WSAIDA-PS-OC
           ELSE
              IF NOT PS-BLOQUEADO AND
                 (CAPACIDADE-PS = ZEROES OR
                  CAPACIDADE-PS NOT < WQTDE-RECEBER)
                 MOVE POSICAO-PS TO WPOS-ALVO-OC
                 PERFORM R-OCUPACAO-OC
                 IF WOCUPADO-OC = ZEROES
                    MOVE POSICAO-PS TO WPOS-GUARDA-OC
                    MOVE 1 TO WSAIDA-PS-OC
                 END-IF
              END-IF
           END-IF.

      *    (OCUPACAO DO ENDERECO WPOS-ALVO-OC DO DEPOSITO PADRAO:
      *     SOMA DE TODOS OS PRODUTOS E LOTES GUARDADOS NELE)
       R-OCUPACAO-OC.
           MOVE ZEROES       TO WOCUPADO-OC
           MOVE 1            TO LOCAL-SP
           MOVE WPOS-ALVO-OC TO POSICAO-SP
           START SALDOPOS KEY IS NOT LESS THAN ENDERECO-SP
           MOVE 0 TO WSAIDA-OCUP-OC
           IF FS-SP NOT = '00'
              MOVE 1 TO WSAIDA-OCUP-OC
           END-IF
           PERFORM R-OCUPACAO-OC-1 UNTIL WSAIDA-OCUP-OC = 1.

       R-OCUPACAO-OC-1.
           READ SALDOPOS NEXT
           IF FS-SP NOT = '00' OR LOCAL-SP NOT = 1 OR
              POSICAO-SP NOT = WPOS-ALVO-OC
              MOVE 1 TO WSAIDA-OCUP-OC
           ELSE
              ADD SALDO-SP TO WOCUPADO-OC
           END-IF.

      *-------------------------------------
      * ENDERECO INFORMADO NO RECEBIMENTO: CADASTRADO NO DEPOSITO
      * PADRAO, DESBLOQUEADO E COM CAPACIDADE PARA A QUANTIDADE.
      * DEVOLVE O MOTIVO EM WTXT.
      *-------------------------------------
       R-CONFERE-ENDERECO-OC.
           MOVE SPACES TO WTXT
           IF WPOS-GUARDA-OC = ZEROES
              GO TO R-CONFERE-ENDERECO-OC-EXIT
           END-IF
           MOVE 1              TO LOCAL-PS
           MOVE WPOS-GUARDA-OC TO POSICAO-PS
           READ POSICAO
           IF FS-PS NOT = '00'
              MOVE 'ENDERECO NAO CADASTRADO NO LOCAL 1' TO WTXT
              GO TO R-CONFERE-ENDERECO-OC-EXIT
           END-IF
           IF PS-BLOQUEADO
              MOVE 'ENDERECO BLOQUEADO' TO WTXT
              GO TO R-CONFERE-ENDERECO-OC-EXIT
           END-IF
           MOVE WPOS-GUARDA-OC TO WPOS-ALVO-OC
           PERFORM R-OCUPACAO-OC
           IF CAPACIDADE-PS NOT = ZEROES AND
              WOCUPADO-OC + WQTDE-RECEBER > CAPACIDADE-PS
              MOVE 'CAPACIDADE DO ENDERECO EXCEDIDA' TO WTXT
           END-IF.
       R-CONFERE-ENDERECO-OC-EXIT.
           EXIT.

       R-GUARDA-SALDOPOS-OC.
           MOVE WCODIGO-PROD-OCI TO CODIGO-PROD-SP
           MOVE 1                TO LOCAL-SP
           MOVE WPOS-GUARDA-OC   TO POSICAO-SP
           MOVE SPACES           TO LOTE-SP
           READ SALDOPOS
           IF FS-SP = '00'
              ADD WQTDE-RECEBER TO SALDO-SP
              REWRITE REGISTRO-SALDOPOS
           ELSE
              INITIALIZE REGISTRO-SALDOPOS
              MOVE WCODIGO-PROD-OCI TO CODIGO-PROD-SP
              MOVE 1                TO LOCAL-SP
              MOVE WPOS-GUARDA-OC   TO POSICAO-SP
              MOVE SPACES           TO LOTE-SP
              MOVE WQTDE-RECEBER    TO SALDO-SP
              WRITE REGISTRO-SALDOPOS
           END-IF.

      *    (O RECEBIMENTO ENTRA NO DEPOSITO PADRAO [1]; O PAR SO E
           WRITE ARQMOVCTRL-REC
           CLOSE ARQMOVCTRL.

      *-------------------------------------
      * TITULO A PAGAR DA NOTA DO FORNECEDOR (PARCELA 1): A NOTA E
      * OBRIGATORIA, O VENCIMENTO NAO PODE SER ANTERIOR A HOJE, E
      * UMA NOTA JA LANCADA SO RECEBE MAIS ITENS SE AINDA ESTIVER
      * EM ABERTO NO CONTAS A PAGAR. DEVOLVE O MOTIVO EM WTXT.
      *-------------------------------------
       R-CONFERE-CONTASPAG-OC.
           MOVE SPACES TO WTXT
           MOVE 0 TO WTEM-CPAG-OC
           IF WNF-FORN-OC = ZEROES
              MOVE 'INFORME A NOTA DO FORNECEDOR' TO WTXT
              GO TO R-CONFERE-CONTASPAG-OC-EXIT
           END-IF
           IF WVENC-FORN-OC < WDATA-HOJE-OC
              MOVE 'VENCIMENTO ANTERIOR A HOJE' TO WTXT
              GO TO R-CONFERE-CONTASPAG-OC-EXIT
           END-IF
           MOVE 'F'           TO TIPO-CRED-CPAG
           MOVE CODIGO-FOR-OC TO CODIGO-CRED-CPAG
           MOVE WNF-FORN-OC   TO NUMERO-DOC-CPAG
           MOVE 1             TO PARCELA-CPAG
           READ CONTASPAG
           IF FS-CPAG = '00'
              MOVE 1 TO WTEM-CPAG-OC
              IF NOT CPAG-ABERTO
                 MOVE 'NOTA DO FORNECEDOR QUITADA/CANCELADA' TO WTXT
              END-IF
           END-IF.
       R-CONFERE-CONTASPAG-OC-EXIT.
           EXIT.

       R-GRAVA-CONTASPAG-OC.
           MOVE 'F'           TO TIPO-CRED-CPAG
           MOVE CODIGO-FOR-OC TO CODIGO-CRED-CPAG
           MOVE WNF-FORN-OC   TO NUMERO-DOC-CPAG
           MOVE 1             TO PARCELA-CPAG
           READ CONTASPAG
           IF FS-CPAG = '00'
              ADD WVALOR-RECEB-OC TO VALOR-CPAG SALDO-CPAG
              REWRITE REGISTRO-CONTASPAG
           ELSE
              MOVE 'C'            TO ORIGEM-CPAG
              MOVE WCODIGO-OC     TO CODIGO-OC-CPAG
              MOVE SPACES         TO HISTORICO-CPAG
              STRING 'ORDEM DE COMPRA ' WCODIGO-OC
                 DELIMITED BY SIZE INTO HISTORICO-CPAG
              MOVE WDATA-HOJE-OC  TO DATA-EMISSAO-CPAG
              MOVE WVENC-FORN-OC  TO DATA-VENC-CPAG
              MOVE WVALOR-RECEB-OC TO VALOR-CPAG SALDO-CPAG
              MOVE ZEROES         TO DATA-ULT-PGTO-CPAG
              MOVE 'A'            TO SITUACAO-CPAG
              MOVE 1              TO TOTAL-PARC-CPAG
              MOVE LID-OPERADOR-1 TO OPERADOR-CPAG
              WRITE REGISTRO-CONTASPAG
           END-IF
           IF FS-CPAG = '00'
              MOVE 'OC-CPAG ' TO WTL-OPERACAO
              MOVE WNUMERO-OCI   TO WTL-ITEM
              MOVE WQTDE-RECEBER TO WTL-QTDE
              PERFORM R-GRAVA-LOG
           ELSE
              MOVE 'ERRO NO TITULO A PAGAR ST ' TO WTXT
              MOVE FS-CPAG TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.

      *-------------------------------------
      * REAPURA A SITUACAO DA ORDEM PELO CONJUNTO DOS ITENS: TUDO
      * RECEBIDO FECHA ('F'), PARTE RECEBIDA FICA PARCIAL ('P').
           END-IF
           MOVE CODIGO-FOR-OC TO WCODIGO-FOR-OC
           MOVE STATUS-OC     TO WSTATUS-OC
           MOVE PRAZO-ENT-OC  TO WPRAZO-ENT-OC
           DISPLAY TELA-OC
           MOVE WCODIGO-OC TO WOC-ALVO
           MOVE WCODIGO-OC TO CODIGO-OC-OCI
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O CONTASPAG.
           IF FS-CPAG = '35'
              CLOSE CONTASPAG OPEN OUTPUT CONTASPAG
              CLOSE CONTASPAG OPEN I-O CONTASPAG
           END-IF
           IF FS-CPAG = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DO CONTAS A PAGAR ST ' TO WTXT
              MOVE FS-CPAG TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
      *    (SEM CADASTRO DE ENDERECOS O RECEBIMENTO NAO ENDERECA)
           MOVE 0 TO WPS-DISPONIVEL-OC
           OPEN INPUT POSICAO
           IF FS-PS = '00'
              OPEN I-O SALDOPOS
              IF FS-SP = '35'
                 CLOSE SALDOPOS OPEN OUTPUT SALDOPOS
                 CLOSE SALDOPOS OPEN I-O SALDOPOS
              END-IF
              IF FS-SP = '00' OR FS-SP = '05'
                 MOVE 1 TO WPS-DISPONIVEL-OC
              ELSE
                 CLOSE POSICAO
              END-IF
           END-IF.
      *    (SEM CADASTRO DE PRODUTOS COM SERIE NAO HA SERIES A LER)
           MOVE 0 TO WSR-DISPONIVEL-OC
           OPEN INPUT PRODSERIE
           IF FS-PSR = '00'
              OPEN I-O SERIES
              IF FS-SR = '35'
                 CLOSE SERIES OPEN OUTPUT SERIES
                 CLOSE SERIES OPEN I-O SERIES
              END-IF
              OPEN I-O SERIEHIST
              IF FS-SH = '35'
                 CLOSE SERIEHIST OPEN OUTPUT SERIEHIST
                 CLOSE SERIEHIST OPEN I-O SERIEHIST
              END-IF
              IF (FS-SR = '00' OR FS-SR = '05') AND
                 (FS-SH = '00' OR FS-SH = '05')
                 MOVE 1 TO WSR-DISPONIVEL-OC
              ELSE
                 CLOSE PRODSERIE SERIES SERIEHIST
              END-IF
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
