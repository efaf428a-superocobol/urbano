      * 2026-09-02 - Alcance ao arquivo morto (ExeArquiva): com o
      *              ano informado na tela o extrato sai dos
      *              conjuntos ARQPEDA/ARQNOTASA/ARQCRECA do ano.
      * 2026-10-10 - Nova secao de adiantamentos (ARQADIANT.DAT):
      *              cada adiantamento com saldo aparece com valor
      *              recebido e saldo ainda a aplicar, com total.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Chaves alternativas de situacao e data em PEDIDOS
      *              e data em NOTAS.
      * 2026-10-15 - Extrato gerado entra na fila de e-mail ao
      *              cliente (GravaMsg), com o e-mail do cadastro; o
      *              envio e feito pelo ExeEnvioMsg.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              RECORD KEY        IS CHAVE-PED
              ALTERNATE RECORD KEY IS CODIGO-CLI-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS STATUS-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-PED   WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PED.

              RECORD KEY        IS CHAVE-NF
              ALTERNATE RECORD KEY IS CODIGO-PED-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-CLI-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-NF WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NF.

              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DEV.

       SELECT ADIANTA ASSIGN TO  DISK WID-ARQ-ADT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUMERO-ADT
              ALTERNATE RECORD KEY IS CODIGO-CLI-ADT WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ADT.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
             88 PED-FRETE-CIF      VALUE 'C'.
             88 PED-FRETE-FOB      VALUE 'F'.
          02 END-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 DATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.

       FD NOTAS.
       01 REGISTRO-NOTAS.
          02 DATA-DEV                 PIC  9(008) VALUE ZEROES.
          02 OPERADOR-DEV             PIC  X(010) VALUE SPACES.
          02 MOTIVO-DEV               PIC  X(040) VALUE SPACES.
          02 CFOP-DEV                 PIC  9(004) VALUE ZEROES.

       FD ADIANTA.
       01 REGISTRO-ADIANTA.
          02 NUMERO-ADT               PIC  9(009).
          02 CODIGO-CLI-ADT           PIC  9(007).
          02 DATA-ADT                 PIC  9(008) VALUE ZEROES.
          02 VALOR-ADT                PIC  9(009)v9(002) VALUE ZEROES.
          02 SALDO-ADT                PIC  9(009)v9(002) VALUE ZEROES.
          02 DOCUMENTO-ADT            PIC  X(020) VALUE SPACES.
          02 CONTA-BCO-ADT            PIC  9(003) VALUE ZEROES.
          02 VALOR-DEV-ADT            PIC  9(009)v9(002) VALUE ZEROES.
          02 DATA-DEV-ADT             PIC  9(008) VALUE ZEROES.
          02 QTD-MOV-ADT              PIC  9(003) VALUE ZEROES.
          02 SITUACAO-ADT             PIC  X(001) VALUE 'A'.
             88 ADT-ABERTO            VALUE 'A'.
             88 ADT-ENCERRADO         VALUE 'E'.
          02 OPERADOR-ADT             PIC  X(010) VALUE SPACES.

       FD  ARQREL.
       01  ARQREL-REC.
           02 FS-DEV-1                PIC 9.
           02 FS-DEV-2                PIC 9.
           02 FS-DEV-R REDEFINES FS-DEV-2 PIC 99 COMP-X.
       01 WID-ARQ-ADT                 PIC X(50) VALUE 'ARQADIANT.DAT'.
       01 FS-ADT                      PIC XX VALUE '00'.
       77 WADT-ABERTO-EX              PIC 9 VALUE ZEROES.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

      *                        BUSCADO NO ARQUIVO MORTO DO ANO)
       77 WMORTO-OK-EX         PIC 9 VALUE ZEROES.
       77 WGRUPO-EX            PIC 9(003) VALUE ZEROES.
       01 WEMAIL-EX            PIC X(040) VALUE SPACES.
       77 WMEMBRO-EX           PIC 9(007) VALUE ZEROES.
       77 WSAIDA-GR-EX         PIC 9 VALUE ZEROES.
       77 WSAIDA-TIT-EX        PIC 9 VALUE ZEROES.
       01 WTOT-SALDO-EX        PIC 9(011)v9(002) VALUE ZEROES.
       01 WVALOR-PAGO-EX       PIC 9(009)v9(002) VALUE ZEROES.
       01 WTOT-DEVOL-EX        PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-ADIANT-EX       PIC 9(011)v9(002) VALUE ZEROES.

       01 WEX-LINHA-ADT.
          02 FILLER            PIC X(07) VALUE '  ADT. '.
          02 EX-ADT-NUM        PIC 9(009).
          02 FILLER            PIC X(06) VALUE ' DATA '.
          02 EX-ADT-DATA       PIC 9(008).
          02 FILLER            PIC X(07) VALUE ' VALOR '.
          02 EX-ADT-VALOR      PIC ZZZZZZZZ9,99.
          02 FILLER            PIC X(07) VALUE ' SALDO '.
          02 EX-ADT-SALDO      PIC ZZZZZZZZ9,99.

       01 WEX-LINHA-DEV.
          02 FILLER            PIC X(06) VALUE '  DEV '.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - EXTRATO DO CLIENTE".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
                                    WID-ARQ-CREC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-DEVOL
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ADT
           MOVE LID-ARQ-CLIENTE-1  TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-PEDIDOS-1  TO WID-ARQ-PEDIDOS-1
           PERFORM ABRE-ARQUIVOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE CLIENTES PEDIDOS NOTAS CONTASREC DEVOL
           IF WADT-ABERTO-EX = 1
              CLOSE ADIANTA
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.

           MOVE WEX-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE GRUPO-CLI TO WGRUPO-EX
           MOVE EMAIL     TO WEMAIL-EX
           PERFORM R-SECAO-PEDIDOS-EX
           PERFORM R-SECAO-NOTAS-EX
           PERFORM R-SECAO-DEVOL-EX
           PERFORM R-SECAO-TITULOS-EX
           IF WADT-ABERTO-EX = 1
              PERFORM R-SECAO-ADIANT-EX
           END-IF
           IF WGRUPO-EX NOT = ZEROES
              PERFORM R-SECAO-GRUPO-EX
           END-IF
           CLOSE ARQREL
           PERFORM R-ENFILEIRA-EXTRATO
           IF LINK-MSG-STATUS = '0'
              MOVE 'EXTRATO EM RELEXTR1.TXT E NA FILA DE E-MAIL'
                TO WTXT
           ELSE
              MOVE 'EXTRATO GERADO EM RELEXTR1.TXT' TO WTXT
           END-IF
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
       R-GERA-EXTRATO-EXIT.
           EXIT.

      *    (O E-MAIL FOI GUARDADO ANTES DA SECAO DE GRUPO, QUE LE
      *     OUTROS CLIENTES)
       R-ENFILEIRA-EXTRATO.
           MOVE LID-EMPRESA-1   TO LINK-MSG-EMPRESA
           MOVE WCLI-ALVO-EX    TO LINK-MSG-CLIENTE
           MOVE WEMAIL-EX       TO LINK-MSG-EMAIL
           MOVE 'EXT'           TO LINK-MSG-TIPO
           MOVE WID-ARQ-REL-1   TO LINK-MSG-ANEXO
           MOVE ZEROES          TO LINK-MSG-NF LINK-MSG-PARCELA
           MOVE SPACES          TO LINK-MSG-ASSUNTO
           STRING 'EXTRATO DE CONTA - CLIENTE ' WCLI-ALVO-EX
              DELIMITED BY SIZE INTO LINK-MSG-ASSUNTO
           MOVE LID-OPERADOR-1  TO LINK-MSG-OPERADOR
           CALL "GravaMsg" USING LINK-MENSAGEM.

       R-SECAO-PEDIDOS-EX.
           MOVE 'PEDIDOS' TO ARQREL-DATA-01
           WRITE ARQREL-REC
              END-IF
           END-IF.

      *-------------------------------------
      * ADIANTAMENTOS DO CLIENTE COM SALDO AINDA A APLICAR. O SALDO
      * E A POSICAO ATUAL, INDEPENDENTE DO PERIODO DO EXTRATO.
      *-------------------------------------
       R-SECAO-ADIANT-EX.
           MOVE 'ADIANTAMENTOS (CREDITO A APLICAR)' TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WTOT-ADIANT-EX
           MOVE WCLI-ALVO-EX TO CODIGO-CLI-ADT
           START ADIANTA KEY IS NOT LESS THAN CODIGO-CLI-ADT
           MOVE 0 TO WSAIDA-EX
           IF FS-ADT NOT = '00'
              MOVE 1 TO WSAIDA-EX
           END-IF
           PERFORM R-SECAO-ADIANT-EX-1 UNTIL WSAIDA-EX = 1
           MOVE 'SALDO DE ADIANTAMENTOS.' TO EX-TOT-TITULO
           MOVE WTOT-ADIANT-EX TO EX-TOT-VALOR
           MOVE WEX-TOTAL TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-SECAO-ADIANT-EX-1.
           READ ADIANTA NEXT
           IF FS-ADT NOT = '00' OR
              CODIGO-CLI-ADT NOT = WCLI-ALVO-EX
              MOVE 1 TO WSAIDA-EX
           ELSE
              IF ADT-ABERTO AND SALDO-ADT > ZEROES
                 ADD SALDO-ADT      TO WTOT-ADIANT-EX
                 MOVE NUMERO-ADT    TO EX-ADT-NUM
                 MOVE DATA-ADT      TO EX-ADT-DATA
                 MOVE VALOR-ADT     TO EX-ADT-VALOR
                 MOVE SALDO-ADT     TO EX-ADT-SALDO
                 MOVE WEX-LINHA-ADT TO ARQREL-DATA-01
                 WRITE ARQREL-REC
              END-IF
           END-IF.

      *-------------------------------------
      * TROCA PARA O CONJUNTO DO ARQUIVO MORTO DO ANO INFORMADO
      * (ARQPEDA/ARQNOTASA/ARQCRECA<ANO>) E DE VOLTA PARA O VIVO.
              CLOSE CLIENTES PEDIDOS NOTAS CONTASREC
              EXIT PROGRAM
           END-IF.
      *    (SEM ADIANTAMENTO REGISTRADO, A SECAO NAO SAI)
           MOVE 0 TO WADT-ABERTO-EX
           OPEN INPUT ADIANTA.
           IF FS-ADT = '00'
              MOVE 1 TO WADT-ABERTO-EX
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

