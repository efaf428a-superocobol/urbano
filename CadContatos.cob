      *              opcao [9] do CadClientes) e relacao dos
      *              retornos devidos ate uma data, com o vendedor
      *              atribuido pela distribuicao, em RELCONT1.TXT.
      * 2026-10-15 - Contatos com prospectos (ARQPROSP.DAT do
      *              CadProspect): cliente zero na chave e o codigo do
      *              prospecto em PROSPECT-CON (chave alternativa).
      *              Lancamento e consulta por prospecto; o primeiro
      *              contato passa o prospecto NOVO para EM CONTATO.
      *              Nos retornos devidos o prospecto sai com o
      *              vendedor atribuido a ele e a marca 'P'.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              RECORD KEY        IS CHAVE-CON
              ALTERNATE RECORD KEY IS DATA-RETORNO-CON
                                     WITH DUPLICATES
              ALTERNATE RECORD KEY IS PROSPECT-CON
                                     WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CON.

       SELECT PROSPECT ASSIGN TO  DISK WID-ARQ-PROSP
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PS
              ALTERNATE RECORD KEY IS CNPJ-PS     WITH DUPLICATES
              ALTERNATE RECORD KEY IS VENDEDOR-PS WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PS.

       SELECT CLIENTES ASSIGN TO  DISK WID-ARQ-CLIENTE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
             88 CONTATO-EMAIL         VALUE 'E'.
          02 TEXTO-CON                PIC  X(060) VALUE SPACES.
          02 DATA-RETORNO-CON         PIC  9(008) VALUE ZEROES.
          02 PROSPECT-CON             PIC  9(007) VALUE ZEROES.

       FD PROSPECT.
       01 REGISTRO-PROSPECT.
          02 CODIGO-PS              PIC  9(007).
          02 RAZAO-PS               PIC  X(040).
          02 CNPJ-PS                PIC  9(014).
          02 ENDERECO-PS            PIC  X(040).
          02 CIDADE-PS              PIC  X(020).
          02 ESTADO-PS              PIC  X(002).
          02 CODIGO-IBGE-PS         PIC  9(007).
          02 TELEFONE-PS            PIC  X(015).
          02 LATITUDE-PS            PIC S9(003)v9(008).
          02 LONGITUDE-PS           PIC S9(003)v9(008).
          02 ORIGEM-PS              PIC  X(001).
          02 SITUACAO-PS            PIC  X(001).
             88 PS-NOVO             VALUE 'N'.
             88 PS-CONVERTIDO       VALUE 'C'.
             88 PS-DESCARTADO       VALUE 'D'.
          02 VENDEDOR-PS            PIC  9(007).
          02 DISTANCIA-PS           PIC  9(008)v9(002).
          02 DATA-CAD-PS            PIC  9(008).
          02 CLIENTE-PS             PIC  9(007).
          02 DATA-CONV-PS           PIC  9(008).
          02 FILLER                 PIC  X(020).

       FD CLIENTES.
       01 REGISTRO-CLIENTES.
       01 FS-CON                     PIC XX VALUE '00'.
       01 FS-CLI                     PIC XX VALUE '00'.
       01 FS-DIS                     PIC XX VALUE '00'.
       01 FS-PS                      PIC XX VALUE '00'.
       01 FS-IMPORT.
           02 FS-IMPORT-1                PIC 9.
           02 FS-IMPORT-2                PIC 9.
           02 FS-IMPORT-R REDEFINES FS-IMPORT-2 PIC 99 COMP-X.

       01 WID-ARQ-CONTATO        PIC X(50) VALUE 'ARQCONTATO.DAT'.
       01 WID-ARQ-PROSP          PIC X(50) VALUE 'ARQPROSP.DAT'.
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-DISTRIBUICAO.
       01 WRETORNO-CO          PIC 9(008) VALUE ZEROES.
       01 WDATA-LIMITE-CO      PIC 9(008) VALUE ZEROES.
       77 WQTD-DEVIDOS-CO      PIC 9(005) VALUE ZEROES.
       77 WPS-DISP-CO          PIC 9 VALUE ZERO.
       77 WTENTA-CO            PIC 9(002) VALUE ZEROES.
       01 WPS-ALVO-CO          PIC 9(007) VALUE ZEROES.

       01 WVEND-ATRIB-CO       PIC 9(007) VALUE ZEROES.
       01 WMENOR-DIST-CO       PIC 9(008)v9(002) VALUE ZEROES.
           03 CO-VENDEDOR       PIC 9(007) VALUE ZEROES.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 CO-CLIENTE        PIC 9(007) VALUE ZEROES.
           03 CO-MARCA          PIC X(01) VALUE SPACES.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 CO-RAZAO          PIC X(030) VALUE SPACES.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 CO-RETORNO        PIC 9(004)/9(002)/9(002) VALUE ZEROES.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CONTATOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 7 COL 10 VALUE "[1] LANCAR CONTATO".
          02 LINE 8 COL 10 VALUE "[2] CONSULTAR POR CLIENTE".
          02 LINE 9 COL 10 VALUE "[3] RETORNOS DEVIDOS".
          02 LINE 10 COL 10 VALUE "[4] LANCAR CONTATO C/ PROSPECTO".
          02 LINE 11 COL 10 VALUE "[5] CONSULTAR POR PROSPECTO".
          02 LINE 12 COL 10 VALUE "[0] SAIR".
          02 LINE 14 COL 10 VALUE "OPCAO:".
          02 LINE 14 COL 17 PIC 9 USING WOPCAO-CO.

       01 TELA-LANCA-CO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CONTATOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 10 COL 10 VALUE "RETORNO (AAAAMMDD).:".
          02 LINE 10 COL 31 PIC 9(008) USING WRETORNO-CO.

       01 TELA-LANCA-PS-CO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CONTATOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 23 VALUE "CONTATO COM PROSPECTO".
          02 LINE 6 COL 10 VALUE "PROSPECTO..........:".
          02 LINE 6 COL 31 PIC 9(007) USING WPS-ALVO-CO.
          02 LINE 6 COL 50 VALUE "(0=SAIR)".
          02 LINE 7 COL 10 VALUE "RAZAO..............:".
          02 LINE 7 COL 31 PIC X(040) FROM WRAZAO-CO.
          02 LINE 8 COL 10 VALUE "TIPO (T/V/E).......:".
          02 LINE 8 COL 31 PIC X USING WTIPO-CO.
          02 LINE 9 COL 10 VALUE "TEXTO..............:".
          02 LINE 9 COL 31 PIC X(045) USING WTEXTO-CO.
          02 LINE 10 COL 10 VALUE "RETORNO (AAAAMMDD).:".
          02 LINE 10 COL 31 PIC 9(008) USING WRETORNO-CO.

       01 TELA-CONS-CO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CONTATOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 36 PIC 9(008) FROM DATA-CON.
          02 LINE 5 COL 46 VALUE "HORA: ".
          02 LINE 5 COL 52 PIC 9(006) FROM HORA-CON.
          02 LINE 5 COL 60 VALUE "PROSPECTO:".
          02 LINE 5 COL 71 PIC 9(007) FROM PROSPECT-CON.
          02 LINE 6 COL 10 VALUE "OPERADOR:".
          02 LINE 6 COL 20 PIC X(010) FROM OPERADOR-CON.
          02 LINE 6 COL 32 VALUE "TIPO: ".
              GO TO INICIO-EXIT
           END-IF
           OPEN INPUT CLIENTES
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PROSP
           MOVE ZERO TO WPS-DISP-CO
           OPEN I-O PROSPECT
           IF FS-PS = '00'
              MOVE 1 TO WPS-DISP-CO
           END-IF
           MOVE 1 TO WOPCAO-CO
           PERFORM UNTIL WOPCAO-CO = ZERO
              MOVE ZERO TO WOPCAO-CO
                 WHEN 2 PERFORM R-CONSULTA-CO
                 WHEN 3 PERFORM R-RETORNOS-CO
                          THRU R-RETORNOS-CO-FIM
                 WHEN 4 PERFORM R-LANCA-PS-CO THRU R-LANCA-PS-CO-FIM
                 WHEN 5 PERFORM R-CONSULTA-PS-CO
                          THRU R-CONSULTA-PS-CO-FIM
              END-EVALUATE
           END-PERFORM
           IF WPS-DISP-CO = 1
              CLOSE PROSPECT
           END-IF
           CLOSE CONTATOS CLIENTES.
       INICIO-EXIT.
           EXIT PROGRAM.
           MOVE WTIPO-CO      TO TIPO-CON
           MOVE WTEXTO-CO     TO TEXTO-CON
           MOVE WRETORNO-CO   TO DATA-RETORNO-CON
           MOVE ZEROES        TO PROSPECT-CON
           WRITE REGISTRO-CONTATOS
           IF FS-CON = '00'
              MOVE 'CONTATO GRAVADO' TO WTXT
       R-LANCA-CO-FIM.
           EXIT.

      *-------------------------------------
      * CONTATO COM PROSPECTO: CLIENTE ZERO NA CHAVE E O PROSPECTO
      * NA CHAVE ALTERNATIVA. DOIS CONTATOS NO MESMO SEGUNDO
      * (CHAVE DUPLICADA) AVANCAM A HORA DO SEGUNDO.
      *-------------------------------------
       R-LANCA-PS-CO.
           MOVE ZEROES TO WPS-ALVO-CO WRETORNO-CO
           MOVE SPACES TO WTIPO-CO WTEXTO-CO WRAZAO-CO
           DISPLAY TELA-LANCA-PS-CO
           ACCEPT TELA-LANCA-PS-CO
           IF WPS-ALVO-CO = ZEROES
              GO TO R-LANCA-PS-CO-FIM
           END-IF
           PERFORM R-LE-PROSPECT-CO THRU R-LE-PROSPECT-CO-FIM
           IF WTXT NOT = SPACES
              GO TO R-LANCA-PS-CO-MSG
           END-IF
           IF PS-CONVERTIDO
              MOVE SPACES TO WTXT
              STRING 'PROSPECTO CONVERTIDO NO CLIENTE ' CLIENTE-PS
                 DELIMITED BY SIZE INTO WTXT
              GO TO R-LANCA-PS-CO-MSG
           END-IF
           INSPECT WTIPO-CO CONVERTING 'tve' TO 'TVE'
           IF WTIPO-CO NOT = 'T' AND WTIPO-CO NOT = 'V' AND
              WTIPO-CO NOT = 'E'
              MOVE 'TIPO INVALIDO (T/V/E)' TO WTXT
              GO TO R-LANCA-PS-CO-MSG
           END-IF
           ACCEPT WDHCO-DATA FROM DATE YYYYMMDD
           ACCEPT WDHCO-HORA FROM TIME
           COMPUTE WHORA6-CO =
              WDHCO-HH * 10000 + WDHCO-MM * 100 + WDHCO-SS
           MOVE ZEROES        TO CODIGO-CLI-CON
           MOVE WDHCO-DATA    TO DATA-CON
           MOVE WHORA6-CO     TO HORA-CON
           MOVE LID-OPERADOR-1 TO OPERADOR-CON
           MOVE WTIPO-CO      TO TIPO-CON
           MOVE WTEXTO-CO     TO TEXTO-CON
           MOVE WRETORNO-CO   TO DATA-RETORNO-CON
           MOVE WPS-ALVO-CO   TO PROSPECT-CON
           MOVE ZEROES TO WTENTA-CO
           MOVE '22' TO FS-CON
           PERFORM R-GRAVA-PS-CO
             UNTIL FS-CON NOT = '22' OR WTENTA-CO > 30
           IF FS-CON NOT = '00'
              MOVE 'ERRO AO GRAVAR CONTATO ST ' TO WTXT
              MOVE FS-CON TO WST
              GO TO R-LANCA-PS-CO-MSG
           END-IF
           MOVE 'CONTATO GRAVADO' TO WTXT
           IF PS-NOVO
              MOVE 'E' TO SITUACAO-PS
              REWRITE REGISTRO-PROSPECT
              IF FS-PS = '00'
                 MOVE 'CONTATO GRAVADO - PROSPECTO EM CONTATO' TO WTXT
              END-IF
           END-IF.
       R-LANCA-PS-CO-MSG.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       R-LANCA-PS-CO-FIM.
           EXIT.

       R-GRAVA-PS-CO.
           IF WTENTA-CO > ZEROES
              ADD 1 TO HORA-CON
           END-IF
           ADD 1 TO WTENTA-CO
           WRITE REGISTRO-CONTATOS.

       R-LE-PROSPECT-CO.
           MOVE SPACES TO WTXT
           IF WPS-DISP-CO NOT = 1
              MOVE 'CADASTRO DE PROSPECTOS INDISPONIVEL' TO WTXT
              GO TO R-LE-PROSPECT-CO-FIM
           END-IF
           MOVE WPS-ALVO-CO TO CODIGO-PS
           READ PROSPECT
           IF FS-PS NOT = '00'
              MOVE 'PROSPECTO NAO CADASTRADO' TO WTXT
              GO TO R-LE-PROSPECT-CO-FIM
           END-IF
           MOVE RAZAO-PS TO WRAZAO-CO.
       R-LE-PROSPECT-CO-FIM.
           EXIT.

       R-CONSULTA-PS-CO.
           MOVE ZEROES TO WPS-ALVO-CO
           MOVE SPACES TO WRAZAO-CO WTIPO-CO WTEXTO-CO
           DISPLAY TELA-LANCA-PS-CO
           ACCEPT TELA-LANCA-PS-CO
           IF WPS-ALVO-CO = ZEROES
              GO TO R-CONSULTA-PS-CO-FIM
           END-IF
           MOVE WPS-ALVO-CO TO PROSPECT-CON
           START CONTATOS KEY IS NOT LESS THAN PROSPECT-CON
           IF FS-CON NOT = '00'
              MOVE 'PROSPECTO SEM CONTATOS' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-CONSULTA-PS-CO-FIM
           END-IF
           MOVE ZERO TO WSAIDA-CO
           PERFORM R-CONSULTA-PS-CO-1 UNTIL WSAIDA-CO = 1.
       R-CONSULTA-PS-CO-FIM.
           EXIT.

      *    (DEPOIS DA CONVERSAO OS CONTATOS DO PROSPECTO CONTINUAM
      *     NESTA CHAVE, JA COM O CODIGO DO CLIENTE)
       R-CONSULTA-PS-CO-1.
           READ CONTATOS NEXT
           IF FS-CON NOT = '00' OR
              PROSPECT-CON NOT = WPS-ALVO-CO
              MOVE 1 TO WSAIDA-CO
           ELSE
              MOVE SPACE TO WX
              DISPLAY TELA-CONS-CO
              ACCEPT TELA-CONS-CO
              IF WX = '9'
                 MOVE 1 TO WSAIDA-CO
              END-IF
           END-IF.

       R-CONSULTA-CO.
           MOVE ZEROES TO WCLI-ALVO-CO
           MOVE SPACES TO WRAZAO-CO WTIPO-CO WTEXTO-CO
           IF FS-CON = '00'
              IF DATA-RETORNO-CON NOT = ZEROES AND
                 DATA-RETORNO-CON NOT > WDATA-LIMITE-CO
                 PERFORM R-IMPRIME-RETORNO THRU R-IMPRIME-RETORNO-FIM
              END-IF
           END-IF.

      *    (CONTATO DE PROSPECTO: VENDEDOR E RAZAO DO PROSPECTO, O
      *     CODIGO DELE NA COLUNA DO CLIENTE E A MARCA 'P'; PROSPECTO
      *     DESCARTADO NAO TEM RETORNO)
       R-IMPRIME-RETORNO.
           IF CODIGO-CLI-CON = ZEROES AND PROSPECT-CON NOT = ZEROES
              MOVE SPACES TO CO-RAZAO
              MOVE ZEROES TO CO-VENDEDOR
              IF WPS-DISP-CO = 1
                 MOVE PROSPECT-CON TO CODIGO-PS
                 READ PROSPECT
                 IF FS-PS = '00'
                    IF PS-DESCARTADO
                       GO TO R-IMPRIME-RETORNO-FIM
                    END-IF
                    MOVE RAZAO-PS    TO CO-RAZAO
                    MOVE VENDEDOR-PS TO CO-VENDEDOR
                 END-IF
              END-IF
              MOVE PROSPECT-CON      TO CO-CLIENTE
              MOVE 'P'               TO CO-MARCA
           ELSE
              PERFORM R-ACHA-VENDEDOR THRU R-ACHA-VENDEDOR-FIM
              MOVE WVEND-ATRIB-CO    TO CO-VENDEDOR
              MOVE CODIGO-CLI-CON    TO CO-CLIENTE
              MOVE SPACE             TO CO-MARCA
              MOVE CODIGO-CLI-CON    TO CODIGO
              READ CLIENTES KEY IS CODIGO
              IF FS-CLI = '00'
                 MOVE RAZAO TO CO-RAZAO
              ELSE
                 MOVE SPACES TO CO-RAZAO
              END-IF
           END-IF
           MOVE DATA-RETORNO-CON  TO CO-RETORNO
           MOVE TIPO-CON          TO CO-TIPO
           MOVE WCON-DET-CO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WQTD-DEVIDOS-CO.
       R-IMPRIME-RETORNO-FIM.
           EXIT.

       R-ACHA-VENDEDOR.
           MOVE ZEROES TO WVEND-ATRIB-CO
