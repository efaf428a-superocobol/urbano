      *--------------------------
      * ADIANTAMENTOS DE CLIENTES (PAGAMENTO ANTECIPADO)
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadAdiantamento.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-10 - Programa novo. Recebimento antecipado do cliente
      *              (ARQADIANT.DAT, numero pelo GeraNumero
      *              'ADIANTA') com o credito na conta bancaria do
      *              movimento esperado (GravaMovBco, origem 'AD').
      *              O saldo do adiantamento e consumido pelo
      *              ExeFaturamento nas parcelas das notas seguintes
      *              do cliente; o que sobrar pode ser devolvido aqui
      *              (debito na conta, origem 'AD'). Cada
      *              recebimento, aplicacao e devolucao e um
      *              movimento em ARQADTMOV.DAT. Relatorio RELADIANT
      *              com o saldo e os movimentos de cada
      *              adiantamento.
      * 2026-10-15 - Movimento 'E' (estorno): nota cancelada pelo
      *              ExeCancelaNF devolve ao adiantamento o que ele
      *              cobriu nas parcelas; o relatorio mostra a nota.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ADIANTA ASSIGN TO  DISK WID-ARQ-ADT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUMERO-ADT
              ALTERNATE RECORD KEY IS CODIGO-CLI-ADT WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ADT.

       SELECT ADTMOV ASSIGN TO  DISK WID-ARQ-AMV
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-AMV
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-AMV.

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

       FD ADTMOV.
       01 REGISTRO-ADTMOV.
          02 CHAVE-AMV.
             03 NUMERO-ADT-AMV        PIC  9(009).
             03 SEQ-AMV               PIC  9(003).
          02 TIPO-AMV                 PIC  X(001) VALUE SPACES.
             88 AMV-RECEBIMENTO       VALUE 'R'.
             88 AMV-APLICACAO         VALUE 'A'.
             88 AMV-DEVOLUCAO         VALUE 'D'.
             88 AMV-ESTORNO           VALUE 'E'.
          02 DATA-AMV                 PIC  9(008) VALUE ZEROES.
          02 VALOR-AMV                PIC  9(009)v9(002) VALUE ZEROES.
          02 NF-AMV                   PIC  9(009) VALUE ZEROES.
          02 PARC-AMV                 PIC  9(003) VALUE ZEROES.
          02 OPERADOR-AMV             PIC  X(010) VALUE SPACES.

       FD CLIENTES.
       01 REGISTRO-CLIENTES.
          02 CHAVE-CLI.
             03 CODIGO             PIC  9(007).
             03 CNPJ               PIC  9(014).
          02 RAZAO                 PIC  X(040).
          02 LATITUDE              PIC S9(003)v9(008).
          02 LONGITUDE             PIC S9(003)v9(008).
          02 FILLER                PIC  X(172).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-ADT.
           02 FS-ADT-1                PIC 9.
           02 FS-ADT-2                PIC 9.
           02 FS-ADT-R REDEFINES FS-ADT-2 PIC 99 COMP-X.
       01 FS-AMV.
           02 FS-AMV-1                PIC 9.
           02 FS-AMV-2                PIC 9.
           02 FS-AMV-R REDEFINES FS-AMV-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLIENTES-1                PIC 9.
           02 FS-CLIENTES-2                PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01 FS-REL                      PIC XX VALUE '00'.

       01 WID-ARQ-ADT                 PIC X(50) VALUE 'ARQADIANT.DAT'.
       01 WID-ARQ-AMV                 PIC X(50) VALUE 'ARQADTMOV.DAT'.
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WOPCAO-AD       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WCONT           PIC 9(04) VALUE ZEROES.

       01 WDATA-HOJE-AD           PIC  9(008) VALUE ZEROES.

      *-------------DADOS EM DIGITACAO------------------------------
       01 WNUMERO-AD              PIC  9(009) VALUE ZEROES.
       01 WCODIGO-CLI-AD          PIC  9(007) VALUE ZEROES.
       01 WRAZAO-AD               PIC  X(040) VALUE SPACES.
       01 WDATA-AD                PIC  9(008) VALUE ZEROES.
       01 WVALOR-AD               PIC  9(009)v9(002) VALUE ZEROES.
       01 WSALDO-AD               PIC  9(009)v9(002) VALUE ZEROES.
       01 WDOCUMENTO-AD           PIC  X(020) VALUE SPACES.
       01 WCONTA-BCO-AD           PIC  9(003) VALUE ZEROES.

      *-------------TOTAIS DO RELATORIO-----------------------------
       01 WTOT-QTD-RA             PIC 9(005) VALUE ZEROES.
       01 WTOT-RECEBIDO-RA        PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-APLICADO-RA        PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-DEVOLVIDO-RA       PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-SALDO-RA           PIC 9(011)v9(002) VALUE ZEROES.
      *--------------------------------------------------

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

      *------------------------------------
      * LAYOUT DO RELATORIO DE ADIANTAMENTOS
      *------------------------------------
       01  CAB01-AD.
           02 FILLER            PIC X(38) VALUE SPACES.
           02 FILLER            PIC X(54) VALUE
           '  RELATORIO DE ADIANTAMENTOS DE CLIENTES  '.

       01  CAB02-AD.
           03 FILLER PIC X(10) VALUE 'NUMERO    '.
           03 FILLER PIC X(30) VALUE 'CLIENTE                       '.
           03 FILLER PIC X(11) VALUE 'DATA       '.
           03 FILLER PIC X(21) VALUE 'DOCUMENTO            '.
           03 FILLER PIC X(13) VALUE '     RECEBIDO'.
           03 FILLER PIC X(13) VALUE '    DEVOLVIDO'.
           03 FILLER PIC X(13) VALUE '        SALDO'.

       01  CAB03-AD.
           03 FILLER PIC X(140) VALUE IS ALL '-'.

       01  DET01-AD.
           03 RA-NUMERO           PIC 9(009).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RA-CLIENTE          PIC 9(007).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RA-RAZAO            PIC X(021).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RA-DATA             PIC 9(004)/9(002)/9(002).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RA-DOCUMENTO        PIC X(020).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RA-VALOR            PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RA-DEVOLVIDO        PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RA-SALDO            PIC ZZZZZZZZ9,99.

       01  DET02-AD.
           03 FILLER              PIC X(12)  VALUE SPACES.
           03 RA-TIPO-MOV         PIC X(013).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RA-DATA-MOV         PIC 9(004)/9(002)/9(002).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RA-VALOR-MOV        PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(04)  VALUE ' NF '.
           03 RA-NF-MOV           PIC X(013).

       01  TOT01-AD.
           03 FILLER              PIC X(18) VALUE 'ADIANTAMENTOS....:'.
           03 RA-TOT-QTD          PIC ZZZZ9.
           03 FILLER              PIC X(13) VALUE '  RECEBIDO: '.
           03 RA-TOT-RECEBIDO     PIC ZZZZZZZZZZ9,99.
           03 FILLER              PIC X(13) VALUE '  APLICADO: '.
           03 RA-TOT-APLICADO     PIC ZZZZZZZZZZ9,99.
           03 FILLER              PIC X(13) VALUE '  DEVOLVIDO: '.
           03 RA-TOT-DEVOLVIDO    PIC ZZZZZZZZZZ9,99.
           03 FILLER              PIC X(10) VALUE '  SALDO: '.
           03 RA-TOT-SALDO        PIC ZZZZZZZZZZ9,99.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-OPCAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - ADIANTAMENTOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] NOVO ADIANTAMENTO (RECEBIMENTO)".
          02 LINE 8 COL 10 VALUE "[2] DEVOLUCAO DE SALDO".
          02 LINE 9 COL 10 VALUE "[3] RELATORIO DE ADIANTAMENTOS".
          02 LINE 10 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-AD AUTO.

       01 TELA-ADIANTA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - ADIANTAMENTOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 10 VALUE "Numero..........:".
          02 LINE 6 COL 29 PIC 9(009) FROM WNUMERO-AD.
          02 LINE 7 COL 10 VALUE "Cliente.........:".
          02 LINE 7 COL 37 PIC X(040) FROM WRAZAO-AD.
          02 LINE 8 COL 10 VALUE "Data............:".
          02 LINE 9 COL 10 VALUE "Valor...........:".
          02 LINE 10 COL 10 VALUE "Documento.......:".
          02 LINE 11 COL 10 VALUE "Conta Bancaria..:".
          02 LINE 13 COL 10 VALUE "Saldo Disponivel:".
          02 LINE 13 COL 29 PIC ZZZZZZZZ9,99 FROM WSALDO-AD.

       01 TELA-CLIENTE-AD.
          02 LINE 07 COL 29 PIC 9(007) USING WCODIGO-CLI-AD.

       01 TELA-DADOS-AD.
          02 LINE 08 COL 29 PIC 9(008) USING WDATA-AD.
          02 LINE 09 COL 29 PIC 9(009)v9(002) USING WVALOR-AD.
          02 LINE 10 COL 29 PIC X(020) USING WDOCUMENTO-AD.
          02 LINE 11 COL 29 PIC 9(003) USING WCONTA-BCO-AD.

       01 TELA-NUMERO-AD.
          02 LINE 06 COL 29 PIC 9(009) USING WNUMERO-AD.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ADT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-AMV
           MOVE LID-ARQ-CLIENTE-1  TO WID-ARQ-CLIENTE-1
           INITIALIZE WOPCAO-AD
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-AD = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-AD
             WHEN 1
               PERFORM S-NOVO-ADIANTAMENTO
             WHEN 2
               PERFORM S-DEVOLUCAO
             WHEN 3
               PERFORM S-RELATORIO-ADIANTA
             WHEN 6
               CLOSE ADIANTA ADTMOV CLIENTES
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *-------------------------------------
      * NOVO ADIANTAMENTO: GRAVA O REGISTRO COM SALDO IGUAL AO VALOR,
      * O MOVIMENTO DE RECEBIMENTO E O CREDITO ESPERADO NO BANCO.
      *-------------------------------------
       S-NOVO-ADIANTAMENTO SECTION.
       NOVO-ADIANTAMENTO-1.
           MOVE ZEROES TO WNUMERO-AD WCODIGO-CLI-AD WVALOR-AD
                          WSALDO-AD WCONTA-BCO-AD
           MOVE SPACES TO WRAZAO-AD WDOCUMENTO-AD
           ACCEPT WDATA-HOJE-AD FROM DATE YYYYMMDD
           MOVE WDATA-HOJE-AD TO WDATA-AD
           MOVE 'INFORME O CLIENTE (0 SAI)' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-ADIANTA
           ACCEPT TELA-CLIENTE-AD
           INITIALIZE WMENSAGEM
           IF WCODIGO-CLI-AD = ZEROES
              GO TO NOVO-ADIANTAMENTO-EXIT
           END-IF
           MOVE WCODIGO-CLI-AD TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              MOVE 'CLIENTE NÃO EXISTE ST ' TO WTXT
              MOVE FS-CLI TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVO-ADIANTAMENTO-EXIT
           END-IF
           MOVE RAZAO TO WRAZAO-AD
           PERFORM R-SOMA-SALDO-CLIENTE
           DISPLAY TELA-ADIANTA
           DISPLAY TELA-CLIENTE-AD
           ACCEPT TELA-DADOS-AD
           IF WVALOR-AD = ZEROES
              MOVE 'VALOR DO ADIANTAMENTO NAO INFORMADO' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVO-ADIANTAMENTO-EXIT
           END-IF
           IF WDATA-AD = ZEROES OR WDATA-AD > WDATA-HOJE-AD
              MOVE 'DATA DO RECEBIMENTO INVALIDA' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVO-ADIANTAMENTO-EXIT
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO NOVO-ADIANTAMENTO-EXIT
           END-IF
           MOVE 'ADIANTA' TO LINK-NUM-ENTIDADE
           CALL "GeraNumero" USING LINK-NUMERO
           IF LINK-NUM-STATUS NOT = '0'
              MOVE 'ERRO NA NUMERACAO DO ADIANTAMENTO' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVO-ADIANTAMENTO-EXIT
           END-IF
           MOVE LINK-NUM-VALOR TO WNUMERO-AD
           INITIALIZE REGISTRO-ADIANTA
           MOVE WNUMERO-AD     TO NUMERO-ADT
           MOVE WCODIGO-CLI-AD TO CODIGO-CLI-ADT
           MOVE WDATA-AD       TO DATA-ADT
           MOVE WVALOR-AD      TO VALOR-ADT SALDO-ADT
           MOVE WDOCUMENTO-AD  TO DOCUMENTO-ADT
           MOVE WCONTA-BCO-AD  TO CONTA-BCO-ADT
           MOVE 1              TO QTD-MOV-ADT
           MOVE 'A'            TO SITUACAO-ADT
           MOVE LID-OPERADOR-1 TO OPERADOR-ADT
           WRITE REGISTRO-ADIANTA
           IF FS-ADT NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO ADIANTAMENTO ST ' TO WTXT
              MOVE FS-ADT TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVO-ADIANTAMENTO-EXIT
           END-IF
           MOVE 'R'        TO TIPO-AMV
           MOVE WDATA-AD   TO DATA-AMV
           MOVE WVALOR-AD  TO VALOR-AMV
           PERFORM R-GRAVA-MOVIMENTO
           MOVE 'C' TO LINK-MBC-TIPO
           PERFORM R-GRAVA-MOV-BANCO
           DISPLAY TELA-ADIANTA
           MOVE 'ADIANTAMENTO GRAVADO' TO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       NOVO-ADIANTAMENTO-EXIT.
           EXIT.

      *-------------------------------------
      * DEVOLUCAO DO SALDO NAO UTILIZADO (TOTAL OU PARCIAL). SALDO
      * ZERADO ENCERRA O ADIANTAMENTO.
      *-------------------------------------
       S-DEVOLUCAO SECTION.
       DEVOLUCAO-1.
           MOVE ZEROES TO WNUMERO-AD WCODIGO-CLI-AD WVALOR-AD
                          WSALDO-AD WCONTA-BCO-AD
           MOVE SPACES TO WRAZAO-AD WDOCUMENTO-AD
           ACCEPT WDATA-HOJE-AD FROM DATE YYYYMMDD
           MOVE WDATA-HOJE-AD TO WDATA-AD
           MOVE 'INFORME O NUMERO DO ADIANTAMENTO (0 SAI)' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-ADIANTA
           ACCEPT TELA-NUMERO-AD
           INITIALIZE WMENSAGEM
           IF WNUMERO-AD = ZEROES
              GO TO DEVOLUCAO-EXIT
           END-IF
           MOVE WNUMERO-AD TO NUMERO-ADT
           READ ADIANTA
           IF FS-ADT NOT = '00'
              MOVE 'ADIANTAMENTO NÃO EXISTE ST ' TO WTXT
              MOVE FS-ADT TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO DEVOLUCAO-EXIT
           END-IF
           IF ADT-ENCERRADO OR SALDO-ADT = ZEROES
              MOVE 'ADIANTAMENTO SEM SALDO A DEVOLVER' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO DEVOLUCAO-EXIT
           END-IF
           MOVE CODIGO-CLI-ADT TO WCODIGO-CLI-AD CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE RAZAO TO WRAZAO-AD
           END-IF
           MOVE SALDO-ADT     TO WSALDO-AD WVALOR-AD
           MOVE CONTA-BCO-ADT TO WCONTA-BCO-AD
           MOVE 'DEVOLUCAO'   TO WDOCUMENTO-AD
           DISPLAY TELA-ADIANTA
           DISPLAY TELA-CLIENTE-AD
           ACCEPT TELA-DADOS-AD
           IF WVALOR-AD = ZEROES OR WVALOR-AD > SALDO-ADT
              MOVE 'VALOR DA DEVOLUCAO MAIOR QUE O SALDO' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO DEVOLUCAO-EXIT
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO DEVOLUCAO-EXIT
           END-IF
      *    (RELIDO ANTES DE GRAVAR: O FATURAMENTO PODE TER CONSUMIDO
      *     O SALDO ENTRE A CONSULTA E A CONFIRMACAO)
           READ ADIANTA
           IF FS-ADT NOT = '00' OR WVALOR-AD > SALDO-ADT
              MOVE 'SALDO ALTERADO POR OUTRO PROCESSO - REFACA' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO DEVOLUCAO-EXIT
           END-IF
           SUBTRACT WVALOR-AD FROM SALDO-ADT
           ADD WVALOR-AD TO VALOR-DEV-ADT
           MOVE WDATA-AD TO DATA-DEV-ADT
           IF SALDO-ADT = ZEROES
              MOVE 'E' TO SITUACAO-ADT
           END-IF
           ADD 1 TO QTD-MOV-ADT
           REWRITE REGISTRO-ADIANTA
           IF FS-ADT NOT = '00'
              MOVE 'ERRO NA REGRAVAÇÃO DO ADIANTAMENTO ST ' TO WTXT
              MOVE FS-ADT TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO DEVOLUCAO-EXIT
           END-IF
           MOVE 'D'        TO TIPO-AMV
           MOVE WDATA-AD   TO DATA-AMV
           MOVE WVALOR-AD  TO VALOR-AMV
           PERFORM R-GRAVA-MOVIMENTO
           MOVE 'D' TO LINK-MBC-TIPO
           PERFORM R-GRAVA-MOV-BANCO
           MOVE SALDO-ADT TO WSALDO-AD
           DISPLAY TELA-ADIANTA
           MOVE 'DEVOLUCAO GRAVADA' TO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       DEVOLUCAO-EXIT.
           EXIT.

      *-------------------------------------
      * RELATORIO: CADA ADIANTAMENTO COM SEUS MOVIMENTOS
      *-------------------------------------
       S-RELATORIO-ADIANTA SECTION.
       R-RELADIANT-1.
           MOVE 'RELADIANT.TXT' TO WID-ARQ-REL-1
           MOVE 'RELADIANT' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE LID-OPERADOR-1 TO LINK-SPL-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-SPL-EMPRESA
           CALL "RegSpool" USING LINK-SPOOL
           IF LINK-SPL-STATUS = '0'
              MOVE LINK-SPL-ARQUIVO TO WID-ARQ-REL-1
           END-IF
           OPEN OUTPUT ARQREL
           PERFORM S-IMP-CAB
           MOVE ZEROES TO WTOT-QTD-RA WTOT-RECEBIDO-RA
                          WTOT-APLICADO-RA WTOT-DEVOLVIDO-RA
                          WTOT-SALDO-RA
           MOVE ZEROES TO NUMERO-ADT
           START ADIANTA KEY IS NOT LESS THAN NUMERO-ADT
           IF FS-ADT = '00'
              PERFORM R-RELADIANT-2 UNTIL FS-ADT NOT = '00'
           END-IF
           MOVE CAB03-AD TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WTOT-QTD-RA       TO RA-TOT-QTD
           MOVE WTOT-RECEBIDO-RA  TO RA-TOT-RECEBIDO
           MOVE WTOT-APLICADO-RA  TO RA-TOT-APLICADO
           MOVE WTOT-DEVOLVIDO-RA TO RA-TOT-DEVOLVIDO
           MOVE WTOT-SALDO-RA     TO RA-TOT-SALDO
           MOVE TOT01-AD TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL
           MOVE SPACES TO WTXT
           STRING 'RELATORIO GERADO EM ' WID-ARQ-REL-1
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-RELADIANT-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-RELATORIO-ROTINAS SECTION.

       R-RELADIANT-2.
           READ ADIANTA NEXT
           IF FS-ADT = '00'
              PERFORM R-IMPRIME-ADIANTA
           END-IF.

       R-IMPRIME-ADIANTA.
           ADD 1             TO WTOT-QTD-RA
           ADD VALOR-ADT     TO WTOT-RECEBIDO-RA
           ADD VALOR-DEV-ADT TO WTOT-DEVOLVIDO-RA
           ADD SALDO-ADT     TO WTOT-SALDO-RA
           COMPUTE WTOT-APLICADO-RA = WTOT-APLICADO-RA +
              VALOR-ADT - VALOR-DEV-ADT - SALDO-ADT
           MOVE NUMERO-ADT     TO RA-NUMERO
           MOVE CODIGO-CLI-ADT TO RA-CLIENTE CODIGO
           MOVE SPACES         TO RA-RAZAO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE RAZAO TO RA-RAZAO
           END-IF
           MOVE DATA-ADT       TO RA-DATA
           MOVE DOCUMENTO-ADT  TO RA-DOCUMENTO
           MOVE VALOR-ADT      TO RA-VALOR
           MOVE VALOR-DEV-ADT  TO RA-DEVOLVIDO
           MOVE SALDO-ADT      TO RA-SALDO
           MOVE DET01-AD TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE NUMERO-ADT TO NUMERO-ADT-AMV
           MOVE ZEROES     TO SEQ-AMV
           START ADTMOV KEY IS NOT LESS THAN CHAVE-AMV
           IF FS-AMV = '00'
              PERFORM R-IMPRIME-MOVIMENTO UNTIL FS-AMV NOT = '00'
           END-IF
           ADD 1 TO WCONT.

       R-IMPRIME-MOVIMENTO.
           READ ADTMOV NEXT
           IF FS-AMV = '00' AND NUMERO-ADT-AMV NOT = NUMERO-ADT
              MOVE '10' TO FS-AMV
           END-IF
           IF FS-AMV = '00'
              EVALUATE TRUE
                 WHEN AMV-RECEBIMENTO
                    MOVE 'RECEBIMENTO' TO RA-TIPO-MOV
                 WHEN AMV-APLICACAO
                    MOVE 'APLICADO'    TO RA-TIPO-MOV
                 WHEN AMV-ESTORNO
                    MOVE 'ESTORNO NF'  TO RA-TIPO-MOV
                 WHEN OTHER
                    MOVE 'DEVOLUCAO'   TO RA-TIPO-MOV
              END-EVALUATE
              MOVE DATA-AMV  TO RA-DATA-MOV
              MOVE VALOR-AMV TO RA-VALOR-MOV
              MOVE SPACES    TO RA-NF-MOV
              IF AMV-APLICACAO OR AMV-ESTORNO
                 STRING NF-AMV '/' PARC-AMV
                    DELIMITED BY SIZE INTO RA-NF-MOV
              END-IF
              MOVE DET02-AD TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.

       S-IMP-CAB.
           MOVE ZEROES TO WCONT
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB01-AD TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB02-AD TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB03-AD TO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *-------------------------------------
      * ROTINAS COMUNS
      *-------------------------------------
       S-ROTINAS SECTION.

      *    (SALDO JA DISPONIVEL DO CLIENTE, SO PARA A TELA)
       R-SOMA-SALDO-CLIENTE.
           MOVE ZEROES TO WSALDO-AD
           MOVE WCODIGO-CLI-AD TO CODIGO-CLI-ADT
           START ADIANTA KEY IS NOT LESS THAN CODIGO-CLI-ADT
           IF FS-ADT = '00'
              PERFORM R-SOMA-SALDO-1 UNTIL FS-ADT NOT = '00'
           END-IF.

       R-SOMA-SALDO-1.
           READ ADIANTA NEXT
           IF FS-ADT = '00' AND CODIGO-CLI-ADT NOT = WCODIGO-CLI-AD
              MOVE '10' TO FS-ADT
           END-IF
           IF FS-ADT = '00' AND ADT-ABERTO
              ADD SALDO-ADT TO WSALDO-AD
           END-IF.

      *    (MOVIMENTO DO ADIANTAMENTO CORRENTE NA SEQUENCIA DO
      *     CONTADOR DO PROPRIO REGISTRO)
       R-GRAVA-MOVIMENTO.
           MOVE NUMERO-ADT     TO NUMERO-ADT-AMV
           MOVE QTD-MOV-ADT    TO SEQ-AMV
           MOVE ZEROES         TO NF-AMV PARC-AMV
           MOVE LID-OPERADOR-1 TO OPERADOR-AMV
           WRITE REGISTRO-ADTMOV
           IF FS-AMV NOT = '00'
              MOVE 'ERRO NA GRAVACAO DO MOVIMENTO ST ' TO WTXT
              MOVE FS-AMV TO WST
              PERFORM R-MOSTRA-MENSAGEM
           END-IF.

       R-GRAVA-MOV-BANCO.
           MOVE WCONTA-BCO-AD  TO LINK-MBC-CONTA
           MOVE WDATA-AD       TO LINK-MBC-DATA
           MOVE 'AD'           TO LINK-MBC-ORIGEM
           MOVE SPACES         TO LINK-MBC-DOCUMENTO
           STRING 'ADIANT ' NUMERO-ADT
              DELIMITED BY SIZE INTO LINK-MBC-DOCUMENTO
           MOVE WVALOR-AD      TO LINK-MBC-VALOR
           MOVE LID-OPERADOR-1 TO LINK-MBC-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-MBC-EMPRESA
           CALL "GravaMovBco" USING LINK-MOVBCO
           IF LINK-MBC-STATUS = '1'
              MOVE 'CONTA BANCARIA INVALIDA - MOVIMENTO NAO GRAVADO'
                 TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
           END-IF.

       R-MOSTRA-MENSAGEM.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       ABRE-ARQUIVOS.
           OPEN I-O ADIANTA.
           IF FS-ADT = '35'
              CLOSE ADIANTA OPEN OUTPUT ADIANTA
              CLOSE ADIANTA OPEN I-O ADIANTA
           END-IF
           IF FS-ADT = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS ADIANTAMENTOS ST ' TO WTXT
              MOVE FS-ADT TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O ADTMOV.
           IF FS-AMV = '35'
              CLOSE ADTMOV OPEN OUTPUT ADTMOV
              CLOSE ADTMOV OPEN I-O ADTMOV
           END-IF
           IF FS-AMV = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS MOVIMENTOS ST ' TO WTXT
              MOVE FS-AMV TO WST
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
