      *--------------------------
      * VERIFICACAO DO MIX AUTORIZADO DE PRODUTOS DO CLIENTE
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChkMix.
      * AUTHOR.     URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Rotina nova. Consulta o mix autorizado
      *              (ARQMIX.DAT, por empresa, mantido no CadMix):
      *              funcao 'A' abre (uma vez por sessao), 'V'
      *              verifica se o cliente pode comprar o produto,
      *              'M' devolve o modo da lista que vale para o
      *              cliente, 'E' diz se o produto e exclusivo e
      *              'F' fecha. A lista do cliente prevalece sobre a
      *              do grupo economico (GRUPO-CLI); no modo 'P' so
      *              os produtos da lista sao liberados, no modo 'N'
      *              os da lista sao bloqueados. Produto com linhas
      *              de exclusividade so sai para os clientes (ou
      *              grupos) nelas indicados. Bloqueio com
      *              LINK-MIX-REGISTRA = 'S' vai para o MIX.LOG com
      *              o programa, o operador e o pedido.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MIX ASSIGN TO  DISK WID-ARQ-MIX
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MX
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MX.

       SELECT ARQMIXLOG ASSIGN TO DISK WID-ARQ-MIXLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-MIXLOG.

       DATA DIVISION.
       FILE SECTION.
      *    (TIPO 'C' = LISTA DO CLIENTE, DONO = CLIENTE; 'G' = LISTA
      *     DO GRUPO, DONO = GRUPO; ITEM ZERO E O CABECALHO DA LISTA
      *     COM O MODO, OS DEMAIS SAO OS PRODUTOS. TIPO 'E' =
      *     EXCLUSIVO DE CLIENTE E 'X' = EXCLUSIVO DE GRUPO, DONO =
      *     PRODUTO, ITEM = CLIENTE OU GRUPO)
       FD MIX.
       01 REGISTRO-MIX.
          02 CHAVE-MX.
             03 TIPO-MX               PIC  X(001).
             03 DONO-MX               PIC  9(007).
             03 ITEM-MX               PIC  9(007).
          02 MODO-MX                  PIC  X(001) VALUE SPACES.
          02 DATA-MX                  PIC  9(008) VALUE ZEROES.
          02 OPERADOR-MX              PIC  X(010) VALUE SPACES.

       FD  ARQMIXLOG.
       01  ARQMIXLOG-REC            PIC X(200).

       WORKING-STORAGE SECTION.
       01 FS-MX.
           02 FS-MX-1                 PIC 9.
           02 FS-MX-2                 PIC 9.
           02 FS-MX-R REDEFINES FS-MX-2 PIC 99 COMP-X.
       01 FS-MIXLOG                   PIC XX VALUE '00'.

       01 WID-ARQ-MIX                 PIC X(50) VALUE SPACES.
       01 WID-ARQ-MIXLOG              PIC X(50) VALUE 'MIX.LOG'.

       77 WABERTO-MX                  PIC 9 VALUE ZEROES.
       77 WTIPO-LISTA-MX              PIC X VALUE SPACES.
       77 WDONO-LISTA-MX              PIC 9(007) VALUE ZEROES.
       77 WAUTORIZADO-MX              PIC 9 VALUE ZEROES.

       01 WDATA-HORA-MX.
          02 WDHMX-DATA             PIC 9(008).
          02 WDHMX-HORA.
             03 WDHMX-HH              PIC 9(002).
             03 WDHMX-MM              PIC 9(002).
             03 WDHMX-SS              PIC 9(002).
             03 FILLER                PIC 9(002).

       01 WMIXLOG-LINHA.
          02 WML-DATA               PIC 9(004)/9(002)/9(002).
          02 FILLER                 PIC X VALUE SPACE.
          02 WML-HH                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 WML-MM                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 WML-SS                 PIC 99.
          02 FILLER                 PIC X VALUE SPACE.
          02 WML-OPERADOR           PIC X(10).
          02 FILLER                 PIC X VALUE SPACE.
          02 WML-PROGRAMA           PIC X(15).
          02 FILLER                 PIC X(08) VALUE ' PEDIDO '.
          02 WML-PEDIDO             PIC 9(009).
          02 FILLER                 PIC X(09) VALUE ' CLIENTE '.
          02 WML-CLIENTE            PIC 9(007).
          02 FILLER                 PIC X(07) VALUE ' GRUPO '.
          02 WML-GRUPO              PIC 9(003).
          02 FILLER                 PIC X(09) VALUE ' PRODUTO '.
          02 WML-PRODUTO            PIC 9(007).
          02 FILLER                 PIC X VALUE SPACE.
          02 WML-MOTIVO             PIC X(30).

       LINKAGE SECTION.
       01 LINK-MIX.
          02 LINK-MIX-FUNCAO              PIC X(001).
          02 LINK-MIX-EMPRESA             PIC 9(003).
          02 LINK-MIX-CLIENTE             PIC 9(007).
          02 LINK-MIX-GRUPO               PIC 9(003).
          02 LINK-MIX-PRODUTO             PIC 9(007).
          02 LINK-MIX-PROGRAMA            PIC X(015).
          02 LINK-MIX-OPERADOR            PIC X(010).
          02 LINK-MIX-PEDIDO              PIC 9(009).
          02 LINK-MIX-REGISTRA            PIC X(001).
          02 LINK-MIX-MODO                PIC X(001).
          02 LINK-MIX-EXCLUSIVO           PIC X(001).
          02 LINK-MIX-SITUACAO            PIC X(001).
          02 LINK-MIX-MOTIVO              PIC X(001).
          02 LINK-MIX-STATUS              PIC X(001).

       PROCEDURE DIVISION USING LINK-MIX.
       INICIO.
           MOVE '0' TO LINK-MIX-STATUS
           EVALUATE LINK-MIX-FUNCAO
              WHEN 'A'
                 PERFORM R-ABRE-MX THRU R-ABRE-MX-FIM
              WHEN 'V'
                 PERFORM R-VERIFICA-MX THRU R-VERIFICA-MX-FIM
              WHEN 'M'
                 PERFORM R-LISTA-MX THRU R-LISTA-MX-FIM
              WHEN 'E'
                 PERFORM R-EXCLUSIVO-MX THRU R-EXCLUSIVO-MX-FIM
              WHEN 'F'
                 PERFORM R-FECHA-MX
              WHEN OTHER
                 MOVE '1' TO LINK-MIX-STATUS
           END-EVALUATE.
       INICIO-EXIT.
           EXIT PROGRAM.

      *-------------------------------------
      * ABERTURA: SEM O ARQUIVO DE MIX NAO HA RESTRICAO (STATUS
      * '1' AVISA O CHAMADOR, E AS VERIFICACOES LIBERAM TUDO).
      *-------------------------------------
       R-ABRE-MX.
           IF WABERTO-MX = 1
              GO TO R-ABRE-MX-FIM
           END-IF
           MOVE 'ARQMIX.DAT' TO WID-ARQ-MIX
           CALL "NomeEmpresa" USING LINK-MIX-EMPRESA WID-ARQ-MIX
           OPEN INPUT MIX
           IF FS-MX NOT = '00'
              MOVE '1' TO LINK-MIX-STATUS
              GO TO R-ABRE-MX-FIM
           END-IF
           MOVE 1 TO WABERTO-MX.
       R-ABRE-MX-FIM.
           EXIT.

       R-FECHA-MX.
           IF WABERTO-MX = 1
              CLOSE MIX
              MOVE 0 TO WABERTO-MX
           END-IF.

      *-------------------------------------
      * VERIFICACAO DO PRODUTO PARA O CLIENTE: A EXCLUSIVIDADE VEM
      * PRIMEIRO (O CLIENTE OU GRUPO INDICADO NA EXCLUSIVIDADE FICA
      * LIBERADO SEM CONSULTAR A LISTA); DEPOIS A LISTA DO CLIENTE
      * OU, NA FALTA DELA, A DO GRUPO.
      *-------------------------------------
       R-VERIFICA-MX.
           MOVE 'L'    TO LINK-MIX-SITUACAO
           MOVE SPACES TO LINK-MIX-MOTIVO
           MOVE 'N'    TO LINK-MIX-EXCLUSIVO
           MOVE SPACES TO LINK-MIX-MODO
           IF WABERTO-MX NOT = 1
              GO TO R-VERIFICA-MX-FIM
           END-IF
           PERFORM R-EXCLUSIVO-MX THRU R-EXCLUSIVO-MX-FIM
           IF LINK-MIX-EXCLUSIVO = 'S'
              MOVE 0 TO WAUTORIZADO-MX
              MOVE 'E'              TO TIPO-MX
              MOVE LINK-MIX-PRODUTO TO DONO-MX
              MOVE LINK-MIX-CLIENTE TO ITEM-MX
              READ MIX
              IF FS-MX = '00'
                 MOVE 1 TO WAUTORIZADO-MX
              END-IF
              IF WAUTORIZADO-MX = 0 AND LINK-MIX-GRUPO NOT = ZEROES
                 MOVE 'X'              TO TIPO-MX
                 MOVE LINK-MIX-PRODUTO TO DONO-MX
                 MOVE LINK-MIX-GRUPO   TO ITEM-MX
                 READ MIX
                 IF FS-MX = '00'
                    MOVE 1 TO WAUTORIZADO-MX
                 END-IF
              END-IF
              IF WAUTORIZADO-MX = 1
                 GO TO R-VERIFICA-MX-FIM
              END-IF
              MOVE 'B' TO LINK-MIX-SITUACAO
              MOVE 'E' TO LINK-MIX-MOTIVO
              GO TO R-VERIFICA-MX-REGISTRA
           END-IF
           PERFORM R-LISTA-MX THRU R-LISTA-MX-FIM
           IF LINK-MIX-MODO = SPACES
              GO TO R-VERIFICA-MX-FIM
           END-IF
           MOVE WTIPO-LISTA-MX   TO TIPO-MX
           MOVE WDONO-LISTA-MX   TO DONO-MX
           MOVE LINK-MIX-PRODUTO TO ITEM-MX
           READ MIX
           IF LINK-MIX-MODO = 'P' AND FS-MX NOT = '00'
              MOVE 'B' TO LINK-MIX-SITUACAO
              MOVE 'L' TO LINK-MIX-MOTIVO
           END-IF
           IF LINK-MIX-MODO = 'N' AND FS-MX = '00'
              MOVE 'B' TO LINK-MIX-SITUACAO
              MOVE 'N' TO LINK-MIX-MOTIVO
           END-IF
           IF LINK-MIX-SITUACAO = 'L'
              GO TO R-VERIFICA-MX-FIM
           END-IF.
       R-VERIFICA-MX-REGISTRA.
           IF LINK-MIX-REGISTRA = 'S'
              PERFORM R-GRAVA-LOG-MX
           END-IF.
       R-VERIFICA-MX-FIM.
           EXIT.

      *    (LISTA QUE VALE PARA O CLIENTE: A PROPRIA OU A DO GRUPO;
      *     MODO EM BRANCO = SEM LISTA)
       R-LISTA-MX.
           MOVE SPACES TO LINK-MIX-MODO WTIPO-LISTA-MX
           MOVE ZEROES TO WDONO-LISTA-MX
           IF WABERTO-MX NOT = 1
              GO TO R-LISTA-MX-FIM
           END-IF
           MOVE 'C'              TO TIPO-MX
           MOVE LINK-MIX-CLIENTE TO DONO-MX
           MOVE ZEROES           TO ITEM-MX
           READ MIX
           IF FS-MX = '00'
              MOVE 'C'              TO WTIPO-LISTA-MX
              MOVE LINK-MIX-CLIENTE TO WDONO-LISTA-MX
              MOVE MODO-MX          TO LINK-MIX-MODO
              GO TO R-LISTA-MX-FIM
           END-IF
           IF LINK-MIX-GRUPO = ZEROES
              GO TO R-LISTA-MX-FIM
           END-IF
           MOVE 'G'            TO TIPO-MX
           MOVE LINK-MIX-GRUPO TO DONO-MX
           MOVE ZEROES         TO ITEM-MX
           READ MIX
           IF FS-MX = '00'
              MOVE 'G'            TO WTIPO-LISTA-MX
              MOVE LINK-MIX-GRUPO TO WDONO-LISTA-MX
              MOVE MODO-MX        TO LINK-MIX-MODO
           END-IF.
       R-LISTA-MX-FIM.
           EXIT.

      *    (PRODUTO E EXCLUSIVO SE HOUVER QUALQUER LINHA 'E' OU 'X'
      *     COM ELE COMO DONO)
       R-EXCLUSIVO-MX.
           MOVE 'N' TO LINK-MIX-EXCLUSIVO
           IF WABERTO-MX NOT = 1
              GO TO R-EXCLUSIVO-MX-FIM
           END-IF
           MOVE 'E'              TO TIPO-MX
           MOVE LINK-MIX-PRODUTO TO DONO-MX
           MOVE ZEROES           TO ITEM-MX
           START MIX KEY IS NOT LESS THAN CHAVE-MX
           IF FS-MX = '00'
              READ MIX NEXT
              IF FS-MX = '00' AND TIPO-MX = 'E' AND
                 DONO-MX = LINK-MIX-PRODUTO
                 MOVE 'S' TO LINK-MIX-EXCLUSIVO
                 GO TO R-EXCLUSIVO-MX-FIM
              END-IF
           END-IF
           MOVE 'X'              TO TIPO-MX
           MOVE LINK-MIX-PRODUTO TO DONO-MX
           MOVE ZEROES           TO ITEM-MX
           START MIX KEY IS NOT LESS THAN CHAVE-MX
           IF FS-MX = '00'
              READ MIX NEXT
              IF FS-MX = '00' AND TIPO-MX = 'X' AND
                 DONO-MX = LINK-MIX-PRODUTO
                 MOVE 'S' TO LINK-MIX-EXCLUSIVO
              END-IF
           END-IF.
       R-EXCLUSIVO-MX-FIM.
           EXIT.

       R-GRAVA-LOG-MX.
           ACCEPT WDHMX-DATA FROM DATE YYYYMMDD
           ACCEPT WDHMX-HORA FROM TIME
           MOVE WDHMX-DATA        TO WML-DATA
           MOVE WDHMX-HH          TO WML-HH
           MOVE WDHMX-MM          TO WML-MM
           MOVE WDHMX-SS          TO WML-SS
           MOVE LINK-MIX-OPERADOR TO WML-OPERADOR
           MOVE LINK-MIX-PROGRAMA TO WML-PROGRAMA
           MOVE LINK-MIX-PEDIDO   TO WML-PEDIDO
           MOVE LINK-MIX-CLIENTE  TO WML-CLIENTE
           MOVE LINK-MIX-GRUPO    TO WML-GRUPO
           MOVE LINK-MIX-PRODUTO  TO WML-PRODUTO
           EVALUATE LINK-MIX-MOTIVO
              WHEN 'L'
                 MOVE 'FORA DA LISTA DE PERMITIDOS' TO WML-MOTIVO
              WHEN 'N'
                 MOVE 'NA LISTA DE NAO PERMITIDOS'  TO WML-MOTIVO
              WHEN OTHER
                 MOVE 'EXCLUSIVO DE OUTRO CLIENTE'  TO WML-MOTIVO
           END-EVALUATE
           OPEN EXTEND ARQMIXLOG
           IF FS-MIXLOG = '05' OR FS-MIXLOG = '35'
              OPEN OUTPUT ARQMIXLOG
           END-IF
           MOVE WMIXLOG-LINHA TO ARQMIXLOG-REC
           WRITE ARQMIXLOG-REC
           CLOSE ARQMIXLOG.
