      *              (NUMVAL do valor digitado). A definicao pode
      *              ser gravada com um nome em ARQQUERY.DAT e
      *              reexecutada depois pelo nome.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Campo 11 de CLIENTES: segmento RFM corrente do
      *              cliente (ARQSEGCLI.DAT); em branco sem apuracao.
      * 2026-10-15 - Chaves alternativas de situacao e data em
      *              PEDIDOS.
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

              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-QRY.

       SELECT SEGCLI ASSIGN TO  DISK WID-ARQ-SEGCLI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CLI-SG
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SG.

       SELECT ARQCSV ASSIGN TO DISK WID-ARQ-CSV
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
             88 PED-FRETE-CIF      VALUE 'C'.
             88 PED-FRETE-FOB      VALUE 'F'.
          02 END-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 DATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.

       FD PRODUTOS.
       01 REGISTRO-PRODUTOS.
             03 F-OPER-QRY            PIC  X(002).
             03 F-VALOR-QRY           PIC  X(020).

       FD SEGCLI.
       01 REGISTRO-SEGCLI.
          02 CODIGO-CLI-SG            PIC  9(007).
          02 SEGMENTO-SG              PIC  X(001).
          02 FILLER                   PIC  X(063).

       FD  ARQCSV.
       01  ARQCSV-REC                PIC X(400).

           02 FS-QRY-1                PIC 9.
           02 FS-QRY-2                PIC 9.
           02 FS-QRY-R REDEFINES FS-QRY-2 PIC 99 COMP-X.
       01 FS-SG.
           02 FS-SG-1                 PIC 9.
           02 FS-SG-2                 PIC 9.
           02 FS-SG-R REDEFINES FS-SG-2 PIC 99 COMP-X.
       01 FS-CSV                      PIC XX VALUE '00'.

       01 WID-ARQ-CLIENTE.
       01 WID-ARQ-CREC            PIC X(50) VALUE 'ARQCREC.DAT'.
       01 WID-ARQ-QUERY           PIC X(50) VALUE 'ARQQUERY.DAT'.
       01 WID-ARQ-CSV             PIC X(50) VALUE 'CONSULTA.CSV'.
       01 WID-ARQ-SEGCLI          PIC X(50) VALUE 'ARQSEGCLI.DAT'.

       77 WX                   PIC X VALUE SPACES.
       77 WOPCAO-QY       PIC 9 VALUE ZEROES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
       77 WSEG-ABERTO-QY  PIC 9 VALUE ZEROES.

      *-------------DEFINICAO CORRENTE DA CONSULTA------------------
       01 WDEF-QY.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CONSULTA GENERICA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CONSULTA GENERICA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
                                    WID-ARQ-QUERY
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CSV
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SEGCLI
           MOVE LID-ARQ-CLIENTE-1  TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-VENDEDOR-1 TO WID-ARQ-VENDEDOR-1
           MOVE LID-ARQ-PEDIDOS-1  TO WID-ARQ-PEDIDOS-1
           IF FS-CLI NOT = '00'
              GO TO R-VARRE-CLIENTES-QY-FIM
           END-IF
           MOVE 0 TO WSEG-ABERTO-QY
           OPEN INPUT SEGCLI
           IF FS-SG = '00'
              MOVE 1 TO WSEG-ABERTO-QY
           END-IF
           MOVE ZEROES TO CHAVE-CLI
           START CLIENTES KEY IS NOT LESS THAN CHAVE-CLI
           MOVE 0 TO WSAIDA
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-VARRE-CLIENTES-QY-1 UNTIL WSAIDA = 1
           IF WSEG-ABERTO-QY = 1
              CLOSE SEGCLI
           END-IF
           CLOSE CLIENTES.
       R-VARRE-CLIENTES-QY-FIM.
           EXIT.
      * DICIONARIO DOS CAMPOS POR ARQUIVO:
      *  1 CLIENTES..: 1 CODIGO 2 CNPJ 3 RAZAO 4 CIDADE 5 UF
      *                6 TELEFONE 7 EMAIL 8 LIMITE 9 GRUPO
      *                10 INATIVO 11 SEGMENTO
      *  2 VENDEDORES: 1 CODIGO 2 CPF 3 NOME 4 INATIVO
      *                5 SUPERVISOR 6 COMISSAO 7 CAPACIDADE
      *  3 PEDIDOS...: 1 NUMERO 2 CLIENTE 3 VENDEDOR 4 DATA
                 MOVE 'N' TO WTIPO-EXTR-QY
              WHEN 1 ALSO 10
                 MOVE INATIVO TO WVALOR-EXTR-QY
              WHEN 1 ALSO 11
                 IF WSEG-ABERTO-QY = 1
                    MOVE CODIGO TO CODIGO-CLI-SG
                    READ SEGCLI
                    IF FS-SG = '00'
                       MOVE SEGMENTO-SG TO WVALOR-EXTR-QY
                    END-IF
                 END-IF
              WHEN 2 ALSO 1
                 MOVE CODIGO-VEN TO WVALOR-EXTR-QY
                 MOVE 'N' TO WTIPO-EXTR-QY
