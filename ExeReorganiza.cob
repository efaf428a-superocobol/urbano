      *              anterior fica preservado como <nome>.OLD. O
      *              espaco recuperado (tamanho antes x depois) e as
      *              contagens vao para REORG.LOG.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Chaves alternativas de situacao e data em
      *              PEDIDOS, data em NOTAS e data em MOVESTOQUE:
      *              notas fiscais e movimento de estoque entram na
      *              reorganizacao e o arquivo existente ainda com as
      *              chaves antigas (abertura com status 39) e
      *              descarregado pelo layout anterior e recarregado
      *              com as chaves novas.
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

              RECORD KEY        IS CHAVE-PED-N
              ALTERNATE RECORD KEY IS CODIGO-CLI-PED-N WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-PED-N WITH DUPLICATES
              ALTERNATE RECORD KEY IS STATUS-PED-N WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-PED-N   WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PEDN.

      *    (PEDIDOS GRAVADO ANTES DAS CHAVES DE SITUACAO E DATA)
       SELECT PEDIDOS-A ASSIGN TO  DISK WID-ARQ-PEDIDOS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PED-A
              ALTERNATE RECORD KEY IS CODIGO-CLI-PED-A WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-PED-A WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PEDA.

       SELECT NOTAS ASSIGN TO  DISK WID-ARQ-NOTAS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-NF
              ALTERNATE RECORD KEY IS CODIGO-PED-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-CLI-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-NF WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NF.

       SELECT NOTAS-N ASSIGN TO  DISK WID-ARQ-NOVO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-NF-N
              ALTERNATE RECORD KEY IS CODIGO-PED-NF-N WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-CLI-NF-N WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-NF-N WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NFN.

      *    (NOTAS GRAVADO ANTES DA CHAVE DE DATA)
       SELECT NOTAS-A ASSIGN TO  DISK WID-ARQ-NOTAS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-NF-A
              ALTERNATE RECORD KEY IS CODIGO-PED-NF-A WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-CLI-NF-A WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NFA.

       SELECT MOVESTOQUE ASSIGN TO  DISK WID-ARQ-MOVEST
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MOV
              ALTERNATE RECORD KEY IS CODIGO-PROD-MOV WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-MOV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MOV.

       SELECT MOVESTOQUE-N ASSIGN TO  DISK WID-ARQ-NOVO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MOV-N
              ALTERNATE RECORD KEY IS CODIGO-PROD-MOV-N WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-MOV-N WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MOVN.

      *    (MOVESTOQUE GRAVADO ANTES DA CHAVE DE DATA)
       SELECT MOVESTOQUE-A ASSIGN TO  DISK WID-ARQ-MOVEST
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MOV-A
              ALTERNATE RECORD KEY IS CODIGO-PROD-MOV-A WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MOVA.

       SELECT ARQTMP ASSIGN TO DISK WID-ARQ-TMP
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
             03 CODIGO-PED         PIC  9(009).
          02 CODIGO-CLI-PED        PIC  9(007).
          02 CODIGO-VEN-PED        PIC  9(007).
          02 DATA-PED              PIC  9(008).
          02 FILLER                PIC  X(009).
          02 STATUS-PED            PIC  X(001).
          02 FILLER                PIC  X(040).

       FD PEDIDOS-N.
       01 REGISTRO-PEDIDOS-N.
             03 CODIGO-PED-N       PIC  9(009).
          02 CODIGO-CLI-PED-N      PIC  9(007).
          02 CODIGO-VEN-PED-N      PIC  9(007).
          02 DATA-PED-N            PIC  9(008).
          02 FILLER                PIC  X(009).
          02 STATUS-PED-N          PIC  X(001).
          02 FILLER                PIC  X(040).

       FD PEDIDOS-A.
       01 REGISTRO-PEDIDOS-A.
          02 CHAVE-PED-A.
             03 CODIGO-PED-A       PIC  9(009).
          02 CODIGO-CLI-PED-A      PIC  9(007).
          02 CODIGO-VEN-PED-A      PIC  9(007).
          02 FILLER                PIC  X(058).

       FD NOTAS.
       01 REGISTRO-NOTAS.
          02 CHAVE-NF.
             03 NUMERO-NF             PIC  9(009).
          02 CODIGO-PED-NF            PIC  9(009).
          02 CODIGO-CLI-NF            PIC  9(007).
          02 DATA-NF                  PIC  9(008).
          02 FILLER                   PIC  X(160).

       FD NOTAS-N.
       01 REGISTRO-NOTAS-N.
          02 CHAVE-NF-N.
             03 NUMERO-NF-N           PIC  9(009).
          02 CODIGO-PED-NF-N          PIC  9(009).
          02 CODIGO-CLI-NF-N          PIC  9(007).
          02 DATA-NF-N                PIC  9(008).
          02 FILLER                   PIC  X(160).

       FD NOTAS-A.
       01 REGISTRO-NOTAS-A.
          02 CHAVE-NF-A.
             03 NUMERO-NF-A           PIC  9(009).
          02 CODIGO-PED-NF-A          PIC  9(009).
          02 CODIGO-CLI-NF-A          PIC  9(007).
          02 FILLER                   PIC  X(168).

       FD MOVESTOQUE.
       01 REGISTRO-MOVESTOQUE.
          02 CHAVE-MOV.
             03 SEQ-MOV               PIC  9(009).
          02 CODIGO-PROD-MOV          PIC  9(007).
          02 FILLER                   PIC  X(008).
          02 DATA-MOV                 PIC  9(008).
          02 FILLER                   PIC  X(062).

       FD MOVESTOQUE-N.
       01 REGISTRO-MOVESTOQUE-N.
          02 CHAVE-MOV-N.
             03 SEQ-MOV-N             PIC  9(009).
          02 CODIGO-PROD-MOV-N        PIC  9(007).
          02 FILLER                   PIC  X(008).
          02 DATA-MOV-N               PIC  9(008).
          02 FILLER                   PIC  X(062).

       FD MOVESTOQUE-A.
       01 REGISTRO-MOVESTOQUE-A.
          02 CHAVE-MOV-A.
             03 SEQ-MOV-A             PIC  9(009).
          02 CODIGO-PROD-MOV-A        PIC  9(007).
          02 FILLER                   PIC  X(078).

       FD  ARQTMP.
       01  ARQTMP-REC               PIC X(300).
       01 FS-DISN                    PIC XX VALUE '00'.
       01 FS-PED                     PIC XX VALUE '00'.
       01 FS-PEDN                    PIC XX VALUE '00'.
       01 FS-PEDA                    PIC XX VALUE '00'.
       01 FS-NF                      PIC XX VALUE '00'.
       01 FS-NFN                     PIC XX VALUE '00'.
       01 FS-NFA                     PIC XX VALUE '00'.
       01 FS-MOV                     PIC XX VALUE '00'.
       01 FS-MOVN                    PIC XX VALUE '00'.
       01 FS-MOVA                    PIC XX VALUE '00'.
       01 FS-TMP                     PIC XX VALUE '00'.
       01 FS-RGLOG                   PIC XX VALUE '00'.

           02 WID-ARQ-DISTRIBUICAO-1       PIC X(50).
       01 WID-ARQ-PEDIDOS.
           02 WID-ARQ-PEDIDOS-1            PIC X(50).
       01 WID-ARQ-NOTAS          PIC X(50) VALUE 'ARQNOTAS.DAT'.
       01 WID-ARQ-MOVEST         PIC X(50) VALUE 'ARQMOVEST.DAT'.
       01 WID-ARQ-NOVO           PIC X(60) VALUE SPACES.
       01 WID-ARQ-TMP            PIC X(50) VALUE 'REORG.TMP'.
       01 WID-ARQ-RGLOG          PIC X(50) VALUE 'REORG.LOG'.
       77 WX                   PIC X VALUE SPACES.
       01 WOPCAO-RG            PIC 9 VALUE ZEROES.
       77 WSAIDA-RG            PIC 9 VALUE ZEROES.
      *    (1 = ARQUIVO VIVO AINDA COM AS CHAVES DO LAYOUT ANTERIOR)
       77 WANTIGO-RG           PIC 9 VALUE ZEROES.
       01 WARQ-VIVO-RG         PIC X(50) VALUE SPACES.
       01 WCONT-DESCARGA-RG    PIC 9(007) VALUE ZEROES.
       01 WCONT-RECARGA-RG     PIC 9(007) VALUE ZEROES.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - REORGANIZACAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 8 COL 10 VALUE "[2] VENDEDORES".
          02 LINE 9 COL 10 VALUE "[3] DISTRIBUICAO".
          02 LINE 10 COL 10 VALUE "[4] PEDIDOS".
          02 LINE 11 COL 10 VALUE "[5] NOTAS FISCAIS".
          02 LINE 12 COL 10 VALUE "[6] MOVIMENTO DE ESTOQUE".
          02 LINE 13 COL 10 VALUE "[9] TODOS".
          02 LINE 14 COL 10 VALUE "[0] SAIR".
          02 LINE 16 COL 10 VALUE "OPCAO:".
          02 LINE 16 COL 17 PIC 9 USING WOPCAO-RG.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
           MOVE LID-ARQ-VENDEDOR-1     TO WID-ARQ-VENDEDOR-1
           MOVE LID-ARQ-DISTRIBUICAO-1 TO WID-ARQ-DISTRIBUICAO-1
           MOVE LID-ARQ-PEDIDOS-1      TO WID-ARQ-PEDIDOS-1
           CALL "NomeEmpresa" USING LID-EMPRESA-1 WID-ARQ-NOTAS
           CALL "NomeEmpresa" USING LID-EMPRESA-1 WID-ARQ-MOVEST
           MOVE 1 TO WOPCAO-RG
           PERFORM UNTIL WOPCAO-RG = ZERO
              MOVE ZERO TO WOPCAO-RG
                 WHEN 2 PERFORM R-REORG-VEN
                 WHEN 3 PERFORM R-REORG-DIS
                 WHEN 4 PERFORM R-REORG-PED
                 WHEN 5 PERFORM R-REORG-NF
                 WHEN 6 PERFORM R-REORG-MOV
                 WHEN 9
                    PERFORM R-REORG-CLI
                    PERFORM R-REORG-VEN
                    PERFORM R-REORG-DIS
                    PERFORM R-REORG-PED
                    PERFORM R-REORG-NF
                    PERFORM R-REORG-MOV
              END-EVALUATE
           END-PERFORM.
       INICIO-EXIT.
                 END-WRITE
           END-READ.

      *    (PEDIDOS, NOTAS E MOVESTOQUE: ARQUIVO QUE NAO ABRE COM AS
      *     CHAVES ATUAIS - STATUS 39 - E DESCARREGADO PELO SELECT
      *     DO LAYOUT ANTERIOR; A RECARGA CRIA AS CHAVES NOVAS)
       R-REORG-PED.
           MOVE WID-ARQ-PEDIDOS-1 TO WARQ-VIVO-RG
           PERFORM R-PREPARA
           MOVE 0 TO WANTIGO-RG
           OPEN INPUT PEDIDOS
           IF FS-PED = '39'
              MOVE 1 TO WANTIGO-RG
              OPEN INPUT PEDIDOS-A
              MOVE FS-PEDA TO FS-PED
           END-IF
           IF FS-PED NOT = '00'
              PERFORM R-ERRO-ABERTURA
           ELSE
              OPEN OUTPUT ARQTMP
              IF WANTIGO-RG = 1
                 MOVE ZEROES TO CHAVE-PED-A
                 START PEDIDOS-A KEY IS NOT LESS THAN CHAVE-PED-A
                 PERFORM R-DESCARGA-PED-A UNTIL FS-PEDA NOT = '00'
                 CLOSE PEDIDOS-A ARQTMP
              ELSE
                 MOVE ZEROES TO CHAVE-PED
                 START PEDIDOS KEY IS NOT LESS THAN CHAVE-PED
                 PERFORM R-DESCARGA-PED UNTIL FS-PED NOT = '00'
                 CLOSE PEDIDOS ARQTMP
              END-IF
              OPEN OUTPUT PEDIDOS-N
              OPEN INPUT ARQTMP
              MOVE ZERO TO WSAIDA-RG
              ADD 1 TO WCONT-DESCARGA-RG
           END-IF.

       R-DESCARGA-PED-A.
           READ PEDIDOS-A NEXT
           IF FS-PEDA = '00'
              MOVE REGISTRO-PEDIDOS-A TO ARQTMP-REC
              WRITE ARQTMP-REC
              ADD 1 TO WCONT-DESCARGA-RG
           END-IF.

       R-RECARGA-PED.
           READ ARQTMP
              AT END MOVE 1 TO WSAIDA-RG
              NOT AT END
                 MOVE ARQTMP-REC(1:81) TO REGISTRO-PEDIDOS-N
                 WRITE REGISTRO-PEDIDOS-N
                    NOT INVALID KEY ADD 1 TO WCONT-RECARGA-RG
                 END-WRITE
           END-READ.

       R-REORG-NF.
           MOVE WID-ARQ-NOTAS TO WARQ-VIVO-RG
           PERFORM R-PREPARA
           MOVE 0 TO WANTIGO-RG
           OPEN INPUT NOTAS
           IF FS-NF = '39'
              MOVE 1 TO WANTIGO-RG
              OPEN INPUT NOTAS-A
              MOVE FS-NFA TO FS-NF
           END-IF
           IF FS-NF NOT = '00'
              PERFORM R-ERRO-ABERTURA
           ELSE
              OPEN OUTPUT ARQTMP
              IF WANTIGO-RG = 1
                 MOVE ZEROES TO CHAVE-NF-A
                 START NOTAS-A KEY IS NOT LESS THAN CHAVE-NF-A
                 PERFORM R-DESCARGA-NF-A UNTIL FS-NFA NOT = '00'
                 CLOSE NOTAS-A ARQTMP
              ELSE
                 MOVE ZEROES TO CHAVE-NF
                 START NOTAS KEY IS NOT LESS THAN CHAVE-NF
                 PERFORM R-DESCARGA-NF UNTIL FS-NF NOT = '00'
                 CLOSE NOTAS ARQTMP
              END-IF
              OPEN OUTPUT NOTAS-N
              OPEN INPUT ARQTMP
              MOVE ZERO TO WSAIDA-RG
              PERFORM R-RECARGA-NF UNTIL WSAIDA-RG = 1
              CLOSE NOTAS-N ARQTMP
              PERFORM R-FINALIZA
           END-IF.

       R-DESCARGA-NF.
           READ NOTAS NEXT
           IF FS-NF = '00'
              MOVE REGISTRO-NOTAS TO ARQTMP-REC
              WRITE ARQTMP-REC
              ADD 1 TO WCONT-DESCARGA-RG
           END-IF.

       R-DESCARGA-NF-A.
           READ NOTAS-A NEXT
           IF FS-NFA = '00'
              MOVE REGISTRO-NOTAS-A TO ARQTMP-REC
              WRITE ARQTMP-REC
              ADD 1 TO WCONT-DESCARGA-RG
           END-IF.

       R-RECARGA-NF.
           READ ARQTMP
              AT END MOVE 1 TO WSAIDA-RG
              NOT AT END
                 MOVE ARQTMP-REC(1:193) TO REGISTRO-NOTAS-N
                 WRITE REGISTRO-NOTAS-N
                    NOT INVALID KEY ADD 1 TO WCONT-RECARGA-RG
                 END-WRITE
           END-READ.

       R-REORG-MOV.
           MOVE WID-ARQ-MOVEST TO WARQ-VIVO-RG
           PERFORM R-PREPARA
           MOVE 0 TO WANTIGO-RG
           OPEN INPUT MOVESTOQUE
           IF FS-MOV = '39'
              MOVE 1 TO WANTIGO-RG
              OPEN INPUT MOVESTOQUE-A
              MOVE FS-MOVA TO FS-MOV
           END-IF
           IF FS-MOV NOT = '00'
              PERFORM R-ERRO-ABERTURA
           ELSE
              OPEN OUTPUT ARQTMP
              IF WANTIGO-RG = 1
                 MOVE ZEROES TO CHAVE-MOV-A
                 START MOVESTOQUE-A KEY IS NOT LESS THAN CHAVE-MOV-A
                 PERFORM R-DESCARGA-MOV-A UNTIL FS-MOVA NOT = '00'
                 CLOSE MOVESTOQUE-A ARQTMP
              ELSE
                 MOVE ZEROES TO CHAVE-MOV
                 START MOVESTOQUE KEY IS NOT LESS THAN CHAVE-MOV
                 PERFORM R-DESCARGA-MOV UNTIL FS-MOV NOT = '00'
                 CLOSE MOVESTOQUE ARQTMP
              END-IF
              OPEN OUTPUT MOVESTOQUE-N
              OPEN INPUT ARQTMP
              MOVE ZERO TO WSAIDA-RG
              PERFORM R-RECARGA-MOV UNTIL WSAIDA-RG = 1
              CLOSE MOVESTOQUE-N ARQTMP
              PERFORM R-FINALIZA
           END-IF.

       R-DESCARGA-MOV.
           READ MOVESTOQUE NEXT
           IF FS-MOV = '00'
              MOVE REGISTRO-MOVESTOQUE TO ARQTMP-REC
              WRITE ARQTMP-REC
              ADD 1 TO WCONT-DESCARGA-RG
           END-IF.

       R-DESCARGA-MOV-A.
           READ MOVESTOQUE-A NEXT
           IF FS-MOVA = '00'
              MOVE REGISTRO-MOVESTOQUE-A TO ARQTMP-REC
              WRITE ARQTMP-REC
              ADD 1 TO WCONT-DESCARGA-RG
           END-IF.

       R-RECARGA-MOV.
           READ ARQTMP
              AT END MOVE 1 TO WSAIDA-RG
              NOT AT END
                 MOVE ARQTMP-REC(1:94) TO REGISTRO-MOVESTOQUE-N
                 WRITE REGISTRO-MOVESTOQUE-N
                    NOT INVALID KEY ADD 1 TO WCONT-RECARGA-RG
                 END-WRITE
           END-READ.

      *-------------------------------------
      * PREPARO COMUM: ZERA CONTADORES, MEDE O TAMANHO ATUAL E
      * MONTA O NOME DO ARQUIVO NOVO.
