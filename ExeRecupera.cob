      *              faturamento. O cubo de estatisticas e refeito
      *              pelo ExeRecalcStat e as reservas podem ser
      *              reconstruidas do zero pelo ExeReconcilia.
      * 2026-10-10 - Desfaz tambem a aplicacao de adiantamento do
      *              faturamento: devolve a imagem do adiantamento
      *              (ARQADIANT.DAT) e exclui o movimento gravado
      *              (ARQADTMOV.DAT).
      * 2026-10-15 - A saida excluida que tinha endereco
      *              (POSICAO-MOV) devolve a quantidade ao saldo do
      *              endereco (ARQSALDOPOS.DAT), recriando o registro
      *              esvaziado pela separacao.
      * 2026-10-15 - Desfaz tambem a venda dos numeros de serie:
      *              devolve a imagem do serial (ARQSERIE.DAT) e
      *              exclui o evento gravado (ARQSERIEHIS.DAT).
      * 2026-10-15 - Desfaz tambem as embalagens retornaveis da nota:
      *              devolve a imagem da camada do cliente ou exclui
      *              a camada gravada (ARQEMBCLI.DAT).
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Chaves alternativas de situacao e data em
      *              PEDIDOS, data em NOTAS e data em MOVESTOQUE.
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

              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MOV
              ALTERNATE RECORD KEY IS CODIGO-PROD-MOV WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-MOV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MOVEST.

              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LT.

       SELECT SALDOPOS ASSIGN TO  DISK WID-ARQ-SALDOPOS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-SP
              ALTERNATE RECORD KEY IS ENDERECO-SP WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SP.

       SELECT RESERVA ASSIGN TO  DISK WID-ARQ-RESERVA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RS.

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

       SELECT SERIES ASSIGN TO  DISK WID-ARQ-SR
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-SR
              ALTERNATE RECORD KEY IS NUMERO-SR WITH DUPLICATES
              ALTERNATE RECORD KEY IS CHAVE-PED-SR WITH DUPLICATES
              ALTERNATE RECORD KEY IS NUMERO-NF-SR WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SR.

       SELECT SERIEHIST ASSIGN TO  DISK WID-ARQ-SH
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-SH
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-SH.

       SELECT EMBCLI ASSIGN TO  DISK WID-ARQ-EC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-EC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EC.

       SELECT CONTASREC ASSIGN TO  DISK WID-ARQ-CREC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
             03 CODIGO-PED         PIC  9(009).
          02 CODIGO-CLI-PED        PIC  9(007).
          02 CODIGO-VEN-PED        PIC  9(007).
          02 DATA-PED              PIC  9(008).
          02 FILLER                PIC  X(009).
          02 STATUS-PED            PIC  X(001).
          02 FILLER                PIC  X(040).

       FD PEDITEM.
       01 REGISTRO-PEDITEM.
             03 NUMERO-NF             PIC  9(009).
          02 CODIGO-PED-NF            PIC  9(009).
          02 CODIGO-CLI-NF            PIC  9(007).
          02 DATA-NF                  PIC  9(008).
          02 FILLER                   PIC  X(160).

       FD MOVESTOQUE.
       01 REGISTRO-MOVESTOQUE.
          02 LOCAL-DEST-MOV           PIC  9(003) VALUE ZEROES.
          02 LOTE-MOV                 PIC  X(010) VALUE SPACES.
          02 VALIDADE-MOV             PIC  9(008) VALUE ZEROES.
          02 POSICAO-MOV              PIC  9(008) VALUE ZEROES.
          02 POSICAO-DEST-MOV         PIC  9(008) VALUE ZEROES.

       FD SALDOLOC.
       01 REGISTRO-SALDOLOC.
             03 LOTE-LT               PIC  X(010).
          02 SALDO-LT                 PIC  9(007) VALUE ZEROES.

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

       FD RESERVA.
       01 REGISTRO-RESERVA.
          02 CODIGO-PROD-RS           PIC  9(007).
          02 QTDE-RESERVADA-RS        PIC  9(009) VALUE ZEROES.

       FD ADIANTA.
       01 REGISTRO-ADIANTA.
          02 NUMERO-ADT               PIC  9(009).
          02 CODIGO-CLI-ADT           PIC  9(007).
          02 FILLER                   PIC  X(086).

       FD ADTMOV.
       01 REGISTRO-ADTMOV.
          02 CHAVE-AMV.
             03 NUMERO-ADT-AMV        PIC  9(009).
             03 SEQ-AMV               PIC  9(003).
          02 FILLER                   PIC  X(042).

       FD SERIES.
       01 REGISTRO-SERIES.
          02 CHAVE-SR.
             03 CODIGO-PROD-SR        PIC  9(007).
             03 NUMERO-SR             PIC  X(020).
          02 SITUACAO-SR              PIC  X(001).
          02 CHAVE-PED-SR.
             03 CODIGO-PED-SR         PIC  9(009).
             03 NUMERO-ITEM-SR        PIC  9(003).
          02 FILLER                   PIC  X(033).
          02 NUMERO-NF-SR             PIC  9(009).
          02 FILLER                   PIC  X(046).

       FD SERIEHIST.
       01 REGISTRO-SERIEHIST.
          02 CHAVE-SH.
             03 CODIGO-PROD-SH        PIC  9(007).
             03 NUMERO-SH             PIC  X(020).
             03 SEQ-SH                PIC  9(003).
          02 FILLER                   PIC  X(055).

       FD EMBCLI.
       01 REGISTRO-EMBCLI.
          02 CHAVE-EC                 PIC  X(028).
          02 FILLER                   PIC  X(060).

       FD CONTASREC.
       01 REGISTRO-CONTASREC.
          02 CHAVE-CREC.
       01 WID-ARQ-SALDOLOC        PIC X(50) VALUE 'ARQSALDOLOC.DAT'.
       01 WID-ARQ-LOTES           PIC X(50) VALUE 'ARQLOTES.DAT'.
       01 WID-ARQ-RESERVA         PIC X(50) VALUE 'ARQRESERVA.DAT'.
       01 WID-ARQ-SALDOPOS        PIC X(50) VALUE 'ARQSALDOPOS.DAT'.
       01 FS-SP                   PIC XX VALUE '00'.
       77 WSP-ABERTO-RC           PIC 9 VALUE ZEROES.
       01 FS-SL.
           02 FS-SL-1                 PIC 9.
           02 FS-SL-2                 PIC 9.
       77 WSL-ABERTO-RC           PIC 9 VALUE ZEROES.
       77 WLT-ABERTO-RC           PIC 9 VALUE ZEROES.
       77 WRS-ABERTO-RC           PIC 9 VALUE ZEROES.
       01 WID-ARQ-ADT             PIC X(50) VALUE 'ARQADIANT.DAT'.
       01 WID-ARQ-AMV             PIC X(50) VALUE 'ARQADTMOV.DAT'.
       01 FS-ADT                  PIC XX VALUE '00'.
       01 FS-AMV                  PIC XX VALUE '00'.
       77 WAD-ABERTO-RC           PIC 9 VALUE ZEROES.
       01 WID-ARQ-SR              PIC X(50) VALUE 'ARQSERIE.DAT'.
       01 WID-ARQ-SH              PIC X(50) VALUE 'ARQSERIEHIS.DAT'.
       01 FS-SR                   PIC XX VALUE '00'.
       01 FS-SH                   PIC XX VALUE '00'.
       77 WSR-ABERTO-RC           PIC 9 VALUE ZEROES.
       01 WID-ARQ-EC              PIC X(50) VALUE 'ARQEMBCLI.DAT'.
       01 FS-EC                   PIC XX VALUE '00'.
       77 WEC-ABERTO-RC           PIC 9 VALUE ZEROES.
       01 WID-ARQ-CREC            PIC X(50) VALUE 'ARQCREC.DAT'.
       01 WID-ARQ-RECLOG          PIC X(50) VALUE 'RECUPERA.LOG'.

          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - RECUPERACAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
                                    WID-ARQ-LOTES
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-RESERVA
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SALDOPOS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CREC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ADT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-AMV
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SR
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-SH
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-RECLOG
           MOVE LID-ARQ-PEDIDOS-1 TO WID-ARQ-PEDIDOS-1
           IF FS-RS = '00'
              MOVE 1 TO WRS-ABERTO-RC
           END-IF
           MOVE 0 TO WSP-ABERTO-RC
           OPEN I-O SALDOPOS
           IF FS-SP = '00'
              MOVE 1 TO WSP-ABERTO-RC
           END-IF
           OPEN I-O CONTASREC
           MOVE 0 TO WAD-ABERTO-RC
           OPEN I-O ADIANTA
           IF FS-ADT = '00'
              OPEN I-O ADTMOV
              IF FS-AMV = '00'
                 MOVE 1 TO WAD-ABERTO-RC
              ELSE
                 CLOSE ADIANTA
              END-IF
           END-IF
           MOVE 0 TO WSR-ABERTO-RC
           OPEN I-O SERIES
           IF FS-SR = '00'
              OPEN I-O SERIEHIST
              IF FS-SH = '00'
                 MOVE 1 TO WSR-ABERTO-RC
              ELSE
                 CLOSE SERIES
              END-IF
           END-IF
           MOVE 0 TO WEC-ABERTO-RC
           OPEN I-O EMBCLI
           IF FS-EC = '00'
              MOVE 1 TO WEC-ABERTO-RC
           END-IF
           PERFORM R-DESFAZ-LANCE
              VARYING WL-RC FROM WQTD-LANC-RC BY -1
              UNTIL WL-RC < 1
           IF WRS-ABERTO-RC = 1
              CLOSE RESERVA
           END-IF
           IF WSP-ABERTO-RC = 1
              CLOSE SALDOPOS
           END-IF
           IF WAD-ABERTO-RC = 1
              CLOSE ADIANTA ADTMOV
           END-IF
           IF WSR-ABERTO-RC = 1
              CLOSE SERIES SERIEHIST
           END-IF
           IF WEC-ABERTO-RC = 1
              CLOSE EMBCLI
           END-IF
           PERFORM R-TRUNCA-JORNAL
           PERFORM R-GRAVA-RECLOG
           MOVE SPACES TO WTXT
                 READ PEDIDOS
                 IF FS-PED = '00' AND
                    WLANC-FUNCAO-RC(WL-RC) = 'B'
                    MOVE WLANC-IMAGEM-RC(WL-RC)(1:81)
                      TO REGISTRO-PEDIDOS
                    REWRITE REGISTRO-PEDIDOS
                    PERFORM R-CONTA-DESFEITO
                       PERFORM R-CONTA-DESFEITO
                    END-IF
                 END-IF
              WHEN 'ADIANTA'
                 MOVE WCH-N9-RC TO NUMERO-ADT
                 IF WAD-ABERTO-RC = 1
                    READ ADIANTA
                 END-IF
                 IF WAD-ABERTO-RC = 1 AND FS-ADT = '00' AND
                    WLANC-FUNCAO-RC(WL-RC) = 'B'
                    MOVE WLANC-IMAGEM-RC(WL-RC)(1:102)
                      TO REGISTRO-ADIANTA
                    REWRITE REGISTRO-ADIANTA
                    PERFORM R-CONTA-DESFEITO
                 END-IF
              WHEN 'ADTMOV'
                 MOVE WCH-N9-RC TO NUMERO-ADT-AMV
                 MOVE WCH-N3-RC TO SEQ-AMV
                 IF WAD-ABERTO-RC = 1
                    READ ADTMOV
                 END-IF
                 IF WAD-ABERTO-RC = 1 AND FS-AMV = '00' AND
                    WLANC-FUNCAO-RC(WL-RC) = 'N'
                    DELETE ADTMOV
                    PERFORM R-CONTA-DESFEITO
                 END-IF
              WHEN 'SERIES'
                 MOVE WCHAVE-RC(1:27) TO CHAVE-SR
                 IF WSR-ABERTO-RC = 1
                    READ SERIES
                 END-IF
                 IF WSR-ABERTO-RC = 1 AND FS-SR = '00' AND
                    WLANC-FUNCAO-RC(WL-RC) = 'B'
                    MOVE WLANC-IMAGEM-RC(WL-RC)(1:128)
                      TO REGISTRO-SERIES
                    REWRITE REGISTRO-SERIES
                    PERFORM R-CONTA-DESFEITO
                 END-IF
              WHEN 'SERIEHIST'
                 MOVE WCHAVE-RC(1:30) TO CHAVE-SH
                 IF WSR-ABERTO-RC = 1
                    READ SERIEHIST
                 END-IF
                 IF WSR-ABERTO-RC = 1 AND FS-SH = '00' AND
                    WLANC-FUNCAO-RC(WL-RC) = 'N'
                    DELETE SERIEHIST
                    PERFORM R-CONTA-DESFEITO
                 END-IF
              WHEN 'EMBCLI'
                 MOVE WCHAVE-RC(1:28) TO CHAVE-EC
                 IF WEC-ABERTO-RC = 1
                    READ EMBCLI
                 END-IF
                 IF WEC-ABERTO-RC = 1 AND FS-EC = '00'
                    IF WLANC-FUNCAO-RC(WL-RC) = 'B'
                       MOVE WLANC-IMAGEM-RC(WL-RC)(1:88)
                         TO REGISTRO-EMBCLI
                       REWRITE REGISTRO-EMBCLI
                    ELSE
                       DELETE EMBCLI
                    END-IF
                    PERFORM R-CONTA-DESFEITO
                 END-IF
              WHEN OTHER
                 ADD 1 TO WQTD-ERROS-RC
           END-EVALUATE.
                 ADD QTDE-MOV TO QTDE-RESERVADA-RS
                 REWRITE REGISTRO-RESERVA
              END-IF
           END-IF
           IF WSP-ABERTO-RC = 1 AND POSICAO-MOV NOT = ZEROES
              MOVE CODIGO-PROD-MOV TO CODIGO-PROD-SP
              MOVE LOCAL-MOV       TO LOCAL-SP
              MOVE POSICAO-MOV     TO POSICAO-SP
              MOVE LOTE-MOV        TO LOTE-SP
              READ SALDOPOS
              IF FS-SP = '00'
                 ADD QTDE-MOV TO SALDO-SP
                 REWRITE REGISTRO-SALDOPOS
              ELSE
                 INITIALIZE REGISTRO-SALDOPOS
                 MOVE CODIGO-PROD-MOV TO CODIGO-PROD-SP
                 MOVE LOCAL-MOV       TO LOCAL-SP
                 MOVE POSICAO-MOV     TO POSICAO-SP
                 MOVE LOTE-MOV        TO LOTE-SP
                 MOVE VALIDADE-MOV    TO VALIDADE-SP
                 MOVE QTDE-MOV        TO SALDO-SP
                 WRITE REGISTRO-SALDOPOS
              END-IF
           END-IF.
       R-DEVOLVE-LATERAIS-RC-FIM.
           EXIT.
