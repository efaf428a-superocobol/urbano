      *              entregue (conferida contra as paradas do
      *              roteiro quando informada). Relatorio de notas
      *              em transito ha mais de N dias em RELENTREGA.TXT.
      * 2026-10-15 - Nota de rodada com carga ainda nao liberada na
      *              conferencia da separacao (CadConferencia) nao
      *              tem o canhoto registrado.
      * 2026-10-15 - Embalagens retornaveis coletadas na entrega (ate
      *              tres tipos) baixam o saldo do cliente
      *              (ARQEMBCLI.DAT) pelas remessas mais antigas;
      *              nota recusada ou devolvida tira do saldo as
      *              embalagens que ela mesma levou.
      * 2026-10-15 - Rota zero na confirmacao mantem a rota que a
      *              nota recebeu no faturamento (manifesto de carga).
      * 2026-10-15 - Chaves alternativas de data em NOTAS.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              RECORD KEY        IS CHAVE-NF
              ALTERNATE RECORD KEY IS CODIGO-PED-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-CLI-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-NF WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NF.

              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RI.

       SELECT CONFER ASSIGN TO  DISK WID-ARQ-CONF
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS RODADA-CF
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CF.

       SELECT CONFITEM ASSIGN TO  DISK WID-ARQ-CONFITEM
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CFI
              ALTERNATE RECORD KEY IS NUMERO-NF-CFI WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CFI.

       SELECT EMBCLI ASSIGN TO  DISK WID-ARQ-EMBCLI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-EC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EC.

       SELECT EMBRET ASSIGN TO  DISK WID-ARQ-EMBRET
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-EMB
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EMB.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
             03 CODIGO-CLI-ITEM       PIC  9(007).
          02 ORDEM-VISITA-ITEM        PIC  9(003) VALUE ZEROES.

       FD CONFER.
       01 REGISTRO-CONFER.
          02 RODADA-CF                PIC  9(009).
          02 ULTIMA-NF-CF             PIC  9(009) VALUE ZEROES.
          02 DATA-CF                  PIC  9(008) VALUE ZEROES.
          02 SITUACAO-CF              PIC  X(001) VALUE SPACES.
             88 CONF-PENDENTE         VALUE 'P'.
             88 CONF-LIBERADA         VALUE 'L'.
             88 CONF-LIB-SUPERVISOR   VALUE 'S'.
          02 INCOMPLETA-CF            PIC  X(001) VALUE SPACES.
          02 DATA-LIB-CF              PIC  9(008) VALUE ZEROES.
          02 OPERADOR-LIB-CF          PIC  X(010) VALUE SPACES.
          02 SUPERVISOR-CF            PIC  9(007) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD CONFITEM.
       01 REGISTRO-CONFITEM.
          02 CHAVE-CFI.
             03 RODADA-CFI            PIC  9(009).
             03 NUMERO-NF-CFI         PIC  9(009).
             03 CODIGO-PROD-CFI       PIC  9(007).
          02 QTDE-ESP-CFI             PIC  9(007) VALUE ZEROES.
          02 QTDE-LIDA-CFI            PIC  9(007) VALUE ZEROES.
          02 SEPARADOR-CFI            PIC  X(010) VALUE SPACES.
          02 DATA-CONF-CFI            PIC  9(008) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD EMBCLI.
       01 REGISTRO-EMBCLI.
          02 CHAVE-EC.
             03 CODIGO-CLI-EC         PIC  9(007).
             03 CODIGO-EMB-EC         PIC  9(003).
             03 DATA-EC               PIC  9(008).
             03 DOCUMENTO-EC          PIC  9(009).
             03 TIPO-EC               PIC  X(001).
          02 QTDE-EC                  PIC  9(007) VALUE ZEROES.
          02 ABERTO-EC                PIC  9(007) VALUE ZEROES.
          02 COBRADO-EC               PIC  9(007) VALUE ZEROES.
          02 TITULO-EC                PIC  9(009) VALUE ZEROES.
          02 OPERADOR-EC              PIC  X(010) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD EMBRET.
       01 REGISTRO-EMBRET.
          02 CODIGO-EMB               PIC  9(003).
          02 DESCRICAO-EMB            PIC  X(030) VALUE SPACES.
          02 VALOR-EMB                PIC  9(007)v9(002) VALUE ZEROES.
          02 DIAS-LIMITE-EMB          PIC  9(003) VALUE ZEROES.
          02 INATIVO-EMB              PIC  X(001) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       01 WID-ARQ-NOTAS               PIC X(50) VALUE 'ARQNOTAS.DAT'.
       01 WID-ARQ-ROTAITEM            PIC X(50) VALUE 'ARQROTAITEM.DAT'.
       01 WID-ARQ-CONF                PIC X(50) VALUE 'ARQCONFER.DAT'.
       01 WID-ARQ-CONFITEM            PIC X(50)
                                      VALUE 'ARQCONFITEM.DAT'.
       01 FS-CF                       PIC XX VALUE '00'.
       01 FS-CFI                      PIC XX VALUE '00'.
       01 WID-ARQ-EMBCLI              PIC X(50) VALUE 'ARQEMBCLI.DAT'.
       01 WID-ARQ-EMBRET              PIC X(50) VALUE 'ARQEMBRET.DAT'.
       01 FS-EC                       PIC XX VALUE '00'.
       01 FS-EMB                      PIC XX VALUE '00'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       01 WRECEBEDOR-EN   PIC X(020) VALUE SPACES.
       77 WROTA-EN        PIC 9(007) VALUE ZEROES.
       77 WRI-DISPONIVEL  PIC 9 VALUE ZEROES.
       77 WCF-DISPONIVEL  PIC 9 VALUE ZEROES.
       77 WEC-DISPONIVEL  PIC 9 VALUE ZEROES.
       77 WEMB-DISPONIVEL PIC 9 VALUE ZEROES.

      *-------------EMBALAGENS COLETADAS NA ENTREGA-----------------
       01 WCOLETA-EN.
          02 WEMB-1-EN       PIC 9(003) VALUE ZEROES.
          02 WQTD-1-EN       PIC 9(007) VALUE ZEROES.
          02 WEMB-2-EN       PIC 9(003) VALUE ZEROES.
          02 WQTD-2-EN       PIC 9(007) VALUE ZEROES.
          02 WEMB-3-EN       PIC 9(003) VALUE ZEROES.
          02 WQTD-3-EN       PIC 9(007) VALUE ZEROES.
       01 WTAB-COLETA-EN REDEFINES WCOLETA-EN.
          02 WCOL-EN OCCURS 3 TIMES.
             03 WCOL-EMB-EN  PIC 9(003).
             03 WCOL-QTDE-EN PIC 9(007).
       77 WI-EN           PIC 9(002) VALUE ZEROES.
       77 WERRO-EN        PIC 9 VALUE ZEROES.
      *    (EMBALAGENS QUE A NOTA RECUSADA/DEVOLVIDA TINHA LEVADO)
       77 WQTD-VOLTA-EN   PIC 9(002) VALUE ZEROES.
       01 WTAB-VOLTA-EN.
          02 WVOLTA-EN OCCURS 20 TIMES.
             03 WVOLTA-EMB-EN  PIC 9(003).
             03 WVOLTA-QTDE-EN PIC 9(007).
       77 WEMB-RT-EN      PIC 9(003) VALUE ZEROES.
       77 WQTDE-RT-EN     PIC 9(007) VALUE ZEROES.
       77 WRESTA-EN       PIC 9(007) VALUE ZEROES.
       77 WSOBRA-EN       PIC 9(007) VALUE ZEROES.
       77 WSOBRA-ED-EN    PIC ZZZZZZ9.
      *--------------------------------------------------
       77 WDIAS-CORTE-EN  PIC 9(003) VALUE 5.
       77 WHOJE-EN        PIC 9(008) VALUE ZEROES.
       77 WHOJE-INT-EN    PIC 9(008) VALUE ZEROES.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - ENTREGAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - ENTREGAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 10 COL 29 PIC X(020) USING WRECEBEDOR-EN.
          02 LINE 11 COL 10 VALUE "Rota da Entrega.:".
          02 LINE 11 COL 29 PIC 9(007) USING WROTA-EN.
          02 LINE 13 COL 10 VALUE "Embalagem Colet.:".
          02 LINE 13 COL 29 PIC 9(003) USING WEMB-1-EN.
          02 LINE 13 COL 34 VALUE "Qtde:".
          02 LINE 13 COL 40 PIC 9(007) USING WQTD-1-EN.
          02 LINE 14 COL 10 VALUE "Embalagem Colet.:".
          02 LINE 14 COL 29 PIC 9(003) USING WEMB-2-EN.
          02 LINE 14 COL 34 VALUE "Qtde:".
          02 LINE 14 COL 40 PIC 9(007) USING WQTD-2-EN.
          02 LINE 15 COL 10 VALUE "Embalagem Colet.:".
          02 LINE 15 COL 29 PIC 9(003) USING WEMB-3-EN.
          02 LINE 15 COL 34 VALUE "Qtde:".
          02 LINE 15 COL 40 PIC 9(007) USING WQTD-3-EN.
          02 LINE 16 COL 10 VALUE
             "(R OU D: AS EMBALAGENS DA NOTA SAEM DO SALDO SOZINHAS)".

       01 TELA-DIAS-CORTE.
          02 LINE 18 COL 10 VALUE "EM TRANSITO HA MAIS DE (DIAS):".
                                    WID-ARQ-NOTAS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ROTAITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CONF
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CONFITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EMBCLI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EMBRET
           INITIALIZE WSAIDA WOPCAO-EN
           OPEN I-O NOTAS
           IF FS-NF NOT = '00'
           OPEN INPUT ROTAITEM
           IF FS-RI = '00'
              MOVE 1 TO WRI-DISPONIVEL
           END-IF
      *    (SEM A CONFERENCIA DA SEPARACAO NENHUMA NOTA E BARRADA)
           MOVE 0 TO WCF-DISPONIVEL
           OPEN INPUT CONFER
           IF FS-CF = '00'
              OPEN INPUT CONFITEM
              IF FS-CFI = '00'
                 MOVE 1 TO WCF-DISPONIVEL
              ELSE
                 CLOSE CONFER
              END-IF
           END-IF
      *    (SEM O SALDO DE EMBALAGENS A COLETA NAO E REGISTRADA; SEM
      *     O CADASTRO DE TIPOS O CODIGO NAO E CONFERIDO)
           MOVE 0 TO WEC-DISPONIVEL
           OPEN I-O EMBCLI
           IF FS-EC = '00'
              MOVE 1 TO WEC-DISPONIVEL
           END-IF
           MOVE 0 TO WEMB-DISPONIVEL
           OPEN INPUT EMBRET
           IF FS-EMB = '00'
              MOVE 1 TO WEMB-DISPONIVEL
           END-IF.

       ACCEPTA-OPCAO.
               IF WRI-DISPONIVEL = 1
                  CLOSE ROTAITEM
               END-IF
               IF WCF-DISPONIVEL = 1
                  CLOSE CONFER CONFITEM
               END-IF
               IF WEC-DISPONIVEL = 1
                  CLOSE EMBCLI
               END-IF
               IF WEMB-DISPONIVEL = 1
                  CLOSE EMBRET
               END-IF
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       CONFIRMA-ENTREGA-1.
           MOVE ZEROES TO WNUMERO-NF-EN WDATA-EN WROTA-EN
           MOVE SPACES TO WSIT-EN WRECEBEDOR-EN
           INITIALIZE WCOLETA-EN
           MOVE '=> NOTA 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-ENTREGA
              PERFORM R-MOSTRA-MSG
              GO TO CONFIRMA-ENTREGA-EXIT
           END-IF
      *    (NOTA DE RODADA COM A CARGA PENDENTE NA CONFERENCIA DA
      *     SEPARACAO NAO SAIU DA EXPEDICAO; NOTA FORA DA LISTA
      *     SEGUE LIVRE)
           IF WCF-DISPONIVEL = 1
              MOVE WNUMERO-NF-EN TO NUMERO-NF-CFI
              READ CONFITEM KEY IS NUMERO-NF-CFI
              IF FS-CFI = '00'
                 MOVE RODADA-CFI TO RODADA-CF
                 READ CONFER
                 IF FS-CF = '00' AND CONF-PENDENTE
                    MOVE 'CARGA NAO LIBERADA NA CONFERENCIA' TO WTXT
                    PERFORM R-MOSTRA-MSG
                    GO TO CONFIRMA-ENTREGA-EXIT
                 END-IF
              END-IF
           END-IF
           IF WSIT-EN NOT = 'E' AND WSIT-EN NOT = 'R' AND
              WSIT-EN NOT = 'D'
              MOVE 'SITUACAO DEVE SER E, R OU D' TO WTXT
              PERFORM R-MOSTRA-MSG
              GO TO CONFIRMA-ENTREGA-EXIT
           END-IF
      *    (EMBALAGEM COLETADA: TIPO CADASTRADO E COM QUANTIDADE)
           MOVE 0 TO WERRO-EN
           PERFORM R-VALIDA-COLETA-EN
              VARYING WI-EN FROM 1 BY 1
              UNTIL WI-EN > 3 OR WERRO-EN = 1
           IF WERRO-EN = 1
              PERFORM R-MOSTRA-MSG
              GO TO CONFIRMA-ENTREGA-EXIT
           END-IF
      *    (ROTA INFORMADA: O CLIENTE DA NOTA DEVE SER PARADA DO
      *     ROTEIRO; FORA DO ROTEIRO SO GRAVA COM CONFIRMACAO)
           IF WROTA-EN NOT = ZEROES AND WRI-DISPONIVEL = 1
              MOVE WSIT-EN       TO SIT-ENTREGA-NF
              MOVE WDATA-EN      TO DATA-ENTREGA-NF
              MOVE WRECEBEDOR-EN TO RECEBEDOR-NF
      *       (ROTA ZERO MANTEM A DO FATURAMENTO)
              IF WROTA-EN NOT = ZEROES
                 MOVE WROTA-EN   TO ROTA-ENTREGA-NF
              END-IF
              REWRITE REGISTRO-NOTAS
              IF FS-NF NOT = '00'
                 MOVE 'ERRO DE GRAVAÇÃO ST ' TO WTXT
                 MOVE FS-NF TO WST
                 PERFORM R-MOSTRA-MSG
                 GO TO CONFIRMA-ENTREGA-EXIT
              END-IF
              IF WEC-DISPONIVEL = 1
                 PERFORM R-BAIXA-EMBALAGENS-EN
              END-IF
           END-IF.
       CONFIRMA-ENTREGA-EXIT.
           EXIT.

       S-CONFIRMA-ROTINAS SECTION.
       R-VALIDA-COLETA-EN.
           IF WCOL-EMB-EN(WI-EN) = ZEROES
              IF WCOL-QTDE-EN(WI-EN) NOT = ZEROES
                 MOVE 'QUANTIDADE SEM TIPO DE EMBALAGEM' TO WTXT
                 MOVE 1 TO WERRO-EN
              END-IF
           ELSE
              IF WEC-DISPONIVEL = 0
                 MOVE 'SEM CONTROLE DE EMBALAGENS NA EMPRESA' TO WTXT
                 MOVE 1 TO WERRO-EN
              ELSE
                 IF WCOL-QTDE-EN(WI-EN) = ZEROES
                    MOVE 'INFORME A QUANTIDADE COLETADA' TO WTXT
                    MOVE 1 TO WERRO-EN
                 ELSE
                    IF WEMB-DISPONIVEL = 1
                       MOVE WCOL-EMB-EN(WI-EN) TO CODIGO-EMB
                       READ EMBRET
                       IF FS-EMB NOT = '00'
                          MOVE 'TIPO DE EMBALAGEM NAO CADASTRADO'
                            TO WTXT
                          MOVE 1 TO WERRO-EN
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *-------------------------------------
      * BAIXA DE EMBALAGENS DO CLIENTE DA NOTA. RECUSADA OU
      * DEVOLVIDA: O QUE A PROPRIA NOTA LEVOU E AINDA ESTA EM ABERTO
      * VOLTA. COLETADAS: CONSOMEM AS REMESSAS MAIS ANTIGAS DO TIPO;
      * O QUE PASSAR DO SALDO FICA SO REGISTRADO NO RETORNO. CADA
      * BAIXA GRAVA UM RETORNO (TIPO 'R') NA DATA DA ENTREGA.
      *-------------------------------------
       R-BAIXA-EMBALAGENS-EN.
           MOVE ZEROES TO WQTD-VOLTA-EN WSOBRA-EN
           IF WSIT-EN = 'R' OR WSIT-EN = 'D'
              MOVE CODIGO-CLI-NF TO CODIGO-CLI-EC
              MOVE ZEROES TO CODIGO-EMB-EC DATA-EC DOCUMENTO-EC
              MOVE SPACES TO TIPO-EC
              START EMBCLI KEY IS NOT LESS THAN CHAVE-EC
              MOVE 0 TO WSAIDA
              IF FS-EC NOT = '00'
                 MOVE 1 TO WSAIDA
              END-IF
              PERFORM R-VOLTA-NOTA-EN UNTIL WSAIDA = 1
              PERFORM R-GRAVA-VOLTA-EN
                 VARYING WI-EN FROM 1 BY 1
                 UNTIL WI-EN > WQTD-VOLTA-EN
           END-IF
           PERFORM R-GRAVA-COLETA-EN
              VARYING WI-EN FROM 1 BY 1 UNTIL WI-EN > 3
           IF WSOBRA-EN NOT = ZEROES
              MOVE WSOBRA-EN TO WSOBRA-ED-EN
              MOVE SPACES TO WTXT
              STRING 'EMBALAGENS ACIMA DO SALDO: ' WSOBRA-ED-EN
                     DELIMITED BY SIZE INTO WTXT
              PERFORM R-MOSTRA-MSG
           END-IF.

       R-VOLTA-NOTA-EN.
           READ EMBCLI NEXT
           IF FS-EC NOT = '00' OR CODIGO-CLI-EC NOT = CODIGO-CLI-NF
              MOVE 1 TO WSAIDA
           ELSE
              IF TIPO-EC = 'S' AND DOCUMENTO-EC = NUMERO-NF AND
                 ABERTO-EC NOT = ZEROES AND WQTD-VOLTA-EN < 20
                 ADD 1 TO WQTD-VOLTA-EN
                 MOVE CODIGO-EMB-EC TO WVOLTA-EMB-EN(WQTD-VOLTA-EN)
                 MOVE ABERTO-EC     TO WVOLTA-QTDE-EN(WQTD-VOLTA-EN)
                 MOVE ZEROES TO ABERTO-EC
                 REWRITE REGISTRO-EMBCLI
              END-IF
           END-IF.

       R-GRAVA-VOLTA-EN.
           MOVE WVOLTA-EMB-EN(WI-EN)  TO WEMB-RT-EN
           MOVE WVOLTA-QTDE-EN(WI-EN) TO WQTDE-RT-EN
           PERFORM R-GRAVA-RETORNO-EN.

       R-GRAVA-COLETA-EN.
           IF WCOL-EMB-EN(WI-EN) NOT = ZEROES
              MOVE WCOL-EMB-EN(WI-EN)  TO WEMB-RT-EN
              MOVE WCOL-QTDE-EN(WI-EN) TO WQTDE-RT-EN
              MOVE WQTDE-RT-EN TO WRESTA-EN
              MOVE CODIGO-CLI-NF TO CODIGO-CLI-EC
              MOVE WEMB-RT-EN    TO CODIGO-EMB-EC
              MOVE ZEROES TO DATA-EC DOCUMENTO-EC
              MOVE SPACES TO TIPO-EC
              START EMBCLI KEY IS NOT LESS THAN CHAVE-EC
              MOVE 0 TO WSAIDA
              IF FS-EC NOT = '00'
                 MOVE 1 TO WSAIDA
              END-IF
              PERFORM R-CONSOME-REMESSA-EN UNTIL WSAIDA = 1
              ADD WRESTA-EN TO WSOBRA-EN
              PERFORM R-GRAVA-RETORNO-EN
           END-IF.

       R-CONSOME-REMESSA-EN.
           READ EMBCLI NEXT
           IF FS-EC NOT = '00' OR CODIGO-CLI-EC NOT = CODIGO-CLI-NF
              OR CODIGO-EMB-EC NOT = WEMB-RT-EN OR WRESTA-EN = ZEROES
              MOVE 1 TO WSAIDA
           ELSE
              IF TIPO-EC = 'S' AND ABERTO-EC NOT = ZEROES
                 IF ABERTO-EC > WRESTA-EN
                    SUBTRACT WRESTA-EN FROM ABERTO-EC
                    MOVE ZEROES TO WRESTA-EN
                 ELSE
                    SUBTRACT ABERTO-EC FROM WRESTA-EN
                    MOVE ZEROES TO ABERTO-EC
                 END-IF
                 REWRITE REGISTRO-EMBCLI
              END-IF
           END-IF.

       R-GRAVA-RETORNO-EN.
           MOVE CODIGO-CLI-NF TO CODIGO-CLI-EC
           MOVE WEMB-RT-EN    TO CODIGO-EMB-EC
           MOVE WDATA-EN      TO DATA-EC
           MOVE NUMERO-NF     TO DOCUMENTO-EC
           MOVE 'R'           TO TIPO-EC
           READ EMBCLI
           IF FS-EC = '00'
              ADD WQTDE-RT-EN TO QTDE-EC
              REWRITE REGISTRO-EMBCLI
           ELSE
              INITIALIZE REGISTRO-EMBCLI
              MOVE CODIGO-CLI-NF  TO CODIGO-CLI-EC
              MOVE WEMB-RT-EN     TO CODIGO-EMB-EC
              MOVE WDATA-EN       TO DATA-EC
              MOVE NUMERO-NF      TO DOCUMENTO-EC
              MOVE 'R'            TO TIPO-EC
              MOVE WQTDE-RT-EN    TO QTDE-EC
              MOVE LID-OPERADOR-1 TO OPERADOR-EC
              WRITE REGISTRO-EMBCLI
           END-IF.

       R-MOSTRA-MSG.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
