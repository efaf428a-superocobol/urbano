      * 2026-09-02 - Alcance ao arquivo morto (ExeArquiva): com o
      *              ano informado, os pedidos arquivados do ano
      *              somam na mesma consulta.
      * 2026-10-10 - Mostra o saldo de adiantamentos do cliente
      *              ainda a aplicar (ARQADIANT.DAT).
      * 2026-10-15 - Mostra os equipamentos em comodato no cliente
      *              (ARQEQUIP.DAT): quantidade, soma dos minimos
      *              mensais combinados e os primeiros patrimonios.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
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

       SELECT ADIANTA ASSIGN TO  DISK WID-ARQ-ADT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUMERO-ADT
              ALTERNATE RECORD KEY IS CODIGO-CLI-ADT WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ADT.

       SELECT EQUIPAM ASSIGN TO  DISK WID-ARQ-EQUIP
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS PATRIMONIO-EQP
              ALTERNATE RECORD KEY IS CODIGO-CLI-EQP WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EQP.

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
             88 PED-FRETE-CIF      VALUE 'C'.
             88 PED-FRETE-FOB      VALUE 'F'.
          02 END-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 DATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.

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

       FD EQUIPAM.
       01 REGISTRO-EQUIPAM.
          02 PATRIMONIO-EQP           PIC  X(010).
          02 TIPO-EQP                 PIC  X(001) VALUE SPACES.
          02 DESCRICAO-EQP            PIC  X(030) VALUE SPACES.
          02 SERIE-EQP                PIC  X(020) VALUE SPACES.
          02 SITUACAO-EQP             PIC  X(001) VALUE 'D'.
             88 EQP-COMODATO          VALUE 'C'.
          02 CODIGO-CLI-EQP           PIC  9(007) VALUE ZEROES.
          02 DATA-CONTRATO-EQP        PIC  9(008) VALUE ZEROES.
          02 MINIMO-MES-EQP           PIC  9(007)v9(002) VALUE ZEROES.
          02 QTD-MOV-EQP              PIC  9(004) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(260).
       01 FS-ROTAITEM                PIC XX VALUE '00'.
       01 FS-PED                     PIC XX VALUE '00'.
       01 FS-TRANLOG                 PIC XX VALUE '00'.
       01 FS-ADT                     PIC XX VALUE '00'.
       01 FS-EQP                     PIC XX VALUE '00'.

       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
           02 WID-ARQ-PEDIDOS-1            PIC X(50).
       01 WID-ARQ-ROTAITEM       PIC X(50) VALUE 'ARQROTAITEM.DAT'.
       01 WID-ARQ-TRANLOG        PIC X(50) VALUE 'TRANLOG.LOG'.
       01 WID-ARQ-ADT            PIC X(50) VALUE 'ARQADIANT.DAT'.
       01 WID-ARQ-EQUIP          PIC X(50) VALUE 'ARQEQUIP.DAT'.

       77 WX                   PIC X VALUE SPACES.
       77 WSAIDA-36            PIC 9 VALUE ZEROES.
       77 WQTD-FATUR-36        PIC 9(005) VALUE ZEROES.
       01 WVAL-FATUR-36        PIC 9(011)v9(002) VALUE ZEROES.
       01 WULT-COMPRA-36       PIC 9(008) VALUE ZEROES.
       01 WSALDO-ADT-36        PIC 9(011)v9(002) VALUE ZEROES.
       77 WQTD-EQP-36          PIC 9(003) VALUE ZEROES.
       01 WMINIMO-EQP-36       PIC 9(009)v9(002) VALUE ZEROES.
       01 WPATR-36             PIC X(022) VALUE SPACES.
       77 WPOS-PATR-36         PIC 9(002) VALUE ZEROES.

      * ULTIMA ALTERACAO DO TRANLOG (LINHA DE CLIENTE: '>' NAS
      * POSICOES 63 E 119 E O CODIGO NAS POSICOES 41-47).
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CLIENTE 360".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CLIENTE 360".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 14 COL 37 PIC ZZZZZZZZZZ9,99 FROM WVAL-FATUR-36.
          02 LINE 15 COL 2 VALUE "ULTIMA COMPRA.....:".
          02 LINE 15 COL 22 PIC 9(008) FROM WULT-COMPRA-36.
          02 LINE 16 COL 2 VALUE "SALDO ADIANTAMENTO:".
          02 LINE 16 COL 37 PIC ZZZZZZZZZZ9,99 FROM WSALDO-ADT-36.
          02 LINE 17 COL 2 VALUE "ULTIMA ALTERACAO..:".
          02 LINE 17 COL 22 PIC X(040) FROM WULT-ALT-36.
          02 LINE 18 COL 2 VALUE "COMODATO..........:".
          02 LINE 18 COL 22 PIC ZZ9 FROM WQTD-EQP-36.
          02 LINE 18 COL 26 VALUE "EQUIP. MINIMO MES:".
          02 LINE 18 COL 44 PIC ZZZZZZZ9,99 FROM WMINIMO-EQP-36.
          02 LINE 18 COL 56 PIC X(022) FROM WPATR-36.
          02 LINE 20 COL 2 VALUE
             "[1] EXTRATO  [2] CONTATOS  [3] HISTORICO  [0] VOLTAR".
          02 LINE 22 COL 2 VALUE "OPCAO:".
       INICIO.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ROTAITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ADT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EQUIP
           MOVE LID-ARQ-CLIENTE-1      TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-VENDEDOR-1     TO WID-ARQ-VENDEDOR-1
           MOVE LID-ARQ-DISTRIBUICAO-1 TO WID-ARQ-DISTRIBUICAO-1
           PERFORM R-BUSCA-VENDEDOR
           PERFORM R-BUSCA-ROTAS
           PERFORM R-BUSCA-PEDIDOS
           PERFORM R-BUSCA-ADIANTAMENTO
           PERFORM R-BUSCA-COMODATO
           PERFORM R-BUSCA-ULTIMA-ALT
           MOVE 1 TO WOPCAO-36
           PERFORM UNTIL WOPCAO-36 = ZERO
              END-IF
           END-IF.

      *-------------------------------------
      * SALDO DOS ADIANTAMENTOS EM ABERTO, AINDA A APLICAR NO
      * FATURAMENTO OU A DEVOLVER.
      *-------------------------------------
       R-BUSCA-ADIANTAMENTO.
           MOVE ZEROES TO WSALDO-ADT-36
           OPEN INPUT ADIANTA
           IF FS-ADT = '00'
              MOVE WCLI-ALVO-36 TO CODIGO-CLI-ADT
              START ADIANTA KEY IS NOT LESS THAN CODIGO-CLI-ADT
              MOVE ZERO TO WSAIDA-36
              IF FS-ADT NOT = '00'
                 MOVE 1 TO WSAIDA-36
              END-IF
              PERFORM R-BUSCA-ADIANTAMENTO-1 UNTIL WSAIDA-36 = 1
              CLOSE ADIANTA
           END-IF.

       R-BUSCA-ADIANTAMENTO-1.
           READ ADIANTA NEXT
           IF FS-ADT NOT = '00' OR
              CODIGO-CLI-ADT NOT = WCLI-ALVO-36
              MOVE 1 TO WSAIDA-36
           ELSE
              IF ADT-ABERTO
                 ADD SALDO-ADT TO WSALDO-ADT-36
              END-IF
           END-IF.

      *-------------------------------------
      * EQUIPAMENTOS EM COMODATO NO CLIENTE (OS DOIS PRIMEIROS
      * PATRIMONIOS NA TELA).
      *-------------------------------------
       R-BUSCA-COMODATO.
           MOVE ZEROES TO WQTD-EQP-36 WMINIMO-EQP-36
           MOVE SPACES TO WPATR-36
           MOVE 1 TO WPOS-PATR-36
           OPEN INPUT EQUIPAM
           IF FS-EQP = '00'
              MOVE WCLI-ALVO-36 TO CODIGO-CLI-EQP
              START EQUIPAM KEY IS NOT LESS THAN CODIGO-CLI-EQP
              MOVE ZERO TO WSAIDA-36
              IF FS-EQP NOT = '00'
                 MOVE 1 TO WSAIDA-36
              END-IF
              PERFORM R-BUSCA-COMODATO-1 UNTIL WSAIDA-36 = 1
              CLOSE EQUIPAM
           END-IF.

       R-BUSCA-COMODATO-1.
           READ EQUIPAM NEXT
           IF FS-EQP NOT = '00' OR
              CODIGO-CLI-EQP NOT = WCLI-ALVO-36
              MOVE 1 TO WSAIDA-36
           ELSE
              IF EQP-COMODATO
                 ADD 1 TO WQTD-EQP-36
                 ADD MINIMO-MES-EQP TO WMINIMO-EQP-36
                 IF WQTD-EQP-36 NOT > 2
                    MOVE PATRIMONIO-EQP
                      TO WPATR-36(WPOS-PATR-36:10)
                    ADD 11 TO WPOS-PATR-36
                 END-IF
              END-IF
           END-IF.

      *-------------------------------------
      * ULTIMA ALTERACAO DO CLIENTE NO TRANLOG (A ULTIMA LINHA DO
      * LOG COM O CODIGO E OS SEPARADORES DO LAYOUT DE CLIENTES).
