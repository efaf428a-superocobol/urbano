      *              CadRotas e a geracao de rotas usa a capacidade
      *              para dividir roteiros que nao cabem no veiculo.
      *              Alteracoes no TRANLOG.LOG.
      * 2026-10-15 - Veiculo de pronta-entrega: local de estoque
      *              proprio (LOCAL-VEI, diferente do deposito 1 e
      *              unico na frota) e vendedor responsavel
      *              (VENDEDOR-VEI). Carga, retorno e acerto da van
      *              no CadCargaVan.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          02 CAPAC-KG-VEI             PIC  9(007) VALUE ZEROES.
          02 CAPAC-M3-VEI             PIC  9(005)v9(002) VALUE ZEROES.
          02 INATIVO-VEI              PIC  X(001) VALUE SPACES.
          02 LOCAL-VEI                PIC  9(003) VALUE ZEROES.
          02 VENDEDOR-VEI             PIC  9(007) VALUE ZEROES.

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).
          02 WCAPAC-KG-VEI          PIC 9(007) VALUE ZEROES.
          02 WCAPAC-M3-VEI          PIC 9(005)v9(002) VALUE ZEROES.
          02 WINATIVO-VEI           PIC X(001) VALUE SPACES.
          02 WLOCAL-VEI             PIC 9(003) VALUE ZEROES.
          02 WVENDEDOR-VEI          PIC 9(007) VALUE ZEROES.

      *-------------LOCAL DA VAN UNICO NA FROTA------------------------
       77 WSAIDA-LV                 PIC 9 VALUE ZEROES.
       77 WLOCAL-DUP-VEI            PIC 9 VALUE ZEROES.

       01 WDATA-HORA-TL.
          02 WDHTL-DATA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - FROTA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - FROTA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 10 COL 29 PIC 9(005)v9(002) USING WCAPAC-M3-VEI.
          02 LINE 11 COL 10 VALUE "Inativo (I).....:".
          02 LINE 11 COL 29 PIC X(001) USING WINATIVO-VEI.
          02 LINE 12 COL 10 VALUE "Local Van.......:".
          02 LINE 12 COL 29 PIC 9(003) USING WLOCAL-VEI.
          02 LINE 12 COL 35 VALUE "(0=NAO E PRONTA-ENTREGA)".
          02 LINE 13 COL 10 VALUE "Vendedor Van....:".
          02 LINE 13 COL 29 PIC 9(007) USING WVENDEDOR-VEI.
          02 LINE 15 COL 10 VALUE "ENTER=PROXIMO REGISTRO  9=SAIR".
          02 LINE 15 COL 42 PIC X USING WX.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
              DISPLAY TELA-MENSAGEM
              GO TO INCLUIR-VEI-FIM
           END-IF
      *                  (VAN DE PRONTA-ENTREGA: O LOCAL NAO PODE SER O
      *                   DEPOSITO NEM DE OUTRO VEICULO, E O VENDEDOR
      *                   RESPONSAVEL E OBRIGATORIO)
           IF WLOCAL-VEI = 1
              MOVE 'LOCAL 1 E O DEPOSITO - INFORME OUTRO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO INCLUIR-VEI-FIM
           END-IF
           IF WLOCAL-VEI NOT = ZEROES AND WVENDEDOR-VEI = ZEROES
              MOVE 'VENDEDOR OBRIGATORIO PARA A VAN' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO INCLUIR-VEI-FIM
           END-IF
           IF WLOCAL-VEI NOT = ZEROES
              PERFORM R-CHECA-LOCAL-VEI THRU R-CHECA-LOCAL-VEI-FIM
              IF WLOCAL-DUP-VEI = 1
                 MOVE 'LOCAL JA ATRIBUIDO A OUTRO VEICULO' TO WTXT
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE WMENSAGEM
                 DISPLAY TELA-MENSAGEM
                 GO TO INCLUIR-VEI-FIM
              END-IF
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           MOVE WDESCRICAO-VEI    TO DESCRICAO-VEI
           MOVE WCAPAC-KG-VEI     TO CAPAC-KG-VEI
           MOVE WCAPAC-M3-VEI     TO CAPAC-M3-VEI
           MOVE WINATIVO-VEI      TO INATIVO-VEI
           MOVE WLOCAL-VEI        TO LOCAL-VEI
           MOVE WVENDEDOR-VEI     TO VENDEDOR-VEI.

       R-CHECA-LOCAL-VEI.
           MOVE 0 TO WLOCAL-DUP-VEI
           MOVE SPACES TO PLACA-VEI
           START VEICULOS KEY IS NOT LESS THAN PLACA-VEI
           MOVE 0 TO WSAIDA-LV
           IF FS-VEI NOT = '00'
              MOVE 1 TO WSAIDA-LV
           END-IF
           PERFORM R-CHECA-LOCAL-VEI-1 UNTIL WSAIDA-LV = 1.
       R-CHECA-LOCAL-VEI-FIM.
           EXIT.

       R-CHECA-LOCAL-VEI-1.
           READ VEICULOS NEXT
           IF FS-VEI NOT = '00'
              MOVE 1 TO WSAIDA-LV
           ELSE
              IF LOCAL-VEI = WLOCAL-VEI AND
                 PLACA-VEI NOT = WPLACA-VEI
                 MOVE 1 TO WLOCAL-DUP-VEI
                 MOVE 1 TO WSAIDA-LV
              END-IF
           END-IF.

       S-LISTAR-VEI SECTION.
       LISTAR-VEI-1.
              MOVE CAPAC-KG-VEI    TO WCAPAC-KG-VEI
              MOVE CAPAC-M3-VEI    TO WCAPAC-M3-VEI
              MOVE INATIVO-VEI     TO WINATIVO-VEI
              MOVE LOCAL-VEI       TO WLOCAL-VEI
              MOVE VENDEDOR-VEI    TO WVENDEDOR-VEI
              DISPLAY TELA-VEICULO
              ACCEPT TELA-VEICULO
              IF WX = '9'
