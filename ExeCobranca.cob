      *              ARQDUNLOG.DAT - o mesmo estagio nao e enviado
      *              duas vezes ao mesmo cliente. Resumo da rodada
      *              em RELCOBRA.TXT.
      * 2026-10-15 - Carta gerada entra na fila de e-mail ao cliente
      *              (GravaMsg), com o e-mail do cadastro e a ligacao
      *              ao titulo vencido mais antigo da carta; o envio e
      *              feito pelo ExeEnvioMsg. O resumo conta as cartas
      *              enfileiradas.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WESTAGIO-CB          PIC 9 VALUE ZEROES.
       77 WQTD-CARTAS-CB       PIC 9(005) VALUE ZEROES.
       77 WQTD-JA-ENVIADAS-CB  PIC 9(005) VALUE ZEROES.
       77 WQTD-FILA-CB         PIC 9(005) VALUE ZEROES.
       01 WEMAIL-CB            PIC X(040) VALUE SPACES.
       01 WDATA-HOJE-CB        PIC 9(008) VALUE ZEROES.
      * ATE 20 TITULOS VENCIDOS LISTADOS POR CARTA.
       77 WMAX-TIT-CB          PIC 9(002) VALUE 20.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CARTAS DE COBRANCA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
           COMPUTE WHOJE-INT-CB =
              FUNCTION INTEGER-OF-DATE(WDATA-HOJE-CB)
           MOVE ZEROES TO WQTD-CARTAS-CB WQTD-JA-ENVIADAS-CB
                          WQTD-FILA-CB
           MOVE ZEROES TO WCLI-QUEBRA-CB WMAIOR-ATRASO-CB
                          WQTD-TIT-CB WTOT-VENCIDO-CB
           MOVE ZEROES TO CODIGO-CLI-CREC
                  '  JA ENVIADAS (PULADAS): ' WQTD-JA-ENVIADAS-CB
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'CARTAS NA FILA DE E-MAIL: ' WQTD-FILA-CB
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL CONTASREC CLIENTES DUNLOG
           MOVE 'RESUMO GERADO EM RELCOBRA.TXT' TO WTXT
           DISPLAY TELA-MENSAGEM
           OPEN OUTPUT ARQCARTA
           MOVE WCLI-QUEBRA-CB TO CODIGO
           READ CLIENTES KEY IS CODIGO
           MOVE SPACES TO WCARTA-LINHA WEMAIL-CB
           IF FS-CLI = '00'
              MOVE EMAIL TO WEMAIL-CB
           END-IF
           IF FS-CLI = '00'
              MOVE RAZAO TO WCARTA-LINHA
           END-IF
              MOVE WCARTA-TIT TO ARQCARTA-REC
              WRITE ARQCARTA-REC
           END-PERFORM
           CLOSE ARQCARTA
           PERFORM R-ENFILEIRA-CARTA.

      *    (O TITULO LIGADO A MENSAGEM E O PRIMEIRO DA CARTA - O MAIS
      *     ANTIGO NA ORDEM DA CHAVE DO CLIENTE)
       R-ENFILEIRA-CARTA.
           MOVE LID-EMPRESA-1   TO LINK-MSG-EMPRESA
           MOVE WCLI-QUEBRA-CB  TO LINK-MSG-CLIENTE
           MOVE WEMAIL-CB       TO LINK-MSG-EMAIL
           MOVE 'CAR'           TO LINK-MSG-TIPO
           MOVE WID-ARQ-CARTA   TO LINK-MSG-ANEXO
           MOVE WTIT-NF-CB(1)   TO LINK-MSG-NF
           MOVE WTIT-PARC-CB(1) TO LINK-MSG-PARCELA
           MOVE SPACES          TO LINK-MSG-ASSUNTO
           STRING 'AVISO DE COBRANCA - ESTAGIO ' WESTAGIO-CB
              DELIMITED BY SIZE INTO LINK-MSG-ASSUNTO
           MOVE LID-OPERADOR-1  TO LINK-MSG-OPERADOR
           CALL "GravaMsg" USING LINK-MENSAGEM
           IF LINK-MSG-STATUS = '0'
              ADD 1 TO WQTD-FILA-CB
           END-IF.
