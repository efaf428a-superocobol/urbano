      *              campanha e, no encerramento, grava o vencedor e
      *              lanca o premio como bonus na razao de comissoes
      *              (COMLEDGER). Alteracoes no TRANLOG.LOG.
      * 2026-10-15 - Segmento RFM de cliente opcional (SEGMENTO-CAMP,
      *              apurado pelo ExeSegmenta): so contam na
      *              campanha os pedidos de clientes no segmento.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             88 CAMP-ABERTA           VALUE 'A'.
             88 CAMP-ENCERRADA        VALUE 'E'.
          02 VENCEDOR-CAMP            PIC  9(007) VALUE ZEROES.
          02 SEGMENTO-CAMP            PIC  X(001) VALUE SPACES.

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).
          02 WPREMIO-VALOR-CAMP     PIC 9(007)v9(002) VALUE ZEROES.
          02 WSITUACAO-CAMP         PIC X(001) VALUE 'A'.
          02 WVENCEDOR-CAMP         PIC 9(007) VALUE ZEROES.
          02 WSEGMENTO-CAMP         PIC X(001) VALUE SPACES.

       01 WDATA-HORA-TL.
          02 WDHTL-DATA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CAMPANHAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CAMPANHAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 15 COL 32 VALUE "(A=ABERTA E=ENCERRADA)".
          02 LINE 16 COL 10 VALUE "Vencedor........:".
          02 LINE 16 COL 29 PIC 9(007) USING WVENCEDOR-CAMP.
          02 LINE 17 COL 10 VALUE "Segm. Cliente...:".
          02 LINE 17 COL 29 PIC X(001) USING WSEGMENTO-CAMP.
          02 LINE 17 COL 32 VALUE "(BRANCO=TODOS C F R P N S)".
          02 LINE 18 COL 10 VALUE "ENTER=PROXIMO REGISTRO  9=SAIR".
          02 LINE 18 COL 42 PIC X USING WX.

              PERFORM R-MSG-CAMP
              GO TO INCLUIR-CAMP-FIM
           END-IF
           INSPECT WSEGMENTO-CAMP CONVERTING 'cfrpns' TO 'CFRPNS'
           IF WSEGMENTO-CAMP NOT = SPACES AND
              WSEGMENTO-CAMP NOT = 'C' AND NOT = 'F' AND NOT = 'R'
              AND NOT = 'P' AND NOT = 'N' AND NOT = 'S'
              MOVE 'SEGMENTO DEVE SER C F R P N S OU BRANCO' TO WTXT
              PERFORM R-MSG-CAMP
              GO TO INCLUIR-CAMP-FIM
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           MOVE WPREMIO-DESCR-CAMP TO PREMIO-DESCR-CAMP
           MOVE WPREMIO-VALOR-CAMP TO PREMIO-VALOR-CAMP
           MOVE WSITUACAO-CAMP     TO SITUACAO-CAMP
           MOVE WVENCEDOR-CAMP     TO VENCEDOR-CAMP
           MOVE WSEGMENTO-CAMP     TO SEGMENTO-CAMP.

       S-LISTAR-CAMP SECTION.
       LISTAR-CAMP-1.
              MOVE PREMIO-VALOR-CAMP TO WPREMIO-VALOR-CAMP
              MOVE SITUACAO-CAMP     TO WSITUACAO-CAMP
              MOVE VENCEDOR-CAMP     TO WVENCEDOR-CAMP
              MOVE SEGMENTO-CAMP     TO WSEGMENTO-CAMP
              DISPLAY TELA-CAMPANHA
              ACCEPT TELA-CAMPANHA
              IF WX = '9'
