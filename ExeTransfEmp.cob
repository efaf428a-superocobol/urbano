      *              conciliacao dos dois lados. O produto precisa
      *              existir nos dois cadastros e ter saldo na
      *              origem.
      * 2026-10-15 - Transferencia grava o CFOP (5152 no estado,
      *              6152 entre UFs das duas empresas, pelo DefCfop)
      *              e o relatorio o mostra.
      * 2026-10-15 - Chaves alternativas de data em MOVESTOQUE.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MOV
              ALTERNATE RECORD KEY IS CODIGO-PROD-MOV WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-MOV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MOVEST.

          02 LOCAL-DEST-MOV           PIC  9(003) VALUE ZEROES.
          02 LOTE-MOV                 PIC  X(010) VALUE SPACES.
          02 VALIDADE-MOV             PIC  9(008) VALUE ZEROES.
          02 POSICAO-MOV              PIC  9(008) VALUE ZEROES.
          02 POSICAO-DEST-MOV         PIC  9(008) VALUE ZEROES.

       FD SALDOLOC.
       01 REGISTRO-SALDOLOC.
          02 SITUACAO-TE              PIC  X(001) VALUE SPACES.
             88 TE-COMPLETA           VALUE 'C'.
             88 TE-SO-SAIDA           VALUE 'S'.
          02 CFOP-TE                  PIC  9(004) VALUE ZEROES.

       FD  ARQREL.
       01  ARQREL-REC.
          02 RL-QTDE-TE        PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-SIT-TE         PIC X(010).
          02 FILLER            PIC X(06) VALUE ' CFOP '.
          02 RL-CFOP-TE        PIC 9(004).

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - TRANSF. EMPRESAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - TRANSF. EMPRESAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
              INTO DOCUMENTO-MOV
           MOVE 1      TO LOCAL-MOV
           MOVE ZEROES TO LOCAL-DEST-MOV VALIDADE-MOV
           MOVE ZEROES TO POSICAO-MOV POSICAO-DEST-MOV
           MOVE SPACES TO LOTE-MOV
      *    (O MOVIMENTO E GRAVADO ANTES DE MEXER NO SALDO: SE A
      *     GRAVACAO FALHA, NADA FOI ALTERADO E A MENSAGEM DE
           MOVE WQTDE-TE       TO QTDE-TE
           MOVE LID-OPERADOR-1 TO OPERADOR-TE
           MOVE 'S'            TO SITUACAO-TE
           PERFORM R-DEFINE-CFOP-TE
           MOVE LINK-CFOP-CODIGO TO CFOP-TE
           WRITE REGISTRO-TRANSFE
           CLOSE TRANSFE.

      *-------------------------------------
      * CFOP DA TRANSFERENCIA: A PRIMEIRA CHAMADA AO DefCfop SO
      * RESOLVE A UF DA EMPRESA DE DESTINO; A SEGUNDA DA O CFOP
      * (5152/6152) PELA UF DA ORIGEM.
      *-------------------------------------
       R-DEFINE-CFOP-TE.
           MOVE 'T'          TO LINK-CFOP-OPERACAO
           MOVE WEMP-DEST-TE TO LINK-CFOP-EMPRESA
           MOVE SPACES       TO LINK-CFOP-UF-ORIGEM
                                LINK-CFOP-UF-DESTINO
           MOVE ZEROES       TO LINK-CFOP-ORIGINAL
           CALL "DefCfop" USING LINK-CFOP
           MOVE LINK-CFOP-UF-ORIGEM TO LINK-CFOP-UF-DESTINO
           MOVE WEMP-ORIG-TE TO LINK-CFOP-EMPRESA
           MOVE SPACES       TO LINK-CFOP-UF-ORIGEM
           CALL "DefCfop" USING LINK-CFOP.

       R-COMPLETA-TRANSFE.
           OPEN I-O TRANSFE
           MOVE WDOC-TE TO DOCUMENTO-TE
              MOVE EMPRESA-DEST-TE TO RL-DEST-TE
              MOVE CODIGO-PROD-TE  TO RL-PROD-TE
              MOVE QTDE-TE         TO RL-QTDE-TE
              MOVE CFOP-TE         TO RL-CFOP-TE
              IF TE-COMPLETA
                 MOVE 'COMPLETA' TO RL-SIT-TE
              ELSE
