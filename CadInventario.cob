      *              (RELCICLO.TXT) aponta os produtos vencidos:
      *              classe A 30 dias, B 90, C 365 desde a ultima
      *              contagem fechada.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Chaves alternativas de situacao e data em PEDIDOS
      *              e data em MOVESTOQUE.
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

              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MOV
              ALTERNATE RECORD KEY IS CODIGO-PROD-MOV WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-MOV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MOVEST.

             88 PED-FRETE-CIF      VALUE 'C'.
             88 PED-FRETE-FOB      VALUE 'F'.
          02 END-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 DATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.

       FD PEDITEM.
       01 REGISTRO-PEDITEM.
          02 LOCAL-DEST-MOV           PIC  9(003) VALUE ZEROES.
          02 LOTE-MOV                 PIC  X(010) VALUE SPACES.
          02 VALIDADE-MOV             PIC  9(008) VALUE ZEROES.
          02 POSICAO-MOV              PIC  9(008) VALUE ZEROES.
          02 POSICAO-DEST-MOV         PIC  9(008) VALUE ZEROES.

       FD SALDOLOC.
       01 REGISTRO-SALDOLOC.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - INVENTARIO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
           MOVE 1      TO LOCAL-MOV
           MOVE ZEROES TO LOCAL-DEST-MOV VALIDADE-MOV
           MOVE SPACES TO LOTE-MOV
           MOVE ZEROES TO POSICAO-MOV POSICAO-DEST-MOV
           WRITE REGISTRO-MOVESTOQUE
           IF FS-MOVEST = '00'
              PERFORM R-GRAVA-CONTROLE-MOV
