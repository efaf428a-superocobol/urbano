      *              (RegSpool): cada execucao grava num arquivo
      *              datado proprio, consultavel e reimprimivel no
      *              ConsSpool; sem o catalogo vale o nome fixo.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Chaves alternativas de situacao e data em
      *              PEDIDOS, data em NOTAS e data em MOVESTOQUE:
      *              notas e saidas de estoque lidas so no periodo
      *              pedido, pela chave de data.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              RECORD KEY        IS CHAVE-NF
              ALTERNATE RECORD KEY IS CODIGO-PED-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-CLI-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-NF WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NF.

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

       FD PRODUTOS.
       01 REGISTRO-PRODUTOS.
          02 LOCAL-DEST-MOV           PIC  9(003) VALUE ZEROES.
          02 LOTE-MOV                 PIC  X(010) VALUE SPACES.
          02 VALIDADE-MOV             PIC  9(008) VALUE ZEROES.
          02 POSICAO-MOV              PIC  9(008) VALUE ZEROES.
          02 POSICAO-DEST-MOV         PIC  9(008) VALUE ZEROES.

       FD  ARQREL.
       01  ARQREL-REC.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - MARGEM DE VENDA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
           WRITE ARQREL-REC
           PERFORM R-ACUMULA-CUSTOS
           MOVE ZEROES TO WQTD-VEN-MG
           MOVE WDATA-INI-MG TO DATA-NF
           START NOTAS KEY IS NOT LESS THAN DATA-NF
           IF FS-NF = '00'
              PERFORM R-TRATA-NOTA UNTIL FS-NF NOT = '00' OR
                                         DATA-NF > WDATA-FIM-MG
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
      *-------------------------------------
       R-ACUMULA-CUSTOS.
           MOVE ZEROES TO WQTD-NF-MG
           MOVE WDATA-INI-MG TO DATA-MOV
           START MOVESTOQUE KEY IS NOT LESS THAN DATA-MOV
           IF FS-MOVEST = '00'
              PERFORM R-ACUMULA-CUSTOS-1 UNTIL FS-MOVEST NOT = '00' OR
                                         DATA-MOV > WDATA-FIM-MG
           END-IF.

       R-ACUMULA-CUSTOS-1.
