      *              CONTAS.CFG), fora da receita.
      * 2026-09-02 - Notas canceladas (SITUACAO-NF='C') nao entram
      *              no faturamento nem nos impostos do diario.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Chaves alternativas de situacao e data em PEDIDOS
      *              e data em NOTAS: as notas do mes sao lidas so
      *              na faixa do mes, pela chave de data.
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

             88 PED-FRETE-CIF      VALUE 'C'.
             88 PED-FRETE-FOB      VALUE 'F'.
          02 END-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 DATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.

       FD COMLEDGER.
       01 REGISTRO-COMLEDGER.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - EXPORTACAO CONTABIL"
             .
          02 LINE 3 COL 1 VALUE "***************************************
      *-------------------------------------
       R-ACUMULA-NOTAS.
           MOVE ZEROES TO WQTD-FAT-CT WEXC-FAT-CT
           COMPUTE DATA-NF = WANO-MES-CT * 100
           START NOTAS KEY IS NOT LESS THAN DATA-NF
           IF FS-NF = '00'
              PERFORM R-ACUMULA-NOTAS-1 UNTIL FS-NF NOT = '00' OR
                                         DATA-NF(1:6) > WANO-MES-CT
           END-IF.

       R-ACUMULA-NOTAS-1.
