      *              excluidos. O extrato e a consulta 360 alcancam
      *              o arquivo morto informando o ano. Resumo da
      *              rodada em ARQUIVA.LOG.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Chaves alternativas de situacao e data em PEDIDOS
      *              e data em NOTAS.
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

             88 PED-ABERTO         VALUE 'A'.
             88 PED-FATURADO       VALUE 'F'.
             88 PED-CANCELADO      VALUE 'C'.
          02 FILLER                PIC  X(040).

       FD PEDITEM.
       01 REGISTRO-PEDITEM.
             03 NUMERO-NF             PIC  9(009).
          02 CODIGO-PED-NF            PIC  9(009).
          02 CODIGO-CLI-NF            PIC  9(007).
          02 DATA-NF                  PIC  9(008).
          02 FILLER                   PIC  X(160).

       FD CONTASREC.
       01 REGISTRO-CONTASREC.
             03 CODIGO-PED-A       PIC  9(009).
          02 CODIGO-CLI-PED-A      PIC  9(007).
          02 CODIGO-VEN-PED-A      PIC  9(007).
          02 FILLER                PIC  X(058).

       FD ARITEM.
       01 REGISTRO-ARITEM.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - ARQUIVO MORTO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
