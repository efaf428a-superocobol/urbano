      *              A restauracao mostra as contagens do que vai
      *              sobrescrever e so prossegue com confirmacao;
      *              a recarga reconstroi as chaves alternativas.
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

             88 PED-FRETE-CIF      VALUE 'C'.
             88 PED-FRETE-FOB      VALUE 'F'.
          02 END-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 DATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.

       FD PEDITEM.
       01 REGISTRO-PEDITEM.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - BACKUP".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".

       01 TELA-RESUMO-RST.
          02 BLANK SCREEN.
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 10 VALUE
             "RESTAURACAO - CONTEUDO A SOBRESCREVER:".
          02 LINE 3 COL 2 PIC X(48) FROM WRST-LIN-BK(1).
          02 LINE 4 COL 2 PIC X(48) FROM WRST-LIN-BK(2).
              AT END MOVE 1 TO WSAIDA-BK
              NOT AT END
                 ADD 1 TO WCONT-COPIA-BK
                 MOVE ARQBKP-REC(1:81) TO REGISTRO-PEDIDOS
                 WRITE REGISTRO-PEDIDOS
                    NOT INVALID KEY ADD 1 TO WCONT-ORIG-BK
                 END-WRITE
