      *              distribuicao, os contatos e as visitas, marca o
      *              perdedor inativo com o ponteiro SUCESSOR-CLI e
      *              registra as contagens no TRANLOG.LOG.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Layout de CONTATOS com o prospecto de origem
      *              (PROSPECT-CON, chave alternativa).
      * 2026-10-15 - Layout de VISITAS com o check-in georreferenciado
      *              (hora, coordenadas, distancia e GEO-VIS).
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

              RECORD KEY        IS CHAVE-CON
              ALTERNATE RECORD KEY IS DATA-RETORNO-CON
                                     WITH DUPLICATES
              ALTERNATE RECORD KEY IS PROSPECT-CON
                                     WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CON.

             03 CODIGO-PED         PIC  9(009).
          02 CODIGO-CLI-PED        PIC  9(007).
          02 CODIGO-VEN-PED        PIC  9(007).
          02 DATA-PED              PIC  9(008).
          02 FILLER                PIC  X(009).
          02 STATUS-PED            PIC  X(001).
          02 FILLER                PIC  X(040).

       FD CONTASREC.
       01 REGISTRO-CONTASREC.
          02 TIPO-CON                 PIC  X(001) VALUE SPACES.
          02 TEXTO-CON                PIC  X(060) VALUE SPACES.
          02 DATA-RETORNO-CON         PIC  9(008) VALUE ZEROES.
          02 PROSPECT-CON             PIC  9(007) VALUE ZEROES.

       FD VISITAS.
       01 REGISTRO-VISITAS.
          02 RESULTADO-VIS            PIC  X(001) VALUE SPACES.
          02 OBS-VIS                  PIC  X(040) VALUE SPACES.
          02 OPERADOR-VIS             PIC  X(010) VALUE SPACES.
          02 HORA-CHECKIN-VIS         PIC  9(006) VALUE ZEROES.
          02 LAT-CHECKIN-VIS          PIC S9(003)v9(008) VALUE ZEROES.
          02 LON-CHECKIN-VIS          PIC S9(003)v9(008) VALUE ZEROES.
          02 DIST-CHECKIN-VIS         PIC  9(007) VALUE ZEROES.
          02 GEO-VIS                  PIC  X(001) VALUE SPACES.

       FD  ARQOPER.
       01  ARQOPER-REC               PIC X(60).
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CLIENTES DUPLICADOS"
          .
          02 LINE 3 COL 1 VALUE "***************************************
