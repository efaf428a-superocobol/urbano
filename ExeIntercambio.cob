      *              as situacoes - os 'R' entram de novo na
      *              proxima remessa. Pode ser encadeado como etapa
      *              do ExeFimDia.
      * 2026-10-15 - Layout de PEDIDOS com a data de entrega
      *              prometida ao cliente (DATA-PREV-ENT-PED).
      * 2026-10-15 - Empresa de treinamento nao gera remessa nem
      *              processa retorno da matriz.
      * 2026-10-15 - Chaves alternativas de situacao e data em
      *              PEDIDOS, data em NOTAS e data em MOVESTOQUE.
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

              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MOV
              ALTERNATE RECORD KEY IS CODIGO-PROD-MOV WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-MOV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MOVEST.

             88 PED-ABERTO         VALUE 'A'.
             88 PED-FATURADO       VALUE 'F'.
             88 PED-CANCELADO      VALUE 'C'.
          02 FILLER                PIC  X(040).

       FD NOTAS.
       01 REGISTRO-NOTAS.
          02 TIPO-MOV                 PIC  X(001).
          02 QTDE-MOV                 PIC  9(007) VALUE ZEROES.
          02 DATA-MOV                 PIC  9(008) VALUE ZEROES.
          02 FILLER                   PIC  X(062).

       FD INTSTA.
       01 REGISTRO-INTSTA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - INTERCAMBIO MATRIZ".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
      *    (OS DADOS DO TREINAMENTO NAO PODEM CHEGAR A MATRIZ)
           IF LID-EMP-TREINO
              MOVE 'INDISPONIVEL NA EMPRESA DE TREINAMENTO' TO WTXT
              PERFORM R-MSG-IC
              GO TO INICIO-EXIT
           END-IF
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NOTAS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
