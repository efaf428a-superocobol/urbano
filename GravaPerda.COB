      *--------------------------
      * REGISTRO DE VENDAS PERDIDAS (DEMANDA RECUSADA OU CORTADA)
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GravaPerda.
      * AUTHOR.     URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Rotina nova. Grava em ARQPERDA.DAT (por
      *              empresa) a quantidade que o cliente deixou de
      *              levar: item cortado por falta de estoque ou
      *              excluido do pedido (CadPedidos), orcamento
      *              perdido (CadOrcamento), item rejeitado ou perda
      *              registrada em campo (ExeImpPedidos). Guarda
      *              produto, cliente, vendedor, data, quantidade,
      *              preco, motivo (E=sem estoque, P=preco,
      *              C=concorrente, D=prazo de entrega, M=fora do
      *              mix autorizado, O=outros), origem e documento.
      *              A sequencia vem do controle central
      *              (GeraNumero). LINK-PDA-STATUS '0' = gravado,
      *              '1' = erro, '2' = quantidade zero ou motivo
      *              invalido (nada gravado).
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PERDAS ASSIGN TO  DISK WID-ARQ-PERDA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS SEQ-PE
              ALTERNATE RECORD KEY IS DATA-PE    WITH DUPLICATES
              ALTERNATE RECORD KEY IS PRODUTO-PE WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PE.

       DATA DIVISION.
       FILE SECTION.
      *    (ORIGEM: P=DIGITACAO DE PEDIDO, O=ORCAMENTO PERDIDO,
      *     I=IMPORTACAO DE CAMPO)
       FD PERDAS.
       01 REGISTRO-PERDAS.
          02 SEQ-PE                   PIC  9(009).
          02 DATA-PE                  PIC  9(008) VALUE ZEROES.
          02 PRODUTO-PE               PIC  9(007) VALUE ZEROES.
          02 CLIENTE-PE               PIC  9(007) VALUE ZEROES.
          02 VENDEDOR-PE              PIC  9(007) VALUE ZEROES.
          02 QTDE-PE                  PIC  9(005) VALUE ZEROES.
          02 VALOR-UNIT-PE            PIC  9(007)v9(002) VALUE ZEROES.
          02 VALOR-PE                 PIC  9(009)v9(002) VALUE ZEROES.
          02 MOTIVO-PE                PIC  X(001) VALUE SPACES.
             88 PE-SEM-ESTOQUE        VALUE 'E'.
             88 PE-PRECO              VALUE 'P'.
             88 PE-CONCORRENTE        VALUE 'C'.
             88 PE-PRAZO              VALUE 'D'.
             88 PE-FORA-MIX           VALUE 'M'.
             88 PE-OUTROS             VALUE 'O'.
          02 ORIGEM-PE                PIC  X(001) VALUE SPACES.
          02 DOCUMENTO-PE             PIC  9(009) VALUE ZEROES.
          02 OPERADOR-PE              PIC  X(010) VALUE SPACES.
          02 HORA-PE                  PIC  9(006) VALUE ZEROES.

       WORKING-STORAGE SECTION.
       01 WID-ARQ-PERDA           PIC X(50) VALUE 'ARQPERDA.DAT'.
       01 FS-PE                   PIC XX VALUE '00'.

       01 WDATA-HORA-PE.
          02 WDHPE-DATA             PIC 9(008).
          02 WDHPE-HORA.
             03 WDHPE-HHMMSS        PIC 9(006).
             03 FILLER              PIC 9(002).

       01 LINK-NUMERO.
          02 LINK-NUM-ENTIDADE            PIC X(10).
          02 LINK-NUM-VALOR               PIC 9(009).
          02 LINK-NUM-STATUS              PIC X(01).

       LINKAGE SECTION.
       01 LINK-PERDA.
          02 LINK-PDA-EMPRESA             PIC 9(003).
          02 LINK-PDA-DATA                PIC 9(008).
          02 LINK-PDA-PRODUTO             PIC 9(007).
          02 LINK-PDA-CLIENTE             PIC 9(007).
          02 LINK-PDA-VENDEDOR            PIC 9(007).
          02 LINK-PDA-QTDE                PIC 9(005).
          02 LINK-PDA-VALOR-UNIT          PIC 9(007)V9(002).
          02 LINK-PDA-MOTIVO              PIC X(001).
          02 LINK-PDA-ORIGEM              PIC X(001).
          02 LINK-PDA-DOCUMENTO           PIC 9(009).
          02 LINK-PDA-OPERADOR            PIC X(010).
          02 LINK-PDA-STATUS              PIC X(001).

       PROCEDURE DIVISION USING LINK-PERDA.
       INICIO.
           MOVE '1' TO LINK-PDA-STATUS
           IF LINK-PDA-QTDE = ZEROES OR LINK-PDA-PRODUTO = ZEROES
              MOVE '2' TO LINK-PDA-STATUS
              GO TO INICIO-EXIT
           END-IF
           IF LINK-PDA-MOTIVO NOT = 'E' AND NOT = 'P' AND
              NOT = 'C' AND NOT = 'D' AND NOT = 'M' AND NOT = 'O'
              MOVE '2' TO LINK-PDA-STATUS
              GO TO INICIO-EXIT
           END-IF
           MOVE 'ARQPERDA.DAT' TO WID-ARQ-PERDA
           CALL "NomeEmpresa" USING LINK-PDA-EMPRESA WID-ARQ-PERDA
           OPEN I-O PERDAS
           IF FS-PE = '35' OR FS-PE = '05'
              OPEN OUTPUT PERDAS
              CLOSE PERDAS
              OPEN I-O PERDAS
           END-IF
           IF FS-PE NOT = '00'
              GO TO INICIO-EXIT
           END-IF
           PERFORM R-GRAVA-PERDA THRU R-GRAVA-PERDA-EXIT
           CLOSE PERDAS.
       INICIO-EXIT.
           EXIT PROGRAM.

      *-------------------------------------
      * DATA ZERADA ASSUME HOJE; O VALOR PERDIDO E QUANTIDADE X
      * PRECO UNITARIO INFORMADO PELO CHAMADOR.
      *-------------------------------------
       R-GRAVA-PERDA.
           MOVE 'PERDA' TO LINK-NUM-ENTIDADE
           CALL "GeraNumero" USING LINK-NUMERO
           IF LINK-NUM-STATUS NOT = '0'
              GO TO R-GRAVA-PERDA-EXIT
           END-IF
           ACCEPT WDHPE-DATA FROM DATE YYYYMMDD
           ACCEPT WDHPE-HORA FROM TIME
           INITIALIZE REGISTRO-PERDAS
           MOVE LINK-NUM-VALOR      TO SEQ-PE
           IF LINK-PDA-DATA = ZEROES
              MOVE WDHPE-DATA       TO DATA-PE
           ELSE
              MOVE LINK-PDA-DATA    TO DATA-PE
           END-IF
           MOVE LINK-PDA-PRODUTO    TO PRODUTO-PE
           MOVE LINK-PDA-CLIENTE    TO CLIENTE-PE
           MOVE LINK-PDA-VENDEDOR   TO VENDEDOR-PE
           MOVE LINK-PDA-QTDE       TO QTDE-PE
           MOVE LINK-PDA-VALOR-UNIT TO VALOR-UNIT-PE
           COMPUTE VALOR-PE = QTDE-PE * VALOR-UNIT-PE
           MOVE LINK-PDA-MOTIVO     TO MOTIVO-PE
           MOVE LINK-PDA-ORIGEM     TO ORIGEM-PE
           MOVE LINK-PDA-DOCUMENTO  TO DOCUMENTO-PE
           MOVE LINK-PDA-OPERADOR   TO OPERADOR-PE
           MOVE WDHPE-HHMMSS        TO HORA-PE
           WRITE REGISTRO-PERDAS
           IF FS-PE = '00'
              MOVE '0' TO LINK-PDA-STATUS
           END-IF.
       R-GRAVA-PERDA-EXIT.
           EXIT.
