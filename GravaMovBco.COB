      *--------------------------
      * MOVIMENTO BANCARIO ESPERADO (LADO DO SISTEMA NA CONCILIACAO)
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GravaMovBco.
      * AUTHOR.     URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-07 - Rotina nova. Grava em ARQMOVBCO.DAT (por
      *              empresa) o lancamento que deve aparecer no
      *              extrato da conta: recebimento baixado, cheque
      *              depositado ou devolvido, titulo a pagar pago.
      *              Conta zerada vai para a conta padrao do
      *              cadastro de contas bancarias (CadContaBanco);
      *              sem conta padrao nada e gravado (status '2').
      *              LINK-MBC-STATUS '0' = gravado, '1' = conta
      *              inexistente ou erro de gravacao. A conta usada
      *              volta em LINK-MBC-CONTA. A sequencia vem do
      *              controle central (GeraNumero).
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CONTABCO ASSIGN TO  DISK WID-ARQ-CBC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CBC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CBC.

       SELECT MOVBCO ASSIGN TO  DISK WID-ARQ-MBC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MBC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MBC.

       DATA DIVISION.
       FILE SECTION.
       FD CONTABCO.
       01 REGISTRO-CONTABCO.
          02 CODIGO-CBC               PIC  9(003).
          02 BANCO-CBC                PIC  9(003) VALUE ZEROES.
          02 AGENCIA-CBC              PIC  9(005) VALUE ZEROES.
          02 CONTA-CBC                PIC  9(012) VALUE ZEROES.
          02 DV-CONTA-CBC             PIC  X(001) VALUE SPACES.
          02 DESCRICAO-CBC            PIC  X(030) VALUE SPACES.
          02 SALDO-INI-CBC            PIC S9(011)v9(002) VALUE ZEROES.
          02 DATA-SALDO-CBC           PIC  9(008) VALUE ZEROES.
          02 PADRAO-CBC               PIC  X(001) VALUE SPACES.
             88 CBC-PADRAO            VALUE 'S'.
          02 INATIVO-CBC              PIC  X(001) VALUE SPACES.
             88 CBC-INATIVA           VALUE 'I'.
          02 SALDO-EXTR-CBC           PIC S9(011)v9(002) VALUE ZEROES.
          02 DATA-EXTR-CBC            PIC  9(008) VALUE ZEROES.

       FD MOVBCO.
       01 REGISTRO-MOVBCO.
          02 CHAVE-MBC.
             03 CONTA-MBC             PIC  9(003).
             03 DATA-MBC              PIC  9(008).
             03 SEQ-MBC               PIC  9(009).
          02 TIPO-MBC                 PIC  X(001) VALUE SPACES.
             88 MBC-CREDITO           VALUE 'C'.
             88 MBC-DEBITO            VALUE 'D'.
          02 ORIGEM-MBC               PIC  X(002) VALUE SPACES.
          02 DOCUMENTO-MBC            PIC  X(020) VALUE SPACES.
          02 VALOR-MBC                PIC  9(009)v9(002) VALUE ZEROES.
          02 CONCILIADO-MBC           PIC  X(001) VALUE SPACES.
             88 MBC-CONCILIADO        VALUE 'S'.
          02 DATA-CONC-MBC            PIC  9(008) VALUE ZEROES.
          02 SEQ-EXT-MBC              PIC  9(009) VALUE ZEROES.
          02 OPERADOR-MBC             PIC  X(010) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 WID-ARQ-CBC             PIC X(50) VALUE 'ARQCONTABCO.DAT'.
       01 WID-ARQ-MBC             PIC X(50) VALUE 'ARQMOVBCO.DAT'.
       01 FS-CBC                  PIC XX VALUE '00'.
       01 FS-MBC                  PIC XX VALUE '00'.
       77 WACHOU-MB               PIC 9 VALUE ZEROES.

       01 LINK-NUMERO.
          02 LINK-NUM-ENTIDADE            PIC X(10).
          02 LINK-NUM-VALOR               PIC 9(009).
          02 LINK-NUM-STATUS              PIC X(01).

       LINKAGE SECTION.
       01 LINK-MOVBCO.
          02 LINK-MBC-CONTA               PIC 9(003).
          02 LINK-MBC-DATA                PIC 9(008).
          02 LINK-MBC-TIPO                PIC X(001).
          02 LINK-MBC-ORIGEM              PIC X(002).
          02 LINK-MBC-DOCUMENTO           PIC X(020).
          02 LINK-MBC-VALOR               PIC 9(009)V9(002).
          02 LINK-MBC-OPERADOR            PIC X(010).
          02 LINK-MBC-EMPRESA             PIC 9(003).
          02 LINK-MBC-STATUS              PIC X(001).

       PROCEDURE DIVISION USING LINK-MOVBCO.
       INICIO.
           MOVE '1' TO LINK-MBC-STATUS
           IF LINK-MBC-VALOR = ZEROES
              MOVE '2' TO LINK-MBC-STATUS
              GO TO INICIO-EXIT
           END-IF
           MOVE 'ARQCONTABCO.DAT' TO WID-ARQ-CBC
           MOVE 'ARQMOVBCO.DAT'   TO WID-ARQ-MBC
           CALL "NomeEmpresa" USING LINK-MBC-EMPRESA WID-ARQ-CBC
           CALL "NomeEmpresa" USING LINK-MBC-EMPRESA WID-ARQ-MBC
           OPEN INPUT CONTABCO
           IF FS-CBC NOT = '00'
              MOVE '2' TO LINK-MBC-STATUS
              GO TO INICIO-EXIT
           END-IF
           PERFORM R-RESOLVE-CONTA
           CLOSE CONTABCO
           IF WACHOU-MB = ZERO
              IF LINK-MBC-CONTA = ZEROES
                 MOVE '2' TO LINK-MBC-STATUS
              END-IF
              GO TO INICIO-EXIT
           END-IF
           OPEN I-O MOVBCO
           IF FS-MBC = '35' OR FS-MBC = '05'
              OPEN OUTPUT MOVBCO
              CLOSE MOVBCO
              OPEN I-O MOVBCO
           END-IF
           IF FS-MBC NOT = '00'
              GO TO INICIO-EXIT
           END-IF
           PERFORM R-GRAVA-MOVIMENTO THRU R-GRAVA-MOVIMENTO-EXIT
           CLOSE MOVBCO.
       INICIO-EXIT.
           EXIT PROGRAM.

      *-------------------------------------
      * CONTA INFORMADA: PRECISA EXISTIR E ESTAR ATIVA. CONTA ZERO:
      * A PRIMEIRA CONTA ATIVA MARCADA COMO PADRAO.
      *-------------------------------------
       R-RESOLVE-CONTA.
           MOVE 0 TO WACHOU-MB
           IF LINK-MBC-CONTA NOT = ZEROES
              MOVE LINK-MBC-CONTA TO CODIGO-CBC
              READ CONTABCO
              IF FS-CBC = '00' AND NOT CBC-INATIVA
                 MOVE 1 TO WACHOU-MB
              END-IF
           ELSE
              MOVE ZEROES TO CODIGO-CBC
              START CONTABCO KEY IS NOT LESS THAN CODIGO-CBC
              PERFORM R-PROCURA-PADRAO
                 UNTIL FS-CBC NOT = '00' OR WACHOU-MB = 1
           END-IF.

       R-PROCURA-PADRAO.
           READ CONTABCO NEXT
           IF FS-CBC = '00' AND CBC-PADRAO AND NOT CBC-INATIVA
              MOVE CODIGO-CBC TO LINK-MBC-CONTA
              MOVE 1 TO WACHOU-MB
           END-IF.

       R-GRAVA-MOVIMENTO.
           MOVE 'MOVBCO' TO LINK-NUM-ENTIDADE
           CALL "GeraNumero" USING LINK-NUMERO
           IF LINK-NUM-STATUS NOT = '0'
              GO TO R-GRAVA-MOVIMENTO-EXIT
           END-IF
           INITIALIZE REGISTRO-MOVBCO
           MOVE LINK-MBC-CONTA     TO CONTA-MBC
           MOVE LINK-MBC-DATA      TO DATA-MBC
           MOVE LINK-NUM-VALOR     TO SEQ-MBC
           MOVE LINK-MBC-TIPO      TO TIPO-MBC
           MOVE LINK-MBC-ORIGEM    TO ORIGEM-MBC
           MOVE LINK-MBC-DOCUMENTO TO DOCUMENTO-MBC
           MOVE LINK-MBC-VALOR     TO VALOR-MBC
           MOVE SPACES             TO CONCILIADO-MBC
           MOVE LINK-MBC-OPERADOR  TO OPERADOR-MBC
           WRITE REGISTRO-MOVBCO
           IF FS-MBC = '00'
              MOVE '0' TO LINK-MBC-STATUS
           END-IF.
       R-GRAVA-MOVIMENTO-EXIT.
           EXIT.
