      *--------------------------
      * IMPORTACAO DE EXTRATO E CONCILIACAO BANCARIA
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ExeConcBanco.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-07 - Programa novo. Importa o extrato de uma conta
      *              do cadastro (CadContaBanco) para ARQEXTRATO.DAT:
      *              CNAB 240 segmento E em EXTRATO.RET (agencia
      *              053-057, conta 059-070, data do lancamento
      *              143-150 DDMMAAAA, valor 151-168, D/C 169,
      *              historico 177-201, documento 202-240; o saldo
      *              final do trailer de lote fica na conta) ou CSV
      *              simples em EXTRATO.CSV (data AAAAMMDD,
      *              historico, documento, valor com ponto decimal,
      *              negativo = debito). Linha ja importada nao
      *              entra de novo. Em seguida concilia cada linha
      *              do extrato com os lancamentos esperados de
      *              ARQMOVBCO.DAT (baixas do contas a receber e do
      *              retorno CNAB, cheques depositados/devolvidos,
      *              pagamentos do contas a pagar): mesma conta,
      *              mesmo tipo, mesmo valor e data ate 3 dias de
      *              diferenca. O relatorio do mes (RELCONC)
      *              lista as pendencias dos dois lados e fecha o
      *              saldo do sistema contra o do extrato para o
      *              visto do fechamento.
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

       SELECT EXTRATO ASSIGN TO  DISK WID-ARQ-EXT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-EXT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EXT.

       SELECT ARQEXT ASSIGN TO DISK WID-ARQ-IMP
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-IMP.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

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

       FD EXTRATO.
       01 REGISTRO-EXTRATO.
          02 CHAVE-EXT.
             03 CONTA-EXT             PIC  9(003).
             03 DATA-EXT              PIC  9(008).
             03 SEQ-EXT               PIC  9(009).
          02 TIPO-EXT                 PIC  X(001) VALUE SPACES.
             88 EXT-CREDITO           VALUE 'C'.
             88 EXT-DEBITO            VALUE 'D'.
          02 VALOR-EXT                PIC  9(009)v9(002) VALUE ZEROES.
          02 HISTORICO-EXT            PIC  X(025) VALUE SPACES.
          02 DOCUMENTO-EXT            PIC  X(020) VALUE SPACES.
          02 CONCILIADO-EXT           PIC  X(001) VALUE SPACES.
             88 EXT-CONCILIADO        VALUE 'S'.
          02 DATA-CONC-EXT            PIC  9(008) VALUE ZEROES.
          02 DATA-MBC-EXT             PIC  9(008) VALUE ZEROES.
          02 SEQ-MBC-EXT              PIC  9(009) VALUE ZEROES.
          02 DATA-IMP-EXT             PIC  9(008) VALUE ZEROES.
          02 OPERADOR-EXT             PIC  X(010) VALUE SPACES.

       FD  ARQEXT.
       01  ARQEXT-REC               PIC X(240).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-CBC.
           02 FS-CBC-1                PIC 9.
           02 FS-CBC-2                PIC 9.
           02 FS-CBC-R REDEFINES FS-CBC-2 PIC 99 COMP-X.
       01 FS-MBC.
           02 FS-MBC-1                PIC 9.
           02 FS-MBC-2                PIC 9.
           02 FS-MBC-R REDEFINES FS-MBC-2 PIC 99 COMP-X.
       01 FS-EXT.
           02 FS-EXT-1                PIC 9.
           02 FS-EXT-2                PIC 9.
           02 FS-EXT-R REDEFINES FS-EXT-2 PIC 99 COMP-X.
       01 FS-IMP                     PIC XX VALUE '00'.
       01 FS-REL                     PIC XX VALUE '00'.

       01 WID-ARQ-CBC                PIC X(50) VALUE 'ARQCONTABCO.DAT'.
       01 WID-ARQ-MBC                PIC X(50) VALUE 'ARQMOVBCO.DAT'.
       01 WID-ARQ-EXT                PIC X(50) VALUE 'ARQEXTRATO.DAT'.
       01 WID-ARQ-IMP                PIC X(50) VALUE SPACES.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                   PIC X VALUE SPACES.
       01 WOPCAO-CB            PIC 9 VALUE ZEROES.
       77 WSAIDA-CB            PIC 9 VALUE ZEROES.
       77 WABRIU-CB            PIC 9 VALUE ZEROES.
       77 WACHOU-CB            PIC 9 VALUE ZEROES.
       77 WDIAS-TOL-CB         PIC 9(003) VALUE 3.
       01 WCONTA-CB            PIC 9(003) VALUE ZEROES.
       01 WANO-MES-CB          PIC 9(006) VALUE ZEROES.
       01 WDATA-HOJE-CB        PIC 9(008) VALUE ZEROES.
       01 WDATA-FIM-MES-CB     PIC 9(008) VALUE ZEROES.
       01 WDATA-INI-CB         PIC 9(008) VALUE ZEROES.
       01 WDATA-LIM-CB         PIC 9(008) VALUE ZEROES.
       01 WINT-CB              PIC 9(007) VALUE ZEROES.

       77 WQTD-LIDAS-CB        PIC 9(005) VALUE ZEROES.
       77 WQTD-IMPORT-CB       PIC 9(005) VALUE ZEROES.
       77 WQTD-DUPLIC-CB       PIC 9(005) VALUE ZEROES.
       77 WQTD-REJEIT-CB       PIC 9(005) VALUE ZEROES.
       77 WQTD-CONC-CB         PIC 9(005) VALUE ZEROES.

      *-------------LINHA DO EXTRATO A GRAVAR-----------------------
       01 WLINHA-EXT-CB.
          02 WL-DATA-CB        PIC 9(008).
          02 WL-TIPO-CB        PIC X(001).
          02 WL-VALOR-CB       PIC 9(009)v9(002).
          02 WL-HISTORICO-CB   PIC X(025).
          02 WL-DOCUMENTO-CB   PIC X(020).
       01 WREG-EXT-SALVO-CB    PIC X(150) VALUE SPACES.

      *-------------IMAGEM DO CNAB 240 (EXTRATO)---------------------
       01 WE240-LINHA          PIC X(240) VALUE SPACES.
       01 WE240-R REDEFINES WE240-LINHA.
          02 E2-BANCO-CB       PIC X(003).
          02 E2-LOTE-CB        PIC X(004).
          02 E2-TIPO-CB        PIC X(001).
          02 E2-SEQ-CB         PIC X(005).
          02 E2-SEGMENTO-CB    PIC X(001).
          02 FILLER            PIC X(038).
          02 E2-AGENCIA-CB     PIC X(005).
          02 FILLER            PIC X(001).
          02 E2-CONTA-CB       PIC X(012).
          02 FILLER            PIC X(072).
          02 E2-DATA-CB        PIC X(008).
          02 E2-VALOR-CB       PIC X(018).
          02 E2-DC-CB          PIC X(001).
          02 FILLER            PIC X(007).
          02 E2-HISTORICO-CB   PIC X(025).
          02 E2-DOCUMENTO-CB   PIC X(039).
       01 WE2-VALOR-N-CB       PIC 9(016)v9(002) VALUE ZEROES.
       01 WE2-VALOR-X-CB REDEFINES WE2-VALOR-N-CB PIC X(018).
       01 WE2-DATA-N-CB        PIC 9(008) VALUE ZEROES.
       01 WE2-DATA-R-CB REDEFINES WE2-DATA-N-CB.
          02 E2-DD-CB          PIC 9(002).
          02 E2-MM-CB          PIC 9(002).
          02 E2-AAAA-CB        PIC 9(004).
       01 WE2-AGENCIA-N-CB     PIC 9(005) VALUE ZEROES.
       01 WE2-CONTA-N-CB       PIC 9(012) VALUE ZEROES.

      *-------------LINHA DO CSV------------------------------------
       01 WCSV-DATA-CB         PIC X(010) VALUE SPACES.
       01 WCSV-HIST-CB         PIC X(025) VALUE SPACES.
       01 WCSV-DOC-CB          PIC X(020) VALUE SPACES.
       01 WCSV-VALOR-CB        PIC X(020) VALUE SPACES.
       01 WCSV-VALOR-S-CB      PIC S9(009)v9(002) VALUE ZEROES.

      *-------------FECHAMENTO DO MES------------------------------
       01 WSALDO-SIS-CB        PIC S9(013)v9(002) VALUE ZEROES.
       01 WSALDO-EXT-CB        PIC S9(013)v9(002) VALUE ZEROES.
       01 WPEND-EXT-CB         PIC S9(013)v9(002) VALUE ZEROES.
       01 WPEND-SIS-CB         PIC S9(013)v9(002) VALUE ZEROES.
       01 WDIFERENCA-CB        PIC S9(013)v9(002) VALUE ZEROES.
       77 WQTD-PEND-EXT-CB     PIC 9(005) VALUE ZEROES.
       77 WQTD-PEND-SIS-CB     PIC 9(005) VALUE ZEROES.

       01 WREL-PEND-CB.
          02 RP-DATA-CB        PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RP-TIPO-CB        PIC X(001).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RP-VALOR-CB       PIC ZZZZZZZZ9,99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RP-ORIGEM-CB      PIC X(002).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RP-DOCUMENTO-CB   PIC X(020).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RP-HISTORICO-CB   PIC X(025).

       01 WREL-SALDO-CB.
          02 RS-TEXTO-CB       PIC X(045).
          02 RS-VALOR-CB       PIC -ZZZZZZZZZZZ9,99.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-CONC.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18
             VALUE "SISTEMA EXEMPLO - CONCILIACAO BANCARIA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 22 VALUE "EXTRATO BANCARIO E CONCILIACAO".
          02 LINE 7 COL 10
             VALUE "[1] IMPORTAR EXTRATO CNAB 240 (EXTRATO.RET)".
          02 LINE 8 COL 10
             VALUE "[2] IMPORTAR EXTRATO CSV (EXTRATO.CSV)".
          02 LINE 9 COL 10
             VALUE "[3] RELATORIO DE CONCILIACAO DO MES".
          02 LINE 10 COL 10 VALUE "[0] SAIR".
          02 LINE 12 COL 10 VALUE "CONTA BANCARIA.......:".
          02 LINE 12 COL 33 PIC 9(003) USING WCONTA-CB.
          02 LINE 13 COL 10 VALUE "MES DO RELATORIO.....:".
          02 LINE 13 COL 33 PIC 9(006) USING WANO-MES-CB.
          02 LINE 13 COL 41 VALUE "(AAAAMM)".
          02 LINE 15 COL 10 VALUE "OPCAO:".
          02 LINE 15 COL 17 PIC 9 USING WOPCAO-CB.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CBC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MBC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EXT
           ACCEPT WDATA-HOJE-CB FROM DATE YYYYMMDD
           MOVE WDATA-HOJE-CB(1:6) TO WANO-MES-CB
           MOVE 1 TO WOPCAO-CB
           PERFORM UNTIL WOPCAO-CB = ZERO
              MOVE ZERO TO WOPCAO-CB
              DISPLAY TELA-CONC
              ACCEPT TELA-CONC
              EVALUATE WOPCAO-CB
                 WHEN 1 PERFORM R-IMPORTA-CNAB
                          THRU R-IMPORTA-CNAB-FIM
                 WHEN 2 PERFORM R-IMPORTA-CSV
                          THRU R-IMPORTA-CSV-FIM
                 WHEN 3 PERFORM R-RELATORIO-CONC
                          THRU R-RELATORIO-CONC-FIM
              END-EVALUATE
           END-PERFORM.
       INICIO-EXIT.
           EXIT PROGRAM.

      *-------------------------------------
      * ABRE CONTAS, MOVIMENTO E EXTRATO E LE A CONTA INFORMADA.
      * WABRIU-CB = 1 QUANDO TUDO ABRIU E A CONTA EXISTE.
      *-------------------------------------
       R-ABRE-CONC.
           MOVE 0 TO WABRIU-CB
           OPEN I-O CONTABCO
           IF FS-CBC NOT = '00'
              MOVE 'SEM CONTAS BANCARIAS CADASTRADAS ST ' TO WTXT
              MOVE FS-CBC TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-ABRE-CONC-FIM
           END-IF
           MOVE WCONTA-CB TO CODIGO-CBC
           READ CONTABCO
           IF FS-CBC NOT = '00'
              CLOSE CONTABCO
              MOVE 'CONTA BANCARIA NÃO EXISTE ST ' TO WTXT
              MOVE FS-CBC TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-ABRE-CONC-FIM
           END-IF
           OPEN I-O MOVBCO
           IF FS-MBC = '35'
              OPEN OUTPUT MOVBCO
              CLOSE MOVBCO
              OPEN I-O MOVBCO
           END-IF
           OPEN I-O EXTRATO
           IF FS-EXT = '35'
              OPEN OUTPUT EXTRATO
              CLOSE EXTRATO
              OPEN I-O EXTRATO
           END-IF
           IF (FS-MBC NOT = '00' AND FS-MBC NOT = '05') OR
              (FS-EXT NOT = '00' AND FS-EXT NOT = '05')
              CLOSE CONTABCO MOVBCO EXTRATO
              MOVE 'ERRO NA ABERTURA DO MOVIMENTO/EXTRATO ST ' TO WTXT
              MOVE FS-EXT TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-ABRE-CONC-FIM
           END-IF
           MOVE 1 TO WABRIU-CB.
       R-ABRE-CONC-FIM.
           EXIT.

       R-MOSTRA-MENSAGEM.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

      *-------------------------------------
      * EXTRATO CNAB 240: DETALHE (TIPO 3) SEGMENTO E VIRA LINHA DO
      * EXTRATO; O TRAILER DE LOTE (TIPO 5) TRAZ O SALDO FINAL.
      * DETALHE DE OUTRA AGENCIA/CONTA E REJEITADO.
      *-------------------------------------
       R-IMPORTA-CNAB.
           MOVE 'EXTRATO.RET' TO WID-ARQ-IMP
           OPEN INPUT ARQEXT
           IF FS-IMP NOT = '00'
              MOVE 'ERRO NA ABERTURA DO EXTRATO.RET ST ' TO WTXT
              MOVE FS-IMP TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-IMPORTA-CNAB-FIM
           END-IF
           PERFORM R-ABRE-CONC THRU R-ABRE-CONC-FIM
           IF WABRIU-CB = 0
              CLOSE ARQEXT
              GO TO R-IMPORTA-CNAB-FIM
           END-IF
           MOVE ZEROES TO WQTD-LIDAS-CB WQTD-IMPORT-CB WQTD-DUPLIC-CB
                          WQTD-REJEIT-CB WQTD-CONC-CB
           MOVE 0 TO WSAIDA-CB
           PERFORM R-LE-CNAB UNTIL WSAIDA-CB = 1
           CLOSE ARQEXT
           PERFORM R-FECHA-IMPORTACAO.
       R-IMPORTA-CNAB-FIM.
           EXIT.

       R-LE-CNAB.
           READ ARQEXT INTO WE240-LINHA
              AT END MOVE 1 TO WSAIDA-CB
           END-READ
           IF WSAIDA-CB = 0
              EVALUATE TRUE
                 WHEN E2-TIPO-CB = '3' AND E2-SEGMENTO-CB = 'E'
                    ADD 1 TO WQTD-LIDAS-CB
                    PERFORM R-TRATA-DETALHE-CNAB
                       THRU R-TRATA-DETALHE-CNAB-FIM
                 WHEN E2-TIPO-CB = '5'
                    PERFORM R-TRATA-TRAILER-CNAB
              END-EVALUATE
           END-IF.

       R-TRATA-DETALHE-CNAB.
           IF E2-AGENCIA-CB IS NUMERIC AND E2-CONTA-CB IS NUMERIC
              MOVE E2-AGENCIA-CB TO WE2-AGENCIA-N-CB
              MOVE E2-CONTA-CB   TO WE2-CONTA-N-CB
              IF WE2-AGENCIA-N-CB NOT = AGENCIA-CBC OR
                 WE2-CONTA-N-CB NOT = CONTA-CBC
                 ADD 1 TO WQTD-REJEIT-CB
                 GO TO R-TRATA-DETALHE-CNAB-FIM
              END-IF
           END-IF
           IF E2-DATA-CB NOT NUMERIC OR E2-VALOR-CB NOT NUMERIC OR
              (E2-DC-CB NOT = 'C' AND E2-DC-CB NOT = 'D')
              ADD 1 TO WQTD-REJEIT-CB
              GO TO R-TRATA-DETALHE-CNAB-FIM
           END-IF
           MOVE E2-DATA-CB TO WE2-DATA-N-CB
           COMPUTE WL-DATA-CB =
              E2-AAAA-CB * 10000 + E2-MM-CB * 100 + E2-DD-CB
           MOVE E2-VALOR-CB TO WE2-VALOR-X-CB
           MOVE WE2-VALOR-N-CB    TO WL-VALOR-CB
           MOVE E2-DC-CB          TO WL-TIPO-CB
           MOVE E2-HISTORICO-CB   TO WL-HISTORICO-CB
           MOVE E2-DOCUMENTO-CB   TO WL-DOCUMENTO-CB
           PERFORM R-GRAVA-LINHA-EXT THRU R-GRAVA-LINHA-EXT-FIM.
       R-TRATA-DETALHE-CNAB-FIM.
           EXIT.

       R-TRATA-TRAILER-CNAB.
           IF E2-DATA-CB IS NUMERIC AND E2-VALOR-CB IS NUMERIC
              MOVE E2-DATA-CB TO WE2-DATA-N-CB
              COMPUTE DATA-EXTR-CBC =
                 E2-AAAA-CB * 10000 + E2-MM-CB * 100 + E2-DD-CB
              MOVE E2-VALOR-CB TO WE2-VALOR-X-CB
              MOVE WE2-VALOR-N-CB TO SALDO-EXTR-CBC
              IF E2-DC-CB = 'D'
                 COMPUTE SALDO-EXTR-CBC = 0 - WE2-VALOR-N-CB
              END-IF
           END-IF.

      *-------------------------------------
      * EXTRATO CSV: DATA,HISTORICO,DOCUMENTO,VALOR. LINHA SEM DATA
      * NUMERICA (CABECALHO) E IGNORADA; VALOR ZERO E REJEITADO.
      *-------------------------------------
       R-IMPORTA-CSV.
           MOVE 'EXTRATO.CSV' TO WID-ARQ-IMP
           OPEN INPUT ARQEXT
           IF FS-IMP NOT = '00'
              MOVE 'ERRO NA ABERTURA DO EXTRATO.CSV ST ' TO WTXT
              MOVE FS-IMP TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-IMPORTA-CSV-FIM
           END-IF
           PERFORM R-ABRE-CONC THRU R-ABRE-CONC-FIM
           IF WABRIU-CB = 0
              CLOSE ARQEXT
              GO TO R-IMPORTA-CSV-FIM
           END-IF
           MOVE ZEROES TO WQTD-LIDAS-CB WQTD-IMPORT-CB WQTD-DUPLIC-CB
                          WQTD-REJEIT-CB WQTD-CONC-CB
           MOVE 0 TO WSAIDA-CB
           PERFORM R-LE-CSV UNTIL WSAIDA-CB = 1
           CLOSE ARQEXT
           PERFORM R-FECHA-IMPORTACAO.
       R-IMPORTA-CSV-FIM.
           EXIT.

       R-LE-CSV.
           READ ARQEXT
              AT END MOVE 1 TO WSAIDA-CB
           END-READ
           IF WSAIDA-CB = 0
              PERFORM R-TRATA-LINHA-CSV THRU R-TRATA-LINHA-CSV-FIM
           END-IF.

       R-TRATA-LINHA-CSV.
           MOVE SPACES TO WCSV-DATA-CB WCSV-HIST-CB WCSV-DOC-CB
                          WCSV-VALOR-CB
           UNSTRING ARQEXT-REC DELIMITED BY ','
              INTO WCSV-DATA-CB WCSV-HIST-CB WCSV-DOC-CB
                   WCSV-VALOR-CB
           END-UNSTRING
           IF WCSV-DATA-CB(1:8) NOT NUMERIC
              GO TO R-TRATA-LINHA-CSV-FIM
           END-IF
           ADD 1 TO WQTD-LIDAS-CB
           COMPUTE WCSV-VALOR-S-CB = FUNCTION NUMVAL(WCSV-VALOR-CB)
           IF WCSV-VALOR-S-CB = ZEROES
              ADD 1 TO WQTD-REJEIT-CB
              GO TO R-TRATA-LINHA-CSV-FIM
           END-IF
           MOVE WCSV-DATA-CB(1:8) TO WL-DATA-CB
           IF WCSV-VALOR-S-CB < ZEROES
              MOVE 'D' TO WL-TIPO-CB
              COMPUTE WL-VALOR-CB = 0 - WCSV-VALOR-S-CB
           ELSE
              MOVE 'C' TO WL-TIPO-CB
              MOVE WCSV-VALOR-S-CB TO WL-VALOR-CB
           END-IF
           MOVE WCSV-HIST-CB TO WL-HISTORICO-CB
           MOVE WCSV-DOC-CB  TO WL-DOCUMENTO-CB
           PERFORM R-GRAVA-LINHA-EXT THRU R-GRAVA-LINHA-EXT-FIM.
       R-TRATA-LINHA-CSV-FIM.
           EXIT.

      *-------------------------------------
      * GRAVA A LINHA DO EXTRATO SE AINDA NAO HA OUTRA IGUAL (MESMA
      * CONTA, DATA, TIPO, VALOR E DOCUMENTO) - REIMPORTAR O MESMO
      * ARQUIVO NAO DUPLICA.
      *-------------------------------------
       R-GRAVA-LINHA-EXT.
           MOVE 0 TO WACHOU-CB
           MOVE WCONTA-CB  TO CONTA-EXT
           MOVE WL-DATA-CB TO DATA-EXT
           MOVE ZEROES     TO SEQ-EXT
           START EXTRATO KEY IS NOT LESS THAN CHAVE-EXT
           IF FS-EXT = '00'
              PERFORM R-PROCURA-DUPLICADA
                 UNTIL FS-EXT NOT = '00' OR WACHOU-CB = 1
           END-IF
           IF WACHOU-CB = 1
              ADD 1 TO WQTD-DUPLIC-CB
              GO TO R-GRAVA-LINHA-EXT-FIM
           END-IF
           MOVE 'EXTRATO' TO LINK-NUM-ENTIDADE
           CALL "GeraNumero" USING LINK-NUMERO
           IF LINK-NUM-STATUS NOT = '0'
              ADD 1 TO WQTD-REJEIT-CB
              GO TO R-GRAVA-LINHA-EXT-FIM
           END-IF
           INITIALIZE REGISTRO-EXTRATO
           MOVE WCONTA-CB        TO CONTA-EXT
           MOVE WL-DATA-CB       TO DATA-EXT
           MOVE LINK-NUM-VALOR   TO SEQ-EXT
           MOVE WL-TIPO-CB       TO TIPO-EXT
           MOVE WL-VALOR-CB      TO VALOR-EXT
           MOVE WL-HISTORICO-CB  TO HISTORICO-EXT
           MOVE WL-DOCUMENTO-CB  TO DOCUMENTO-EXT
           MOVE SPACES           TO CONCILIADO-EXT
           MOVE WDATA-HOJE-CB    TO DATA-IMP-EXT
           MOVE LID-OPERADOR-1   TO OPERADOR-EXT
           WRITE REGISTRO-EXTRATO
           IF FS-EXT = '00'
              ADD 1 TO WQTD-IMPORT-CB
           ELSE
              ADD 1 TO WQTD-REJEIT-CB
           END-IF.
       R-GRAVA-LINHA-EXT-FIM.
           EXIT.

       R-PROCURA-DUPLICADA.
           READ EXTRATO NEXT
           IF FS-EXT = '00'
              IF CONTA-EXT NOT = WCONTA-CB OR DATA-EXT NOT = WL-DATA-CB
                 MOVE '10' TO FS-EXT
              ELSE
                 IF TIPO-EXT = WL-TIPO-CB AND
                    VALOR-EXT = WL-VALOR-CB AND
                    DOCUMENTO-EXT = WL-DOCUMENTO-CB
                    MOVE 1 TO WACHOU-CB
                 END-IF
              END-IF
           END-IF.

      *-------------------------------------
      * FIM DA IMPORTACAO: CONCILIA, GUARDA O SALDO DO EXTRATO NA
      * CONTA E MOSTRA O RESUMO.
      *-------------------------------------
       R-FECHA-IMPORTACAO.
           PERFORM R-CONCILIA THRU R-CONCILIA-FIM
           REWRITE REGISTRO-CONTABCO
           CLOSE CONTABCO MOVBCO EXTRATO
           MOVE SPACES TO WTXT
           STRING 'LIDAS ' WQTD-LIDAS-CB ' NOVAS ' WQTD-IMPORT-CB
                  ' REPET ' WQTD-DUPLIC-CB ' REJ ' WQTD-REJEIT-CB
                  ' CONC ' WQTD-CONC-CB
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.

      *-------------------------------------
      * CONCILIACAO AUTOMATICA: CADA LINHA PENDENTE DO EXTRATO DA
      * CONTA PROCURA UM LANCAMENTO PENDENTE DO SISTEMA COM MESMO
      * TIPO E VALOR E DATA DENTRO DA TOLERANCIA; ACHANDO, OS DOIS
      * FICAM MARCADOS UM COM A CHAVE DO OUTRO.
      *-------------------------------------
       R-CONCILIA.
           MOVE WCONTA-CB TO CONTA-EXT
           MOVE ZEROES    TO DATA-EXT SEQ-EXT
           START EXTRATO KEY IS NOT LESS THAN CHAVE-EXT
           IF FS-EXT NOT = '00'
              GO TO R-CONCILIA-FIM
           END-IF
           PERFORM R-CONCILIA-LINHA UNTIL FS-EXT NOT = '00'.
       R-CONCILIA-FIM.
           EXIT.

       R-CONCILIA-LINHA.
           READ EXTRATO NEXT
           IF FS-EXT = '00' AND CONTA-EXT NOT = WCONTA-CB
              MOVE '10' TO FS-EXT
           END-IF
           IF FS-EXT = '00' AND NOT EXT-CONCILIADO
              PERFORM R-PROCURA-MOVIMENTO THRU R-PROCURA-MOVIMENTO-FIM
              IF WACHOU-CB = 1
                 MOVE 'S'           TO CONCILIADO-MBC
                 MOVE WDATA-HOJE-CB TO DATA-CONC-MBC
                 MOVE SEQ-EXT       TO SEQ-EXT-MBC
                 REWRITE REGISTRO-MOVBCO
                 MOVE 'S'           TO CONCILIADO-EXT
                 MOVE WDATA-HOJE-CB TO DATA-CONC-EXT
                 MOVE DATA-MBC      TO DATA-MBC-EXT
                 MOVE SEQ-MBC       TO SEQ-MBC-EXT
                 REWRITE REGISTRO-EXTRATO
                 ADD 1 TO WQTD-CONC-CB
              END-IF
              MOVE '00' TO FS-EXT
           END-IF.

       R-PROCURA-MOVIMENTO.
           MOVE 0 TO WACHOU-CB
           COMPUTE WINT-CB = FUNCTION INTEGER-OF-DATE(DATA-EXT)
                           - WDIAS-TOL-CB
           COMPUTE WDATA-INI-CB = FUNCTION DATE-OF-INTEGER(WINT-CB)
           COMPUTE WINT-CB = WINT-CB + WDIAS-TOL-CB + WDIAS-TOL-CB
           COMPUTE WDATA-LIM-CB = FUNCTION DATE-OF-INTEGER(WINT-CB)
           MOVE WCONTA-CB    TO CONTA-MBC
           MOVE WDATA-INI-CB TO DATA-MBC
           MOVE ZEROES       TO SEQ-MBC
           START MOVBCO KEY IS NOT LESS THAN CHAVE-MBC
           IF FS-MBC NOT = '00'
              GO TO R-PROCURA-MOVIMENTO-FIM
           END-IF
           PERFORM R-COMPARA-MOVIMENTO
              UNTIL FS-MBC NOT = '00' OR WACHOU-CB = 1.
       R-PROCURA-MOVIMENTO-FIM.
           EXIT.

       R-COMPARA-MOVIMENTO.
           READ MOVBCO NEXT
           IF FS-MBC = '00'
              IF CONTA-MBC NOT = WCONTA-CB OR DATA-MBC > WDATA-LIM-CB
                 MOVE '10' TO FS-MBC
              ELSE
                 IF NOT MBC-CONCILIADO AND TIPO-MBC = TIPO-EXT AND
                    VALOR-MBC = VALOR-EXT
                    MOVE 1 TO WACHOU-CB
                 END-IF
              END-IF
           END-IF.

      *-------------------------------------
      * RELATORIO DO MES: PENDENCIAS DO EXTRATO E DO SISTEMA ATE O
      * FIM DO MES (INCLUSIVE AS DE MESES ANTERIORES) E O
      * FECHAMENTO DOS SALDOS A PARTIR DO SALDO DE ABERTURA DA
      * CONTA. SALDO DO SISTEMA - PENDENCIAS DO SISTEMA +
      * PENDENCIAS DO EXTRATO TEM QUE DAR O SALDO DO EXTRATO.
      *-------------------------------------
       R-RELATORIO-CONC.
           IF WANO-MES-CB = ZEROES
              GO TO R-RELATORIO-CONC-FIM
           END-IF
           PERFORM R-ABRE-CONC THRU R-ABRE-CONC-FIM
           IF WABRIU-CB = 0
              GO TO R-RELATORIO-CONC-FIM
           END-IF
           MOVE ZEROES TO WQTD-CONC-CB
           PERFORM R-CONCILIA THRU R-CONCILIA-FIM
           COMPUTE WDATA-FIM-MES-CB = WANO-MES-CB * 100 + 1
           COMPUTE WINT-CB = FUNCTION INTEGER-OF-DATE(WDATA-FIM-MES-CB)
                           + 31
           COMPUTE WDATA-FIM-MES-CB = FUNCTION DATE-OF-INTEGER(WINT-CB)
           COMPUTE WDATA-FIM-MES-CB = WDATA-FIM-MES-CB / 100 * 100 + 1
           COMPUTE WINT-CB = FUNCTION INTEGER-OF-DATE(WDATA-FIM-MES-CB)
                           - 1
           COMPUTE WDATA-FIM-MES-CB = FUNCTION DATE-OF-INTEGER(WINT-CB)
           MOVE 'RELCONC.TXT' TO WID-ARQ-REL-1
           MOVE 'RELCONC' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           STRING 'CONTA ' WCONTA-CB ' MES ' WANO-MES-CB
              DELIMITED BY SIZE INTO LINK-SPL-PARAMS
           MOVE LID-OPERADOR-1 TO LINK-SPL-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-SPL-EMPRESA
           CALL "RegSpool" USING LINK-SPOOL
           IF LINK-SPL-STATUS = '0'
              MOVE LINK-SPL-ARQUIVO TO WID-ARQ-REL-1
           END-IF
           OPEN OUTPUT ARQREL
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'CONCILIACAO BANCARIA - MES ' WANO-MES-CB
                  ' - CONTA ' WCONTA-CB ' ' DESCRICAO-CBC
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'BANCO ' BANCO-CBC ' AGENCIA ' AGENCIA-CBC
                  ' CONTA ' CONTA-CBC '-' DV-CONTA-CBC
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SALDO-INI-CBC TO WSALDO-SIS-CB WSALDO-EXT-CB
           MOVE ZEROES TO WPEND-EXT-CB WPEND-SIS-CB
                          WQTD-PEND-EXT-CB WQTD-PEND-SIS-CB
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'LANCAMENTOS DO EXTRATO SEM CORRESPONDENCIA NO SISTEMA'
              TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WCONTA-CB      TO CONTA-EXT
           MOVE DATA-SALDO-CBC TO DATA-EXT
           MOVE 99999999       TO SEQ-EXT
           START EXTRATO KEY IS GREATER THAN CHAVE-EXT
           IF FS-EXT = '00'
              PERFORM R-REL-EXTRATO UNTIL FS-EXT NOT = '00'
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'LANCAMENTOS DO SISTEMA SEM CORRESPONDENCIA NO EXTRATO'
              TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WCONTA-CB      TO CONTA-MBC
           MOVE DATA-SALDO-CBC TO DATA-MBC
           MOVE 999999999      TO SEQ-MBC
           START MOVBCO KEY IS GREATER THAN CHAVE-MBC
           IF FS-MBC = '00'
              PERFORM R-REL-MOVIMENTO UNTIL FS-MBC NOT = '00'
           END-IF
           PERFORM R-REL-FECHAMENTO
           CLOSE ARQREL CONTABCO MOVBCO EXTRATO
           MOVE SPACES TO WTXT
           STRING 'RELATORIO GERADO EM ' WID-ARQ-REL-1
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-RELATORIO-CONC-FIM.
           EXIT.

       R-REL-EXTRATO.
           READ EXTRATO NEXT
           IF FS-EXT = '00'
              IF CONTA-EXT NOT = WCONTA-CB OR
                 DATA-EXT > WDATA-FIM-MES-CB
                 MOVE '10' TO FS-EXT
              ELSE
                 IF EXT-CREDITO
                    ADD VALOR-EXT TO WSALDO-EXT-CB
                 ELSE
                    SUBTRACT VALOR-EXT FROM WSALDO-EXT-CB
                 END-IF
                 IF NOT EXT-CONCILIADO
                    ADD 1 TO WQTD-PEND-EXT-CB
                    IF EXT-CREDITO
                       ADD VALOR-EXT TO WPEND-EXT-CB
                    ELSE
                       SUBTRACT VALOR-EXT FROM WPEND-EXT-CB
                    END-IF
                    MOVE SPACES        TO WREL-PEND-CB
                    MOVE DATA-EXT      TO RP-DATA-CB
                    MOVE TIPO-EXT      TO RP-TIPO-CB
                    MOVE VALOR-EXT     TO RP-VALOR-CB
                    MOVE 'EX'          TO RP-ORIGEM-CB
                    MOVE DOCUMENTO-EXT TO RP-DOCUMENTO-CB
                    MOVE HISTORICO-EXT TO RP-HISTORICO-CB
                    MOVE WREL-PEND-CB  TO ARQREL-DATA-01
                    WRITE ARQREL-REC
                 END-IF
              END-IF
           END-IF.

       R-REL-MOVIMENTO.
           READ MOVBCO NEXT
           IF FS-MBC = '00'
              IF CONTA-MBC NOT = WCONTA-CB OR
                 DATA-MBC > WDATA-FIM-MES-CB
                 MOVE '10' TO FS-MBC
              ELSE
                 IF MBC-CREDITO
                    ADD VALOR-MBC TO WSALDO-SIS-CB
                 ELSE
                    SUBTRACT VALOR-MBC FROM WSALDO-SIS-CB
                 END-IF
                 IF NOT MBC-CONCILIADO
                    ADD 1 TO WQTD-PEND-SIS-CB
                    IF MBC-CREDITO
                       ADD VALOR-MBC TO WPEND-SIS-CB
                    ELSE
                       SUBTRACT VALOR-MBC FROM WPEND-SIS-CB
                    END-IF
                    MOVE SPACES        TO WREL-PEND-CB
                    MOVE DATA-MBC      TO RP-DATA-CB
                    MOVE TIPO-MBC      TO RP-TIPO-CB
                    MOVE VALOR-MBC     TO RP-VALOR-CB
                    MOVE ORIGEM-MBC    TO RP-ORIGEM-CB
                    MOVE DOCUMENTO-MBC TO RP-DOCUMENTO-CB
                    MOVE OPERADOR-MBC  TO RP-HISTORICO-CB
                    MOVE WREL-PEND-CB  TO ARQREL-DATA-01
                    WRITE ARQREL-REC
                 END-IF
              END-IF
           END-IF.

       R-REL-FECHAMENTO.
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'FECHAMENTO EM ' WDATA-FIM-MES-CB
                  ' (ABERTURA EM ' DATA-SALDO-CBC ')'
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'SALDO DE ABERTURA DA CONTA' TO RS-TEXTO-CB
           MOVE SALDO-INI-CBC TO RS-VALOR-CB
           PERFORM R-REL-LINHA-SALDO
           MOVE 'SALDO PELO SISTEMA' TO RS-TEXTO-CB
           MOVE WSALDO-SIS-CB TO RS-VALOR-CB
           PERFORM R-REL-LINHA-SALDO
           MOVE '(-) PENDENTES DO SISTEMA' TO RS-TEXTO-CB
           MOVE WPEND-SIS-CB TO RS-VALOR-CB
           PERFORM R-REL-LINHA-SALDO
           MOVE '(+) PENDENTES DO EXTRATO' TO RS-TEXTO-CB
           MOVE WPEND-EXT-CB TO RS-VALOR-CB
           PERFORM R-REL-LINHA-SALDO
           MOVE 'SALDO PELO EXTRATO' TO RS-TEXTO-CB
           MOVE WSALDO-EXT-CB TO RS-VALOR-CB
           PERFORM R-REL-LINHA-SALDO
           COMPUTE WDIFERENCA-CB = WSALDO-SIS-CB - WPEND-SIS-CB
                 + WPEND-EXT-CB - WSALDO-EXT-CB
           MOVE 'DIFERENCA NAO EXPLICADA' TO RS-TEXTO-CB
           MOVE WDIFERENCA-CB TO RS-VALOR-CB
           PERFORM R-REL-LINHA-SALDO
           IF DATA-EXTR-CBC NOT = ZEROES
              MOVE SPACES TO RS-TEXTO-CB
              STRING 'SALDO INFORMADO NO ULTIMO EXTRATO '
                     DATA-EXTR-CBC DELIMITED BY SIZE INTO RS-TEXTO-CB
              MOVE SALDO-EXTR-CBC TO RS-VALOR-CB
              PERFORM R-REL-LINHA-SALDO
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'PENDENCIAS: EXTRATO ' WQTD-PEND-EXT-CB
                  '  SISTEMA ' WQTD-PEND-SIS-CB
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'CONFERIDO POR: ____________________  DATA: __/__/____'
             TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-REL-LINHA-SALDO.
           MOVE WREL-SALDO-CB TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO WREL-SALDO-CB.
