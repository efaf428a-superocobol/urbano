      *--------------------------
      * ORCAMENTO ANUAL POR MES (DRE, VENDEDOR E CATEGORIA)
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadOrcAnual.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-14 - Programa novo. Orcamento do ano (ARQORCANU.DAT)
      *              com os doze valores mensais por chave ano +
      *              tipo + codigo: 'D' linha do DRE gerencial (1 a
      *              8, na ordem do RelDRE - o resultado orcado e
      *              calculado), 'V' venda do vendedor e 'C' venda
      *              da categoria de produto. Manutencao na tela,
      *              exclusao e copia do orcamento do ano anterior
      *              com percentual de reajuste (sem sobrepor o que
      *              ja foi digitado no ano destino). Operacoes no
      *              TRANLOG.LOG. O orcado x realizado sai no RelDRE.
      * 2026-10-15 - Linha 9 do DRE: bonificacoes (provisao dos
      *              acordos de bonificacao por volume).
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ORCANUAL ASSIGN TO  DISK WID-ARQ-ORA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-ORA
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ORA.

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT CATEGORIAS ASSIGN TO  DISK WID-ARQ-CATEG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CAT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CAT.

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRANLOG.

       DATA DIVISION.
       FILE SECTION.
       FD ORCANUAL.
       01 REGISTRO-ORCANUAL.
          02 CHAVE-ORA.
             03 ANO-ORA               PIC  9(004).
             03 TIPO-ORA              PIC  X(001).
                88 ORA-LINHA-DRE      VALUE 'D'.
                88 ORA-VENDEDOR       VALUE 'V'.
                88 ORA-CATEGORIA      VALUE 'C'.
             03 CODIGO-ORA            PIC  9(007).
          02 VALORES-ORA.
             03 VALOR-MES-ORA         PIC  9(011)v9(002)
                                      OCCURS 12 TIMES.
          02 DATA-ALT-ORA             PIC  9(008) VALUE ZEROES.
          02 OPERADOR-ORA             PIC  X(010) VALUE SPACES.
          02 FILLER                   PIC  X(020).

       FD VENDEDORES.
       01  REGISTRO-VENDEDORES.
           02 CHAVE-VEN.
              03 CODIGO-VEN             PIC  9(007).
              03 CPF-VEN                PIC  9(011).
           02 NOME-VEN                  PIC  X(040).
           02 FILLER                    PIC  X(040).

       FD CATEGORIAS.
       01 REGISTRO-CATEGORIAS.
          02 CODIGO-CAT               PIC  9(003).
          02 DESCRICAO-CAT            PIC  X(030).

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01 FS-ORA.
           02 FS-ORA-1                PIC 9.
           02 FS-ORA-2                PIC 9.
           02 FS-ORA-R REDEFINES FS-ORA-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-CAT.
           02 FS-CAT-1                PIC 9.
           02 FS-CAT-2                PIC 9.
           02 FS-CAT-R REDEFINES FS-CAT-2 PIC 99 COMP-X.

       01 WID-ARQ-ORA                 PIC X(50) VALUE 'ARQORCANU.DAT'.
       01 WID-ARQ-CATEG               PIC X(50) VALUE 'ARQCATEG.DAT'.
       01 WID-ARQ-VENDEDOR.
           02 WID-ARQ-VENDEDOR-1           PIC X(50).

       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WDATA-HORA-TL.
          02 WDHTL-DATA.
             03 WDHTL-ANO             PIC 9(004).
             03 WDHTL-MES             PIC 9(002).
             03 WDHTL-DIA             PIC 9(002).
          02 WDHTL-HORA.
             03 WDHTL-HH              PIC 9(002).
             03 WDHTL-MM              PIC 9(002).
             03 WDHTL-SS              PIC 9(002).
             03 FILLER                PIC 9(002).

       01 WTRANLOG-LINHA.
          02 WTL-DATA               PIC 9(004)/9(002)/9(002).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-HH                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 WTL-MM                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 WTL-SS                 PIC 99.
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-OPERADOR           PIC X(10).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-OPERACAO           PIC X(08).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-ANO                PIC 9(004).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-TIPO               PIC X(001).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-CODIGO             PIC 9(007).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-TOTAL              PIC 9(013)v9(002).

       77 WOPCAO-OA       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WCAT-ABERTO-OA  PIC 9 VALUE ZEROES.
       77 WCHAVE-OK-OA    PIC 9 VALUE ZEROES.
       77 WI-OA           PIC 9(002) VALUE ZEROES.

      *-------------DESCRICAO DAS LINHAS DO DRE (ORDEM DO RelDRE)---
       01 WTAB-LINHA-DRE-OA.
          02 FILLER PIC X(030) VALUE 'VENDA BRUTA'.
          02 FILLER PIC X(030) VALUE '(-) DEVOLUCOES'.
          02 FILLER PIC X(030) VALUE '(-) ICMS'.
          02 FILLER PIC X(030) VALUE '(-) IPI'.
          02 FILLER PIC X(030) VALUE '(-) CUSTO DAS MERCADORIAS'.
          02 FILLER PIC X(030) VALUE '(-) FRETE'.
          02 FILLER PIC X(030) VALUE '(-) COMISSOES E BONUS'.
          02 FILLER PIC X(030) VALUE '(-) PERDAS (BAIXAS)'.
          02 FILLER PIC X(030) VALUE '(-) BONIFICACOES (PROVISAO)'.
       01 WTAB-LINHA-DRE-OA-R REDEFINES WTAB-LINHA-DRE-OA.
          02 WLINHA-DRE-OA          PIC X(030) OCCURS 9 TIMES.

      *-------------DADOS EM DIGITACAO------------------------------
       01 WANO-OA                 PIC  9(004) VALUE ZEROES.
       01 WTIPO-OA                PIC  X(001) VALUE SPACES.
       01 WCODIGO-OA              PIC  9(007) VALUE ZEROES.
       01 WDESCRICAO-OA           PIC  X(040) VALUE SPACES.
       01 WTOTAL-ANO-OA           PIC  9(013)v9(002) VALUE ZEROES.
       01 WVALORES-OA.
          02 WVAL-JAN-OA          PIC  9(011)v9(002) VALUE ZEROES.
          02 WVAL-FEV-OA          PIC  9(011)v9(002) VALUE ZEROES.
          02 WVAL-MAR-OA          PIC  9(011)v9(002) VALUE ZEROES.
          02 WVAL-ABR-OA          PIC  9(011)v9(002) VALUE ZEROES.
          02 WVAL-MAI-OA          PIC  9(011)v9(002) VALUE ZEROES.
          02 WVAL-JUN-OA          PIC  9(011)v9(002) VALUE ZEROES.
          02 WVAL-JUL-OA          PIC  9(011)v9(002) VALUE ZEROES.
          02 WVAL-AGO-OA          PIC  9(011)v9(002) VALUE ZEROES.
          02 WVAL-SET-OA          PIC  9(011)v9(002) VALUE ZEROES.
          02 WVAL-OUT-OA          PIC  9(011)v9(002) VALUE ZEROES.
          02 WVAL-NOV-OA          PIC  9(011)v9(002) VALUE ZEROES.
          02 WVAL-DEZ-OA          PIC  9(011)v9(002) VALUE ZEROES.
       01 WVALORES-OA-R REDEFINES WVALORES-OA.
          02 WVALOR-MES-OA        PIC  9(011)v9(002) OCCURS 12 TIMES.

      *-------------COPIA DO ANO ANTERIOR---------------------------
       01 WANO-DEST-OA            PIC  9(004) VALUE ZEROES.
       01 WANO-ORIG-OA            PIC  9(004) VALUE ZEROES.
       01 WPERC-REAJ-OA           PIC S9(003)v9(002) VALUE ZEROES.
       01 WCHAVE-ORIG-OA          PIC  X(012) VALUE SPACES.
       01 WQTD-CRIADOS-OA         PIC  9(005) VALUE ZEROES.
       01 WQTD-EXISTENTES-OA      PIC  9(005) VALUE ZEROES.
       77 WSAIDA-COP-OA           PIC 9 VALUE ZEROES.
      *--------------------------------------------------

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-OPCAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - ORCAMENTO ANUAL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] INCLUIR/ALTERAR ORCAMENTO".
          02 LINE 8 COL 10 VALUE "[2] COPIAR ANO ANTERIOR + PERCENTUAL".
          02 LINE 9 COL 10 VALUE "[3] EXCLUIR ORCAMENTO".
          02 LINE 10 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-OA AUTO.

       01 TELA-ORCAMENTO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - ORCAMENTO ANUAL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 5 COL 10 VALUE "Ano.............:".
          02 LINE 6 COL 10 VALUE "Tipo............:".
          02 LINE 6 COL 31 VALUE
             "(D=LINHA DO DRE V=VENDEDOR C=CATEGORIA)".
          02 LINE 7 COL 10 VALUE "Codigo..........:".
          02 LINE 7 COL 37 PIC X(040) FROM WDESCRICAO-OA.
          02 LINE 9 COL 10 VALUE "JAN:".
          02 LINE 10 COL 10 VALUE "FEV:".
          02 LINE 11 COL 10 VALUE "MAR:".
          02 LINE 12 COL 10 VALUE "ABR:".
          02 LINE 13 COL 10 VALUE "MAI:".
          02 LINE 14 COL 10 VALUE "JUN:".
          02 LINE 9 COL 42 VALUE "JUL:".
          02 LINE 10 COL 42 VALUE "AGO:".
          02 LINE 11 COL 42 VALUE "SET:".
          02 LINE 12 COL 42 VALUE "OUT:".
          02 LINE 13 COL 42 VALUE "NOV:".
          02 LINE 14 COL 42 VALUE "DEZ:".
          02 LINE 16 COL 10 VALUE "TOTAL DO ANO....:".
          02 LINE 16 COL 29 PIC ZZZZZZZZZZZZ9,99 FROM WTOTAL-ANO-OA.
          02 LINE 18 COL 10 VALUE
             "LINHAS DO DRE: 1 VENDA BRUTA 2 DEVOLUCOES 3 ICMS".
          02 LINE 19 COL 10 VALUE
             "4 IPI 5 CUSTO MERCADORIAS 6 FRETE 7 COMISSOES 8 PERDAS".
          02 LINE 20 COL 10 VALUE "9 BONIFICACOES".

       01 TELA-CHAVE-OA.
          02 LINE 05 COL 29 PIC 9(004) USING WANO-OA.
          02 LINE 06 COL 29 PIC X(001) USING WTIPO-OA.
          02 LINE 07 COL 29 PIC 9(007) USING WCODIGO-OA.

       01 TELA-VALORES-OA.
          02 LINE 09 COL 15 PIC 9(011)v9(002) USING WVAL-JAN-OA.
          02 LINE 10 COL 15 PIC 9(011)v9(002) USING WVAL-FEV-OA.
          02 LINE 11 COL 15 PIC 9(011)v9(002) USING WVAL-MAR-OA.
          02 LINE 12 COL 15 PIC 9(011)v9(002) USING WVAL-ABR-OA.
          02 LINE 13 COL 15 PIC 9(011)v9(002) USING WVAL-MAI-OA.
          02 LINE 14 COL 15 PIC 9(011)v9(002) USING WVAL-JUN-OA.
          02 LINE 09 COL 47 PIC 9(011)v9(002) USING WVAL-JUL-OA.
          02 LINE 10 COL 47 PIC 9(011)v9(002) USING WVAL-AGO-OA.
          02 LINE 11 COL 47 PIC 9(011)v9(002) USING WVAL-SET-OA.
          02 LINE 12 COL 47 PIC 9(011)v9(002) USING WVAL-OUT-OA.
          02 LINE 13 COL 47 PIC 9(011)v9(002) USING WVAL-NOV-OA.
          02 LINE 14 COL 47 PIC 9(011)v9(002) USING WVAL-DEZ-OA.

       01 TELA-COPIA-OA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - ORCAMENTO ANUAL".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 20 VALUE "COPIA DO ORCAMENTO DO ANO ANTERIOR".
          02 LINE 8 COL 10 VALUE "ANO DESTINO...............:".
          02 LINE 8 COL 39 PIC 9(004) USING WANO-DEST-OA.
          02 LINE 10 COL 10 VALUE "REAJUSTE % (+/-999,99)....:".
          02 LINE 10 COL 39 PIC S9(003)v9(002) USING WPERC-REAJ-OA.
          02 LINE 12 COL 10 VALUE
             "(CHAVES JA DIGITADAS NO ANO DESTINO NAO SAO ALTERADAS)".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ORA
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CATEG
           MOVE LID-ARQ-VENDEDOR-1 TO WID-ARQ-VENDEDOR-1
           INITIALIZE WOPCAO-OA
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-OA = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-OA
             WHEN 1
               PERFORM S-MANUTENCAO
             WHEN 2
               PERFORM S-COPIA-ANO
             WHEN 3
               PERFORM S-EXCLUSAO
             WHEN 6
               CLOSE ORCANUAL VENDEDORES
               IF WCAT-ABERTO-OA = 1
                  CLOSE CATEGORIAS
               END-IF
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *-------------------------------------
      * INCLUSAO/ALTERACAO: CHAVE VALIDADA CONTRA O CADASTRO DO
      * TIPO; CHAVE EXISTENTE TRAZ OS VALORES PARA ALTERACAO.
      *-------------------------------------
       S-MANUTENCAO SECTION.
       MANUTENCAO-1.
           PERFORM R-PEDE-CHAVE THRU R-PEDE-CHAVE-EXIT
           IF WCHAVE-OK-OA = ZERO
              GO TO MANUTENCAO-EXIT
           END-IF
           MOVE ZEROES TO WVALORES-OA
           READ ORCANUAL
           IF FS-ORA = '00'
              MOVE VALORES-ORA TO WVALORES-OA
              MOVE 'ORCAMENTO EXISTENTE - ALTERACAO' TO WTXT
           ELSE
              MOVE 'ORCAMENTO NOVO - INCLUSAO' TO WTXT
           END-IF
           DISPLAY TELA-MENSAGEM
           PERFORM R-SOMA-ANO
           DISPLAY TELA-ORCAMENTO
           DISPLAY TELA-CHAVE-OA
           ACCEPT TELA-VALORES-OA
           INITIALIZE WMENSAGEM
           PERFORM R-SOMA-ANO
           DISPLAY TELA-ORCAMENTO
           DISPLAY TELA-CHAVE-OA
           DISPLAY TELA-VALORES-OA
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO MANUTENCAO-EXIT
           END-IF
           MOVE WANO-OA    TO ANO-ORA
           MOVE WTIPO-OA   TO TIPO-ORA
           MOVE WCODIGO-OA TO CODIGO-ORA
           READ ORCANUAL WITH LOCK
           IF FS-ORA = '9D'
              MOVE 'REGISTRO EM USO EM OUTRO TERMINAL' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO MANUTENCAO-EXIT
           END-IF
           IF FS-ORA = '00'
              MOVE WVALORES-OA    TO VALORES-ORA
              ACCEPT DATA-ALT-ORA FROM DATE YYYYMMDD
              MOVE LID-OPERADOR-1 TO OPERADOR-ORA
              REWRITE REGISTRO-ORCANUAL
              MOVE 'ORC-ALT ' TO WTL-OPERACAO
           ELSE
              INITIALIZE REGISTRO-ORCANUAL
              MOVE WANO-OA        TO ANO-ORA
              MOVE WTIPO-OA       TO TIPO-ORA
              MOVE WCODIGO-OA     TO CODIGO-ORA
              MOVE WVALORES-OA    TO VALORES-ORA
              ACCEPT DATA-ALT-ORA FROM DATE YYYYMMDD
              MOVE LID-OPERADOR-1 TO OPERADOR-ORA
              WRITE REGISTRO-ORCANUAL
              MOVE 'ORC-INC ' TO WTL-OPERACAO
           END-IF
           IF FS-ORA = '00'
              PERFORM R-GRAVA-LOG
              MOVE 'ORCAMENTO GRAVADO' TO WTXT
           ELSE
              MOVE 'ERRO NA GRAVACAO DO ORCAMENTO ST ' TO WTXT
              MOVE FS-ORA TO WST
           END-IF
           PERFORM R-MOSTRA-MENSAGEM.
       MANUTENCAO-EXIT.
           EXIT.

      *-------------------------------------
      * EXCLUSAO DA CHAVE INFORMADA
      *-------------------------------------
       S-EXCLUSAO SECTION.
       EXCLUSAO-1.
           PERFORM R-PEDE-CHAVE THRU R-PEDE-CHAVE-EXIT
           IF WCHAVE-OK-OA = ZERO
              GO TO EXCLUSAO-EXIT
           END-IF
           READ ORCANUAL WITH LOCK
           IF FS-ORA = '9D'
              MOVE 'REGISTRO EM USO EM OUTRO TERMINAL' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO EXCLUSAO-EXIT
           END-IF
           IF FS-ORA NOT = '00'
              MOVE 'ORCAMENTO NÃO EXISTE ST ' TO WTXT
              MOVE FS-ORA TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO EXCLUSAO-EXIT
           END-IF
           MOVE VALORES-ORA TO WVALORES-OA
           PERFORM R-SOMA-ANO
           DISPLAY TELA-ORCAMENTO
           DISPLAY TELA-CHAVE-OA
           DISPLAY TELA-VALORES-OA
           MOVE 'CONFIRMA A EXCLUSAO ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              UNLOCK ORCANUAL
              GO TO EXCLUSAO-EXIT
           END-IF
           DELETE ORCANUAL
           IF FS-ORA = '00'
              MOVE 'ORC-EXC ' TO WTL-OPERACAO
              PERFORM R-GRAVA-LOG
              MOVE 'ORCAMENTO EXCLUIDO' TO WTXT
           ELSE
              MOVE 'ERRO NA EXCLUSAO ST ' TO WTXT
              MOVE FS-ORA TO WST
           END-IF
           PERFORM R-MOSTRA-MENSAGEM.
       EXCLUSAO-EXIT.
           EXIT.

      *-------------------------------------
      * COPIA: CADA CHAVE DO ANO ANTERIOR AO DESTINO VIRA UMA CHAVE
      * DO ANO DESTINO COM OS DOZE VALORES REAJUSTADOS PELO
      * PERCENTUAL. CHAVE JA EXISTENTE NO DESTINO E MANTIDA.
      *-------------------------------------
       S-COPIA-ANO SECTION.
       COPIA-ANO-1.
           MOVE ZEROES TO WANO-DEST-OA WPERC-REAJ-OA
                          WQTD-CRIADOS-OA WQTD-EXISTENTES-OA
           DISPLAY TELA-COPIA-OA
           ACCEPT TELA-COPIA-OA
           IF WANO-DEST-OA = ZEROES
              GO TO COPIA-ANO-EXIT
           END-IF
           IF WPERC-REAJ-OA < -100
              MOVE 'REAJUSTE NAO PODE SER MENOR QUE -100%' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO COPIA-ANO-EXIT
           END-IF
           COMPUTE WANO-ORIG-OA = WANO-DEST-OA - 1
           MOVE 'CONFIRMA A COPIA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO COPIA-ANO-EXIT
           END-IF
           MOVE WANO-ORIG-OA TO ANO-ORA
           MOVE SPACES       TO TIPO-ORA
           MOVE ZEROES       TO CODIGO-ORA
           START ORCANUAL KEY IS NOT LESS THAN CHAVE-ORA
           MOVE 0 TO WSAIDA-COP-OA
           IF FS-ORA NOT = '00'
              MOVE 1 TO WSAIDA-COP-OA
           END-IF
           PERFORM R-COPIA-CHAVE UNTIL WSAIDA-COP-OA = 1
           MOVE SPACES TO WTXT
           STRING 'CRIADOS ' WQTD-CRIADOS-OA
                  ' - JA EXISTENTES ' WQTD-EXISTENTES-OA
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       COPIA-ANO-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-COPIA-ROTINAS SECTION.

      *    (A LEITURA DO DESTINO PERDE A POSICAO DA VARREDURA: A
      *     CHAVE DE ORIGEM E GUARDADA E A VARREDURA REPOSICIONADA
      *     LOGO DEPOIS DELA)
       R-COPIA-CHAVE.
           READ ORCANUAL NEXT
           IF FS-ORA NOT = '00' OR ANO-ORA NOT = WANO-ORIG-OA
              MOVE 1 TO WSAIDA-COP-OA
           ELSE
              MOVE CHAVE-ORA      TO WCHAVE-ORIG-OA
              MOVE TIPO-ORA       TO WTIPO-OA
              MOVE CODIGO-ORA     TO WCODIGO-OA
              PERFORM R-REAJUSTA-MES
                 VARYING WI-OA FROM 1 BY 1 UNTIL WI-OA > 12
              MOVE WANO-DEST-OA   TO ANO-ORA
              READ ORCANUAL
              IF FS-ORA = '00'
                 ADD 1 TO WQTD-EXISTENTES-OA
              ELSE
                 INITIALIZE REGISTRO-ORCANUAL
                 MOVE WANO-DEST-OA   TO ANO-ORA
                 MOVE WTIPO-OA       TO TIPO-ORA
                 MOVE WCODIGO-OA     TO CODIGO-ORA
                 MOVE WVALORES-OA    TO VALORES-ORA
                 ACCEPT DATA-ALT-ORA FROM DATE YYYYMMDD
                 MOVE LID-OPERADOR-1 TO OPERADOR-ORA
                 WRITE REGISTRO-ORCANUAL
                 IF FS-ORA = '00'
                    ADD 1 TO WQTD-CRIADOS-OA
                    MOVE WANO-DEST-OA TO WANO-OA
                    PERFORM R-SOMA-ANO
                    MOVE 'ORC-COP ' TO WTL-OPERACAO
                    PERFORM R-GRAVA-LOG
                 END-IF
              END-IF
              MOVE WCHAVE-ORIG-OA TO CHAVE-ORA
              START ORCANUAL KEY IS GREATER THAN CHAVE-ORA
              IF FS-ORA NOT = '00'
                 MOVE 1 TO WSAIDA-COP-OA
              END-IF
           END-IF.

       R-REAJUSTA-MES.
           COMPUTE WVALOR-MES-OA(WI-OA) ROUNDED =
              VALOR-MES-ORA(WI-OA) * (100 + WPERC-REAJ-OA) / 100.

      *-------------------------------------
      * ROTINAS COMUNS
      *-------------------------------------
       S-ROTINAS SECTION.

      *-------------------------------------
      * PEDE ANO + TIPO + CODIGO E CONFERE O CODIGO NO CADASTRO DO
      * TIPO. WCHAVE-OK-OA = 1 COM A CHAVE NO REGISTRO DO ARQUIVO.
      *-------------------------------------
       R-PEDE-CHAVE.
           MOVE ZERO TO WCHAVE-OK-OA
           MOVE ZEROES TO WCODIGO-OA WVALORES-OA WTOTAL-ANO-OA
           MOVE SPACES TO WTIPO-OA WDESCRICAO-OA
           IF WANO-OA = ZEROES
              ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
              MOVE WDHTL-ANO TO WANO-OA
           END-IF
           MOVE 'INFORME ANO, TIPO E CODIGO (ANO 0 SAI)' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-ORCAMENTO
           ACCEPT TELA-CHAVE-OA
           INITIALIZE WMENSAGEM
           IF WANO-OA = ZEROES
              GO TO R-PEDE-CHAVE-EXIT
           END-IF
           INSPECT WTIPO-OA CONVERTING 'dvc' TO 'DVC'
           EVALUATE WTIPO-OA
              WHEN 'D'
                 IF WCODIGO-OA < 1 OR WCODIGO-OA > 9
                    MOVE 'LINHA DO DRE DEVE SER DE 1 A 9' TO WTXT
                    PERFORM R-MOSTRA-MENSAGEM
                    GO TO R-PEDE-CHAVE-EXIT
                 END-IF
                 MOVE WLINHA-DRE-OA(WCODIGO-OA) TO WDESCRICAO-OA
              WHEN 'V'
                 MOVE WCODIGO-OA TO CODIGO-VEN
                 READ VENDEDORES KEY IS CODIGO-VEN
                 IF FS-VEN NOT = '00'
                    MOVE 'VENDEDOR NÃO EXISTE ST ' TO WTXT
                    MOVE FS-VEN TO WST
                    PERFORM R-MOSTRA-MENSAGEM
                    GO TO R-PEDE-CHAVE-EXIT
                 END-IF
                 MOVE NOME-VEN TO WDESCRICAO-OA
              WHEN 'C'
                 IF WCODIGO-OA = ZEROES OR WCODIGO-OA > 999
                    MOVE 'CATEGORIA DEVE SER DE 1 A 999' TO WTXT
                    PERFORM R-MOSTRA-MENSAGEM
                    GO TO R-PEDE-CHAVE-EXIT
                 END-IF
                 IF WCAT-ABERTO-OA = 1
                    MOVE WCODIGO-OA TO CODIGO-CAT
                    READ CATEGORIAS
                    IF FS-CAT NOT = '00'
                       MOVE 'CATEGORIA NÃO EXISTE ST ' TO WTXT
                       MOVE FS-CAT TO WST
                       PERFORM R-MOSTRA-MENSAGEM
                       GO TO R-PEDE-CHAVE-EXIT
                    END-IF
                    MOVE DESCRICAO-CAT TO WDESCRICAO-OA
                 END-IF
              WHEN OTHER
                 MOVE 'TIPO INVALIDO (D, V OU C)' TO WTXT
                 PERFORM R-MOSTRA-MENSAGEM
                 GO TO R-PEDE-CHAVE-EXIT
           END-EVALUATE
           MOVE WANO-OA    TO ANO-ORA
           MOVE WTIPO-OA   TO TIPO-ORA
           MOVE WCODIGO-OA TO CODIGO-ORA
           DISPLAY TELA-ORCAMENTO
           DISPLAY TELA-CHAVE-OA
           MOVE 1 TO WCHAVE-OK-OA.
       R-PEDE-CHAVE-EXIT.
           EXIT.

       R-SOMA-ANO.
           MOVE ZEROES TO WTOTAL-ANO-OA
           PERFORM R-SOMA-ANO-1
              VARYING WI-OA FROM 1 BY 1 UNTIL WI-OA > 12.

       R-SOMA-ANO-1.
           ADD WVALOR-MES-OA(WI-OA) TO WTOTAL-ANO-OA.

       R-GRAVA-LOG.
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME
           MOVE WDHTL-DATA       TO WTL-DATA
           MOVE WDHTL-HH         TO WTL-HH
           MOVE WDHTL-MM         TO WTL-MM
           MOVE WDHTL-SS         TO WTL-SS
           MOVE LID-OPERADOR-1   TO WTL-OPERADOR
           MOVE WANO-OA          TO WTL-ANO
           MOVE WTIPO-OA         TO WTL-TIPO
           MOVE WCODIGO-OA       TO WTL-CODIGO
           MOVE WTOTAL-ANO-OA    TO WTL-TOTAL
           OPEN EXTEND ARQTRANLOG
           IF FS-TRANLOG = '05' OR FS-TRANLOG = '35'
              OPEN OUTPUT ARQTRANLOG
           END-IF
           MOVE WTRANLOG-LINHA TO ARQTRANLOG-REC
           WRITE ARQTRANLOG-REC
           CLOSE ARQTRANLOG.

       R-MOSTRA-MENSAGEM.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       ABRE-ARQUIVOS.
           OPEN I-O ORCANUAL.
           IF FS-ORA = '35'
              CLOSE ORCANUAL OPEN OUTPUT ORCANUAL
              CLOSE ORCANUAL OPEN I-O ORCANUAL
           END-IF
           IF FS-ORA = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DO ORCAMENTO ST ' TO WTXT
              MOVE FS-ORA TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN INPUT VENDEDORES.
           IF FS-VEN NOT = '00'
              MOVE 'ERRO NA ABERTURA DOS VENDEDORES ST ' TO WTXT
              MOVE FS-VEN TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
      *    (SEM O CADASTRO DE CATEGORIAS O CODIGO E ACEITO SEM
      *     CONFERENCIA)
           MOVE ZERO TO WCAT-ABERTO-OA
           OPEN INPUT CATEGORIAS.
           IF FS-CAT = '00'
              MOVE 1 TO WCAT-ABERTO-OA
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
