      *--------------------------
      * VENDAS PERDIDAS POR PRODUTO E MOTIVO
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RelPerdas.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Le o registro de vendas perdidas
      *              (ARQPERDA.DAT, gravado pelo GravaPerda) pela
      *              chave de data no periodo informado, acumula por
      *              produto a quantidade e o valor perdidos e abre o
      *              valor pelos motivos (E=sem estoque, P=preco,
      *              C=concorrente, D=prazo, M=fora do mix, O=outros).
      *              Produtos em ordem decrescente de valor perdido,
      *              com o total por motivo e a participacao de cada
      *              um no rodape. Filtro opcional por motivo e por
      *              origem (P=pedido, O=orcamento, I=importacao).
      *              Arquivo de trabalho ARQPERWRK.DAT refeito a cada
      *              execucao; saida no catalogo de spool
      *              (RELPERDAS).
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

       SELECT PRODUTOS ASSIGN TO  DISK WID-ARQ-PRODUTO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD
              ALTERNATE RECORD KEY IS DESCRICAO-PROD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PROD.

       SELECT PERWRK ASSIGN TO  DISK WID-ARQ-PERWRK
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS PRODUTO-PW
              ALTERNATE RECORD KEY IS CHAVE-ORD-PW WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PW.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
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

       FD PRODUTOS.
       01 REGISTRO-PRODUTOS.
          02 CODIGO-PROD           PIC  9(007).
          02 DESCRICAO-PROD        PIC  X(040).
          02 PRECO-PROD            PIC  9(007)v9(002) VALUE ZEROES.
          02 INATIVO-PROD          PIC  X(001) VALUE SPACES.
          02 SALDO-ESTOQUE-PROD    PIC  9(007) VALUE ZEROES.
          02 UNIDADE-PROD          PIC  X(003) VALUE SPACES.
          02 MULTIPLO-PROD         PIC  9(005) VALUE ZEROES.
          02 CLASS-FISCAL-PROD     PIC  X(001) VALUE SPACES.
             88 PROD-TRIBUTADO     VALUE 'T'.
             88 PROD-BASE-REDUZ    VALUE 'R'.
             88 PROD-ISENTO        VALUE 'I'.
          02 ALIQ-IPI-PROD         PIC  9(003)v9(002) VALUE ZEROES.
          02 ESTOQUE-MIN-PROD      PIC  9(007) VALUE ZEROES.
          02 LOTE-REPOS-PROD       PIC  9(007) VALUE ZEROES.
          02 CUSTO-MEDIO-PROD      PIC  9(007)v9(002) VALUE ZEROES.
          02 LOCAL-ARMAZEM-PROD     PIC  X(006) VALUE SPACES.
          02 PESO-PROD              PIC  9(005)v9(003) VALUE ZEROES.
          02 CATEGORIA-PROD         PIC  9(003) VALUE ZEROES.

      *    (UM REGISTRO POR PRODUTO COM PERDA NO PERIODO; A CHAVE
      *     ALTERNATIVA - VALOR COMPLEMENTADO - DA A ORDEM DECRESCENTE
      *     DE VALOR PERDIDO)
       FD PERWRK.
       01 REGISTRO-PERWRK.
          02 PRODUTO-PW               PIC  9(007).
          02 CHAVE-ORD-PW             PIC  9(011)v9(002).
          02 QTDE-PW                  PIC  9(009) VALUE ZEROES.
          02 VALOR-PW                 PIC  9(011)v9(002) VALUE ZEROES.
          02 OCORR-PW                 PIC  9(007) VALUE ZEROES.
          02 VALOR-MOT-PW             PIC  9(011)v9(002)
                                      OCCURS 6 TIMES.

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-PROD.
           02 FS-PROD-1               PIC 9.
           02 FS-PROD-2               PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-PW.
           02 FS-PW-1                 PIC 9.
           02 FS-PW-2                 PIC 9.
           02 FS-PW-R REDEFINES FS-PW-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-PE                   PIC XX VALUE '00'.

       01 WID-ARQ-PERDA           PIC X(50) VALUE 'ARQPERDA.DAT'.
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-PERWRK          PIC X(50) VALUE 'ARQPERWRK.DAT'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                   PIC X VALUE SPACES.
       77 WSAIDA               PIC 9 VALUE ZEROES.
       01 WDATA-HOJE-PS        PIC 9(008) VALUE ZEROES.
       01 WDATA-INI-PS         PIC 9(008) VALUE ZEROES.
       01 WDATA-FIM-PS         PIC 9(008) VALUE ZEROES.
       01 WMOTIVO-PS           PIC X(001) VALUE SPACES.
          88 PS-MOTIVO-VALIDO  VALUE ' ' 'E' 'P' 'C' 'D' 'M' 'O'.
       01 WORIGEM-PS           PIC X(001) VALUE SPACES.
          88 PS-ORIGEM-VALIDA  VALUE ' ' 'P' 'O' 'I'.
       01 WCONFIRMA-PS         PIC X VALUE SPACES.
       77 WK-PS                PIC 9(001) VALUE ZEROES.

      *-------------MOTIVOS NA ORDEM DAS COLUNAS--------------------
       01 WTAB-MOT-PS.
          02 FILLER            PIC X(019) VALUE 'ESEM ESTOQUE       '.
          02 FILLER            PIC X(019) VALUE 'PPRECO             '.
          02 FILLER            PIC X(019) VALUE 'CCONCORRENTE       '.
          02 FILLER            PIC X(019) VALUE 'DPRAZO DE ENTREGA  '.
          02 FILLER            PIC X(019) VALUE 'MFORA DO MIX       '.
          02 FILLER            PIC X(019) VALUE 'OOUTROS            '.
       01 WTAB-MOT-R-PS REDEFINES WTAB-MOT-PS.
          02 WMOT-ITEM-PS OCCURS 6 TIMES.
             03 WMOT-COD-PS    PIC X(001).
             03 WMOT-DESC-PS   PIC X(018).

      *-------------TOTAIS GERAIS E POR MOTIVO----------------------
       01 WTOT-QTDE-PS         PIC 9(011) VALUE ZEROES.
       01 WTOT-VALOR-PS        PIC 9(013)v9(002) VALUE ZEROES.
       77 WTOT-PROD-PS         PIC 9(007) VALUE ZEROES.
       77 WTOT-OCORR-PS        PIC 9(009) VALUE ZEROES.
       01 WTAB-TOT-MOT-PS.
          02 WTM-ITEM-PS OCCURS 6 TIMES.
             03 WTM-QTDE-PS    PIC 9(011).
             03 WTM-VALOR-PS   PIC 9(013)v9(002).
             03 WTM-OCORR-PS   PIC 9(009).
       01 WPART-PS             PIC 9(003)v9(002) VALUE ZEROES.
      *--------------------------------------------------

       01 WPS-CAB1.
          02 FILLER            PIC X(27) VALUE
             'VENDAS PERDIDAS - PERIODO '.
          02 RL-INI-PS         PIC 9(008).
          02 FILLER            PIC X(03) VALUE ' A '.
          02 RL-FIM-PS         PIC 9(008).
          02 FILLER            PIC X(10) VALUE '  MOTIVO: '.
          02 RL-MOTIVO-PS      PIC X(006).
          02 FILLER            PIC X(10) VALUE '  ORIGEM: '.
          02 RL-ORIGEM-PS      PIC X(006).

       01 WPS-CAB2.
          02 FILLER PIC X(07) VALUE 'PRODUTO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(25) VALUE 'DESCRICAO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(09) VALUE '     QTDE'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(14) VALUE '   VALOR TOTAL'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(12) VALUE ' SEM ESTOQUE'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(12) VALUE '       PRECO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(12) VALUE ' CONCORRENTE'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(12) VALUE '       PRAZO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(12) VALUE ' FORA DO MIX'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(12) VALUE '      OUTROS'.

       01 WPS-TRACO.
          02 FILLER PIC X(137) VALUE ALL '-'.

       01 WPS-DET.
          02 RD-PROD-PS        PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-DESC-PS        PIC X(025).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-QTDE-PS        PIC ZZZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-VALOR-PS       PIC ZZZZZZZZZZ9.99.
          02 RD-MOT-GRP-PS OCCURS 6 TIMES.
             03 FILLER         PIC X(01).
             03 RD-MOT-PS      PIC ZZZZZZZZ9.99.

       01 WPS-CAB3.
          02 FILLER            PIC X(40) VALUE
             'TOTAL POR MOTIVO'.

       01 WPS-CAB4.
          02 FILLER PIC X(18) VALUE 'MOTIVO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(09) VALUE '  OCORR.'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(11) VALUE '       QTDE'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(16) VALUE '           VALOR'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(07) VALUE ' PART.%'.

       01 WPS-MOT.
          02 RM-DESC-PS        PIC X(018).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RM-OCORR-PS       PIC ZZZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RM-QTDE-PS        PIC ZZZZZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RM-VALOR-PS       PIC ZZZZZZZZZZZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RM-PART-PS        PIC ZZZ9.99.

       01 WPS-ROD1.
          02 FILLER            PIC X(30) VALUE
             'PRODUTOS COM VENDA PERDIDA: '.
          02 RR-PROD-PS        PIC ZZZZZZ9.
          02 FILLER            PIC X(18) VALUE '   OCORRENCIAS: '.
          02 RR-OCORR-PS       PIC ZZZZZZZZ9.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-PERDAS-PS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - VENDAS PERDIDAS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 20 VALUE "VENDAS PERDIDAS POR PRODUTO E MOTIVO".
          02 LINE 8 COL 10 VALUE "DATA INICIAL (AAAAMMDD)....:".
          02 LINE 8 COL 40 PIC 9(008) USING WDATA-INI-PS.
          02 LINE 9 COL 10 VALUE "DATA FINAL (AAAAMMDD)......:".
          02 LINE 9 COL 40 PIC 9(008) USING WDATA-FIM-PS.
          02 LINE 10 COL 10 VALUE "MOTIVO (BRANCO=TODOS)......:".
          02 LINE 10 COL 40 PIC X(001) USING WMOTIVO-PS.
          02 LINE 11 COL 10 VALUE "E=SEM ESTOQUE P=PRECO C=CONCORRENTE".
          02 LINE 12 COL 10 VALUE "D=PRAZO M=FORA DO MIX O=OUTROS".
          02 LINE 13 COL 10 VALUE "ORIGEM (BRANCO=TODAS)......:".
          02 LINE 13 COL 40 PIC X(001) USING WORIGEM-PS.
          02 LINE 14 COL 10 VALUE "P=PEDIDO O=ORCAMENTO I=IMPORTACAO".
          02 LINE 16 COL 10 VALUE "CONFIRMA (S/N).............:".
          02 LINE 16 COL 40 PIC X USING WCONFIRMA-PS.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PERDA
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PERWRK
           ACCEPT WDATA-HOJE-PS FROM DATE YYYYMMDD
      *    (PADRAO: DO PRIMEIRO DIA DO MES CORRENTE ATE HOJE)
           MOVE WDATA-HOJE-PS TO WDATA-FIM-PS WDATA-INI-PS
           MOVE '01' TO WDATA-INI-PS(7:2)
           MOVE SPACES TO WCONFIRMA-PS WMOTIVO-PS WORIGEM-PS
           DISPLAY TELA-PERDAS-PS
           ACCEPT TELA-PERDAS-PS
           IF WCONFIRMA-PS = 'S' OR WCONFIRMA-PS = 's'
              PERFORM R-GERA-PS THRU R-GERA-PS-FIM
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.

       R-GERA-PS.
           IF WDATA-INI-PS > WDATA-FIM-PS
              MOVE 'PERIODO INVALIDO' TO WTXT
              PERFORM R-MOSTRA-MSG-PS
              GO TO R-GERA-PS-FIM
           END-IF
           INSPECT WMOTIVO-PS CONVERTING 'epcdmo' TO 'EPCDMO'
           INSPECT WORIGEM-PS CONVERTING 'poi' TO 'POI'
           IF NOT PS-MOTIVO-VALIDO
              MOVE 'MOTIVO INVALIDO' TO WTXT
              PERFORM R-MOSTRA-MSG-PS
              GO TO R-GERA-PS-FIM
           END-IF
           IF NOT PS-ORIGEM-VALIDA
              MOVE 'ORIGEM INVALIDA' TO WTXT
              PERFORM R-MOSTRA-MSG-PS
              GO TO R-GERA-PS-FIM
           END-IF
           OPEN INPUT PERDAS
           IF FS-PE NOT = '00'
              MOVE 'NENHUMA VENDA PERDIDA REGISTRADA' TO WTXT
              PERFORM R-MOSTRA-MSG-PS
              GO TO R-GERA-PS-FIM
           END-IF
           OPEN INPUT PRODUTOS
           IF FS-PROD NOT = '00'
              CLOSE PERDAS
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS ST '
                TO WTXT
              MOVE FS-PROD TO WST
              PERFORM R-MOSTRA-MSG-PS
              GO TO R-GERA-PS-FIM
           END-IF
           OPEN OUTPUT PERWRK
           CLOSE PERWRK
           OPEN I-O PERWRK
           INITIALIZE WTAB-TOT-MOT-PS
           MOVE ZEROES TO WTOT-QTDE-PS WTOT-VALOR-PS WTOT-PROD-PS
                          WTOT-OCORR-PS
      *    (PERDAS DO PERIODO PELA CHAVE DE DATA)
           MOVE WDATA-INI-PS TO DATA-PE
           START PERDAS KEY IS NOT LESS THAN DATA-PE
           MOVE 0 TO WSAIDA
           IF FS-PE NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-ACUMULA-PS UNTIL WSAIDA = 1
           PERFORM R-IMPRIME-PS
           CLOSE PERDAS PRODUTOS PERWRK
           MOVE SPACES TO WTXT
           STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
              INTO WTXT
           PERFORM R-MOSTRA-MSG-PS.
       R-GERA-PS-FIM.
           EXIT.
       R-MOSTRA-MSG-PS.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
      *-------------------------------------
      * UMA PERDA DO PERIODO (NOS FILTROS) NO PRODUTO DO ARQUIVO DE
      * TRABALHO E NO TOTAL DO SEU MOTIVO.
      *-------------------------------------
       R-ACUMULA-PS.
           READ PERDAS NEXT
           IF FS-PE NOT = '00' OR DATA-PE > WDATA-FIM-PS
              MOVE 1 TO WSAIDA
           ELSE
              IF (WMOTIVO-PS = SPACES OR MOTIVO-PE = WMOTIVO-PS) AND
                 (WORIGEM-PS = SPACES OR ORIGEM-PE = WORIGEM-PS)
                 PERFORM R-ACUMULA-PRODUTO-PS
              END-IF
           END-IF.
       R-ACUMULA-PRODUTO-PS.
           MOVE 6 TO WK-PS
           EVALUATE TRUE
              WHEN PE-SEM-ESTOQUE MOVE 1 TO WK-PS
              WHEN PE-PRECO       MOVE 2 TO WK-PS
              WHEN PE-CONCORRENTE MOVE 3 TO WK-PS
              WHEN PE-PRAZO       MOVE 4 TO WK-PS
              WHEN PE-FORA-MIX    MOVE 5 TO WK-PS
           END-EVALUATE
           MOVE PRODUTO-PE TO PRODUTO-PW
           READ PERWRK
           IF FS-PW NOT = '00'
              INITIALIZE REGISTRO-PERWRK
              MOVE PRODUTO-PE TO PRODUTO-PW
              WRITE REGISTRO-PERWRK
              ADD 1 TO WTOT-PROD-PS
           END-IF
           ADD QTDE-PE  TO QTDE-PW
           ADD VALOR-PE TO VALOR-PW VALOR-MOT-PW(WK-PS)
           ADD 1        TO OCORR-PW
           COMPUTE CHAVE-ORD-PW = 99999999999.99 - VALOR-PW
           REWRITE REGISTRO-PERWRK
           ADD QTDE-PE  TO WTOT-QTDE-PS WTM-QTDE-PS(WK-PS)
           ADD VALOR-PE TO WTOT-VALOR-PS WTM-VALOR-PS(WK-PS)
           ADD 1        TO WTOT-OCORR-PS WTM-OCORR-PS(WK-PS).
      *-------------------------------------
      * RELATORIO (RELPERDAS): PRODUTOS POR VALOR PERDIDO COM A
      * ABERTURA POR MOTIVO, TOTAL GERAL E TOTAL POR MOTIVO.
      *-------------------------------------
       R-IMPRIME-PS.
           MOVE 'RELPERDAS.TXT' TO WID-ARQ-REL-1
           MOVE 'RELPERDAS'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           STRING WDATA-INI-PS ' A ' WDATA-FIM-PS ' MOT ' WMOTIVO-PS
              ' ORIG ' WORIGEM-PS
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
           MOVE WDATA-INI-PS TO RL-INI-PS
           MOVE WDATA-FIM-PS TO RL-FIM-PS
           MOVE WMOTIVO-PS   TO RL-MOTIVO-PS
           IF WMOTIVO-PS = SPACES
              MOVE 'TODOS' TO RL-MOTIVO-PS
           END-IF
           MOVE WORIGEM-PS   TO RL-ORIGEM-PS
           IF WORIGEM-PS = SPACES
              MOVE 'TODAS' TO RL-ORIGEM-PS
           END-IF
           MOVE WPS-CAB1 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPS-CAB2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPS-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO CHAVE-ORD-PW
           START PERWRK KEY IS NOT LESS THAN CHAVE-ORD-PW
           MOVE 0 TO WSAIDA
           IF FS-PW NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-IMPRIME-PROD-PS UNTIL WSAIDA = 1
           MOVE WPS-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           INITIALIZE WPS-DET
           MOVE 'TOTAL GERAL'   TO RD-DESC-PS
           MOVE WTOT-QTDE-PS    TO RD-QTDE-PS
           MOVE WTOT-VALOR-PS   TO RD-VALOR-PS
           PERFORM R-MOVE-TOT-MOT-PS
              VARYING WK-PS FROM 1 BY 1 UNTIL WK-PS > 6
           MOVE WPS-DET TO ARQREL-DATA-01
           MOVE SPACES  TO ARQREL-DATA-01(1:7)
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPS-CAB3 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPS-CAB4 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPS-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-IMPRIME-MOT-PS
              VARYING WK-PS FROM 1 BY 1 UNTIL WK-PS > 6
           MOVE WPS-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WTOT-PROD-PS  TO RR-PROD-PS
           MOVE WTOT-OCORR-PS TO RR-OCORR-PS
           MOVE WPS-ROD1 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL.
       R-IMPRIME-PROD-PS.
           READ PERWRK NEXT
           IF FS-PW NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              INITIALIZE WPS-DET
              MOVE PRODUTO-PW TO RD-PROD-PS CODIGO-PROD
              READ PRODUTOS
              IF FS-PROD = '00'
                 MOVE DESCRICAO-PROD TO RD-DESC-PS
              ELSE
                 MOVE '** NAO CADASTRADO **' TO RD-DESC-PS
              END-IF
              MOVE QTDE-PW  TO RD-QTDE-PS
              MOVE VALOR-PW TO RD-VALOR-PS
              PERFORM R-MOVE-MOT-PS
                 VARYING WK-PS FROM 1 BY 1 UNTIL WK-PS > 6
              MOVE WPS-DET TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.
       R-MOVE-MOT-PS.
           MOVE VALOR-MOT-PW(WK-PS) TO RD-MOT-PS(WK-PS).
       R-MOVE-TOT-MOT-PS.
           MOVE WTM-VALOR-PS(WK-PS) TO RD-MOT-PS(WK-PS).
       R-IMPRIME-MOT-PS.
           MOVE WMOT-DESC-PS(WK-PS)  TO RM-DESC-PS
           MOVE WTM-OCORR-PS(WK-PS)  TO RM-OCORR-PS
           MOVE WTM-QTDE-PS(WK-PS)   TO RM-QTDE-PS
           MOVE WTM-VALOR-PS(WK-PS)  TO RM-VALOR-PS
           MOVE ZEROES TO WPART-PS
           IF WTOT-VALOR-PS > ZEROES
              COMPUTE WPART-PS ROUNDED =
                 WTM-VALOR-PS(WK-PS) * 100 / WTOT-VALOR-PS
           END-IF
           MOVE WPART-PS TO RM-PART-PS
           MOVE WPS-MOT TO ARQREL-DATA-01
           WRITE ARQREL-REC.
