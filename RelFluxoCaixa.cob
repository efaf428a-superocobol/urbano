      *--------------------------
      * PROJECAO DE FLUXO DE CAIXA - 90 DIAS (TESOURARIA)
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RelFluxoCaixa.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-06 - Programa novo. Projeta o caixa dos proximos 90
      *              dias a partir do saldo inicial informado:
      *              entradas pelas parcelas em aberto do CONTASREC
      *              (pelo vencimento), cheques em custodia ou
      *              depositados (pelo bom-para) e faturamento
      *              esperado das programacoes ativas do PEDPROG
      *              (preco de cadastro, parcelas da condicao de
      *              pagamento); saidas pelos titulos em aberto do
      *              CONTASPAG (pelo vencimento). O saldo do titulo
      *              a receber ja coberto por cheque em custodia sai
      *              da conta do titulo para nao contar duas vezes.
      *              Cheques e contas a pagar vencidos caem no
      *              primeiro dia; titulos a receber vencidos ficam
      *              fora da projecao e saem totalizados a parte.
      *              Linha diaria com saldo inicial, entradas,
      *              saidas, saldo final e marca NEGATIVO, seguida
      *              do resumo semanal. Saida em RELFLUXO.TXT pelo
      *              catalogo de spool (RegSpool).
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CONTASREC ASSIGN TO  DISK WID-ARQ-CREC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CREC
              ALTERNATE RECORD KEY IS CODIGO-CLI-CREC WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-VENC-CREC  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CREC.

       SELECT CHEQUES ASSIGN TO  DISK WID-ARQ-CHQ
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CHQ
              ALTERNATE RECORD KEY IS BOM-PARA-CHQ WITH DUPLICATES
              ALTERNATE RECORD KEY IS NUMERO-NF-CHQ WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CHQ.

       SELECT CONTASPAG ASSIGN TO  DISK WID-ARQ-CPAG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CPAG
              ALTERNATE RECORD KEY IS DATA-VENC-CPAG WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-OC-CPAG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CPAG.

       SELECT PEDPROG ASSIGN TO  DISK WID-ARQ-PEDPROG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PPG
              ALTERNATE RECORD KEY IS CODIGO-CLI-PPG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PPG.

       SELECT PRODUTOS ASSIGN TO  DISK WID-ARQ-PRODUTO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD
              ALTERNATE RECORD KEY IS DESCRICAO-PROD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PROD.

       SELECT CONDPAG ASSIGN TO  DISK WID-ARQ-CONDPAG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CPG
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CPG.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTASREC.
       01 REGISTRO-CONTASREC.
          02 CHAVE-CREC.
             03 NUMERO-NF-CREC        PIC  9(009).
             03 PARCELA-CREC         PIC  9(003).
          02 CODIGO-CLI-CREC          PIC  9(007).
          02 DATA-EMISSAO-CREC        PIC  9(008) VALUE ZEROES.
          02 DATA-VENC-CREC           PIC  9(008) VALUE ZEROES.
          02 VALOR-CREC               PIC  9(009)v9(002) VALUE ZEROES.
          02 SALDO-CREC               PIC  9(009)v9(002) VALUE ZEROES.
          02 DATA-ULT-PGTO-CREC       PIC  9(008) VALUE ZEROES.
          02 SITUACAO-CREC            PIC  X(001) VALUE 'A'.
             88 CREC-ABERTO           VALUE 'A'.
             88 CREC-QUITADO          VALUE 'Q'.
             88 CREC-PERDA            VALUE 'P'.
          02 REMESSA-CREC             PIC  X(001) VALUE SPACES.
             88 CREC-REMETIDO         VALUE 'R'.
          02 TOTAL-PARC-CREC          PIC  9(003) VALUE ZEROES.
          02 DATA-PERDA-CREC          PIC  9(008) VALUE ZEROES.
          02 MOTIVO-PERDA-CREC        PIC  X(030) VALUE SPACES.

       FD CHEQUES.
       01 REGISTRO-CHEQUES.
          02 CHAVE-CHQ.
             03 SEQ-CHQ               PIC  9(009).
          02 BANCO-CHQ                PIC  9(003) VALUE ZEROES.
          02 AGENCIA-CHQ              PIC  9(004) VALUE ZEROES.
          02 CONTA-CHQ                PIC  9(008) VALUE ZEROES.
          02 NUMERO-CHQ               PIC  9(009) VALUE ZEROES.
          02 CNPJ-EMIT-CHQ            PIC  9(014) VALUE ZEROES.
          02 BOM-PARA-CHQ             PIC  9(008) VALUE ZEROES.
          02 VALOR-CHQ                PIC  9(009)v9(002) VALUE ZEROES.
          02 NUMERO-NF-CHQ            PIC  9(009) VALUE ZEROES.
          02 PARCELA-CHQ              PIC  9(003) VALUE ZEROES.
          02 SITUACAO-CHQ             PIC  X(001) VALUE 'C'.
             88 CHQ-CUSTODIA          VALUE 'C'.
             88 CHQ-DEPOSITADO        VALUE 'D'.
             88 CHQ-COMPENSADO        VALUE 'L'.
             88 CHQ-DEVOLVIDO         VALUE 'V'.
          02 DATA-REG-CHQ             PIC  9(008) VALUE ZEROES.
          02 OPERADOR-CHQ             PIC  X(010) VALUE SPACES.

       FD CONTASPAG.
       01 REGISTRO-CONTASPAG.
          02 CHAVE-CPAG.
             03 TIPO-CRED-CPAG        PIC  X(001).
                88 CPAG-FORNECEDOR    VALUE 'F'.
             03 CODIGO-CRED-CPAG      PIC  9(007).
             03 NUMERO-DOC-CPAG       PIC  9(009).
             03 PARCELA-CPAG          PIC  9(003).
          02 ORIGEM-CPAG              PIC  X(001) VALUE SPACES.
             88 CPAG-COMPRA           VALUE 'C'.
             88 CPAG-DESPESA          VALUE 'D'.
          02 CODIGO-OC-CPAG           PIC  9(009) VALUE ZEROES.
          02 HISTORICO-CPAG           PIC  X(030) VALUE SPACES.
          02 DATA-EMISSAO-CPAG        PIC  9(008) VALUE ZEROES.
          02 DATA-VENC-CPAG           PIC  9(008) VALUE ZEROES.
          02 VALOR-CPAG               PIC  9(009)v9(002) VALUE ZEROES.
          02 SALDO-CPAG               PIC  9(009)v9(002) VALUE ZEROES.
          02 DATA-ULT-PGTO-CPAG       PIC  9(008) VALUE ZEROES.
          02 SITUACAO-CPAG            PIC  X(001) VALUE 'A'.
             88 CPAG-ABERTO           VALUE 'A'.
             88 CPAG-QUITADO          VALUE 'Q'.
             88 CPAG-CANCELADO        VALUE 'C'.
          02 TOTAL-PARC-CPAG          PIC  9(003) VALUE ZEROES.
          02 OPERADOR-CPAG            PIC  X(010) VALUE SPACES.

       FD PEDPROG.
       01 REGISTRO-PEDPROG.
          02 CODIGO-PPG               PIC  9(007).
          02 CODIGO-CLI-PPG           PIC  9(007).
          02 CODIGO-VEN-PPG           PIC  9(007).
          02 COND-PAGTO-PPG           PIC  9(003) VALUE ZEROES.
          02 FREQ-DIAS-PPG            PIC  9(003) VALUE ZEROES.
          02 PROX-DATA-PPG            PIC  9(008) VALUE ZEROES.
          02 ATIVO-PPG                PIC  X(001) VALUE 'S'.
             88 PPG-ATIVO             VALUE 'S'.
          02 ITENS-PPG OCCURS 10 TIMES.
             03 CODIGO-PROD-PPG       PIC  9(007).
             03 QTDE-PPG              PIC  9(005).

       FD PRODUTOS.
       01 REGISTRO-PRODUTOS.
          02 CODIGO-PROD           PIC  9(007).
          02 DESCRICAO-PROD        PIC  X(040).
          02 PRECO-PROD            PIC  9(007)v9(002) VALUE ZEROES.
          02 FILLER                PIC  X(062).

       FD CONDPAG.
       01 REGISTRO-CONDPAG.
          02 CODIGO-CPG               PIC  9(003).
          02 DESCRICAO-CPG            PIC  X(030).
          02 QTD-PARCELAS-CPG         PIC  9(002) VALUE ZEROES.
          02 DIAS-CPG                 PIC  9(003) OCCURS 12 TIMES.

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-CREC.
           02 FS-CREC-1               PIC 9.
           02 FS-CREC-2               PIC 9.
           02 FS-CREC-R REDEFINES FS-CREC-2 PIC 99 COMP-X.
       01 FS-CHQ.
           02 FS-CHQ-1                PIC 9.
           02 FS-CHQ-2                PIC 9.
           02 FS-CHQ-R REDEFINES FS-CHQ-2 PIC 99 COMP-X.
       01 FS-CPAG.
           02 FS-CPAG-1               PIC 9.
           02 FS-CPAG-2               PIC 9.
           02 FS-CPAG-R REDEFINES FS-CPAG-2 PIC 99 COMP-X.
       01 FS-PPG.
           02 FS-PPG-1                PIC 9.
           02 FS-PPG-2                PIC 9.
           02 FS-PPG-R REDEFINES FS-PPG-2 PIC 99 COMP-X.
       01 FS-PROD.
           02 FS-PROD-1               PIC 9.
           02 FS-PROD-2               PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-CPG.
           02 FS-CPG-1                PIC 9.
           02 FS-CPG-2                PIC 9.
           02 FS-CPG-R REDEFINES FS-CPG-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.

       01 WID-ARQ-CREC                PIC X(50) VALUE 'ARQCREC.DAT'.
       01 WID-ARQ-CHQ                 PIC X(50) VALUE 'ARQCHEQUES.DAT'.
       01 WID-ARQ-CPAG                PIC X(50) VALUE 'ARQCPAG.DAT'.
       01 WID-ARQ-PEDPROG             PIC X(50) VALUE 'ARQPEDPROG.DAT'.
       01 WID-ARQ-CONDPAG             PIC X(50) VALUE 'ARQCONDPAG.DAT'.
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1         PIC X(50).
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
       77 WCREC-DISPONIVEL PIC 9 VALUE ZEROES.
       77 WCHQ-DISPONIVEL  PIC 9 VALUE ZEROES.
       77 WCPAG-DISPONIVEL PIC 9 VALUE ZEROES.
       77 WPPG-DISPONIVEL  PIC 9 VALUE ZEROES.
       77 WPROD-DISPONIVEL PIC 9 VALUE ZEROES.
       77 WCPG-DISPONIVEL  PIC 9 VALUE ZEROES.

      * HORIZONTE DA PROJECAO EM DIAS E SEMANAS
       77 WMAX-DIAS-FC    PIC 9(003) VALUE 90.
       77 WMAX-SEM-FC     PIC 9(003) VALUE 13.
       77 WDIAS-PRAZO-FC  PIC 9(003) VALUE 30.

       01 WDATA-HOJE-FC   PIC 9(008) VALUE ZEROES.
       01 WDATA-FIM-FC    PIC 9(008) VALUE ZEROES.
       01 WHOJE-INT-FC    PIC 9(007) VALUE ZEROES.
       01 WFIM-INT-FC     PIC 9(007) VALUE ZEROES.
       01 WINT-FC         PIC 9(007) VALUE ZEROES.
       01 WOCOR-INT-FC    PIC 9(007) VALUE ZEROES.
       01 WDATA-ALVO-FC   PIC 9(008) VALUE ZEROES.
       01 WI-FC           PIC 9(003) VALUE ZEROES.
       01 WJ-FC           PIC 9(003) VALUE ZEROES.
       01 WSEM-FC         PIC 9(003) VALUE ZEROES.
       01 WQTD-PARC-FC    PIC 9(003) VALUE ZEROES.

       01 WSALDO-INI-FC   PIC 9(011)v9(002) VALUE ZEROES.
       01 WSINAL-FC       PIC X(001) VALUE SPACES.
       01 WSALDO-FC       PIC S9(013)v9(002) VALUE ZEROES.
       01 WVALOR-FC       PIC 9(011)v9(002) VALUE ZEROES.
       01 WCOBERTO-FC     PIC 9(011)v9(002) VALUE ZEROES.
       01 WVALOR-PPG-FC   PIC 9(011)v9(002) VALUE ZEROES.
       01 WVALOR-PARC-FC  PIC 9(011)v9(002) VALUE ZEROES.
       01 WRESTO-PPG-FC   PIC 9(011)v9(002) VALUE ZEROES.
       01 WVENC-CREC-FC   PIC 9(011)v9(002) VALUE ZEROES.
       01 WQTD-VENC-FC    PIC 9(005) VALUE ZEROES.

      * TIPO DO LANCAMENTO NA TABELA DE DIAS
       01 WTIPO-FC        PIC X(001) VALUE SPACES.
          88 FC-TITULO    VALUE 'T'.
          88 FC-CHEQUE    VALUE 'C'.
          88 FC-PROGRAM   VALUE 'P'.
          88 FC-PAGAR     VALUE 'S'.

       01 WTAB-DIA-FC.
          02 WDIA-FC OCCURS 90 TIMES.
             03 WDIA-DATA-FC      PIC 9(008).
             03 WDIA-TIT-FC       PIC 9(011)v9(002).
             03 WDIA-CHQ-FC       PIC 9(011)v9(002).
             03 WDIA-PPG-FC       PIC 9(011)v9(002).
             03 WDIA-PAG-FC       PIC 9(011)v9(002).

       01 WTAB-SEM-FC.
          02 WSEM-ITEM-FC OCCURS 13 TIMES.
             03 WSEM-INI-FC       PIC 9(008).
             03 WSEM-FIM-FC       PIC 9(008).
             03 WSEM-SALDO-INI-FC PIC S9(013)v9(002).
             03 WSEM-ENTRA-FC     PIC 9(011)v9(002).
             03 WSEM-SAI-FC       PIC 9(011)v9(002).
             03 WSEM-SALDO-FIM-FC PIC S9(013)v9(002).
             03 WSEM-NEG-FC       PIC X(001).

       01 WTOT-FC.
          02 WTOT-TIT-FC          PIC 9(011)v9(002) VALUE ZEROES.
          02 WTOT-CHQ-FC          PIC 9(011)v9(002) VALUE ZEROES.
          02 WTOT-PPG-FC          PIC 9(011)v9(002) VALUE ZEROES.
          02 WTOT-PAG-FC          PIC 9(011)v9(002) VALUE ZEROES.
       01 WQTD-NEG-FC             PIC 9(003) VALUE ZEROES.

       01 WDATA-ED-FC.
          02 WDATA-ED-DIA-FC      PIC 9(002).
          02 FILLER               PIC X(001) VALUE '/'.
          02 WDATA-ED-MES-FC      PIC 9(002).
          02 FILLER               PIC X(001) VALUE '/'.
          02 WDATA-ED-ANO-FC      PIC 9(004).
       01 WDATA-AUX-FC            PIC 9(008) VALUE ZEROES.
       01 FILLER REDEFINES WDATA-AUX-FC.
          02 WDATA-AUX-ANO-FC     PIC 9(004).
          02 WDATA-AUX-MES-FC     PIC 9(002).
          02 WDATA-AUX-DIA-FC     PIC 9(002).

       01 WREL-DIA-FC.
          02 RD-DATA-FC        PIC X(010).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RD-SALDO-INI-FC   PIC -ZZZZZZZZZZZ9,99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RD-TIT-FC         PIC ZZZZZZZZZZ9,99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RD-CHQ-FC         PIC ZZZZZZZZZZ9,99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RD-PPG-FC         PIC ZZZZZZZZZZ9,99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RD-PAG-FC         PIC ZZZZZZZZZZ9,99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RD-SALDO-FIM-FC   PIC -ZZZZZZZZZZZ9,99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RD-MARCA-FC       PIC X(008).

       01 WREL-SEM-FC.
          02 RS-SEM-FC         PIC Z9.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RS-INI-FC         PIC X(010).
          02 FILLER            PIC X(003) VALUE ' A '.
          02 RS-FIM-FC         PIC X(010).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RS-SALDO-INI-FC   PIC -ZZZZZZZZZZZ9,99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RS-ENTRA-FC       PIC ZZZZZZZZZZ9,99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RS-SAI-FC         PIC ZZZZZZZZZZ9,99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RS-SALDO-FIM-FC   PIC -ZZZZZZZZZZZ9,99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RS-MARCA-FC       PIC X(012).

       01 WREL-TOTAL-FC.
          02 RT-TEXTO-FC       PIC X(040).
          02 RT-VALOR-FC       PIC -ZZZZZZZZZZZ9,99.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-FLUXO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - FLUXO DE CAIXA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 22 VALUE "PROJECAO DOS PROXIMOS 90 DIAS".
          02 LINE 8 COL 10 VALUE "SALDO INICIAL EM CAIXA E BANCOS:".
          02 LINE 8 COL 44 PIC 9(011)v9(002) USING WSALDO-INI-FC.
          02 LINE 9 COL 10 VALUE "SALDO NEGATIVO (S/N)..........:".
          02 LINE 9 COL 44 PIC X(001) USING WSINAL-FC.
          02 LINE 11 COL 10 VALUE "CONFIRMA A GERACAO (S/N)......:".
          02 LINE 11 COL 44 PIC X(001) USING WX.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CREC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CHQ
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CPAG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PEDPROG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CONDPAG
           MOVE LID-ARQ-PRODUTO-1 TO WID-ARQ-PRODUTO-1
           MOVE ZEROES TO WSALDO-INI-FC
           MOVE 'N'    TO WSINAL-FC
           MOVE 'S'    TO WX
           DISPLAY TELA-FLUXO
           ACCEPT TELA-FLUXO
           IF WX = 'S' OR WX = 's'
              PERFORM R-GERA-FLUXO THRU R-GERA-FLUXO-FIM
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.

      *-------------------------------------
      * MONTA A TABELA DE 90 DIAS A PARTIR DE HOJE, ACUMULA AS
      * ENTRADAS E SAIDAS DE CADA ORIGEM E IMPRIME A PROJECAO.
      * ARQUIVO AUSENTE SO DEIXA A ORIGEM DE FORA DA CONTA.
      *-------------------------------------
       R-GERA-FLUXO.
           ACCEPT WDATA-HOJE-FC FROM DATE YYYYMMDD
           COMPUTE WHOJE-INT-FC =
              FUNCTION INTEGER-OF-DATE(WDATA-HOJE-FC)
           COMPUTE WFIM-INT-FC  = WHOJE-INT-FC + WMAX-DIAS-FC - 1
           COMPUTE WDATA-FIM-FC = FUNCTION DATE-OF-INTEGER(WFIM-INT-FC)
           INITIALIZE WTAB-DIA-FC WTAB-SEM-FC WTOT-FC
           MOVE ZEROES TO WVENC-CREC-FC WQTD-VENC-FC WQTD-NEG-FC
           PERFORM R-INICIA-DIA
              VARYING WI-FC FROM 1 BY 1 UNTIL WI-FC > WMAX-DIAS-FC
           PERFORM R-ABRE-ORIGENS
           IF WCREC-DISPONIVEL = 1
              PERFORM R-CARGA-TITULOS THRU R-CARGA-TITULOS-FIM
           END-IF
           IF WCHQ-DISPONIVEL = 1
              PERFORM R-CARGA-CHEQUES THRU R-CARGA-CHEQUES-FIM
           END-IF
           IF WPPG-DISPONIVEL = 1
              PERFORM R-CARGA-PROGRAMADOS THRU R-CARGA-PROGRAMADOS-FIM
           END-IF
           IF WCPAG-DISPONIVEL = 1
              PERFORM R-CARGA-PAGAR THRU R-CARGA-PAGAR-FIM
           END-IF
           PERFORM R-FECHA-ORIGENS
           PERFORM R-IMPRIME-FLUXO THRU R-IMPRIME-FLUXO-FIM
           MOVE SPACES TO WTXT
           STRING 'RELATORIO GERADO EM ' WID-ARQ-REL-1
              DELIMITED BY SIZE INTO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       R-GERA-FLUXO-FIM.
           EXIT.

       R-INICIA-DIA.
           COMPUTE WINT-FC = WHOJE-INT-FC + WI-FC - 1
           COMPUTE WDIA-DATA-FC(WI-FC) =
              FUNCTION DATE-OF-INTEGER(WINT-FC).

       R-ABRE-ORIGENS.
           MOVE 0 TO WCREC-DISPONIVEL WCHQ-DISPONIVEL WCPAG-DISPONIVEL
                     WPPG-DISPONIVEL WPROD-DISPONIVEL WCPG-DISPONIVEL
           OPEN INPUT CONTASREC
           IF FS-CREC = '00'
              MOVE 1 TO WCREC-DISPONIVEL
           END-IF
           OPEN INPUT CHEQUES
           IF FS-CHQ = '00'
              MOVE 1 TO WCHQ-DISPONIVEL
           END-IF
           OPEN INPUT CONTASPAG
           IF FS-CPAG = '00'
              MOVE 1 TO WCPAG-DISPONIVEL
           END-IF
           OPEN INPUT PEDPROG
           IF FS-PPG = '00'
              MOVE 1 TO WPPG-DISPONIVEL
           END-IF
           OPEN INPUT PRODUTOS
           IF FS-PROD = '00'
              MOVE 1 TO WPROD-DISPONIVEL
           END-IF
           OPEN INPUT CONDPAG
           IF FS-CPG = '00'
              MOVE 1 TO WCPG-DISPONIVEL
           END-IF.

       R-FECHA-ORIGENS.
           IF WCREC-DISPONIVEL = 1
              CLOSE CONTASREC
           END-IF
           IF WCHQ-DISPONIVEL = 1
              CLOSE CHEQUES
           END-IF
           IF WCPAG-DISPONIVEL = 1
              CLOSE CONTASPAG
           END-IF
           IF WPPG-DISPONIVEL = 1
              CLOSE PEDPROG
           END-IF
           IF WPROD-DISPONIVEL = 1
              CLOSE PRODUTOS
           END-IF
           IF WCPG-DISPONIVEL = 1
              CLOSE CONDPAG
           END-IF.

      *-------------------------------------
      * LANCA WVALOR-FC NO DIA DE WDATA-ALVO-FC, NA COLUNA DO
      * WTIPO-FC. DATA ANTERIOR A HOJE CAI NO PRIMEIRO DIA; DATA
      * ALEM DO HORIZONTE NAO ENTRA.
      *-------------------------------------
       R-LANCA-DIA.
           IF WDATA-ALVO-FC > WDATA-FIM-FC OR WVALOR-FC = ZEROES
              GO TO R-LANCA-DIA-FIM
           END-IF
           IF WDATA-ALVO-FC < WDATA-HOJE-FC
              MOVE 1 TO WJ-FC
           ELSE
              COMPUTE WJ-FC =
                 FUNCTION INTEGER-OF-DATE(WDATA-ALVO-FC)
                 - WHOJE-INT-FC + 1
           END-IF
           EVALUATE TRUE
              WHEN FC-TITULO
                 ADD WVALOR-FC TO WDIA-TIT-FC(WJ-FC) WTOT-TIT-FC
              WHEN FC-CHEQUE
                 ADD WVALOR-FC TO WDIA-CHQ-FC(WJ-FC) WTOT-CHQ-FC
              WHEN FC-PROGRAM
                 ADD WVALOR-FC TO WDIA-PPG-FC(WJ-FC) WTOT-PPG-FC
              WHEN FC-PAGAR
                 ADD WVALOR-FC TO WDIA-PAG-FC(WJ-FC) WTOT-PAG-FC
           END-EVALUATE.
       R-LANCA-DIA-FIM.
           EXIT.

      *-------------------------------------
      * PARCELAS EM ABERTO DO CONTASREC PELO VENCIMENTO. O QUE JA
      * ESTA COBERTO POR CHEQUE EM CUSTODIA OU DEPOSITADO ENTRA
      * PELO BOM-PARA DO CHEQUE E SAI DO SALDO DO TITULO.
      *-------------------------------------
       R-CARGA-TITULOS.
           MOVE 'T' TO WTIPO-FC
           MOVE ZEROES TO DATA-VENC-CREC
           START CONTASREC KEY IS NOT LESS THAN DATA-VENC-CREC
           MOVE 0 TO WSAIDA
           IF FS-CREC NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-VARRE-TITULOS UNTIL WSAIDA = 1.
       R-CARGA-TITULOS-FIM.
           EXIT.

       R-VARRE-TITULOS.
           READ CONTASREC NEXT
           IF FS-CREC NOT = '00' OR DATA-VENC-CREC > WDATA-FIM-FC
              MOVE 1 TO WSAIDA
           ELSE
              IF CREC-ABERTO AND SALDO-CREC NOT = ZEROES
                 PERFORM R-SALDO-DESCOBERTO
                 IF WVALOR-FC NOT = ZEROES
                    IF DATA-VENC-CREC < WDATA-HOJE-FC
                       ADD WVALOR-FC TO WVENC-CREC-FC
                       ADD 1 TO WQTD-VENC-FC
                    ELSE
                       MOVE DATA-VENC-CREC TO WDATA-ALVO-FC
                       PERFORM R-LANCA-DIA THRU R-LANCA-DIA-FIM
                    END-IF
                 END-IF
              END-IF
           END-IF.

       R-SALDO-DESCOBERTO.
           MOVE ZEROES TO WCOBERTO-FC
           IF WCHQ-DISPONIVEL = 1
              MOVE NUMERO-NF-CREC TO NUMERO-NF-CHQ
              START CHEQUES KEY IS EQUAL NUMERO-NF-CHQ
              IF FS-CHQ = '00'
                 PERFORM R-SOMA-CHEQUE-TITULO UNTIL FS-CHQ NOT = '00'
              END-IF
           END-IF
           IF WCOBERTO-FC NOT < SALDO-CREC
              MOVE ZEROES TO WVALOR-FC
           ELSE
              COMPUTE WVALOR-FC = SALDO-CREC - WCOBERTO-FC
           END-IF.

       R-SOMA-CHEQUE-TITULO.
           READ CHEQUES NEXT
           IF FS-CHQ = '00' AND NUMERO-NF-CHQ NOT = NUMERO-NF-CREC
              MOVE '10' TO FS-CHQ
           END-IF
           IF FS-CHQ = '00'
              IF PARCELA-CHQ = PARCELA-CREC AND
                 (CHQ-CUSTODIA OR CHQ-DEPOSITADO)
                 ADD VALOR-CHQ TO WCOBERTO-FC
              END-IF
           END-IF.

      *-------------------------------------
      * CHEQUES EM CUSTODIA OU DEPOSITADOS PELO BOM-PARA.
      *-------------------------------------
       R-CARGA-CHEQUES.
           MOVE 'C' TO WTIPO-FC
           MOVE ZEROES TO BOM-PARA-CHQ
           START CHEQUES KEY IS NOT LESS THAN BOM-PARA-CHQ
           MOVE 0 TO WSAIDA
           IF FS-CHQ NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-VARRE-CHEQUES UNTIL WSAIDA = 1.
       R-CARGA-CHEQUES-FIM.
           EXIT.

       R-VARRE-CHEQUES.
           READ CHEQUES NEXT
           IF FS-CHQ NOT = '00' OR BOM-PARA-CHQ > WDATA-FIM-FC
              MOVE 1 TO WSAIDA
           ELSE
              IF CHQ-CUSTODIA OR CHQ-DEPOSITADO
                 MOVE VALOR-CHQ    TO WVALOR-FC
                 MOVE BOM-PARA-CHQ TO WDATA-ALVO-FC
                 PERFORM R-LANCA-DIA THRU R-LANCA-DIA-FIM
              END-IF
           END-IF.

      *-------------------------------------
      * TITULOS EM ABERTO DO CONTASPAG PELO VENCIMENTO.
      *-------------------------------------
       R-CARGA-PAGAR.
           MOVE 'S' TO WTIPO-FC
           MOVE ZEROES TO DATA-VENC-CPAG
           START CONTASPAG KEY IS NOT LESS THAN DATA-VENC-CPAG
           MOVE 0 TO WSAIDA
           IF FS-CPAG NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-VARRE-PAGAR UNTIL WSAIDA = 1.
       R-CARGA-PAGAR-FIM.
           EXIT.

       R-VARRE-PAGAR.
           READ CONTASPAG NEXT
           IF FS-CPAG NOT = '00' OR DATA-VENC-CPAG > WDATA-FIM-FC
              MOVE 1 TO WSAIDA
           ELSE
              IF CPAG-ABERTO AND SALDO-CPAG NOT = ZEROES
                 MOVE SALDO-CPAG     TO WVALOR-FC
                 MOVE DATA-VENC-CPAG TO WDATA-ALVO-FC
                 PERFORM R-LANCA-DIA THRU R-LANCA-DIA-FIM
              END-IF
           END-IF.

      *-------------------------------------
      * FATURAMENTO ESPERADO DAS PROGRAMACOES ATIVAS: CADA
      * OCORRENCIA DENTRO DO HORIZONTE (PROXIMA DATA, DEPOIS A
      * CADA FREQUENCIA) VALE A SOMA DOS ITENS PELO PRECO DE
      * CADASTRO E ENTRA NAS PARCELAS DA CONDICAO DE PAGAMENTO.
      * PROGRAMACAO ATRASADA CONTA COMO GERADA HOJE.
      *-------------------------------------
       R-CARGA-PROGRAMADOS.
           MOVE 'P' TO WTIPO-FC
           MOVE ZEROES TO CODIGO-PPG
           START PEDPROG KEY IS NOT LESS THAN CODIGO-PPG
           MOVE 0 TO WSAIDA
           IF FS-PPG NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-VARRE-PROGRAMADOS UNTIL WSAIDA = 1.
       R-CARGA-PROGRAMADOS-FIM.
           EXIT.

       R-VARRE-PROGRAMADOS.
           READ PEDPROG NEXT
           IF FS-PPG NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF PPG-ATIVO AND PROX-DATA-PPG NOT = ZEROES AND
                 PROX-DATA-PPG NOT > WDATA-FIM-FC
                 PERFORM R-PROJETA-PROGRAMACAO
              END-IF
           END-IF.

       R-PROJETA-PROGRAMACAO.
           MOVE ZEROES TO WVALOR-PPG-FC
           IF WPROD-DISPONIVEL = 1
              PERFORM R-SOMA-ITEM-PPG
                 VARYING WI-FC FROM 1 BY 1 UNTIL WI-FC > 10
           END-IF
           IF WVALOR-PPG-FC NOT = ZEROES
              MOVE 1 TO WQTD-PARC-FC
              IF WCPG-DISPONIVEL = 1 AND COND-PAGTO-PPG NOT = ZEROES
                 MOVE COND-PAGTO-PPG TO CODIGO-CPG
                 READ CONDPAG
                 IF FS-CPG = '00' AND QTD-PARCELAS-CPG > 1
                    MOVE QTD-PARCELAS-CPG TO WQTD-PARC-FC
                 END-IF
                 IF FS-CPG NOT = '00'
                    MOVE ZEROES TO QTD-PARCELAS-CPG
                 END-IF
              ELSE
                 MOVE ZEROES TO QTD-PARCELAS-CPG
              END-IF
              IF PROX-DATA-PPG < WDATA-HOJE-FC
                 MOVE WHOJE-INT-FC TO WOCOR-INT-FC
              ELSE
                 COMPUTE WOCOR-INT-FC =
                    FUNCTION INTEGER-OF-DATE(PROX-DATA-PPG)
              END-IF
              PERFORM R-PROJETA-OCORRENCIA
                 UNTIL WOCOR-INT-FC > WFIM-INT-FC
           END-IF.

       R-SOMA-ITEM-PPG.
           IF CODIGO-PROD-PPG(WI-FC) NOT = ZEROES AND
              QTDE-PPG(WI-FC) NOT = ZEROES
              MOVE CODIGO-PROD-PPG(WI-FC) TO CODIGO-PROD
              READ PRODUTOS
              IF FS-PROD = '00'
                 COMPUTE WVALOR-PPG-FC = WVALOR-PPG-FC +
                    QTDE-PPG(WI-FC) * PRECO-PROD
              END-IF
           END-IF.

      *-------------------------------------
      * UMA OCORRENCIA DA PROGRAMACAO: DIVIDE O VALOR NAS PARCELAS
      * (A ULTIMA LEVA O RESTO DO ARREDONDAMENTO). SEM CONDICAO
      * CADASTRADA, PARCELA UNICA NO PRAZO PADRAO DO FATURAMENTO.
      * FREQUENCIA ZERADA ENCERRA NA PRIMEIRA OCORRENCIA.
      *-------------------------------------
       R-PROJETA-OCORRENCIA.
           COMPUTE WVALOR-PARC-FC = WVALOR-PPG-FC / WQTD-PARC-FC
           MOVE WVALOR-PPG-FC TO WRESTO-PPG-FC
           PERFORM R-PROJETA-PARCELA
              VARYING WI-FC FROM 1 BY 1 UNTIL WI-FC > WQTD-PARC-FC
           IF FREQ-DIAS-PPG = ZEROES
              COMPUTE WOCOR-INT-FC = WFIM-INT-FC + 1
           ELSE
              ADD FREQ-DIAS-PPG TO WOCOR-INT-FC
           END-IF.

       R-PROJETA-PARCELA.
           IF WI-FC = WQTD-PARC-FC
              MOVE WRESTO-PPG-FC TO WVALOR-FC
           ELSE
              MOVE WVALOR-PARC-FC TO WVALOR-FC
              SUBTRACT WVALOR-PARC-FC FROM WRESTO-PPG-FC
           END-IF
           IF QTD-PARCELAS-CPG = ZEROES
              COMPUTE WINT-FC = WOCOR-INT-FC + WDIAS-PRAZO-FC
           ELSE
              COMPUTE WINT-FC = WOCOR-INT-FC + DIAS-CPG(WI-FC)
           END-IF
           IF WINT-FC NOT > WFIM-INT-FC
              COMPUTE WDATA-ALVO-FC = FUNCTION DATE-OF-INTEGER(WINT-FC)
              PERFORM R-LANCA-DIA THRU R-LANCA-DIA-FIM
           END-IF.

      *-------------------------------------
      * IMPRESSAO: LINHA DIARIA, RESUMO SEMANAL E TOTAIS.
      *-------------------------------------
       R-IMPRIME-FLUXO.
           MOVE 'RELFLUXO.TXT' TO WID-ARQ-REL-1
           MOVE 'RELFLUXO' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
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
           MOVE WDATA-HOJE-FC TO WDATA-AUX-FC
           PERFORM R-EDITA-DATA
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'PROJECAO DE FLUXO DE CAIXA - 90 DIAS A PARTIR DE '
                  WDATA-ED-FC DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'DATA       ' '     SALDO INICIAL '
                  '   TIT.RECEBER ' '       CHEQUES ' '    PROGRAMADO '
                  '   CONTAS PAG. ' '      SALDO FINAL'
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WSALDO-INI-FC TO WSALDO-FC
           IF WSINAL-FC = 'S' OR WSINAL-FC = 's'
              COMPUTE WSALDO-FC = 0 - WSALDO-INI-FC
           END-IF
           PERFORM R-IMPRIME-DIA
              VARYING WI-FC FROM 1 BY 1 UNTIL WI-FC > WMAX-DIAS-FC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'RESUMO SEMANAL' TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'SEM PERIODO                 ' '    SALDO INICIAL '
                  '      ENTRADAS ' '        SAIDAS ' '     SALDO FINAL'
                  DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-IMPRIME-SEMANA
              VARYING WSEM-FC FROM 1 BY 1 UNTIL WSEM-FC > WMAX-SEM-FC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'TOTAL TITULOS A RECEBER' TO RT-TEXTO-FC
           MOVE WTOT-TIT-FC TO RT-VALOR-FC
           PERFORM R-IMPRIME-TOTAL
           MOVE 'TOTAL CHEQUES' TO RT-TEXTO-FC
           MOVE WTOT-CHQ-FC TO RT-VALOR-FC
           PERFORM R-IMPRIME-TOTAL
           MOVE 'TOTAL PROGRAMADO (PEDPROG)' TO RT-TEXTO-FC
           MOVE WTOT-PPG-FC TO RT-VALOR-FC
           PERFORM R-IMPRIME-TOTAL
           MOVE 'TOTAL CONTAS A PAGAR' TO RT-TEXTO-FC
           MOVE WTOT-PAG-FC TO RT-VALOR-FC
           PERFORM R-IMPRIME-TOTAL
           MOVE 'SALDO NO FIM DO PERIODO' TO RT-TEXTO-FC
           MOVE WSALDO-FC TO RT-VALOR-FC
           PERFORM R-IMPRIME-TOTAL
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'DIAS COM SALDO NEGATIVO: ' WQTD-NEG-FC
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'TITULOS A RECEBER VENCIDOS FORA DA PROJECAO: '
                  WQTD-VENC-FC DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'VALOR DOS VENCIDOS' TO RT-TEXTO-FC
           MOVE WVENC-CREC-FC TO RT-VALOR-FC
           PERFORM R-IMPRIME-TOTAL
           CLOSE ARQREL.
       R-IMPRIME-FLUXO-FIM.
           EXIT.

       R-IMPRIME-DIA.
           COMPUTE WSEM-FC = (WI-FC - 1) / 7 + 1
           IF WSEM-INI-FC(WSEM-FC) = ZEROES
              MOVE WDIA-DATA-FC(WI-FC) TO WSEM-INI-FC(WSEM-FC)
              MOVE WSALDO-FC TO WSEM-SALDO-INI-FC(WSEM-FC)
              MOVE SPACES TO WSEM-NEG-FC(WSEM-FC)
           END-IF
           MOVE SPACES TO WREL-DIA-FC
           MOVE WDIA-DATA-FC(WI-FC) TO WDATA-AUX-FC
           PERFORM R-EDITA-DATA
           MOVE WDATA-ED-FC TO RD-DATA-FC
           MOVE WSALDO-FC TO RD-SALDO-INI-FC
           MOVE WDIA-TIT-FC(WI-FC) TO RD-TIT-FC
           MOVE WDIA-CHQ-FC(WI-FC) TO RD-CHQ-FC
           MOVE WDIA-PPG-FC(WI-FC) TO RD-PPG-FC
           MOVE WDIA-PAG-FC(WI-FC) TO RD-PAG-FC
           COMPUTE WSALDO-FC = WSALDO-FC + WDIA-TIT-FC(WI-FC)
                 + WDIA-CHQ-FC(WI-FC) + WDIA-PPG-FC(WI-FC)
                 - WDIA-PAG-FC(WI-FC)
           MOVE WSALDO-FC TO RD-SALDO-FIM-FC
           IF WSALDO-FC < ZEROES
              MOVE 'NEGATIVO' TO RD-MARCA-FC
              MOVE 'N' TO WSEM-NEG-FC(WSEM-FC)
              ADD 1 TO WQTD-NEG-FC
           END-IF
           MOVE WREL-DIA-FC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           COMPUTE WSEM-ENTRA-FC(WSEM-FC) = WSEM-ENTRA-FC(WSEM-FC)
                 + WDIA-TIT-FC(WI-FC) + WDIA-CHQ-FC(WI-FC)
                 + WDIA-PPG-FC(WI-FC)
           ADD WDIA-PAG-FC(WI-FC) TO WSEM-SAI-FC(WSEM-FC)
           MOVE WDIA-DATA-FC(WI-FC) TO WSEM-FIM-FC(WSEM-FC)
           MOVE WSALDO-FC TO WSEM-SALDO-FIM-FC(WSEM-FC).

       R-IMPRIME-SEMANA.
           MOVE SPACES TO WREL-SEM-FC
           MOVE WSEM-FC TO RS-SEM-FC
           MOVE WSEM-INI-FC(WSEM-FC) TO WDATA-AUX-FC
           PERFORM R-EDITA-DATA
           MOVE WDATA-ED-FC TO RS-INI-FC
           MOVE WSEM-FIM-FC(WSEM-FC) TO WDATA-AUX-FC
           PERFORM R-EDITA-DATA
           MOVE WDATA-ED-FC TO RS-FIM-FC
           MOVE WSEM-SALDO-INI-FC(WSEM-FC) TO RS-SALDO-INI-FC
           MOVE WSEM-ENTRA-FC(WSEM-FC)     TO RS-ENTRA-FC
           MOVE WSEM-SAI-FC(WSEM-FC)       TO RS-SAI-FC
           MOVE WSEM-SALDO-FIM-FC(WSEM-FC) TO RS-SALDO-FIM-FC
           IF WSEM-NEG-FC(WSEM-FC) = 'N'
              MOVE 'DIA NEGATIVO' TO RS-MARCA-FC
           END-IF
           MOVE WREL-SEM-FC TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-IMPRIME-TOTAL.
           MOVE WREL-TOTAL-FC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO WREL-TOTAL-FC.

       R-EDITA-DATA.
           MOVE WDATA-AUX-DIA-FC TO WDATA-ED-DIA-FC
           MOVE WDATA-AUX-MES-FC TO WDATA-ED-MES-FC
           MOVE WDATA-AUX-ANO-FC TO WDATA-ED-ANO-FC.
