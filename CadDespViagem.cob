      *--------------------------
      * DESPESAS DE VIAGEM DOS VENDEDORES (REEMBOLSO)
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadDespViagem.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-13 - Programa novo. Despesas de campo do vendedor
      *              (ARQDESPVG.DAT, numero pelo GeraNumero
      *              'DESPVIAGEM') por data, categoria (combustivel,
      *              refeicao, hospedagem, outros), valor e rota.
      *              A aprovacao exige o codigo do supervisor do
      *              vendedor (SUPERVISOR-VEN, mesma regra da
      *              liberacao do CadPedidos); a despesa aprovada
      *              vira titulo a pagar ao vendedor no ARQCPAG.DAT
      *              (credor 'V', origem 'R' - reembolso) com
      *              vencimento em 7 dias. Relatorio RELDESPVG por
      *              vendedor. Operacoes no TRANLOG.LOG. As despesas
      *              aprovadas entram no custo do RelLucroRota.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DESPVIAGEM ASSIGN TO  DISK WID-ARQ-DVG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS NUMERO-DVG
              ALTERNATE RECORD KEY IS CODIGO-VEN-DVG WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-ROTA-DVG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DVG.

       SELECT CONTASPAG ASSIGN TO  DISK WID-ARQ-CPAG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CPAG
              ALTERNATE RECORD KEY IS DATA-VENC-CPAG WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-OC-CPAG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CPAG.

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT ROTAS ASSIGN TO  DISK WID-ARQ-ROTA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-ROTA
              ALTERNATE RECORD KEY IS CODIGO-VEN-ROTA WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ROTA.

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRANLOG.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD DESPVIAGEM.
       01 REGISTRO-DESPVIAGEM.
          02 NUMERO-DVG               PIC  9(009).
          02 CODIGO-VEN-DVG           PIC  9(007).
          02 DATA-DVG                 PIC  9(008) VALUE ZEROES.
          02 CATEGORIA-DVG            PIC  X(001) VALUE SPACES.
             88 DVG-COMBUSTIVEL       VALUE 'C'.
             88 DVG-REFEICAO          VALUE 'R'.
             88 DVG-HOSPEDAGEM        VALUE 'H'.
             88 DVG-OUTROS            VALUE 'O'.
             88 DVG-CATEGORIA-OK      VALUE 'C' 'R' 'H' 'O'.
          02 VALOR-DVG                PIC  9(007)v9(002) VALUE ZEROES.
          02 CODIGO-ROTA-DVG          PIC  9(007) VALUE ZEROES.
          02 DESCRICAO-DVG            PIC  X(030) VALUE SPACES.
          02 SITUACAO-DVG             PIC  X(001) VALUE 'P'.
             88 DVG-PENDENTE          VALUE 'P'.
             88 DVG-APROVADA          VALUE 'A'.
             88 DVG-REJEITADA         VALUE 'R'.
          02 SUPERVISOR-DVG           PIC  9(007) VALUE ZEROES.
          02 DATA-APROV-DVG           PIC  9(008) VALUE ZEROES.
          02 OPERADOR-DVG             PIC  X(010) VALUE SPACES.
          02 OPER-APROV-DVG           PIC  X(010) VALUE SPACES.
          02 FILLER                   PIC  X(020).

       FD CONTASPAG.
       01 REGISTRO-CONTASPAG.
          02 CHAVE-CPAG.
             03 TIPO-CRED-CPAG        PIC  X(001).
                88 CPAG-FORNECEDOR    VALUE 'F'.
                88 CPAG-VENDEDOR      VALUE 'V'.
             03 CODIGO-CRED-CPAG      PIC  9(007).
             03 NUMERO-DOC-CPAG       PIC  9(009).
             03 PARCELA-CPAG          PIC  9(003).
          02 ORIGEM-CPAG              PIC  X(001) VALUE SPACES.
             88 CPAG-COMPRA           VALUE 'C'.
             88 CPAG-DESPESA          VALUE 'D'.
             88 CPAG-REEMBOLSO        VALUE 'R'.
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

       FD VENDEDORES.
       01  REGISTRO-VENDEDORES.
           02 CHAVE-VEN.
              03 CODIGO-VEN             PIC  9(007).
              03 CPF-VEN                PIC  9(011).
           02 NOME-VEN                  PIC  X(040).
           02 LATITUDE-VEN              PIC S9(003)v9(008).
           02 LONGITUDE-VEN             PIC S9(003)v9(008).
           02 INATIVO-VEN               PIC  X(001) VALUE SPACES.
           02 SUPERVISOR-VEN            PIC  9(007) VALUE ZEROES.
           02 COMISSAO-VEN              PIC  9(003)v9(002) VALUE ZEROES.
           02 CAPACIDADE-VEN            PIC  9(005) VALUE ZEROES.

       FD ROTAS.
       01 REGISTRO-ROTAS.
          02 CODIGO-ROTA           PIC  9(007).
          02 DESCRICAO-ROTA        PIC  X(040).
          02 CODIGO-VEN-ROTA       PIC  9(007).
          02 INATIVO-ROTA          PIC  X(001) VALUE SPACES.
          02 DIA-SEMANA-ROTA       PIC  9(001) VALUE ZEROES.
          02 FREQUENCIA-ROTA       PIC  X(001) VALUE SPACES.
             88 ROTA-SEMANAL       VALUE 'S'.
             88 ROTA-QUINZENAL     VALUE 'Q'.
          02 VEICULO-ROTA          PIC  X(007) VALUE SPACES.
          02 COBERTURA-ROTA        PIC  9(007) VALUE ZEROES.

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-DVG.
           02 FS-DVG-1                PIC 9.
           02 FS-DVG-2                PIC 9.
           02 FS-DVG-R REDEFINES FS-DVG-2 PIC 99 COMP-X.
       01 FS-CPAG.
           02 FS-CPAG-1               PIC 9.
           02 FS-CPAG-2               PIC 9.
           02 FS-CPAG-R REDEFINES FS-CPAG-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-ROTA.
           02 FS-ROTA-1               PIC 9.
           02 FS-ROTA-2               PIC 9.
           02 FS-ROTA-R REDEFINES FS-ROTA-2 PIC 99 COMP-X.
       01 FS-REL                      PIC XX VALUE '00'.

       01 WID-ARQ-DVG                 PIC X(50) VALUE 'ARQDESPVG.DAT'.
       01 WID-ARQ-CPAG                PIC X(50) VALUE 'ARQCPAG.DAT'.
       01 WID-ARQ-VENDEDOR.
           02 WID-ARQ-VENDEDOR-1           PIC X(50).
       01 WID-ARQ-ROTA.
           02 WID-ARQ-ROTA-1               PIC X(50).
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

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
          02 WTL-NUMERO             PIC 9(009).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-VENDEDOR           PIC 9(007).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-SUPERVISOR         PIC 9(007).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-VALOR              PIC 9(007)v9(002).

       77 WOPCAO-DV       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WCONT           PIC 9(04) VALUE ZEROES.
       77 WSUP-VALIDO-DV  PIC 9 VALUE ZEROES.
       77 WINT-VENC-DV    PIC 9(008) VALUE ZEROES.
       77 WPRAZO-REEMB-DV PIC 9(003) VALUE 7.

       01 WDATA-HOJE-DV           PIC  9(008) VALUE ZEROES.

      *-------------DADOS EM DIGITACAO------------------------------
       01 WNUMERO-DV              PIC  9(009) VALUE ZEROES.
       01 WCODIGO-VEN-DV          PIC  9(007) VALUE ZEROES.
       01 WNOME-VEN-DV            PIC  X(040) VALUE SPACES.
       01 WSUPERVISOR-VEN-DV      PIC  9(007) VALUE ZEROES.
       01 WDATA-DV                PIC  9(008) VALUE ZEROES.
       01 WCATEGORIA-DV           PIC  X(001) VALUE SPACES.
       01 WVALOR-DV               PIC  9(007)v9(002) VALUE ZEROES.
       01 WCODIGO-ROTA-DV         PIC  9(007) VALUE ZEROES.
       01 WDESCR-ROTA-DV          PIC  X(040) VALUE SPACES.
       01 WDESCRICAO-DV           PIC  X(030) VALUE SPACES.
       01 WSITUACAO-DV            PIC  X(001) VALUE SPACES.
       01 WSUP-LIBERA-DV          PIC  9(007) VALUE ZEROES.
       01 WDECISAO-DV             PIC  X(001) VALUE SPACES.
      *                          (A=APROVA, R=REJEITA)

      *-------------TOTAIS DO RELATORIO-----------------------------
       77 WVEN-QUEBRA-DV          PIC 9(007) VALUE ZEROES.
       01 WTOT-VEN-DV.
          02 WTV-COMBUSTIVEL      PIC 9(009)v9(002) VALUE ZEROES.
          02 WTV-REFEICAO         PIC 9(009)v9(002) VALUE ZEROES.
          02 WTV-HOSPEDAGEM       PIC 9(009)v9(002) VALUE ZEROES.
          02 WTV-OUTROS           PIC 9(009)v9(002) VALUE ZEROES.
          02 WTV-PENDENTE         PIC 9(009)v9(002) VALUE ZEROES.
          02 WTV-APROVADO         PIC 9(009)v9(002) VALUE ZEROES.
       01 WTOT-GERAL-DV.
          02 WTG-PENDENTE         PIC 9(011)v9(002) VALUE ZEROES.
          02 WTG-APROVADO         PIC 9(011)v9(002) VALUE ZEROES.
          02 WTG-REJEITADO        PIC 9(011)v9(002) VALUE ZEROES.
      *--------------------------------------------------

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

      *------------------------------------
      * LAYOUT DO RELATORIO DE DESPESAS DE VIAGEM
      *------------------------------------
       01  CAB01-DV.
           02 FILLER            PIC X(38) VALUE SPACES.
           02 FILLER            PIC X(54) VALUE
           '  RELATORIO DE DESPESAS DE VIAGEM  '.

       01  CAB02-DV.
           03 FILLER PIC X(10) VALUE 'NUMERO    '.
           03 FILLER PIC X(11) VALUE 'DATA       '.
           03 FILLER PIC X(12) VALUE 'CATEGORIA   '.
           03 FILLER PIC X(08) VALUE 'ROTA    '.
           03 FILLER PIC X(31) VALUE 'DESCRICAO'.
           03 FILLER PIC X(13) VALUE '        VALOR'.
           03 FILLER PIC X(12) VALUE ' SITUACAO   '.
           03 FILLER PIC X(08) VALUE 'SUPERV.'.

       01  CAB03-DV.
           03 FILLER PIC X(105) VALUE IS ALL '-'.

       01  CAB04-DV.
           03 FILLER              PIC X(09)  VALUE 'VENDEDOR '.
           03 RD-VENDEDOR         PIC 9(007).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RD-NOME             PIC X(040).

       01  DET01-DV.
           03 RD-NUMERO           PIC 9(009).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RD-DATA             PIC 9(004)/9(002)/9(002).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RD-CATEGORIA        PIC X(011).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RD-ROTA             PIC 9(007).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RD-DESCRICAO        PIC X(030).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RD-VALOR            PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RD-SITUACAO         PIC X(011).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RD-SUPERVISOR       PIC ZZZZZZ9.

       01  TOT01-DV.
           03 FILLER              PIC X(12) VALUE '  COMBUST.: '.
           03 RD-TOT-COMB         PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(12) VALUE '  REFEICAO: '.
           03 RD-TOT-REF          PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(12) VALUE '  HOSPED.: '.
           03 RD-TOT-HOSP         PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(12) VALUE '  OUTROS: '.
           03 RD-TOT-OUTROS       PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(12) VALUE '  PENDENTE: '.
           03 RD-TOT-PEND         PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(12) VALUE '  APROVADO: '.
           03 RD-TOT-APROV        PIC ZZZZZZZZ9,99.

       01  TOT02-DV.
           03 FILLER              PIC X(20) VALUE 'TOTAL GERAL'.
           03 FILLER              PIC X(12) VALUE '  PENDENTE: '.
           03 RD-TOTG-PEND        PIC ZZZZZZZZZZ9,99.
           03 FILLER              PIC X(12) VALUE '  APROVADO: '.
           03 RD-TOTG-APROV       PIC ZZZZZZZZZZ9,99.
           03 FILLER              PIC X(13) VALUE '  REJEITADO: '.
           03 RD-TOTG-REJ         PIC ZZZZZZZZZZ9,99.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-OPCAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 16 VALUE "SISTEMA EXEMPLO - DESPESAS DE VIAGEM".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] LANCAR DESPESA DO VENDEDOR".
          02 LINE 8 COL 10 VALUE "[2] APROVAR/REJEITAR (SUPERVISOR)".
          02 LINE 9 COL 10 VALUE "[3] RELATORIO DE DESPESAS".
          02 LINE 10 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-DV AUTO.

       01 TELA-DESPESA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 16 VALUE "SISTEMA EXEMPLO - DESPESAS DE VIAGEM".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 6 COL 10 VALUE "Numero..........:".
          02 LINE 6 COL 29 PIC 9(009) FROM WNUMERO-DV.
          02 LINE 7 COL 10 VALUE "Vendedor........:".
          02 LINE 7 COL 37 PIC X(040) FROM WNOME-VEN-DV.
          02 LINE 8 COL 10 VALUE "Data............:".
          02 LINE 9 COL 10 VALUE "Categoria.......:".
          02 LINE 9 COL 31 VALUE
             "(C=COMBUSTIVEL R=REFEICAO H=HOSPEDAGEM O=OUTROS)".
          02 LINE 10 COL 10 VALUE "Valor...........:".
          02 LINE 11 COL 10 VALUE "Rota............:".
          02 LINE 11 COL 37 PIC X(040) FROM WDESCR-ROTA-DV.
          02 LINE 12 COL 10 VALUE "Descricao.......:".
          02 LINE 13 COL 10 VALUE "Situacao........:".
          02 LINE 13 COL 29 PIC X(001) FROM WSITUACAO-DV.
          02 LINE 13 COL 31 VALUE "(P=PENDENTE A=APROVADA R=REJEITADA)".

       01 TELA-VENDEDOR-DV.
          02 LINE 07 COL 29 PIC 9(007) USING WCODIGO-VEN-DV.

       01 TELA-DADOS-DV.
          02 LINE 08 COL 29 PIC 9(008) USING WDATA-DV.
          02 LINE 09 COL 29 PIC X(001) USING WCATEGORIA-DV.
          02 LINE 10 COL 29 PIC 9(007)v9(002) USING WVALOR-DV.
          02 LINE 11 COL 29 PIC 9(007) USING WCODIGO-ROTA-DV.
          02 LINE 12 COL 29 PIC X(030) USING WDESCRICAO-DV.

       01 TELA-NUMERO-DV.
          02 LINE 06 COL 29 PIC 9(009) USING WNUMERO-DV.

       01 TELA-APROVA-DV.
          02 LINE 16 COL 10 VALUE "Codigo do Supervisor....:".
          02 LINE 16 COL 37 PIC 9(007) USING WSUP-LIBERA-DV.
          02 LINE 17 COL 10 VALUE "A=APROVAR R=REJEITAR....:".
          02 LINE 17 COL 37 PIC X(001) USING WDECISAO-DV.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-DVG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CPAG
           MOVE LID-ARQ-VENDEDOR-1 TO WID-ARQ-VENDEDOR-1
           MOVE LID-ARQ-ROTA-1     TO WID-ARQ-ROTA-1
           INITIALIZE WOPCAO-DV
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-DV = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-DV
             WHEN 1
               PERFORM S-NOVA-DESPESA
             WHEN 2
               PERFORM S-APROVACAO
             WHEN 3
               PERFORM S-RELATORIO-DESPESA
             WHEN 6
               CLOSE DESPVIAGEM CONTASPAG VENDEDORES ROTAS
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *-------------------------------------
      * LANCAMENTO DA DESPESA: VENDEDOR ATIVO, ROTA CADASTRADA,
      * CATEGORIA VALIDA, DATA NAO FUTURA. ENTRA PENDENTE DE
      * APROVACAO.
      *-------------------------------------
       S-NOVA-DESPESA SECTION.
       NOVA-DESPESA-1.
           PERFORM R-LIMPA-DADOS
           ACCEPT WDATA-HOJE-DV FROM DATE YYYYMMDD
           MOVE WDATA-HOJE-DV TO WDATA-DV
           MOVE 'P' TO WSITUACAO-DV
           MOVE 'INFORME O VENDEDOR (0 SAI)' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-DESPESA
           ACCEPT TELA-VENDEDOR-DV
           INITIALIZE WMENSAGEM
           IF WCODIGO-VEN-DV = ZEROES
              GO TO NOVA-DESPESA-EXIT
           END-IF
           PERFORM R-LE-VENDEDOR
           IF FS-VEN NOT = '00' OR INATIVO-VEN = 'S'
              MOVE 'VENDEDOR INEXISTENTE OU INATIVO' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVA-DESPESA-EXIT
           END-IF
           DISPLAY TELA-DESPESA
           DISPLAY TELA-VENDEDOR-DV
           ACCEPT TELA-DADOS-DV
           INSPECT WCATEGORIA-DV CONVERTING 'crho' TO 'CRHO'
           MOVE WCATEGORIA-DV TO CATEGORIA-DVG
           IF NOT DVG-CATEGORIA-OK
              MOVE 'CATEGORIA INVALIDA' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVA-DESPESA-EXIT
           END-IF
           IF WVALOR-DV = ZEROES
              MOVE 'VALOR DA DESPESA NAO INFORMADO' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVA-DESPESA-EXIT
           END-IF
           IF WDATA-DV = ZEROES OR WDATA-DV > WDATA-HOJE-DV
              MOVE 'DATA DA DESPESA INVALIDA' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVA-DESPESA-EXIT
           END-IF
           MOVE WCODIGO-ROTA-DV TO CODIGO-ROTA
           READ ROTAS
           IF FS-ROTA NOT = '00'
              MOVE 'ROTA NÃO EXISTE ST ' TO WTXT
              MOVE FS-ROTA TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVA-DESPESA-EXIT
           END-IF
           MOVE DESCRICAO-ROTA TO WDESCR-ROTA-DV
           DISPLAY TELA-DESPESA
           DISPLAY TELA-VENDEDOR-DV
           DISPLAY TELA-DADOS-DV
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO NOVA-DESPESA-EXIT
           END-IF
           MOVE 'DESPVIAGEM' TO LINK-NUM-ENTIDADE
           CALL "GeraNumero" USING LINK-NUMERO
           IF LINK-NUM-STATUS NOT = '0'
              MOVE 'ERRO NA NUMERACAO DA DESPESA' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVA-DESPESA-EXIT
           END-IF
           MOVE LINK-NUM-VALOR TO WNUMERO-DV
           INITIALIZE REGISTRO-DESPVIAGEM
           MOVE WNUMERO-DV      TO NUMERO-DVG
           MOVE WCODIGO-VEN-DV  TO CODIGO-VEN-DVG
           MOVE WDATA-DV        TO DATA-DVG
           MOVE WCATEGORIA-DV   TO CATEGORIA-DVG
           MOVE WVALOR-DV       TO VALOR-DVG
           MOVE WCODIGO-ROTA-DV TO CODIGO-ROTA-DVG
           MOVE WDESCRICAO-DV   TO DESCRICAO-DVG
           MOVE 'P'             TO SITUACAO-DVG
           MOVE LID-OPERADOR-1  TO OPERADOR-DVG
           WRITE REGISTRO-DESPVIAGEM
           IF FS-DVG NOT = '00'
              MOVE 'ERRO NA GRAVACAO DA DESPESA ST ' TO WTXT
              MOVE FS-DVG TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO NOVA-DESPESA-EXIT
           END-IF
           MOVE 'DVG-INC ' TO WTL-OPERACAO
           PERFORM R-GRAVA-LOG
           DISPLAY TELA-DESPESA
           MOVE 'DESPESA LANCADA - PENDENTE DE APROVACAO' TO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       NOVA-DESPESA-EXIT.
           EXIT.

      *-------------------------------------
      * APROVACAO: O CODIGO DIGITADO TEM DE SER O SUPERVISOR DO
      * VENDEDOR (VENDEDOR SEM SUPERVISOR: QUALQUER VENDEDOR QUE
      * SUPERVISIONE ALGUEM). APROVADA, GERA O TITULO A PAGAR AO
      * VENDEDOR; SEM O TITULO A DESPESA CONTINUA PENDENTE.
      *-------------------------------------
       S-APROVACAO SECTION.
       APROVACAO-1.
           PERFORM R-LIMPA-DADOS
           ACCEPT WDATA-HOJE-DV FROM DATE YYYYMMDD
           MOVE 'INFORME O NUMERO DA DESPESA (0 SAI)' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-DESPESA
           ACCEPT TELA-NUMERO-DV
           INITIALIZE WMENSAGEM
           IF WNUMERO-DV = ZEROES
              GO TO APROVACAO-EXIT
           END-IF
           MOVE WNUMERO-DV TO NUMERO-DVG
           READ DESPVIAGEM WITH LOCK
           IF FS-DVG = '9D'
              MOVE 'REGISTRO EM USO EM OUTRO TERMINAL' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO APROVACAO-EXIT
           END-IF
           IF FS-DVG NOT = '00'
              MOVE 'DESPESA NÃO EXISTE ST ' TO WTXT
              MOVE FS-DVG TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO APROVACAO-EXIT
           END-IF
           PERFORM R-MOVE-DADOS
           DISPLAY TELA-DESPESA
           DISPLAY TELA-VENDEDOR-DV
           DISPLAY TELA-DADOS-DV
           IF NOT DVG-PENDENTE
              MOVE 'DESPESA JA APROVADA OU REJEITADA' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              UNLOCK DESPVIAGEM
              GO TO APROVACAO-EXIT
           END-IF
           DISPLAY TELA-APROVA-DV
           ACCEPT TELA-APROVA-DV
           INSPECT WDECISAO-DV CONVERTING 'ar' TO 'AR'
           IF WDECISAO-DV NOT = 'A' AND WDECISAO-DV NOT = 'R'
              UNLOCK DESPVIAGEM
              GO TO APROVACAO-EXIT
           END-IF
           PERFORM R-VALIDA-SUPERVISOR THRU R-VALIDA-SUPERVISOR-FIM
           IF WSUP-VALIDO-DV = ZERO
              MOVE 'CODIGO NAO E SUPERVISOR DO VENDEDOR' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              UNLOCK DESPVIAGEM
              GO TO APROVACAO-EXIT
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              UNLOCK DESPVIAGEM
              GO TO APROVACAO-EXIT
           END-IF
           IF WDECISAO-DV = 'A'
              PERFORM R-GRAVA-TITULO
              IF FS-CPAG NOT = '00'
                 MOVE 'ERRO NA GRAVACAO DO TITULO A PAGAR ST ' TO WTXT
                 MOVE FS-CPAG TO WST
                 PERFORM R-MOSTRA-MENSAGEM
                 UNLOCK DESPVIAGEM
                 GO TO APROVACAO-EXIT
              END-IF
              MOVE 'A'        TO SITUACAO-DVG
              MOVE 'DVG-APR ' TO WTL-OPERACAO
           ELSE
              MOVE 'R'        TO SITUACAO-DVG
              MOVE 'DVG-REJ ' TO WTL-OPERACAO
           END-IF
           MOVE WSUP-LIBERA-DV TO SUPERVISOR-DVG
           MOVE WDATA-HOJE-DV  TO DATA-APROV-DVG
           MOVE LID-OPERADOR-1 TO OPER-APROV-DVG
           REWRITE REGISTRO-DESPVIAGEM
           IF FS-DVG NOT = '00'
              MOVE 'ERRO DE REGRAVAÇÃO ST ' TO WTXT
              MOVE FS-DVG TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO APROVACAO-EXIT
           END-IF
           PERFORM R-GRAVA-LOG
           MOVE SITUACAO-DVG TO WSITUACAO-DV
           DISPLAY TELA-DESPESA
           IF DVG-APROVADA
              MOVE 'DESPESA APROVADA - TITULO A PAGAR GERADO' TO WTXT
           ELSE
              MOVE 'DESPESA REJEITADA' TO WTXT
           END-IF
           PERFORM R-MOSTRA-MENSAGEM.
       APROVACAO-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-APROVACAO-ROTINAS SECTION.

       R-VALIDA-SUPERVISOR.
           MOVE ZERO TO WSUP-VALIDO-DV
           IF WSUP-LIBERA-DV = ZEROES OR
              WSUP-LIBERA-DV = CODIGO-VEN-DVG
              GO TO R-VALIDA-SUPERVISOR-FIM
           END-IF
           MOVE WSUP-LIBERA-DV TO CODIGO-VEN
           READ VENDEDORES KEY IS CODIGO-VEN
           IF FS-VEN NOT = '00'
              GO TO R-VALIDA-SUPERVISOR-FIM
           END-IF
           IF WSUPERVISOR-VEN-DV NOT = ZEROES
              IF WSUPERVISOR-VEN-DV = WSUP-LIBERA-DV
                 MOVE 1 TO WSUP-VALIDO-DV
              END-IF
              GO TO R-VALIDA-SUPERVISOR-FIM
           END-IF
           MOVE ZEROES TO CHAVE-VEN
           START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
           PERFORM R-VALIDA-SUPERVISOR-1
             UNTIL WSUP-VALIDO-DV = 1 OR FS-VEN NOT = '00'.
       R-VALIDA-SUPERVISOR-FIM.
           EXIT.

       R-VALIDA-SUPERVISOR-1.
           READ VENDEDORES NEXT
           IF FS-VEN = '00' AND SUPERVISOR-VEN = WSUP-LIBERA-DV
              MOVE 1 TO WSUP-VALIDO-DV
           END-IF.

      *    (TITULO UNICO: CREDOR 'V' + VENDEDOR, DOCUMENTO = NUMERO
      *     DA DESPESA, PARCELA 1)
       R-GRAVA-TITULO.
           INITIALIZE REGISTRO-CONTASPAG
           MOVE 'V'               TO TIPO-CRED-CPAG
           MOVE CODIGO-VEN-DVG    TO CODIGO-CRED-CPAG
           MOVE NUMERO-DVG        TO NUMERO-DOC-CPAG
           MOVE 1                 TO PARCELA-CPAG
           MOVE 'R'               TO ORIGEM-CPAG
           MOVE ZEROES            TO CODIGO-OC-CPAG
           MOVE SPACES            TO HISTORICO-CPAG
           EVALUATE TRUE
              WHEN DVG-COMBUSTIVEL
                 MOVE 'REEMB. VIAGEM - COMBUSTIVEL' TO HISTORICO-CPAG
              WHEN DVG-REFEICAO
                 MOVE 'REEMB. VIAGEM - REFEICAO'    TO HISTORICO-CPAG
              WHEN DVG-HOSPEDAGEM
                 MOVE 'REEMB. VIAGEM - HOSPEDAGEM'  TO HISTORICO-CPAG
              WHEN OTHER
                 MOVE 'REEMB. VIAGEM - OUTROS'      TO HISTORICO-CPAG
           END-EVALUATE
           MOVE WDATA-HOJE-DV     TO DATA-EMISSAO-CPAG
           COMPUTE WINT-VENC-DV =
              FUNCTION INTEGER-OF-DATE(WDATA-HOJE-DV) +
              WPRAZO-REEMB-DV
           COMPUTE DATA-VENC-CPAG =
              FUNCTION DATE-OF-INTEGER(WINT-VENC-DV)
           MOVE VALOR-DVG         TO VALOR-CPAG SALDO-CPAG
           MOVE ZEROES            TO DATA-ULT-PGTO-CPAG
           MOVE 'A'               TO SITUACAO-CPAG
           MOVE 1                 TO TOTAL-PARC-CPAG
           MOVE LID-OPERADOR-1    TO OPERADOR-CPAG
           WRITE REGISTRO-CONTASPAG.

      *-------------------------------------
      * RELATORIO: DESPESAS POR VENDEDOR (CHAVE ALTERNATIVA), COM
      * TOTAL POR CATEGORIA E POR SITUACAO DE CADA VENDEDOR.
      *-------------------------------------
       S-RELATORIO-DESPESA SECTION.
       R-RELDESPVG-1.
           MOVE 'RELDESPVG.TXT' TO WID-ARQ-REL-1
           MOVE 'RELDESPVG' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE LID-OPERADOR-1 TO LINK-SPL-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-SPL-EMPRESA
           CALL "RegSpool" USING LINK-SPOOL
           IF LINK-SPL-STATUS = '0'
              MOVE LINK-SPL-ARQUIVO TO WID-ARQ-REL-1
           END-IF
           OPEN OUTPUT ARQREL
           PERFORM S-IMP-CAB
           INITIALIZE WTOT-VEN-DV WTOT-GERAL-DV
           MOVE ZEROES TO WVEN-QUEBRA-DV
           MOVE ZEROES TO CODIGO-VEN-DVG
           START DESPVIAGEM KEY IS NOT LESS THAN CODIGO-VEN-DVG
           IF FS-DVG = '00'
              PERFORM R-RELDESPVG-2 UNTIL FS-DVG NOT = '00'
           END-IF
           IF WVEN-QUEBRA-DV NOT = ZEROES
              PERFORM R-IMPRIME-TOTAL-VEN
           END-IF
           MOVE CAB03-DV TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WTG-PENDENTE  TO RD-TOTG-PEND
           MOVE WTG-APROVADO  TO RD-TOTG-APROV
           MOVE WTG-REJEITADO TO RD-TOTG-REJ
           MOVE TOT02-DV TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL
           MOVE SPACES TO WTXT
           STRING 'RELATORIO GERADO EM ' WID-ARQ-REL-1
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-RELDESPVG-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-RELATORIO-ROTINAS SECTION.

       R-RELDESPVG-2.
           READ DESPVIAGEM NEXT
           IF FS-DVG = '00'
              IF CODIGO-VEN-DVG NOT = WVEN-QUEBRA-DV
                 IF WVEN-QUEBRA-DV NOT = ZEROES
                    PERFORM R-IMPRIME-TOTAL-VEN
                 END-IF
                 MOVE CODIGO-VEN-DVG TO WVEN-QUEBRA-DV
                 INITIALIZE WTOT-VEN-DV
                 PERFORM R-IMPRIME-CAB-VEN
              END-IF
              PERFORM R-IMPRIME-DESPESA
           END-IF.

       R-IMPRIME-CAB-VEN.
           MOVE CODIGO-VEN-DVG TO RD-VENDEDOR CODIGO-VEN
           MOVE SPACES         TO RD-NOME
           READ VENDEDORES KEY IS CODIGO-VEN
           IF FS-VEN = '00'
              MOVE NOME-VEN TO RD-NOME
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB04-DV TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-IMPRIME-DESPESA.
           MOVE NUMERO-DVG      TO RD-NUMERO
           MOVE DATA-DVG        TO RD-DATA
           EVALUATE TRUE
              WHEN DVG-COMBUSTIVEL
                 MOVE 'COMBUSTIVEL' TO RD-CATEGORIA
              WHEN DVG-REFEICAO
                 MOVE 'REFEICAO'    TO RD-CATEGORIA
              WHEN DVG-HOSPEDAGEM
                 MOVE 'HOSPEDAGEM'  TO RD-CATEGORIA
              WHEN OTHER
                 MOVE 'OUTROS'      TO RD-CATEGORIA
           END-EVALUATE
           MOVE CODIGO-ROTA-DVG TO RD-ROTA
           MOVE DESCRICAO-DVG   TO RD-DESCRICAO
           MOVE VALOR-DVG       TO RD-VALOR
           MOVE SUPERVISOR-DVG  TO RD-SUPERVISOR
           EVALUATE TRUE
              WHEN DVG-PENDENTE
                 MOVE 'PENDENTE'  TO RD-SITUACAO
                 ADD VALOR-DVG TO WTV-PENDENTE WTG-PENDENTE
              WHEN DVG-APROVADA
                 MOVE 'APROVADA'  TO RD-SITUACAO
                 ADD VALOR-DVG TO WTV-APROVADO WTG-APROVADO
              WHEN OTHER
                 MOVE 'REJEITADA' TO RD-SITUACAO
                 ADD VALOR-DVG TO WTG-REJEITADO
           END-EVALUATE
           IF NOT DVG-REJEITADA
              EVALUATE TRUE
                 WHEN DVG-COMBUSTIVEL
                    ADD VALOR-DVG TO WTV-COMBUSTIVEL
                 WHEN DVG-REFEICAO
                    ADD VALOR-DVG TO WTV-REFEICAO
                 WHEN DVG-HOSPEDAGEM
                    ADD VALOR-DVG TO WTV-HOSPEDAGEM
                 WHEN OTHER
                    ADD VALOR-DVG TO WTV-OUTROS
              END-EVALUATE
           END-IF
           MOVE DET01-DV TO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCONT.

       R-IMPRIME-TOTAL-VEN.
           MOVE WTV-COMBUSTIVEL TO RD-TOT-COMB
           MOVE WTV-REFEICAO    TO RD-TOT-REF
           MOVE WTV-HOSPEDAGEM  TO RD-TOT-HOSP
           MOVE WTV-OUTROS      TO RD-TOT-OUTROS
           MOVE WTV-PENDENTE    TO RD-TOT-PEND
           MOVE WTV-APROVADO    TO RD-TOT-APROV
           MOVE TOT01-DV TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       S-IMP-CAB.
           MOVE ZEROES TO WCONT
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB01-DV TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB02-DV TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB03-DV TO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *-------------------------------------
      * ROTINAS COMUNS
      *-------------------------------------
       S-ROTINAS SECTION.

       R-LIMPA-DADOS.
           MOVE ZEROES TO WNUMERO-DV WCODIGO-VEN-DV WSUPERVISOR-VEN-DV
                          WDATA-DV WVALOR-DV WCODIGO-ROTA-DV
                          WSUP-LIBERA-DV
           MOVE SPACES TO WNOME-VEN-DV WCATEGORIA-DV WDESCR-ROTA-DV
                          WDESCRICAO-DV WSITUACAO-DV WDECISAO-DV.

      *    (VENDEDOR PELO CODIGO - CHAVE ALTERNATIVA CODIGO-VEN)
       R-LE-VENDEDOR.
           MOVE WCODIGO-VEN-DV TO CODIGO-VEN
           READ VENDEDORES KEY IS CODIGO-VEN
           IF FS-VEN = '00'
              MOVE NOME-VEN       TO WNOME-VEN-DV
              MOVE SUPERVISOR-VEN TO WSUPERVISOR-VEN-DV
           END-IF.

       R-MOVE-DADOS.
           MOVE NUMERO-DVG      TO WNUMERO-DV
           MOVE CODIGO-VEN-DVG  TO WCODIGO-VEN-DV
           MOVE DATA-DVG        TO WDATA-DV
           MOVE CATEGORIA-DVG   TO WCATEGORIA-DV
           MOVE VALOR-DVG       TO WVALOR-DV
           MOVE CODIGO-ROTA-DVG TO WCODIGO-ROTA-DV
           MOVE DESCRICAO-DVG   TO WDESCRICAO-DV
           MOVE SITUACAO-DVG    TO WSITUACAO-DV
           PERFORM R-LE-VENDEDOR
           MOVE CODIGO-ROTA-DVG TO CODIGO-ROTA
           READ ROTAS
           IF FS-ROTA = '00'
              MOVE DESCRICAO-ROTA TO WDESCR-ROTA-DV
           END-IF.

       R-GRAVA-LOG.
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME
           MOVE WDHTL-DATA       TO WTL-DATA
           MOVE WDHTL-HH         TO WTL-HH
           MOVE WDHTL-MM         TO WTL-MM
           MOVE WDHTL-SS         TO WTL-SS
           MOVE LID-OPERADOR-1   TO WTL-OPERADOR
           MOVE NUMERO-DVG       TO WTL-NUMERO
           MOVE CODIGO-VEN-DVG   TO WTL-VENDEDOR
           MOVE SUPERVISOR-DVG   TO WTL-SUPERVISOR
           MOVE VALOR-DVG        TO WTL-VALOR
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
           OPEN I-O DESPVIAGEM.
           IF FS-DVG = '35'
              CLOSE DESPVIAGEM OPEN OUTPUT DESPVIAGEM
              CLOSE DESPVIAGEM OPEN I-O DESPVIAGEM
           END-IF
           IF FS-DVG = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DAS DESPESAS ST ' TO WTXT
              MOVE FS-DVG TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O CONTASPAG.
           IF FS-CPAG = '35'
              CLOSE CONTASPAG OPEN OUTPUT CONTASPAG
              CLOSE CONTASPAG OPEN I-O CONTASPAG
           END-IF
           IF FS-CPAG = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DO CONTAS A PAGAR ST ' TO WTXT
              MOVE FS-CPAG TO WST
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
           OPEN INPUT ROTAS.
           IF FS-ROTA NOT = '00'
              MOVE 'ERRO NA ABERTURA DAS ROTAS ST ' TO WTXT
              MOVE FS-ROTA TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
