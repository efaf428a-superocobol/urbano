      *--------------------------
      * INTERFACE DE COMISSOES E REEMBOLSOS COM A FOLHA DE PAGAMENTO
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ExeFolha.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Exporta um periodo fechado da
      *              razao de comissoes (ARQCOMIS.DAT) para a folha
      *              no leiaute posicional do fornecedor
      *              (FOLHA-<AAAAMM>-<remessa>.TXT): por vendedor,
      *              com o CPF do cadastro, os eventos de comissao
      *              bruta, estorno (desconto), bonus de campanha do
      *              ExeCampanha e os reembolsos de despesa aprovados
      *              ainda em aberto no contas a pagar (credor 'V',
      *              origem 'R'). Cada lancamento fica gravado em
      *              ARQFOLHAMOV.DAT e o periodo em ARQFOLHACTL.DAT:
      *              periodo exportado nao sai de novo sem ser
      *              reaberto. Conferencia dos eventos com a razao
      *              (RELFOLHA no catalogo de spool) na exportacao e
      *              sob demanda. O retorno da folha baixa os
      *              lancamentos pagos: a razao do vendedor passa a
      *              paga quando todos os eventos de comissao dele
      *              estao pagos e o titulo de reembolso e quitado.
      *              Operacoes no TRANLOG.LOG.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT COMLEDGER ASSIGN TO  DISK WID-ARQ-COMLED
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CML
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CML.

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

       SELECT FOLHACTL ASSIGN TO  DISK WID-ARQ-FCT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS ANO-MES-FCT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FCT.

       SELECT FOLHAMOV ASSIGN TO  DISK WID-ARQ-FMV
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FMV
              ALTERNATE RECORD KEY IS CHAVE-CPAG-FMV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FMV.

       SELECT ARQFOLHA ASSIGN TO DISK WID-ARQ-FOLHA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-FOLHA.

       SELECT ARQRET ASSIGN TO DISK WID-ARQ-RET
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-RET.

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
       FD COMLEDGER.
       01 REGISTRO-COMLEDGER.
          02 CHAVE-CML.
             03 CODIGO-VEN-CML        PIC  9(007).
             03 ANO-MES-CML           PIC  9(006).
          02 VALOR-FATURADO-CML       PIC  9(009)v9(002) VALUE ZEROES.
          02 PERC-COMISSAO-CML        PIC  9(003)v9(002) VALUE ZEROES.
          02 VALOR-COMISSAO-CML       PIC S9(009)v9(002) VALUE ZEROES.
          02 VALOR-ESTORNO-CML        PIC S9(009)v9(002) VALUE ZEROES.
          02 DATA-FECHAMENTO-CML      PIC  9(008) VALUE ZEROES.
          02 DATA-PAGAMENTO-CML       PIC  9(008) VALUE ZEROES.
          02 SITUACAO-CML             PIC  X(001) VALUE 'P'.
             88 CML-PENDENTE          VALUE 'P'.
             88 CML-PAGA              VALUE 'G'.
          02 VALOR-BONUS-CML          PIC S9(009)v9(002) VALUE
                                                            ZEROES.

       FD CONTASPAG.
       01 REGISTRO-CONTASPAG.
          02 CHAVE-CPAG.
             03 TIPO-CRED-CPAG        PIC  X(001).
                88 CPAG-FORNECEDOR    VALUE 'F'.
                88 CPAG-VENDEDOR      VALUE 'V'.
                88 CPAG-TRANSPORTADORA VALUE 'T'.
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

      *    CONTROLE DE EXPORTACAO POR PERIODO
       FD FOLHACTL.
       01 REGISTRO-FOLHACTL.
          02 ANO-MES-FCT              PIC  9(006).
          02 SITUACAO-FCT             PIC  X(001) VALUE 'E'.
             88 FCT-EXPORTADO         VALUE 'E'.
             88 FCT-REABERTO          VALUE 'R'.
             88 FCT-PAGO              VALUE 'G'.
          02 SEQ-REMESSA-FCT          PIC  9(003) VALUE ZEROES.
          02 DATA-EXPORT-FCT          PIC  9(008) VALUE ZEROES.
          02 OPER-EXPORT-FCT          PIC  X(010) VALUE SPACES.
          02 QTD-LINHAS-FCT           PIC  9(006) VALUE ZEROES.
          02 TOTAL-PROV-FCT           PIC  9(011)v9(002) VALUE ZEROES.
          02 TOTAL-DESC-FCT           PIC  9(011)v9(002) VALUE ZEROES.
          02 DATA-REABRE-FCT          PIC  9(008) VALUE ZEROES.
          02 OPER-REABRE-FCT          PIC  X(010) VALUE SPACES.
          02 DATA-RETORNO-FCT         PIC  9(008) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

      *    LANCAMENTOS ENVIADOS A FOLHA. A CHAVE VAI NO ARQUIVO COMO
      *    REFERENCIA E VOLTA NO RETORNO. DOCUMENTO: NUMERO DA
      *    REMESSA NOS EVENTOS DE COMISSAO, TITULO NO REEMBOLSO.
       FD FOLHAMOV.
       01 REGISTRO-FOLHAMOV.
          02 CHAVE-FMV.
             03 ANO-MES-FMV           PIC  9(006).
             03 CODIGO-VEN-FMV        PIC  9(007).
             03 EVENTO-FMV            PIC  X(003).
                88 FMV-COMISSAO       VALUE 'COM'.
                88 FMV-ESTORNO        VALUE 'EST'.
                88 FMV-BONUS          VALUE 'BON'.
                88 FMV-REEMBOLSO      VALUE 'REE'.
             03 DOC-FMV               PIC  9(009).
             03 PARCELA-FMV           PIC  9(003).
          02 CHAVE-CPAG-FMV           PIC  X(020) VALUE SPACES.
          02 CPF-FMV                  PIC  9(011) VALUE ZEROES.
          02 NATUREZA-FMV             PIC  X(001) VALUE 'P'.
             88 FMV-PROVENTO          VALUE 'P'.
             88 FMV-DESCONTO          VALUE 'D'.
          02 VALOR-FMV                PIC  9(009)v9(002) VALUE ZEROES.
          02 SITUACAO-FMV             PIC  X(001) VALUE 'E'.
             88 FMV-EXPORTADO         VALUE 'E'.
             88 FMV-PAGO              VALUE 'G'.
             88 FMV-RECUSADO          VALUE 'R'.
          02 SEQ-REMESSA-FMV          PIC  9(003) VALUE ZEROES.
          02 DATA-EXPORT-FMV          PIC  9(008) VALUE ZEROES.
          02 DATA-PGTO-FMV            PIC  9(008) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD  ARQFOLHA.
       01  ARQFOLHA-REC             PIC X(120).

       FD  ARQRET.
       01  ARQRET-REC               PIC X(120).

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-CML.
           02 FS-CML-1                PIC 9.
           02 FS-CML-2                PIC 9.
           02 FS-CML-R REDEFINES FS-CML-2 PIC 99 COMP-X.
       01 FS-CPAG.
           02 FS-CPAG-1               PIC 9.
           02 FS-CPAG-2               PIC 9.
           02 FS-CPAG-R REDEFINES FS-CPAG-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-FCT.
           02 FS-FCT-1                PIC 9.
           02 FS-FCT-2                PIC 9.
           02 FS-FCT-R REDEFINES FS-FCT-2 PIC 99 COMP-X.
       01 FS-FMV.
           02 FS-FMV-1                PIC 9.
           02 FS-FMV-2                PIC 9.
           02 FS-FMV-R REDEFINES FS-FMV-2 PIC 99 COMP-X.
       01 FS-FOLHA                    PIC XX VALUE '00'.
       01 FS-RET                      PIC XX VALUE '00'.
       01 FS-REL                      PIC XX VALUE '00'.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WID-ARQ-COMLED              PIC X(50) VALUE 'ARQCOMIS.DAT'.
       01 WID-ARQ-CPAG                PIC X(50) VALUE 'ARQCPAG.DAT'.
       01 WID-ARQ-VENDEDOR.
           02 WID-ARQ-VENDEDOR-1           PIC X(50).
       01 WID-ARQ-FCT                 PIC X(50)
                                      VALUE 'ARQFOLHACTL.DAT'.
       01 WID-ARQ-FMV                 PIC X(50)
                                      VALUE 'ARQFOLHAMOV.DAT'.
       01 WID-ARQ-FOLHA               PIC X(50) VALUE SPACES.
       01 WID-ARQ-RET                 PIC X(50) VALUE SPACES.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WOPCAO-FO            PIC 9 VALUE ZEROES.
       77 WX                   PIC X VALUE SPACES.
       77 WSAIDA-FO            PIC 9 VALUE ZEROES.
       77 WSAIDA-MOV-FO        PIC 9 VALUE ZEROES.
       77 WI-FO                PIC 9(003) VALUE ZEROES.
       77 WJ-FO                PIC 9(003) VALUE ZEROES.
       77 WVEN-OK-FO           PIC 9 VALUE ZEROES.
       77 WERRO-VEN-FO         PIC 9 VALUE ZEROES.
       77 WACHOU-FO            PIC 9 VALUE ZEROES.
       77 WQTD-LINHAS-FO       PIC 9(006) VALUE ZEROES.
       77 WQTD-ERROS-FO        PIC 9(005) VALUE ZEROES.
       77 WQTD-DESFEITOS-FO    PIC 9(005) VALUE ZEROES.
       77 WQTD-PAGOS-FO        PIC 9(005) VALUE ZEROES.
       77 WQTD-RECUSADOS-FO    PIC 9(005) VALUE ZEROES.
       77 WQTD-REJ-RET-FO      PIC 9(005) VALUE ZEROES.
       77 WSEQ-FO              PIC 9(003) VALUE ZEROES.
       01 WFASE-FO             PIC X(001) VALUE SPACES.
      *                       (V=VALIDA, G=GERA, C=CONFERE)
       01 WTITULO-FO           PIC X(030) VALUE SPACES.
       01 WANO-MES-FO          PIC 9(006) VALUE ZEROES.
       01 WDATA-HOJE-FO        PIC 9(008) VALUE ZEROES.
       01 WDATA-PGTO-FO        PIC 9(008) VALUE ZEROES.
       01 WARQ-RET-FO          PIC X(040) VALUE 'FOLHARET.TXT'.

      *-------------DADOS DO LANCAMENTO EM MONTAGEM-----------------
       01 WVEN-FO              PIC 9(007) VALUE ZEROES.
       01 WCPF-FO              PIC 9(011) VALUE ZEROES.
       01 WNOME-FO             PIC X(030) VALUE SPACES.
       01 WSIT-CML-FO          PIC X(001) VALUE SPACES.
       01 WDOC-FO              PIC 9(009) VALUE ZEROES.
       01 WPARC-FO             PIC 9(003) VALUE ZEROES.
       01 WCHAVE-CPAG-FO       PIC X(020) VALUE SPACES.
       01 WRESTA-FO            PIC S9(011)v9(002) VALUE ZEROES.
       01 WVALOR-SINAL-FO      PIC S9(011)v9(002) VALUE ZEROES.
       01 WTOT-MARCADOR-FO     PIC S9(011)v9(002) VALUE ZEROES.
       01 WTOT-LIQ-RAZAO-FO    PIC S9(011)v9(002) VALUE ZEROES.
       01 WTOT-PROV-FO         PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-DESC-FO         PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-DIF-GERAL-FO    PIC S9(011)v9(002) VALUE ZEROES.

      *-------------EVENTOS DA FOLHA--------------------------------
      * 1=COMISSAO BRUTA 2=ESTORNO 3=BONUS DE CAMPANHA 4=REEMBOLSO.
      * SIGLA INTERNA, CODIGO DO EVENTO NO CADASTRO DO FORNECEDOR DA
      * FOLHA E DESCRICAO DO RELATORIO.
       01 WEVENTOS-FO.
          02 FILLER PIC X(027) VALUE 'COM0150COMISSAO           '.
          02 FILLER PIC X(027) VALUE 'EST0520ESTORNO COMISSAO   '.
          02 FILLER PIC X(027) VALUE 'BON0155BONUS CAMPANHA     '.
          02 FILLER PIC X(027) VALUE 'REE0310REEMBOLSO DESPESA  '.
       01 WEVENTOS-FO-R REDEFINES WEVENTOS-FO.
          02 WEVT-FO OCCURS 4 TIMES.
             03 WEVT-SIGLA-FO     PIC X(003).
             03 WEVT-FOLHA-FO     PIC 9(004).
             03 WEVT-DESCR-FO     PIC X(020).

      *    VALORES DO VENDEDOR POR EVENTO E TOTAIS DO PERIODO
       01 WVEN-EVT-FO.
          02 WVEV-FO OCCURS 4 TIMES.
             03 WLED-VEN-FO       PIC S9(011)v9(002).
             03 WPAGO-VEN-FO      PIC S9(011)v9(002).
             03 WPEND-VEN-FO      PIC S9(011)v9(002).
       01 WTOT-EVT-FO.
          02 WTEV-FO OCCURS 4 TIMES.
             03 WTOT-LED-FO       PIC S9(011)v9(002).
             03 WTOT-PAGO-FO      PIC S9(011)v9(002).
             03 WTOT-PEND-FO      PIC S9(011)v9(002).
             03 WTOT-EXP-FO       PIC S9(011)v9(002).
             03 WTOT-DIF-FO       PIC S9(011)v9(002).
       77 WQTD-LINHAS-VEN-FO   PIC 9(005) VALUE ZEROES.

      *    PERIODOS ALCANCADOS PELO RETORNO
       77 WMAX-PER-FO          PIC 9(003) VALUE 12.
       77 WQTD-PER-FO          PIC 9(003) VALUE ZEROES.
       01 WTAB-PER-FO.
          02 WPER-FO OCCURS 12 TIMES PIC 9(006).
      *--------------------------------------------------

      *-------------------------------------
      * LEIAUTE DA FOLHA (POSICIONAL, 120):
      * '0' FOLHAEVENTOS(12) EMPRESA(3) NOME(40) COMPETENCIA(6)
      *     DATA-GERACAO(8) REMESSA(3)
      * '1' CPF(11) MATRICULA(7) COMPETENCIA(6) EVENTO(4)
      *     NATUREZA(1 P/D) VALOR(9V2) REFERENCIA(28) NOME(30)
      *     - NO RETORNO: SITUACAO(1 P=PAGO R=RECUSADO)
      *       DATA-PAGAMENTO(8) MOTIVO(12)
      * '9' QTDE-LINHAS(6) TOTAL-PROVENTOS(11V2) TOTAL-DESCONTOS(11V2)
      *-------------------------------------
       01 WFOL-LINHA-FO            PIC X(120) VALUE SPACES.
       01 WFOL-CAB-FO REDEFINES WFOL-LINHA-FO.
          02 FC-TIPO-FO            PIC X(001).
          02 FC-IDENT-FO           PIC X(012).
          02 FC-EMPRESA-FO         PIC 9(003).
          02 FC-NOME-FO            PIC X(040).
          02 FC-COMPET-FO          PIC 9(006).
          02 FC-DATA-FO            PIC 9(008).
          02 FC-REMESSA-FO         PIC 9(003).
          02 FILLER                PIC X(047).
       01 WFOL-DET-FO REDEFINES WFOL-LINHA-FO.
          02 FD-TIPO-FO            PIC X(001).
          02 FD-CPF-FO             PIC 9(011).
          02 FD-MATRICULA-FO       PIC 9(007).
          02 FD-COMPET-FO          PIC 9(006).
          02 FD-EVENTO-FO          PIC 9(004).
          02 FD-NATUREZA-FO        PIC X(001).
          02 FD-VALOR-FO           PIC 9(009)v9(002).
          02 FD-REFERENCIA-FO      PIC X(028).
          02 FD-NOME-FO            PIC X(030).
          02 FD-SITUACAO-FO        PIC X(001).
          02 FD-DATA-PGTO-FO       PIC X(008).
          02 FD-MOTIVO-FO          PIC X(012).
       01 WFOL-TRL-FO REDEFINES WFOL-LINHA-FO.
          02 FT-TIPO-FO            PIC X(001).
          02 FT-QTDE-FO            PIC 9(006).
          02 FT-PROVENTOS-FO       PIC 9(011)v9(002).
          02 FT-DESCONTOS-FO       PIC 9(011)v9(002).
          02 FILLER                PIC X(087).
       01 WDATA-PGTO-X-FO          PIC X(008) VALUE SPACES.
       01 WDATA-PGTO-N-FO REDEFINES WDATA-PGTO-X-FO PIC 9(008).

      *-------------RELATORIO RELFOLHA------------------------------
       01 WREL-TIT-FO.
          02 RT-TEXTO-FO           PIC X(040) VALUE SPACES.
          02 FILLER                PIC X(010) VALUE ' PERIODO: '.
          02 RT-ANO-MES-FO         PIC 9(006) VALUE ZEROES.
          02 FILLER                PIC X(010) VALUE ' REMESSA: '.
          02 RT-REMESSA-FO         PIC 9(003) VALUE ZEROES.
       01 WREL-VEN-FO.
          02 RV-VEN-FO             PIC 9(007) VALUE ZEROES.
          02 FILLER                PIC X(001) VALUE SPACE.
          02 RV-NOME-FO            PIC X(030) VALUE SPACES.
          02 FILLER                PIC X(001) VALUE SPACE.
          02 RV-EVENTO-FO          PIC X(020) VALUE SPACES.
          02 FILLER                PIC X(001) VALUE SPACE.
          02 RV-VALOR-FO           PIC -ZZZZZZZZ9,99 VALUE ZEROES.
          02 FILLER                PIC X(001) VALUE SPACE.
          02 RV-TEXTO-FO           PIC X(040) VALUE SPACES.
       01 WREL-CAB-CONC-FO.
          02 FILLER PIC X(021) VALUE 'EVENTO'.
          02 FILLER PIC X(014) VALUE '        RAZAO'.
          02 FILLER PIC X(014) VALUE '    PAGO ANT.'.
          02 FILLER PIC X(014) VALUE '  AG.RETORNO'.
          02 FILLER PIC X(014) VALUE '    EXPORTADO'.
          02 FILLER PIC X(014) VALUE '    DIFERENCA'.
       01 WREL-CONC-FO.
          02 RC-EVENTO-FO          PIC X(020) VALUE SPACES.
          02 FILLER                PIC X(001) VALUE SPACE.
          02 RC-LED-FO             PIC -ZZZZZZZZZ9,99 VALUE ZEROES.
          02 RC-PAGO-FO            PIC -ZZZZZZZZZ9,99 VALUE ZEROES.
          02 RC-PEND-FO            PIC -ZZZZZZZZZ9,99 VALUE ZEROES.
          02 RC-EXP-FO             PIC -ZZZZZZZZZ9,99 VALUE ZEROES.
          02 RC-DIF-FO             PIC -ZZZZZZZZZ9,99 VALUE ZEROES.
       01 WREL-RET-FO.
          02 RR-TEXTO-FO           PIC X(030) VALUE SPACES.
          02 FILLER                PIC X(001) VALUE SPACE.
          02 RR-REFERENCIA-FO      PIC X(028) VALUE SPACES.
          02 FILLER                PIC X(001) VALUE SPACE.
          02 RR-VALOR-FO           PIC ZZZZZZZZ9,99 VALUE ZEROES.
          02 FILLER                PIC X(001) VALUE SPACE.
          02 RR-MOTIVO-FO          PIC X(012) VALUE SPACES.

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
          02 WTL-ANO-MES            PIC 9(006).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-REMESSA            PIC 9(003).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-QTDE               PIC 9(006).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-PROVENTOS          PIC 9(011)v9(002).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-DESCONTOS          PIC 9(011)v9(002).

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-OPCAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - FOLHA DE PAGAMENTO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] EXPORTAR PERIODO PARA A FOLHA".
          02 LINE 8 COL 10 VALUE "[2] PROCESSAR RETORNO DA FOLHA".
          02 LINE 9 COL 10 VALUE "[3] CONFERIR PERIODO COM A RAZAO".
          02 LINE 10 COL 10 VALUE "[4] REABRIR PERIODO EXPORTADO".
          02 LINE 11 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-FO AUTO.

       01 TELA-PERIODO-FO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - FOLHA DE PAGAMENTO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 24 PIC X(030) FROM WTITULO-FO.
          02 LINE 7 COL 10 VALUE "PERIODO (AAAAMM)......:".
          02 LINE 7 COL 48 VALUE "(0=SAIR)".
          02 LINE 7 COL 35 PIC 9(006) USING WANO-MES-FO.

       01 TELA-RETORNO-FO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - FOLHA DE PAGAMENTO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 26 VALUE "RETORNO DA FOLHA DE PAGAMENTO".
          02 LINE 7 COL 10 VALUE "ARQUIVO DE RETORNO....:".
          02 LINE 7 COL 35 PIC X(040) USING WARQ-RET-FO.
          02 LINE 9 COL 10 VALUE "(EM BRANCO = SAIR)".

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
      *    (O ARQUIVO VAI PARA O FORNECEDOR REAL DA FOLHA: NADA DISSO
      *     RODA NA EMPRESA DE TREINAMENTO)
           IF LID-EMP-TREINO
              MOVE 'INDISPONIVEL NA EMPRESA DE TREINAMENTO' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO INICIO-EXIT
           END-IF
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-COMLED
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CPAG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FCT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FMV
           MOVE LID-ARQ-VENDEDOR-1 TO WID-ARQ-VENDEDOR-1
           PERFORM ABRE-ARQUIVOS
           MOVE ZEROES TO WOPCAO-FO
           PERFORM UNTIL WOPCAO-FO = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-FO
             WHEN 1
               PERFORM S-EXPORTA
             WHEN 2
               PERFORM S-RETORNO
             WHEN 3
               PERFORM S-CONFERE
             WHEN 4
               PERFORM S-REABRE
             WHEN 6
               CLOSE COMLEDGER CONTASPAG VENDEDORES FOLHACTL FOLHAMOV
           END-EVALUATE
           END-PERFORM.
       INICIO-EXIT.
           EXIT PROGRAM.

      *-------------------------------------
      * EXPORTACAO: SO PERIODO FECHADO NA RAZAO (MARCADOR VENDEDOR
      * ZERO) E AINDA NAO EXPORTADO - OU REABERTO. UMA PRIMEIRA
      * PASSADA VALIDA OS VENDEDORES (CADASTRO E CPF) E A RAZAO
      * CONTRA O TOTAL DO FECHAMENTO; COM ERRO NADA E GERADO.
      *-------------------------------------
       S-EXPORTA SECTION.
       R-EXPORTA-1.
           MOVE 'EXPORTACAO PARA A FOLHA' TO WTITULO-FO
           MOVE ZEROES TO WANO-MES-FO
           DISPLAY TELA-PERIODO-FO
           ACCEPT TELA-PERIODO-FO
           IF WANO-MES-FO NOT = ZEROES
              PERFORM R-EXPORTA-2 THRU R-EXPORTA-FIM
           END-IF.
       R-EXPORTA-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-EXPORTA-ROTINAS SECTION.

       R-EXPORTA-2.
           PERFORM R-LE-MARCADOR-FO
           IF FS-CML NOT = '00'
              MOVE 'COMISSAO DO PERIODO NAO FECHADA' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-EXPORTA-FIM
           END-IF
           MOVE ZEROES TO WSEQ-FO
           MOVE WANO-MES-FO TO ANO-MES-FCT
           READ FOLHACTL
           IF FS-FCT = '00'
              IF NOT FCT-REABERTO
                 MOVE 'PERIODO JA EXPORTADO EM ' TO WTXT
                 MOVE DATA-EXPORT-FCT TO WTXT(25:8)
                 PERFORM R-MOSTRA-MENSAGEM
                 GO TO R-EXPORTA-FIM
              END-IF
              MOVE SEQ-REMESSA-FCT TO WSEQ-FO
           END-IF
           ADD 1 TO WSEQ-FO
           MOVE 'CONFIRMA A EXPORTACAO ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-EXPORTA-FIM
           END-IF
           ACCEPT WDATA-HOJE-FO FROM DATE YYYYMMDD
      *    (LANCAMENTOS DE UMA EXPORTACAO INTERROMPIDA, SEM O
      *     CONTROLE GRAVADO, SAO DESFEITOS ANTES DE APURAR)
           PERFORM R-LIMPA-PENDENTES-FO
           MOVE 'EXPORTACAO PARA A FOLHA' TO RT-TEXTO-FO
           PERFORM R-ABRE-RELATORIO-FO
           MOVE 'V' TO WFASE-FO
           PERFORM R-APURA-PERIODO-FO
           IF WTOT-LIQ-RAZAO-FO NOT = WTOT-MARCADOR-FO
              ADD 1 TO WQTD-ERROS-FO
              MOVE ZEROES TO RV-VEN-FO
              MOVE SPACES TO RV-NOME-FO
              MOVE 'TOTAL DO FECHAMENTO' TO RV-EVENTO-FO
              MOVE WTOT-MARCADOR-FO TO RV-VALOR-FO
              MOVE 'RAZAO ALTERADA APOS O FECHAMENTO' TO RV-TEXTO-FO
              MOVE WREL-VEN-FO TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           IF WQTD-ERROS-FO NOT = ZEROES
              MOVE 'EXPORTACAO RECUSADA - CORRIJA AS PENDENCIAS'
                TO ARQREL-DATA-01
              WRITE ARQREL-REC
              CLOSE ARQREL
              MOVE 'EXPORTACAO RECUSADA - VER RELFOLHA ERROS: ' TO WTXT
              MOVE WQTD-ERROS-FO TO WTXT(43:5)
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-EXPORTA-FIM
           END-IF
           MOVE SPACES TO WID-ARQ-FOLHA
           STRING 'FOLHA-' WANO-MES-FO '-' WSEQ-FO '.TXT'
              DELIMITED BY SIZE INTO WID-ARQ-FOLHA
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FOLHA
           OPEN OUTPUT ARQFOLHA
           IF FS-FOLHA NOT = '00'
              CLOSE ARQREL
              MOVE 'ERRO NA CRIACAO DO ARQUIVO DA FOLHA ST ' TO WTXT
              MOVE FS-FOLHA TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-EXPORTA-FIM
           END-IF
           MOVE SPACES             TO WFOL-LINHA-FO
           MOVE '0'                TO FC-TIPO-FO
           MOVE 'FOLHAEVENTOS'     TO FC-IDENT-FO
           MOVE LID-EMPRESA-1      TO FC-EMPRESA-FO
           MOVE LID-EMPRESA-NOME-1 TO FC-NOME-FO
           MOVE WANO-MES-FO        TO FC-COMPET-FO
           MOVE WDATA-HOJE-FO      TO FC-DATA-FO
           MOVE WSEQ-FO            TO FC-REMESSA-FO
           MOVE WFOL-LINHA-FO TO ARQFOLHA-REC
           WRITE ARQFOLHA-REC
           MOVE 'G' TO WFASE-FO
           PERFORM R-APURA-PERIODO-FO
           MOVE SPACES          TO WFOL-LINHA-FO
           MOVE '9'             TO FT-TIPO-FO
           MOVE WQTD-LINHAS-FO  TO FT-QTDE-FO
           MOVE WTOT-PROV-FO    TO FT-PROVENTOS-FO
           MOVE WTOT-DESC-FO    TO FT-DESCONTOS-FO
           MOVE WFOL-LINHA-FO TO ARQFOLHA-REC
           WRITE ARQFOLHA-REC
           CLOSE ARQFOLHA
           PERFORM R-GRAVA-CONTROLE-FO
           PERFORM R-IMPRIME-CONCILIACAO-FO
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'ARQUIVO GERADO: ' WID-ARQ-FOLHA
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL
           MOVE 'FL-EXPOR' TO WTL-OPERACAO
           PERFORM R-GRAVA-LOG
           MOVE SPACES TO WTXT
           STRING 'EXPORTADOS ' WQTD-LINHAS-FO
                  ' LANCAMENTO(S) - VER RELFOLHA'
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-EXPORTA-FIM.
           EXIT.

       R-GRAVA-CONTROLE-FO.
           MOVE WANO-MES-FO TO ANO-MES-FCT
           READ FOLHACTL
           IF FS-FCT NOT = '00'
              INITIALIZE REGISTRO-FOLHACTL
              MOVE WANO-MES-FO TO ANO-MES-FCT
           END-IF
           MOVE 'E'            TO SITUACAO-FCT
           MOVE WSEQ-FO        TO SEQ-REMESSA-FCT
           MOVE WDATA-HOJE-FO  TO DATA-EXPORT-FCT
           MOVE LID-OPERADOR-1 TO OPER-EXPORT-FCT
           MOVE WQTD-LINHAS-FO TO QTD-LINHAS-FCT
           MOVE WTOT-PROV-FO   TO TOTAL-PROV-FCT
           MOVE WTOT-DESC-FO   TO TOTAL-DESC-FCT
           IF FS-FCT = '00'
              REWRITE REGISTRO-FOLHACTL
           ELSE
              WRITE REGISTRO-FOLHACTL
           END-IF.

      *-------------------------------------
      * CONFERENCIA SOB DEMANDA: MESMA APURACAO DA EXPORTACAO, SEM
      * GRAVAR NADA. O QUE A RAZAO TEM E NAO FOI PAGO NEM ESTA
      * AGUARDANDO RETORNO APARECE COMO DIFERENCA, POR VENDEDOR E
      * NO TOTAL DO EVENTO (BONUS LANCADO DEPOIS DA EXPORTACAO,
      * LANCAMENTO RECUSADO PELA FOLHA...).
      *-------------------------------------
       S-CONFERE SECTION.
       R-CONFERE-1.
           MOVE 'CONFERENCIA COM A RAZAO' TO WTITULO-FO
           MOVE ZEROES TO WANO-MES-FO
           DISPLAY TELA-PERIODO-FO
           ACCEPT TELA-PERIODO-FO
           IF WANO-MES-FO NOT = ZEROES
              PERFORM R-CONFERE-2 THRU R-CONFERE-FIM
           END-IF.
       R-CONFERE-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-CONFERE-ROTINAS SECTION.

       R-CONFERE-2.
           PERFORM R-LE-MARCADOR-FO
           IF FS-CML NOT = '00'
              MOVE 'COMISSAO DO PERIODO NAO FECHADA' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-CONFERE-FIM
           END-IF
           MOVE ZEROES TO WSEQ-FO
           MOVE WANO-MES-FO TO ANO-MES-FCT
           READ FOLHACTL
           IF FS-FCT = '00'
              MOVE SEQ-REMESSA-FCT TO WSEQ-FO
           END-IF
           ACCEPT WDATA-HOJE-FO FROM DATE YYYYMMDD
           MOVE 'CONFERENCIA FOLHA X RAZAO' TO RT-TEXTO-FO
           PERFORM R-ABRE-RELATORIO-FO
           MOVE 'C' TO WFASE-FO
           PERFORM R-APURA-PERIODO-FO
           PERFORM R-IMPRIME-CONCILIACAO-FO
           IF WTOT-LIQ-RAZAO-FO NOT = WTOT-MARCADOR-FO
              MOVE 'ATENCAO: RAZAO ALTERADA APOS O FECHAMENTO'
                TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           CLOSE ARQREL
           IF WTOT-DIF-GERAL-FO = ZEROES
              MOVE 'PERIODO CONFERE COM A RAZAO' TO WTXT
           ELSE
              MOVE 'HA DIFERENCA COM A RAZAO - VER RELFOLHA' TO WTXT
           END-IF
           PERFORM R-MOSTRA-MENSAGEM.
       R-CONFERE-FIM.
           EXIT.

      *-------------------------------------
      * REABERTURA: DESFAZ OS LANCAMENTOS DO PERIODO QUE AINDA
      * AGUARDAM RETORNO (OS PAGOS E OS RECUSADOS FICAM) E LIBERA
      * NOVA EXPORTACAO, QUE SAI COM O NUMERO DE REMESSA SEGUINTE E
      * SO COM O QUE FALTA PAGAR. A REMESSA ANTERIOR TEM DE SER
      * CANCELADA JUNTO AO FORNECEDOR DA FOLHA.
      *-------------------------------------
       S-REABRE SECTION.
       R-REABRE-1.
           MOVE 'REABERTURA DE PERIODO' TO WTITULO-FO
           MOVE ZEROES TO WANO-MES-FO
           DISPLAY TELA-PERIODO-FO
           ACCEPT TELA-PERIODO-FO
           IF WANO-MES-FO NOT = ZEROES
              PERFORM R-REABRE-2 THRU R-REABRE-FIM
           END-IF.
       R-REABRE-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-REABRE-ROTINAS SECTION.

       R-REABRE-2.
           MOVE WANO-MES-FO TO ANO-MES-FCT
           READ FOLHACTL
           IF FS-FCT NOT = '00'
              MOVE 'PERIODO NAO EXPORTADO' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-REABRE-FIM
           END-IF
           IF FCT-REABERTO
              MOVE 'PERIODO JA REABERTO EM ' TO WTXT
              MOVE DATA-REABRE-FCT TO WTXT(24:8)
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-REABRE-FIM
           END-IF
           IF FCT-PAGO
              MOVE 'PERIODO TODO PAGO PELA FOLHA EM ' TO WTXT
              MOVE DATA-RETORNO-FCT TO WTXT(33:8)
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-REABRE-FIM
           END-IF
           MOVE 'CONFIRMA A REABERTURA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO R-REABRE-FIM
           END-IF
           ACCEPT WDATA-HOJE-FO FROM DATE YYYYMMDD
           PERFORM R-LIMPA-PENDENTES-FO
           MOVE WANO-MES-FO TO ANO-MES-FCT
           READ FOLHACTL
           MOVE 'R'            TO SITUACAO-FCT
           MOVE WDATA-HOJE-FO  TO DATA-REABRE-FCT
           MOVE LID-OPERADOR-1 TO OPER-REABRE-FCT
           REWRITE REGISTRO-FOLHACTL
           MOVE SEQ-REMESSA-FCT   TO WSEQ-FO
           MOVE WQTD-DESFEITOS-FO TO WQTD-LINHAS-FO
           MOVE ZEROES TO WTOT-PROV-FO WTOT-DESC-FO
           MOVE 'FL-REABR' TO WTL-OPERACAO
           PERFORM R-GRAVA-LOG
           MOVE SPACES TO WTXT
           STRING 'PERIODO REABERTO - DESFEITOS: ' WQTD-DESFEITOS-FO
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-REABRE-FIM.
           EXIT.

      *-------------------------------------
      * RETORNO DA FOLHA: CADA DETALHE VOLTA COM A REFERENCIA DO
      * LANCAMENTO. SITUACAO 'P' BAIXA O LANCAMENTO (E A RAZAO OU O
      * TITULO DE REEMBOLSO), 'R' MARCA COMO RECUSADO. CPF OU VALOR
      * DIFERENTE DO ENVIADO NAO BAIXA - VAI PARA O RELATORIO.
      *-------------------------------------
       S-RETORNO SECTION.
       R-RETORNO-1.
           MOVE 'FOLHARET.TXT' TO WARQ-RET-FO
           DISPLAY TELA-RETORNO-FO
           ACCEPT TELA-RETORNO-FO
           IF WARQ-RET-FO NOT = SPACES
              PERFORM R-RETORNO-2 THRU R-RETORNO-FIM
           END-IF.
       R-RETORNO-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-RETORNO-ROTINAS SECTION.

       R-RETORNO-2.
           MOVE WARQ-RET-FO TO WID-ARQ-RET
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-RET
           OPEN INPUT ARQRET
           IF FS-RET NOT = '00'
              MOVE 'ERRO NA ABERTURA DO RETORNO ST ' TO WTXT
              MOVE FS-RET TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-RETORNO-FIM
           END-IF
           ACCEPT WDATA-HOJE-FO FROM DATE YYYYMMDD
           MOVE ZEROES TO WANO-MES-FO WSEQ-FO
           MOVE 'RETORNO DA FOLHA' TO RT-TEXTO-FO
           PERFORM R-ABRE-RELATORIO-FO
           MOVE ZEROES TO WQTD-PAGOS-FO WQTD-RECUSADOS-FO
                          WQTD-REJ-RET-FO WQTD-PER-FO
                          WTOT-PROV-FO WTOT-DESC-FO
           MOVE 0 TO WSAIDA-FO
           PERFORM R-LE-RETORNO-FO UNTIL WSAIDA-FO = 1
           CLOSE ARQRET
           PERFORM R-ATUALIZA-CONTROLE-FO
              VARYING WJ-FO FROM 1 BY 1 UNTIL WJ-FO > WQTD-PER-FO
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'PAGOS: ' WQTD-PAGOS-FO
                  '  RECUSADOS: ' WQTD-RECUSADOS-FO
                  '  NAO BAIXADOS: ' WQTD-REJ-RET-FO
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL
           MOVE WQTD-PAGOS-FO TO WQTD-LINHAS-FO
           MOVE 'FL-RETOR' TO WTL-OPERACAO
           PERFORM R-GRAVA-LOG
           MOVE SPACES TO WTXT
           STRING 'PAGOS ' WQTD-PAGOS-FO
                  ' RECUSADOS ' WQTD-RECUSADOS-FO
                  ' NAO BAIXADOS ' WQTD-REJ-RET-FO
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-RETORNO-FIM.
           EXIT.

       R-LE-RETORNO-FO.
           READ ARQRET INTO WFOL-LINHA-FO
              AT END MOVE 1 TO WSAIDA-FO
           END-READ
           IF WSAIDA-FO = ZERO AND FD-TIPO-FO = '1'
              PERFORM R-TRATA-RETORNO-FO THRU R-TRATA-RETORNO-FO-FIM
           END-IF.

       R-TRATA-RETORNO-FO.
           MOVE FD-REFERENCIA-FO TO RR-REFERENCIA-FO
           MOVE FD-MOTIVO-FO     TO RR-MOTIVO-FO
           MOVE ZEROES           TO RR-VALOR-FO
           IF FD-VALOR-FO IS NUMERIC
              MOVE FD-VALOR-FO TO RR-VALOR-FO
           END-IF
           MOVE FD-REFERENCIA-FO TO CHAVE-FMV
           READ FOLHAMOV
           IF FS-FMV NOT = '00'
              MOVE 'REFERENCIA SEM LANCAMENTO' TO RR-TEXTO-FO
              PERFORM R-GRAVA-LINHA-RET-FO
              GO TO R-TRATA-RETORNO-FO-FIM
           END-IF
           IF NOT FMV-EXPORTADO
              MOVE 'LANCAMENTO JA BAIXADO' TO RR-TEXTO-FO
              PERFORM R-GRAVA-LINHA-RET-FO
              GO TO R-TRATA-RETORNO-FO-FIM
           END-IF
           IF FD-CPF-FO IS NOT NUMERIC OR
              FD-VALOR-FO IS NOT NUMERIC
              MOVE 'CPF OU VALOR INVALIDO' TO RR-TEXTO-FO
              PERFORM R-GRAVA-LINHA-RET-FO
              GO TO R-TRATA-RETORNO-FO-FIM
           END-IF
           IF FD-CPF-FO NOT = CPF-FMV OR
              FD-VALOR-FO NOT = VALOR-FMV
              MOVE 'CPF OU VALOR DIFERE DO ENVIADO' TO RR-TEXTO-FO
              PERFORM R-GRAVA-LINHA-RET-FO
              GO TO R-TRATA-RETORNO-FO-FIM
           END-IF
           EVALUATE FD-SITUACAO-FO
              WHEN 'P'
                 PERFORM R-BAIXA-LANCTO-FO
              WHEN 'R'
                 MOVE 'R' TO SITUACAO-FMV
                 REWRITE REGISTRO-FOLHAMOV
                 ADD 1 TO WQTD-RECUSADOS-FO
                 MOVE 'RECUSADO PELA FOLHA' TO RR-TEXTO-FO
                 MOVE WREL-RET-FO TO ARQREL-DATA-01
                 WRITE ARQREL-REC
              WHEN OTHER
                 MOVE 'SITUACAO DE RETORNO INVALIDA' TO RR-TEXTO-FO
                 PERFORM R-GRAVA-LINHA-RET-FO
                 GO TO R-TRATA-RETORNO-FO-FIM
           END-EVALUATE
           PERFORM R-ANOTA-PERIODO-FO.
       R-TRATA-RETORNO-FO-FIM.
           EXIT.

       R-GRAVA-LINHA-RET-FO.
           ADD 1 TO WQTD-REJ-RET-FO
           MOVE WREL-RET-FO TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-BAIXA-LANCTO-FO.
           MOVE FD-DATA-PGTO-FO TO WDATA-PGTO-X-FO
           IF WDATA-PGTO-X-FO IS NUMERIC AND
              WDATA-PGTO-N-FO NOT = ZEROES
              MOVE WDATA-PGTO-N-FO TO WDATA-PGTO-FO
           ELSE
              MOVE WDATA-HOJE-FO TO WDATA-PGTO-FO
           END-IF
           MOVE 'G'           TO SITUACAO-FMV
           MOVE WDATA-PGTO-FO TO DATA-PGTO-FMV
           REWRITE REGISTRO-FOLHAMOV
           ADD 1 TO WQTD-PAGOS-FO
           IF FMV-PROVENTO
              ADD VALOR-FMV TO WTOT-PROV-FO
           ELSE
              ADD VALOR-FMV TO WTOT-DESC-FO
           END-IF
           MOVE 'PAGO PELA FOLHA' TO RR-TEXTO-FO
           IF FMV-REEMBOLSO
              PERFORM R-QUITA-REEMBOLSO-FO
           ELSE
              PERFORM R-CONFERE-VEN-PAGO-FO
           END-IF
           MOVE WREL-RET-FO TO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *    (TITULO BAIXADO A MAO NO CONTAS A PAGAR DEPOIS DE ENVIADO
      *     FICA SO NO RELATORIO - O PAGAMENTO EM DUPLICIDADE E
      *     TRATADO PELO FINANCEIRO)
       R-QUITA-REEMBOLSO-FO.
           MOVE CHAVE-CPAG-FMV TO CHAVE-CPAG
           READ CONTASPAG
           IF FS-CPAG NOT = '00'
              MOVE 'PAGO - TITULO NAO ENCONTRADO' TO RR-TEXTO-FO
           ELSE
              IF NOT CPAG-ABERTO OR SALDO-CPAG = ZEROES
                 MOVE 'PAGO - TITULO JA QUITADO' TO RR-TEXTO-FO
              ELSE
                 IF VALOR-FMV > SALDO-CPAG
                    MOVE ZEROES TO SALDO-CPAG
                 ELSE
                    SUBTRACT VALOR-FMV FROM SALDO-CPAG
                 END-IF
                 MOVE WDATA-PGTO-FO TO DATA-ULT-PGTO-CPAG
                 IF SALDO-CPAG = ZEROES
                    MOVE 'Q' TO SITUACAO-CPAG
                 END-IF
                 REWRITE REGISTRO-CONTASPAG
              END-IF
           END-IF.

      *-------------------------------------
      * A RAZAO DO VENDEDOR NO PERIODO SO PASSA A PAGA QUANDO NENHUM
      * EVENTO DE COMISSAO DELE AGUARDA MAIS RETORNO.
      *-------------------------------------
       R-CONFERE-VEN-PAGO-FO.
           MOVE CODIGO-VEN-FMV TO WVEN-FO
           MOVE ANO-MES-FMV    TO WANO-MES-FO
           MOVE ZEROES TO WACHOU-FO
           PERFORM R-POSICIONA-MOV-VEN-FO
           PERFORM R-CONFERE-VEN-PAGO-1 UNTIL WSAIDA-MOV-FO = 1
           IF WACHOU-FO = ZEROES
              MOVE WVEN-FO     TO CODIGO-VEN-CML
              MOVE WANO-MES-FO TO ANO-MES-CML
              READ COMLEDGER
              IF FS-CML = '00' AND CML-PENDENTE
                 MOVE 'G'           TO SITUACAO-CML
                 MOVE WDATA-PGTO-FO TO DATA-PAGAMENTO-CML
                 REWRITE REGISTRO-COMLEDGER
                 MOVE 'PAGO - RAZAO DO VENDEDOR QUITADA'
                   TO RR-TEXTO-FO
              END-IF
           END-IF.

       R-CONFERE-VEN-PAGO-1.
           READ FOLHAMOV NEXT
           IF FS-FMV NOT = '00' OR
              ANO-MES-FMV NOT = WANO-MES-FO OR
              CODIGO-VEN-FMV NOT = WVEN-FO
              MOVE 1 TO WSAIDA-MOV-FO
           ELSE
              IF NOT FMV-REEMBOLSO AND FMV-EXPORTADO
                 MOVE 1 TO WACHOU-FO
              END-IF
           END-IF.

       R-ANOTA-PERIODO-FO.
           MOVE ZEROES TO WACHOU-FO
           PERFORM R-ANOTA-PERIODO-1
              VARYING WI-FO FROM 1 BY 1 UNTIL WI-FO > WQTD-PER-FO
           IF WACHOU-FO = ZEROES AND WQTD-PER-FO < WMAX-PER-FO
              ADD 1 TO WQTD-PER-FO
              MOVE FD-REFERENCIA-FO(1:6) TO WPER-FO(WQTD-PER-FO)
           END-IF.

       R-ANOTA-PERIODO-1.
           IF WPER-FO(WI-FO) = FD-REFERENCIA-FO(1:6)
              MOVE 1 TO WACHOU-FO
           END-IF.

      *    (PERIODO SEM NENHUM LANCAMENTO AGUARDANDO OU RECUSADO
      *     PASSA A PAGO; SENAO SEGUE EXPORTADO, COM A DATA DO
      *     ULTIMO RETORNO)
       R-ATUALIZA-CONTROLE-FO.
           MOVE WPER-FO(WJ-FO) TO WANO-MES-FO
           MOVE ZEROES TO WACHOU-FO
           MOVE WANO-MES-FO TO ANO-MES-FMV
           MOVE ZEROES      TO CODIGO-VEN-FMV DOC-FMV PARCELA-FMV
           MOVE LOW-VALUES  TO EVENTO-FMV
           START FOLHAMOV KEY IS NOT LESS THAN CHAVE-FMV
           MOVE 0 TO WSAIDA-MOV-FO
           IF FS-FMV NOT = '00'
              MOVE 1 TO WSAIDA-MOV-FO
           END-IF
           PERFORM R-ATUALIZA-CONTROLE-1 UNTIL WSAIDA-MOV-FO = 1
           MOVE WANO-MES-FO TO ANO-MES-FCT
           READ FOLHACTL
           IF FS-FCT = '00'
              MOVE WDATA-HOJE-FO TO DATA-RETORNO-FCT
              IF WACHOU-FO = ZEROES
                 MOVE 'G' TO SITUACAO-FCT
              END-IF
              REWRITE REGISTRO-FOLHACTL
           END-IF.

       R-ATUALIZA-CONTROLE-1.
           READ FOLHAMOV NEXT
           IF FS-FMV NOT = '00' OR ANO-MES-FMV NOT = WANO-MES-FO
              MOVE 1 TO WSAIDA-MOV-FO
           ELSE
              IF NOT FMV-PAGO
                 MOVE 1 TO WACHOU-FO
              END-IF
           END-IF.

      *-------------------------------------
      * APURACAO DO PERIODO, NAS TRES FASES: POR VENDEDOR DA RAZAO,
      * O VALOR DE CADA EVENTO MENOS O JA PAGO E O QUE AGUARDA
      * RETORNO; DEPOIS OS REEMBOLSOS APROVADOS EM ABERTO EMITIDOS
      * ATE O FIM DO PERIODO E AINDA NAO ENVIADOS.
      *-------------------------------------
       S-APURACAO SECTION.

       R-APURA-PERIODO-FO.
           INITIALIZE WTOT-EVT-FO
           MOVE ZEROES TO WTOT-LIQ-RAZAO-FO WQTD-ERROS-FO
                          WQTD-LINHAS-FO WTOT-PROV-FO WTOT-DESC-FO
                          WTOT-DIF-GERAL-FO
           MOVE ZEROES TO CHAVE-CML
           START COMLEDGER KEY IS NOT LESS THAN CHAVE-CML
           IF FS-CML = '00'
              PERFORM R-APURA-VEN-FO UNTIL FS-CML NOT = '00'
           END-IF
           PERFORM R-SOMA-REEMB-PERIODO-FO
           MOVE LOW-VALUES TO CHAVE-CPAG
           MOVE 'V'        TO TIPO-CRED-CPAG
           START CONTASPAG KEY IS NOT LESS THAN CHAVE-CPAG
           MOVE 0 TO WSAIDA-FO
           IF FS-CPAG NOT = '00'
              MOVE 1 TO WSAIDA-FO
           END-IF
           PERFORM R-APURA-REEMB-FO UNTIL WSAIDA-FO = 1.

       R-APURA-VEN-FO.
           READ COMLEDGER NEXT
           IF FS-CML = '00'
              IF CODIGO-VEN-CML NOT = ZEROES AND
                 ANO-MES-CML = WANO-MES-FO
                 PERFORM R-APURA-VEN-1-FO
              END-IF
           END-IF.

       R-APURA-VEN-1-FO.
           INITIALIZE WVEN-EVT-FO
           COMPUTE WLED-VEN-FO(1) =
                   VALOR-COMISSAO-CML - VALOR-ESTORNO-CML
           MOVE VALOR-ESTORNO-CML TO WLED-VEN-FO(2)
           MOVE VALOR-BONUS-CML   TO WLED-VEN-FO(3)
           ADD VALOR-COMISSAO-CML TO WTOT-LIQ-RAZAO-FO
           MOVE CODIGO-VEN-CML TO WVEN-FO
           MOVE SITUACAO-CML   TO WSIT-CML-FO
           MOVE ZEROES TO WQTD-LINHAS-VEN-FO
           PERFORM R-POSICIONA-MOV-VEN-FO
           PERFORM R-SOMA-MOV-VEN-FO UNTIL WSAIDA-MOV-FO = 1
      *    (RAZAO BAIXADA A MAO NO ExeComissao, SEM LANCAMENTO PAGO
      *     OU AGUARDANDO NA FOLHA: TUDO CONTA COMO JA PAGO)
           IF WSIT-CML-FO = 'G' AND WQTD-LINHAS-VEN-FO = ZEROES
              MOVE WLED-VEN-FO(1) TO WPAGO-VEN-FO(1)
              MOVE WLED-VEN-FO(2) TO WPAGO-VEN-FO(2)
              MOVE WLED-VEN-FO(3) TO WPAGO-VEN-FO(3)
           END-IF
           MOVE ZEROES TO WVEN-OK-FO WERRO-VEN-FO
           IF WFASE-FO NOT = 'C'
              PERFORM R-LE-VEN-FO
           END-IF
           MOVE ZEROES TO WPARC-FO
           MOVE WSEQ-FO TO WDOC-FO
           MOVE SPACES TO WCHAVE-CPAG-FO
           PERFORM R-APURA-EVENTO-FO
              VARYING WI-FO FROM 1 BY 1 UNTIL WI-FO > 3.

       R-POSICIONA-MOV-VEN-FO.
           MOVE WANO-MES-FO TO ANO-MES-FMV
           MOVE WVEN-FO     TO CODIGO-VEN-FMV
           MOVE LOW-VALUES  TO EVENTO-FMV
           MOVE ZEROES      TO DOC-FMV PARCELA-FMV
           START FOLHAMOV KEY IS NOT LESS THAN CHAVE-FMV
           MOVE 0 TO WSAIDA-MOV-FO
           IF FS-FMV NOT = '00'
              MOVE 1 TO WSAIDA-MOV-FO
           END-IF.

      *    (SO OS EVENTOS DE COMISSAO; RECUSADO NAO CONTA COMO PAGO
      *     NEM COMO AGUARDANDO E VOLTA A SAIR NA REEXPORTACAO)
       R-SOMA-MOV-VEN-FO.
           READ FOLHAMOV NEXT
           IF FS-FMV NOT = '00' OR
              ANO-MES-FMV NOT = WANO-MES-FO OR
              CODIGO-VEN-FMV NOT = WVEN-FO
              MOVE 1 TO WSAIDA-MOV-FO
           ELSE
              MOVE ZEROES TO WI-FO
              EVALUATE TRUE
                 WHEN FMV-COMISSAO MOVE 1 TO WI-FO
                 WHEN FMV-ESTORNO  MOVE 2 TO WI-FO
                 WHEN FMV-BONUS    MOVE 3 TO WI-FO
              END-EVALUATE
              IF WI-FO NOT = ZEROES AND NOT FMV-RECUSADO
                 ADD 1 TO WQTD-LINHAS-VEN-FO
                 IF FMV-PROVENTO
                    MOVE VALOR-FMV TO WVALOR-SINAL-FO
                 ELSE
                    COMPUTE WVALOR-SINAL-FO = ZEROES - VALOR-FMV
                 END-IF
                 IF FMV-PAGO
                    ADD WVALOR-SINAL-FO TO WPAGO-VEN-FO(WI-FO)
                 ELSE
                    ADD WVALOR-SINAL-FO TO WPEND-VEN-FO(WI-FO)
                 END-IF
              END-IF
           END-IF.

       R-LE-VEN-FO.
           MOVE WVEN-FO TO CODIGO-VEN
           READ VENDEDORES KEY IS CODIGO-VEN
           IF FS-VEN = '00'
              MOVE CPF-VEN  TO WCPF-FO
              MOVE NOME-VEN TO WNOME-FO
              IF CPF-VEN NOT = ZEROES
                 MOVE 1 TO WVEN-OK-FO
              END-IF
           ELSE
              MOVE ZEROES TO WCPF-FO
              MOVE SPACES TO WNOME-FO
           END-IF.

       R-APURA-EVENTO-FO.
           ADD WLED-VEN-FO(WI-FO)  TO WTOT-LED-FO(WI-FO)
           ADD WPAGO-VEN-FO(WI-FO) TO WTOT-PAGO-FO(WI-FO)
           ADD WPEND-VEN-FO(WI-FO) TO WTOT-PEND-FO(WI-FO)
           COMPUTE WRESTA-FO = WLED-VEN-FO(WI-FO)
                             - WPAGO-VEN-FO(WI-FO)
                             - WPEND-VEN-FO(WI-FO)
           IF WRESTA-FO NOT = ZEROES
              PERFORM R-TRATA-RESTANTE-FO
           END-IF.

      *    (VALOR DO EVENTO AINDA NAO ENVIADO, CONFORME A FASE)
       R-TRATA-RESTANTE-FO.
           EVALUATE WFASE-FO
              WHEN 'C'
                 ADD WRESTA-FO TO WTOT-DIF-FO(WI-FO)
                 MOVE WVEN-FO            TO RV-VEN-FO
                 MOVE SPACES             TO RV-NOME-FO
                 MOVE WEVT-DESCR-FO(WI-FO) TO RV-EVENTO-FO
                 MOVE WRESTA-FO          TO RV-VALOR-FO
                 MOVE 'NAO ENVIADO A FOLHA' TO RV-TEXTO-FO
                 MOVE WREL-VEN-FO TO ARQREL-DATA-01
                 WRITE ARQREL-REC
              WHEN 'V'
                 IF WVEN-OK-FO = ZEROES AND WERRO-VEN-FO = ZEROES
                    MOVE 1 TO WERRO-VEN-FO
                    PERFORM R-REPORTA-VEN-FO
                 END-IF
              WHEN 'G'
                 PERFORM R-GRAVA-LANCTO-FO
           END-EVALUATE.

       R-REPORTA-VEN-FO.
           ADD 1 TO WQTD-ERROS-FO
           MOVE WVEN-FO              TO RV-VEN-FO
           MOVE WNOME-FO             TO RV-NOME-FO
           MOVE WEVT-DESCR-FO(WI-FO) TO RV-EVENTO-FO
           MOVE WRESTA-FO            TO RV-VALOR-FO
           IF WNOME-FO = SPACES
              MOVE 'VENDEDOR NAO CADASTRADO' TO RV-TEXTO-FO
           ELSE
              MOVE 'VENDEDOR SEM CPF NO CADASTRO' TO RV-TEXTO-FO
           END-IF
           MOVE WREL-VEN-FO TO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *-------------------------------------
      * UM LANCAMENTO: REGISTRO NO ARQFOLHAMOV E DETALHE NO ARQUIVO
      * DA FOLHA. VALOR NEGATIVO SAI COMO DESCONTO.
      *-------------------------------------
       R-GRAVA-LANCTO-FO.
           INITIALIZE REGISTRO-FOLHAMOV
           MOVE WANO-MES-FO          TO ANO-MES-FMV
           MOVE WVEN-FO              TO CODIGO-VEN-FMV
           MOVE WEVT-SIGLA-FO(WI-FO) TO EVENTO-FMV
           MOVE WDOC-FO              TO DOC-FMV
           MOVE WPARC-FO             TO PARCELA-FMV
           MOVE WCHAVE-CPAG-FO       TO CHAVE-CPAG-FMV
           MOVE WCPF-FO              TO CPF-FMV
           IF WRESTA-FO > ZEROES
              MOVE 'P' TO NATUREZA-FMV
              MOVE WRESTA-FO TO VALOR-FMV
              ADD WRESTA-FO TO WTOT-PROV-FO
           ELSE
              MOVE 'D' TO NATUREZA-FMV
              COMPUTE VALOR-FMV = ZEROES - WRESTA-FO
              ADD VALOR-FMV TO WTOT-DESC-FO
           END-IF
           MOVE 'E'                  TO SITUACAO-FMV
           MOVE WSEQ-FO              TO SEQ-REMESSA-FMV
           MOVE WDATA-HOJE-FO        TO DATA-EXPORT-FMV
           MOVE ZEROES               TO DATA-PGTO-FMV
           WRITE REGISTRO-FOLHAMOV
           ADD WRESTA-FO TO WTOT-EXP-FO(WI-FO)
           MOVE SPACES               TO WFOL-LINHA-FO
           MOVE '1'                  TO FD-TIPO-FO
           MOVE WCPF-FO              TO FD-CPF-FO
           MOVE WVEN-FO              TO FD-MATRICULA-FO
           MOVE WANO-MES-FO          TO FD-COMPET-FO
           MOVE WEVT-FOLHA-FO(WI-FO) TO FD-EVENTO-FO
           MOVE NATUREZA-FMV         TO FD-NATUREZA-FO
           MOVE VALOR-FMV            TO FD-VALOR-FO
           MOVE CHAVE-FMV            TO FD-REFERENCIA-FO
           MOVE WNOME-FO             TO FD-NOME-FO
           MOVE WFOL-LINHA-FO TO ARQFOLHA-REC
           WRITE ARQFOLHA-REC
           ADD 1 TO WQTD-LINHAS-FO.

      *    (REEMBOLSOS JA ENVIADOS NESTE PERIODO: PAGOS E AGUARDANDO
      *     ENTRAM NA CONFERENCIA PELOS PROPRIOS LANCAMENTOS)
       R-SOMA-REEMB-PERIODO-FO.
           MOVE WANO-MES-FO TO ANO-MES-FMV
           MOVE ZEROES      TO CODIGO-VEN-FMV DOC-FMV PARCELA-FMV
           MOVE LOW-VALUES  TO EVENTO-FMV
           START FOLHAMOV KEY IS NOT LESS THAN CHAVE-FMV
           MOVE 0 TO WSAIDA-MOV-FO
           IF FS-FMV NOT = '00'
              MOVE 1 TO WSAIDA-MOV-FO
           END-IF
           PERFORM R-SOMA-REEMB-PERIODO-1 UNTIL WSAIDA-MOV-FO = 1.

       R-SOMA-REEMB-PERIODO-1.
           READ FOLHAMOV NEXT
           IF FS-FMV NOT = '00' OR ANO-MES-FMV NOT = WANO-MES-FO
              MOVE 1 TO WSAIDA-MOV-FO
           ELSE
              IF FMV-REEMBOLSO AND NOT FMV-RECUSADO
                 ADD VALOR-FMV TO WTOT-LED-FO(4)
                 IF FMV-PAGO
                    ADD VALOR-FMV TO WTOT-PAGO-FO(4)
                 ELSE
                    ADD VALOR-FMV TO WTOT-PEND-FO(4)
                 END-IF
              END-IF
           END-IF.

       R-APURA-REEMB-FO.
           READ CONTASPAG NEXT
           IF FS-CPAG NOT = '00' OR NOT CPAG-VENDEDOR
              MOVE 1 TO WSAIDA-FO
           ELSE
              IF CPAG-REEMBOLSO AND CPAG-ABERTO AND
                 SALDO-CPAG > ZEROES AND
                 DATA-EMISSAO-CPAG(1:6) NOT > WANO-MES-FO
                 PERFORM R-APURA-REEMB-1-FO
              END-IF
           END-IF.

      *    (TITULO COM LANCAMENTO PAGO OU AGUARDANDO, DE QUALQUER
      *     PERIODO, NAO SAI DE NOVO; O RECUSADO VOLTA A SAIR)
       R-APURA-REEMB-1-FO.
           MOVE CHAVE-CPAG TO WCHAVE-CPAG-FO
           MOVE ZEROES TO WACHOU-FO
           MOVE WCHAVE-CPAG-FO TO CHAVE-CPAG-FMV
           START FOLHAMOV KEY IS NOT LESS THAN CHAVE-CPAG-FMV
           MOVE 0 TO WSAIDA-MOV-FO
           IF FS-FMV NOT = '00'
              MOVE 1 TO WSAIDA-MOV-FO
           END-IF
           PERFORM R-PROCURA-REEMB-FO UNTIL WSAIDA-MOV-FO = 1
           IF WACHOU-FO = ZEROES
              MOVE 4 TO WI-FO
              MOVE SALDO-CPAG       TO WRESTA-FO
              ADD WRESTA-FO         TO WTOT-LED-FO(4)
              MOVE CODIGO-CRED-CPAG TO WVEN-FO
              MOVE NUMERO-DOC-CPAG  TO WDOC-FO
              MOVE PARCELA-CPAG     TO WPARC-FO
              MOVE ZEROES TO WVEN-OK-FO WERRO-VEN-FO
              IF WFASE-FO NOT = 'C'
                 PERFORM R-LE-VEN-FO
              END-IF
              PERFORM R-TRATA-RESTANTE-FO
           END-IF.

       R-PROCURA-REEMB-FO.
           READ FOLHAMOV NEXT
           IF FS-FMV NOT = '00' OR
              CHAVE-CPAG-FMV NOT = WCHAVE-CPAG-FO
              MOVE 1 TO WSAIDA-MOV-FO
           ELSE
              IF FMV-PAGO OR FMV-EXPORTADO
                 MOVE 1 TO WACHOU-FO
              END-IF
           END-IF.

      *-------------------------------------
      * QUADRO DE CONFERENCIA POR EVENTO: RAZAO (OU TITULOS, NO
      * REEMBOLSO) = PAGO ANTES + AGUARDANDO RETORNO + EXPORTADO
      * AGORA + DIFERENCA.
      *-------------------------------------
       R-IMPRIME-CONCILIACAO-FO.
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WREL-CAB-CONC-FO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-IMPRIME-CONCILIACAO-1
              VARYING WI-FO FROM 1 BY 1 UNTIL WI-FO > 4.

       R-IMPRIME-CONCILIACAO-1.
           COMPUTE WTOT-DIF-FO(WI-FO) = WTOT-LED-FO(WI-FO)
                                      - WTOT-PAGO-FO(WI-FO)
                                      - WTOT-PEND-FO(WI-FO)
                                      - WTOT-EXP-FO(WI-FO)
           ADD WTOT-DIF-FO(WI-FO) TO WTOT-DIF-GERAL-FO
           MOVE WEVT-DESCR-FO(WI-FO) TO RC-EVENTO-FO
           MOVE WTOT-LED-FO(WI-FO)   TO RC-LED-FO
           MOVE WTOT-PAGO-FO(WI-FO)  TO RC-PAGO-FO
           MOVE WTOT-PEND-FO(WI-FO)  TO RC-PEND-FO
           MOVE WTOT-EXP-FO(WI-FO)   TO RC-EXP-FO
           MOVE WTOT-DIF-FO(WI-FO)   TO RC-DIF-FO
           MOVE WREL-CONC-FO TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       S-ROTINAS SECTION.

       R-LE-MARCADOR-FO.
           MOVE ZEROES      TO CODIGO-VEN-CML
           MOVE WANO-MES-FO TO ANO-MES-CML
           READ COMLEDGER
           IF FS-CML = '00'
              MOVE VALOR-COMISSAO-CML TO WTOT-MARCADOR-FO
           ELSE
              MOVE ZEROES TO WTOT-MARCADOR-FO
           END-IF.

      *    (APAGA OS LANCAMENTOS DO PERIODO AINDA AGUARDANDO RETORNO)
       R-LIMPA-PENDENTES-FO.
           MOVE ZEROES TO WQTD-DESFEITOS-FO
           MOVE WANO-MES-FO TO ANO-MES-FMV
           MOVE ZEROES      TO CODIGO-VEN-FMV DOC-FMV PARCELA-FMV
           MOVE LOW-VALUES  TO EVENTO-FMV
           START FOLHAMOV KEY IS NOT LESS THAN CHAVE-FMV
           MOVE 0 TO WSAIDA-MOV-FO
           IF FS-FMV NOT = '00'
              MOVE 1 TO WSAIDA-MOV-FO
           END-IF
           PERFORM R-LIMPA-PENDENTES-1 UNTIL WSAIDA-MOV-FO = 1.

       R-LIMPA-PENDENTES-1.
           READ FOLHAMOV NEXT
           IF FS-FMV NOT = '00' OR ANO-MES-FMV NOT = WANO-MES-FO
              MOVE 1 TO WSAIDA-MOV-FO
           ELSE
              IF FMV-EXPORTADO
                 DELETE FOLHAMOV
                 ADD 1 TO WQTD-DESFEITOS-FO
              END-IF
           END-IF.

       R-ABRE-RELATORIO-FO.
           MOVE 'RELFOLHA.TXT' TO WID-ARQ-REL-1
           MOVE 'RELFOLHA' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE WANO-MES-FO TO LINK-SPL-PARAMS(1:6)
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
           MOVE WANO-MES-FO TO RT-ANO-MES-FO
           MOVE WSEQ-FO     TO RT-REMESSA-FO
           MOVE WREL-TIT-FO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-GRAVA-LOG.
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME
           MOVE WDHTL-DATA       TO WTL-DATA
           MOVE WDHTL-HH         TO WTL-HH
           MOVE WDHTL-MM         TO WTL-MM
           MOVE WDHTL-SS         TO WTL-SS
           MOVE LID-OPERADOR-1   TO WTL-OPERADOR
           MOVE WANO-MES-FO      TO WTL-ANO-MES
           MOVE WSEQ-FO          TO WTL-REMESSA
           MOVE WQTD-LINHAS-FO   TO WTL-QTDE
           MOVE WTOT-PROV-FO     TO WTL-PROVENTOS
           MOVE WTOT-DESC-FO     TO WTL-DESCONTOS
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
           OPEN I-O COMLEDGER
           IF FS-CML = '35'
              CLOSE COMLEDGER OPEN OUTPUT COMLEDGER
              CLOSE COMLEDGER OPEN I-O COMLEDGER
           END-IF
           IF FS-CML = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DA RAZAO DE COMISSAO ST ' TO WTXT
              MOVE FS-CML TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF
           OPEN I-O CONTASPAG
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
           END-IF
           OPEN INPUT VENDEDORES
           IF FS-VEN NOT = '00'
              MOVE 'ERRO NA ABERTURA DOS VENDEDORES ST ' TO WTXT
              MOVE FS-VEN TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF
           OPEN I-O FOLHACTL
           IF FS-FCT = '35'
              CLOSE FOLHACTL OPEN OUTPUT FOLHACTL
              CLOSE FOLHACTL OPEN I-O FOLHACTL
           END-IF
           IF FS-FCT = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DO CONTROLE DA FOLHA ST ' TO WTXT
              MOVE FS-FCT TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF
           OPEN I-O FOLHAMOV
           IF FS-FMV = '35'
              CLOSE FOLHAMOV OPEN OUTPUT FOLHAMOV
              CLOSE FOLHAMOV OPEN I-O FOLHAMOV
           END-IF
           IF FS-FMV = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS LANCAMENTOS DA FOLHA ST '
                TO WTXT
              MOVE FS-FMV TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
