      *--------------------------
      * AUDITORIA DAS FATURAS DE FRETE DAS TRANSPORTADORAS
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadFatFrete.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Fatura de frete (CT-e/fatura)
      *              da transportadora (ARQFATFRT.DAT) com as notas
      *              cobradas e o valor de cada uma (ARQFATFRI.DAT),
      *              digitada ou importada de arquivo texto (linhas
      *              'H' e 'I', excecoes no IMPEXC.LOG como na
      *              importacao de pedidos). Cada nota e conferida
      *              contra TRANSP-NF e VALOR-FRETE-NF: nota
      *              inexistente ou cancelada, nota de outra
      *              transportadora, nota ja cobrada em outra fatura
      *              e cobranca acima do frete calculado. A fatura
      *              aprovada vira titulo a pagar a transportadora
      *              no ARQCPAG.DAT (credor 'T') pelo valor aceito:
      *              nota conferida pelo cobrado, cobranca acima
      *              pelo calculado, demais glosadas. Relatorio de
      *              auditoria RELAUDFR no catalogo de spool.
      *              Operacoes no TRANLOG.LOG.
      * 2026-10-15 - Chaves alternativas de data em NOTAS.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FATFRETE ASSIGN TO  DISK WID-ARQ-FATFRT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FF
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FF.

       SELECT FATFRETEIT ASSIGN TO  DISK WID-ARQ-FATFRI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FI
              ALTERNATE RECORD KEY IS NF-FI WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FI.

       SELECT NOTAS ASSIGN TO  DISK WID-ARQ-NOTAS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-NF
              ALTERNATE RECORD KEY IS CODIGO-PED-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-CLI-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-NF WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NF.

       SELECT TRANSP ASSIGN TO  DISK WID-ARQ-TRANSP
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-TRP
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TRP.

       SELECT CONTASPAG ASSIGN TO  DISK WID-ARQ-CPAG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CPAG
              ALTERNATE RECORD KEY IS DATA-VENC-CPAG WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-OC-CPAG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CPAG.

       SELECT ARQIMPORT ASSIGN TO DISK WID-ARQ-IMPORT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-IMPORT.

       SELECT ARQIMPEXC ASSIGN TO DISK WID-ARQ-IMPEXC
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-IMPEXC.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRANLOG.

       DATA DIVISION.
       FILE SECTION.
      * FATURA: 'D' EM AUDITORIA, 'A' APROVADA (TITULO GERADO),
      * 'C' CANCELADA. TOTAIS REFEITOS A CADA AUDITORIA.
       FD FATFRETE.
       01 REGISTRO-FATFRETE.
          02 CHAVE-FF.
             03 TRANSP-FF             PIC  9(003).
             03 FATURA-FF             PIC  9(009).
          02 DATA-EMISSAO-FF          PIC  9(008) VALUE ZEROES.
          02 DATA-VENC-FF             PIC  9(008) VALUE ZEROES.
          02 QTD-NF-FF                PIC  9(005) VALUE ZEROES.
          02 QTD-DIVERG-FF            PIC  9(005) VALUE ZEROES.
          02 VALOR-COBRADO-FF         PIC  9(009)v9(002) VALUE ZEROES.
          02 VALOR-CALC-FF            PIC  9(009)v9(002) VALUE ZEROES.
          02 VALOR-APROV-FF           PIC  9(009)v9(002) VALUE ZEROES.
          02 SITUACAO-FF              PIC  X(001) VALUE 'D'.
             88 FF-EM-AUDITORIA       VALUE 'D'.
             88 FF-APROVADA           VALUE 'A'.
             88 FF-CANCELADA          VALUE 'C'.
          02 ORIGEM-FF                PIC  X(001) VALUE 'M'.
             88 FF-DIGITADA           VALUE 'M'.
             88 FF-IMPORTADA          VALUE 'I'.
          02 OPERADOR-FF              PIC  X(010) VALUE SPACES.
          02 OPER-APROV-FF            PIC  X(010) VALUE SPACES.
          02 DATA-APROV-FF            PIC  9(008) VALUE ZEROES.
          02 FILLER                   PIC  X(020).

      * NOTA COBRADA NA FATURA. OCORRENCIA: ' ' CONFERIDA, 'S'
      * COBRANCA ACIMA DO CALCULADO, 'D' JA COBRADA EM OUTRA FATURA,
      * 'T' NOTA DE OUTRA TRANSPORTADORA, 'N' NOTA INEXISTENTE OU
      * CANCELADA. SITUACAO ACOMPANHA A DA FATURA.
       FD FATFRETEIT.
       01 REGISTRO-FATFRETEIT.
          02 CHAVE-FI.
             03 TRANSP-FI             PIC  9(003).
             03 FATURA-FI             PIC  9(009).
             03 NF-FI                 PIC  9(009).
          02 VALOR-COBRADO-FI         PIC  9(007)v9(002) VALUE ZEROES.
          02 VALOR-CALC-FI            PIC  9(007)v9(002) VALUE ZEROES.
          02 TRANSP-NF-FI             PIC  9(003) VALUE ZEROES.
          02 OCORRENCIA-FI            PIC  X(001) VALUE SPACES.
             88 FI-CONFERIDA          VALUE ' '.
             88 FI-ACIMA              VALUE 'S'.
             88 FI-DUPLICADA          VALUE 'D'.
             88 FI-OUTRA-TRANSP       VALUE 'T'.
             88 FI-SEM-NOTA           VALUE 'N'.
          02 SITUACAO-FI              PIC  X(001) VALUE 'D'.
          02 FILLER                   PIC  X(020).

       FD NOTAS.
       01 REGISTRO-NOTAS.
          02 CHAVE-NF.
             03 NUMERO-NF             PIC  9(009).
          02 CODIGO-PED-NF            PIC  9(009).
          02 CODIGO-CLI-NF            PIC  9(007).
          02 DATA-NF                  PIC  9(008) VALUE ZEROES.
          02 VALOR-NF                 PIC  9(009)v9(002) VALUE ZEROES.
          02 BASE-ICMS-NF             PIC  9(009)v9(002) VALUE ZEROES.
          02 ALIQ-ICMS-NF             PIC  9(003)v9(002) VALUE ZEROES.
          02 VALOR-ICMS-NF            PIC  9(009)v9(002) VALUE ZEROES.
          02 VALOR-IPI-NF             PIC  9(009)v9(002) VALUE ZEROES.
          02 VALOR-LIQ-NF             PIC  9(009)v9(002) VALUE ZEROES.
          02 SITUACAO-NF              PIC  X(001) VALUE SPACES.
             88 NF-CANCELADA          VALUE 'C'.
          02 DATA-CANC-NF             PIC  9(008) VALUE ZEROES.
          02 MOTIVO-CANC-NF           PIC  X(030) VALUE SPACES.
          02 OPERADOR-CANC-NF         PIC  X(010) VALUE SPACES.
          02 SIT-ENTREGA-NF           PIC  X(001) VALUE SPACES.
          02 DATA-ENTREGA-NF          PIC  9(008) VALUE ZEROES.
          02 RECEBEDOR-NF             PIC  X(020) VALUE SPACES.
          02 ROTA-ENTREGA-NF          PIC  9(007) VALUE ZEROES.
          02 TRANSP-NF                PIC  9(003) VALUE ZEROES.
          02 VALOR-FRETE-NF           PIC  9(007)v9(002) VALUE ZEROES.
          02 END-ENTREGA-NF           PIC  9(003) VALUE ZEROES.

       FD TRANSP.
       01 REGISTRO-TRANSP.
          02 CODIGO-TRP               PIC  9(003).
          02 RAZAO-TRP                PIC  X(040).
          02 CNPJ-TRP                 PIC  9(014).
          02 TIPO-TARIFA-TRP          PIC  X(001) VALUE SPACES.
          02 TARIFA-TRP               PIC  9(005)v9(002) VALUE ZEROES.
          02 INATIVO-TRP              PIC  X(001) VALUE SPACES.

       FD CONTASPAG.
       01 REGISTRO-CONTASPAG.
          02 CHAVE-CPAG.
             03 TIPO-CRED-CPAG        PIC  X(001).
             03 CODIGO-CRED-CPAG      PIC  9(007).
             03 NUMERO-DOC-CPAG       PIC  9(009).
             03 PARCELA-CPAG          PIC  9(003).
          02 ORIGEM-CPAG              PIC  X(001) VALUE SPACES.
          02 CODIGO-OC-CPAG           PIC  9(009) VALUE ZEROES.
          02 HISTORICO-CPAG           PIC  X(030) VALUE SPACES.
          02 DATA-EMISSAO-CPAG        PIC  9(008) VALUE ZEROES.
          02 DATA-VENC-CPAG           PIC  9(008) VALUE ZEROES.
          02 VALOR-CPAG               PIC  9(009)v9(002) VALUE ZEROES.
          02 SALDO-CPAG               PIC  9(009)v9(002) VALUE ZEROES.
          02 DATA-ULT-PGTO-CPAG       PIC  9(008) VALUE ZEROES.
          02 SITUACAO-CPAG            PIC  X(001) VALUE 'A'.
          02 TOTAL-PARC-CPAG          PIC  9(003) VALUE ZEROES.
          02 OPERADOR-CPAG            PIC  X(010) VALUE SPACES.

       FD  ARQIMPORT.
       01  ARQIMPORT-REC             PIC X(100).

       FD  ARQIMPEXC.
       01  ARQIMPEXC-REC             PIC X(100).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01 FS-FF.
           02 FS-FF-1                 PIC 9.
           02 FS-FF-2                 PIC 9.
           02 FS-FF-R REDEFINES FS-FF-2 PIC 99 COMP-X.
       01 FS-FI.
           02 FS-FI-1                 PIC 9.
           02 FS-FI-2                 PIC 9.
           02 FS-FI-R REDEFINES FS-FI-2 PIC 99 COMP-X.
       01 FS-NF.
           02 FS-NF-1                 PIC 9.
           02 FS-NF-2                 PIC 9.
           02 FS-NF-R REDEFINES FS-NF-2 PIC 99 COMP-X.
       01 FS-TRP.
           02 FS-TRP-1                PIC 9.
           02 FS-TRP-2                PIC 9.
           02 FS-TRP-R REDEFINES FS-TRP-2 PIC 99 COMP-X.
       01 FS-CPAG.
           02 FS-CPAG-1               PIC 9.
           02 FS-CPAG-2               PIC 9.
           02 FS-CPAG-R REDEFINES FS-CPAG-2 PIC 99 COMP-X.
       01 FS-IMPORT                   PIC XX VALUE '00'.
       01 FS-IMPEXC                   PIC XX VALUE '00'.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WID-ARQ-FATFRT              PIC X(50) VALUE 'ARQFATFRT.DAT'.
       01 WID-ARQ-FATFRI              PIC X(50) VALUE 'ARQFATFRI.DAT'.
       01 WID-ARQ-NOTAS               PIC X(50) VALUE 'ARQNOTAS.DAT'.
       01 WID-ARQ-TRANSP              PIC X(50) VALUE 'ARQTRANSP.DAT'.
       01 WID-ARQ-CPAG                PIC X(50) VALUE 'ARQCPAG.DAT'.
       01 WID-ARQ-IMPORT.
           02 WID-ARQ-IMPORT-1             PIC X(50).
       01 WID-ARQ-IMPEXC              PIC X(50) VALUE 'IMPEXC.LOG'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WOPCAO-FF       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
       77 WSAIDA-NF-FF    PIC 9 VALUE ZEROES.

      *-------------FATURA DA TELA---------------------------------
       01 WREG-FATURA-FF.
          02 WTRANSP-FF            PIC 9(003) VALUE ZEROES.
          02 WRAZAO-TRP-FF         PIC X(040) VALUE SPACES.
          02 WFATURA-FF            PIC 9(009) VALUE ZEROES.
          02 WEMISSAO-FF           PIC 9(008) VALUE ZEROES.
          02 WVENC-FF              PIC 9(008) VALUE ZEROES.
          02 WNF-FF                PIC 9(009) VALUE ZEROES.
          02 WVALOR-NF-FF          PIC 9(007)v9(002) VALUE ZEROES.
          02 WACAO-FF              PIC X(001) VALUE SPACES.
       01 WDATA-HOJE-FF           PIC 9(008) VALUE ZEROES.
       77 WERRO-FF                PIC 9 VALUE ZEROES.
      *--------------------------------------------------

      *-------------AUDITORIA DA FATURA----------------------------
      * COBRANCA ATE O CALCULADO MAIS A TOLERANCIA (ARREDONDAMENTO
      * DA TRANSPORTADORA) E ACEITA COMO CONFERIDA.
       01 WTOLERANCIA-FF          PIC 9(003)v9(002) VALUE 0.50.
       01 WCHAVE-AUD-FF.
          02 WAUD-TRANSP-FF        PIC 9(003).
          02 WAUD-FATURA-FF        PIC 9(009).
       77 WAUD-NF-FF              PIC 9(009) VALUE ZEROES.
       77 WOCORR-FF               PIC X(001) VALUE SPACES.
       01 WCALC-FF                PIC 9(007)v9(002) VALUE ZEROES.
       77 WTRANSP-NF-FF           PIC 9(003) VALUE ZEROES.
       77 WMAX-NF-FF              PIC 9(004) VALUE 500.
       77 WQTD-NF-FF              PIC 9(004) VALUE ZEROES.
       77 WI-FF                   PIC 9(004) VALUE ZEROES.
       01 WTAB-NF-FF.
          02 WTNF-ITEM-FF OCCURS 500 TIMES.
             03 WTNF-NUMERO-FF    PIC 9(009).
       01 WTOTAIS-AUD-FF.
          02 WTA-QTD-FF            PIC 9(005) VALUE ZEROES.
          02 WTA-DIVERG-FF         PIC 9(005) VALUE ZEROES.
          02 WTA-COBRADO-FF        PIC 9(009)v9(002) VALUE ZEROES.
          02 WTA-CALC-FF           PIC 9(009)v9(002) VALUE ZEROES.
          02 WTA-APROV-FF          PIC 9(009)v9(002) VALUE ZEROES.
       77 WNOVA-SIT-FF            PIC X(001) VALUE SPACES.
       01 WVALOR-ED-FF            PIC ZZZZZZZZ9.99.
       01 WVALOR-ED2-FF           PIC ZZZZZZZZ9.99.
       01 WQTD-ED-FF              PIC ZZZZ9.
      *--------------------------------------------------

      *-------------IMPORTACAO DE FATURAS-------------------------
      * ARQUIVO TEXTO DE LAYOUT FIXO (FATFRETE.TXT):
      * 'H' TRANSP(3) FATURA(9) EMISSAO(8) VENCIMENTO(8)
      * 'I' TRANSP(3) FATURA(9) NF(9) VALOR(9)
       01 WLINHA-IMP              PIC X(100) VALUE SPACES.
       01 WLINHA-H REDEFINES WLINHA-IMP.
          02 WH-TIPO              PIC X(001).
          02 WH-TRANSP            PIC 9(003).
          02 WH-FATURA            PIC 9(009).
          02 WH-EMISSAO           PIC 9(008).
          02 WH-VENC              PIC 9(008).
          02 FILLER               PIC X(071).
       01 WLINHA-I REDEFINES WLINHA-IMP.
          02 WI-TIPO              PIC X(001).
          02 WI-TRANSP            PIC 9(003).
          02 WI-FATURA            PIC 9(009).
          02 WI-NF                PIC 9(009).
          02 WI-VALOR             PIC 9(007)v9(002).
          02 FILLER               PIC X(069).
       01 WFAT-CORRENTE-FF.
          02 WFC-TRANSP-FF        PIC 9(003) VALUE ZEROES.
          02 WFC-FATURA-FF        PIC 9(009) VALUE ZEROES.
      *                       (FATURA ACEITA EM PROCESSAMENTO;
      *                        ZEROS = NENHUMA, ITENS SAO REJEITADOS)
       01 WCONT-LID-FF            PIC 9(005) VALUE ZEROES.
       01 WCONT-FAT-FF            PIC 9(005) VALUE ZEROES.
       01 WCONT-ITEM-FF           PIC 9(005) VALUE ZEROES.
       01 WCONT-ERR-FF            PIC 9(005) VALUE ZEROES.

       01 WDATA-HORA-IM.
          02 WDHIM-DATA.
             03 WDHIM-ANO             PIC 9(004).
             03 WDHIM-MES             PIC 9(002).
             03 WDHIM-DIA             PIC 9(002).
          02 WDHIM-HORA.
             03 WDHIM-HH              PIC 9(002).
             03 WDHIM-MM              PIC 9(002).
             03 WDHIM-SS              PIC 9(002).
             03 FILLER                PIC 9(002).

       01 WIMPEXC-LINHA.
          02 WIE-DATA               PIC 9(004)/9(002)/9(002).
          02 FILLER                 PIC X VALUE SPACE.
          02 WIE-HH                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 WIE-MM                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 WIE-SS                 PIC 99.
          02 FILLER                 PIC X VALUE SPACE.
          02 WIE-FATURA             PIC 9(009).
          02 FILLER                 PIC X VALUE SPACE.
          02 WIE-MENSAGEM           PIC X(50).
          02 FILLER                 PIC X VALUE SPACE.
          02 WIE-STATUS             PIC 99.
      *--------------------------------------------------

      *-------------RELATORIO DE AUDITORIA------------------------
       77 WREL-TRANSP-FF          PIC 9(003) VALUE ZEROES.
       77 WREL-FATURA-FF          PIC 9(009) VALUE ZEROES.
       77 WQTD-FAT-REL-FF         PIC 9(005) VALUE ZEROES.
       01 WDIF-FF                 PIC S9(007)v9(002) VALUE ZEROES.

       01 WRL-FATURA-CAB.
          02 FILLER            PIC X(008) VALUE 'FATURA: '.
          02 RL-FC-TRANSP      PIC 9(003).
          02 FILLER            PIC X(001) VALUE '-'.
          02 RL-FC-RAZAO       PIC X(030).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-FC-FATURA      PIC ZZZZZZZZ9.
          02 FILLER            PIC X(010) VALUE '  EMISSAO '.
          02 RL-FC-EMISSAO     PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(007) VALUE '  VENC '.
          02 RL-FC-VENC        PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(002) VALUE SPACES.
          02 RL-FC-SITUACAO    PIC X(013).

       01 WRL-ITEM-TITULOS.
          02 FILLER            PIC X(40) VALUE
             '   NOTA FISCAL  FRETE CALCULADO      COB'.
          02 FILLER            PIC X(40) VALUE
             'RADO     DIFERENCA TRP OCORRENCIA'.

       01 WRL-ITEM-LINHA.
          02 FILLER            PIC X(003) VALUE SPACES.
          02 RL-FI-NF          PIC ZZZZZZZZ9.
          02 FILLER            PIC X(003) VALUE SPACES.
          02 RL-FI-CALC        PIC ZZZZZZZZZZZ9.99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-FI-COBRADO     PIC ZZZZZZZ9.99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-FI-DIF         PIC -------9.99.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-FI-TRANSP-NF   PIC ZZ9.
          02 FILLER            PIC X(001) VALUE SPACE.
          02 RL-FI-OCORRENCIA  PIC X(030).

       01 WRL-FATURA-TOT.
          02 FILLER            PIC X(007) VALUE '  NOTAS'.
          02 RL-FT-QTD         PIC ZZZZ9.
          02 FILLER            PIC X(011) VALUE '  CALCULADO'.
          02 RL-FT-CALC        PIC ZZZZZZZZ9.99.
          02 FILLER            PIC X(009) VALUE '  COBRADO'.
          02 RL-FT-COBRADO     PIC ZZZZZZZZ9.99.
          02 FILLER            PIC X(008) VALUE '  ACEITO'.
          02 RL-FT-APROV       PIC ZZZZZZZZ9.99.
          02 FILLER            PIC X(015) VALUE '  DIVERGENCIAS '.
          02 RL-FT-DIVERG      PIC ZZZZ9.
      *--------------------------------------------------

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
          02 FILLER                 PIC X(08) VALUE ' TRANSP='.
          02 WTL-TRANSP             PIC 9(003).
          02 FILLER                 PIC X(08) VALUE ' FATURA='.
          02 WTL-FATURA             PIC 9(009).
          02 FILLER                 PIC X(08) VALUE ' VALOR= '.
          02 WTL-VALOR              PIC ZZZZZZZZ9.99.

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
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - AUDITORIA DE FRETE".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] DIGITAR FATURA DE FRETE".
          02 LINE 8 COL 10 VALUE "[2] IMPORTAR FATURAS".
          02 LINE 9 COL 10 VALUE "[3] APROVAR / CANCELAR FATURA".
          02 LINE 10 COL 10 VALUE "[4] RELATORIO DE AUDITORIA".
          02 LINE 11 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-FF AUTO.

       01 TELA-FATURA-FF.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - AUDITORIA DE FRETE".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 30 VALUE "FATURA DE FRETE".
          02 LINE 6 COL 10 VALUE "Transportadora..:".
          02 LINE 6 COL 29 PIC 9(003) FROM WTRANSP-FF.
          02 LINE 6 COL 34 PIC X(040) FROM WRAZAO-TRP-FF.
          02 LINE 7 COL 10 VALUE "Fatura / CT-e...:".
          02 LINE 7 COL 29 PIC 9(009) FROM WFATURA-FF.
          02 LINE 8 COL 10 VALUE "Emissao.........:".
          02 LINE 8 COL 29 PIC 9(008) FROM WEMISSAO-FF.
          02 LINE 9 COL 10 VALUE "Vencimento......:".
          02 LINE 9 COL 29 PIC 9(008) FROM WVENC-FF.
          02 LINE 11 COL 10 VALUE "Notas...........:".
          02 LINE 11 COL 29 PIC ZZZZ9 FROM WTA-QTD-FF.
          02 LINE 12 COL 10 VALUE "Total cobrado...:".
          02 LINE 12 COL 29 PIC ZZZZZZZZ9.99 FROM WTA-COBRADO-FF.
          02 LINE 13 COL 10 VALUE "Frete calculado.:".
          02 LINE 13 COL 29 PIC ZZZZZZZZ9.99 FROM WTA-CALC-FF.
          02 LINE 14 COL 10 VALUE "Valor aceito....:".
          02 LINE 14 COL 29 PIC ZZZZZZZZ9.99 FROM WTA-APROV-FF.
          02 LINE 15 COL 10 VALUE "Divergencias....:".
          02 LINE 15 COL 29 PIC ZZZZ9 FROM WTA-DIVERG-FF.

       01 TELA-ACC-CHAVE-FF.
          02 LINE 06 COL 29 PIC 9(003) USING WTRANSP-FF.
          02 LINE 07 COL 29 PIC 9(009) USING WFATURA-FF.

       01 TELA-ACC-DATAS-FF.
          02 LINE 08 COL 29 PIC 9(008) USING WEMISSAO-FF.
          02 LINE 09 COL 29 PIC 9(008) USING WVENC-FF.

       01 TELA-ACC-NOTA-FF.
          02 LINE 17 COL 10 VALUE "Nota fiscal.....:".
          02 LINE 17 COL 29 PIC 9(009) USING WNF-FF.
          02 LINE 17 COL 40 VALUE "(0=ENCERRA)".
          02 LINE 18 COL 10 VALUE "Valor cobrado...:".
          02 LINE 18 COL 29 PIC 9(007)V99 USING WVALOR-NF-FF.
          02 LINE 18 COL 40 VALUE "(0=RETIRA A NOTA)".

       01 TELA-ACC-ACAO-FF.
          02 LINE 17 COL 10 VALUE "Acao (A=APROVA C=CANCELA):".
          02 LINE 17 COL 38 PIC X(001) USING WACAO-FF.

       01 TELA-PARAM-IMP-FF.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - AUDITORIA DE FRETE".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 28 VALUE "IMPORTACAO DE FATURAS".
          02 LINE 7 COL 10 VALUE "ARQUIVO DE ENTRADA......:".
          02 LINE 7 COL 35 PIC X(050) USING WID-ARQ-IMPORT-1.

       01 TELA-PARAM-REL-FF.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - AUDITORIA DE FRETE".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 28 VALUE "RELATORIO DE AUDITORIA".
          02 LINE 7 COL 10 VALUE "TRANSPORTADORA (0=TODAS)...:".
          02 LINE 7 COL 39 PIC 9(003) USING WREL-TRANSP-FF.
          02 LINE 8 COL 10 VALUE "FATURA (0=EM AUDITORIA)....:".
          02 LINE 8 COL 39 PIC 9(009) USING WREL-FATURA-FF.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FATFRT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FATFRI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NOTAS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-TRANSP
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CPAG
           INITIALIZE WSAIDA WOPCAO-FF
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-FF = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-FF
             WHEN 1
               PERFORM S-DIGITA-FF
             WHEN 2
               PERFORM S-IMPORTA-FF
             WHEN 3
               PERFORM S-APROVA-FF
             WHEN 4
               PERFORM S-RELATORIO-FF
             WHEN 6
               PERFORM FECHA-ARQUIVOS
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *-------------------------------------
      * DIGITACAO: FATURA NOVA OU AINDA EM AUDITORIA. CADA NOTA
      * DIGITADA E CONFERIDA NA HORA; VALOR ZERO RETIRA A NOTA DA
      * FATURA. AO ENCERRAR A FATURA INTEIRA E REAUDITADA.
      *-------------------------------------
       S-DIGITA-FF SECTION.
       DIGITA-FF-1.
           INITIALIZE WREG-FATURA-FF WTOTAIS-AUD-FF
           MOVE '=> TRANSPORTADORA 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-FATURA-FF
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-CHAVE-FF
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WTRANSP-FF NOT = ZEROES
              PERFORM DIGITA-FF-2 THRU DIGITA-FF-FIM
           END-IF.
       DIGITA-FF-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-DIGITA-FF-ROTINAS SECTION.

       DIGITA-FF-2.
           PERFORM R-LE-TRANSP-FF
           IF FS-TRP NOT = '00'
              GO TO DIGITA-FF-FIM
           END-IF
           IF WFATURA-FF = ZEROES
              MOVE 'INFORME O NUMERO DA FATURA' TO WTXT
              PERFORM R-MOSTRA-MSG-FF
              GO TO DIGITA-FF-FIM
           END-IF
           MOVE WTRANSP-FF TO TRANSP-FF
           MOVE WFATURA-FF TO FATURA-FF
           READ FATFRETE
           IF FS-FF = '00'
              IF NOT FF-EM-AUDITORIA
                 MOVE 'FATURA JA APROVADA OU CANCELADA' TO WTXT
                 PERFORM R-MOSTRA-MSG-FF
                 GO TO DIGITA-FF-FIM
              END-IF
              MOVE DATA-EMISSAO-FF  TO WEMISSAO-FF
              MOVE DATA-VENC-FF     TO WVENC-FF
              MOVE QTD-NF-FF        TO WTA-QTD-FF
              MOVE QTD-DIVERG-FF    TO WTA-DIVERG-FF
              MOVE VALOR-COBRADO-FF TO WTA-COBRADO-FF
              MOVE VALOR-CALC-FF    TO WTA-CALC-FF
              MOVE VALOR-APROV-FF   TO WTA-APROV-FF
           ELSE
              ACCEPT WEMISSAO-FF FROM DATE YYYYMMDD
              MOVE WEMISSAO-FF TO WVENC-FF
              DISPLAY TELA-FATURA-FF
              ACCEPT TELA-ACC-DATAS-FF
              ACCEPT WDATA-HOJE-FF FROM DATE YYYYMMDD
              IF WEMISSAO-FF = ZEROES OR WEMISSAO-FF > WDATA-HOJE-FF
                 MOVE 'DATA DE EMISSAO INVALIDA' TO WTXT
                 PERFORM R-MOSTRA-MSG-FF
                 GO TO DIGITA-FF-FIM
              END-IF
              IF WVENC-FF < WEMISSAO-FF
                 MOVE 'VENCIMENTO ANTERIOR A EMISSAO' TO WTXT
                 PERFORM R-MOSTRA-MSG-FF
                 GO TO DIGITA-FF-FIM
              END-IF
              INITIALIZE REGISTRO-FATFRETE
              MOVE WTRANSP-FF     TO TRANSP-FF
              MOVE WFATURA-FF     TO FATURA-FF
              MOVE WEMISSAO-FF    TO DATA-EMISSAO-FF
              MOVE WVENC-FF       TO DATA-VENC-FF
              MOVE 'D'            TO SITUACAO-FF
              MOVE 'M'            TO ORIGEM-FF
              MOVE LID-OPERADOR-1 TO OPERADOR-FF
              WRITE REGISTRO-FATFRETE
              IF FS-FF NOT = '00'
                 MOVE 'ERRO DE GRAVAÇÃO DA FATURA ST ' TO WTXT
                 MOVE FS-FF TO WST
                 PERFORM R-MOSTRA-MSG-FF
                 GO TO DIGITA-FF-FIM
              END-IF
              MOVE 'FRETE-IN' TO WTL-OPERACAO
              MOVE ZEROES     TO WTL-VALOR
              PERFORM R-GRAVA-LOG
           END-IF
           MOVE 0 TO WSAIDA
           PERFORM DIGITA-FF-NOTA UNTIL WSAIDA = 1
           MOVE WTRANSP-FF TO WAUD-TRANSP-FF
           MOVE WFATURA-FF TO WAUD-FATURA-FF
           PERFORM R-AUDITA-FATURA-FF
           DISPLAY TELA-FATURA-FF
           MOVE WTA-DIVERG-FF TO WQTD-ED-FF
           MOVE WTA-APROV-FF  TO WVALOR-ED-FF
           MOVE SPACES TO WTXT
           STRING 'DIVERGENCIAS ' WQTD-ED-FF ' ACEITO ' WVALOR-ED-FF
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MSG-FF.
       DIGITA-FF-FIM.
           EXIT.

       DIGITA-FF-NOTA.
           MOVE ZEROES TO WNF-FF WVALOR-NF-FF
           DISPLAY TELA-FATURA-FF
           ACCEPT TELA-ACC-NOTA-FF
           IF WNF-FF = ZEROES
              MOVE 1 TO WSAIDA
           ELSE
              MOVE WTRANSP-FF TO TRANSP-FI
              MOVE WFATURA-FF TO FATURA-FI
              MOVE WNF-FF     TO NF-FI
              READ FATFRETEIT
              IF WVALOR-NF-FF = ZEROES
                 IF FS-FI = '00'
                    DELETE FATFRETEIT
                    SUBTRACT 1 FROM WTA-QTD-FF
                    SUBTRACT VALOR-COBRADO-FI FROM WTA-COBRADO-FF
                    MOVE 'NOTA RETIRADA DA FATURA' TO WTXT
                 ELSE
                    MOVE 'NOTA NAO CONSTA DA FATURA' TO WTXT
                 END-IF
              ELSE
                 IF FS-FI = '00'
                    SUBTRACT VALOR-COBRADO-FI FROM WTA-COBRADO-FF
                    MOVE WVALOR-NF-FF TO VALOR-COBRADO-FI
                    REWRITE REGISTRO-FATFRETEIT
                 ELSE
                    INITIALIZE REGISTRO-FATFRETEIT
                    MOVE WTRANSP-FF   TO TRANSP-FI
                    MOVE WFATURA-FF   TO FATURA-FI
                    MOVE WNF-FF       TO NF-FI
                    MOVE WVALOR-NF-FF TO VALOR-COBRADO-FI
                    MOVE 'D'          TO SITUACAO-FI
                    WRITE REGISTRO-FATFRETEIT
                    ADD 1 TO WTA-QTD-FF
                 END-IF
                 ADD WVALOR-NF-FF TO WTA-COBRADO-FF
                 MOVE WTRANSP-FF TO WAUD-TRANSP-FF
                 MOVE WFATURA-FF TO WAUD-FATURA-FF
                 MOVE WNF-FF     TO WAUD-NF-FF
                 PERFORM R-AUDITA-NOTA-FF
                 PERFORM R-TEXTO-OCORRENCIA-FF
              END-IF
              PERFORM R-MOSTRA-MSG-FF
           END-IF.

      *-------------------------------------
      * IMPORTACAO: LINHA 'H' ABRE A FATURA (NOVA, OU AINDA EM
      * AUDITORIA PARA ACRESCENTAR NOTAS), LINHAS 'I' SEGUINTES SAO
      * AS NOTAS DELA. REJEICOES NO IMPEXC.LOG; CADA FATURA E
      * AUDITADA AO FECHAR.
      *-------------------------------------
       S-IMPORTA-FF SECTION.
       IMPORTA-FF-1.
           MOVE 'FATFRETE.TXT' TO WID-ARQ-IMPORT-1
           DISPLAY TELA-PARAM-IMP-FF
           ACCEPT TELA-PARAM-IMP-FF
           IF WID-ARQ-IMPORT-1 = SPACES
              GO TO IMPORTA-FF-EXIT
           END-IF
           OPEN INPUT ARQIMPORT
           IF FS-IMPORT NOT = '00'
              MOVE 'ARQUIVO DE ENTRADA NÃO ENCONTRADO ST ' TO WTXT
              MOVE FS-IMPORT TO WST
              PERFORM R-MOSTRA-MSG-FF
              GO TO IMPORTA-FF-EXIT
           END-IF
           MOVE ZEROES TO WCONT-LID-FF WCONT-FAT-FF WCONT-ITEM-FF
                          WCONT-ERR-FF WFC-TRANSP-FF WFC-FATURA-FF
           PERFORM IMPORTA-FF-LINHA UNTIL FS-IMPORT NOT = '00'
           PERFORM IMPORTA-FF-FECHA
           CLOSE ARQIMPORT
           MOVE SPACES TO WTXT
           STRING 'FATURAS ' DELIMITED BY SIZE
                  WCONT-FAT-FF  DELIMITED BY SIZE
                  ' NOTAS '  DELIMITED BY SIZE
                  WCONT-ITEM-FF DELIMITED BY SIZE
                  ' ERROS '  DELIMITED BY SIZE
                  WCONT-ERR-FF  DELIMITED BY SIZE
                  INTO WTXT
           PERFORM R-MOSTRA-MSG-FF.
       IMPORTA-FF-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-IMPORTA-FF-ROTINAS SECTION.

       IMPORTA-FF-LINHA.
           READ ARQIMPORT INTO WLINHA-IMP
              AT END
                 MOVE '10' TO FS-IMPORT
              NOT AT END
                 ADD 1 TO WCONT-LID-FF
                 EVALUATE TRUE
                    WHEN WH-TIPO = 'H'
                       PERFORM IMPORTA-FF-FECHA
                       PERFORM IMPORTA-FF-CABEC
                          THRU IMPORTA-FF-CABEC-EXIT
                    WHEN WH-TIPO = 'I'
                       PERFORM IMPORTA-FF-ITEM
                          THRU IMPORTA-FF-ITEM-EXIT
                    WHEN OTHER
                       ADD 1 TO WCONT-ERR-FF
                       MOVE ZEROES TO WIE-FATURA
                       MOVE 'TIPO DE LINHA INVALIDO' TO WIE-MENSAGEM
                       PERFORM R-GRAVA-EXCECAO-FF
                 END-EVALUATE
           END-READ.

       IMPORTA-FF-CABEC.
           MOVE WH-FATURA TO WIE-FATURA
           IF WH-TRANSP NOT NUMERIC OR WH-FATURA NOT NUMERIC OR
              WH-EMISSAO NOT NUMERIC OR WH-VENC NOT NUMERIC
              ADD 1 TO WCONT-ERR-FF
              MOVE ZEROES TO WIE-FATURA
              MOVE 'CABECALHO COM CAMPO NAO NUMERICO' TO WIE-MENSAGEM
              PERFORM R-GRAVA-EXCECAO-FF
              GO TO IMPORTA-FF-CABEC-EXIT
           END-IF
           MOVE WH-TRANSP TO CODIGO-TRP
           READ TRANSP
           IF FS-TRP NOT = '00' OR WH-FATURA = ZEROES
              ADD 1 TO WCONT-ERR-FF
              MOVE 'TRANSPORTADORA OU FATURA INVALIDA' TO WIE-MENSAGEM
              PERFORM R-GRAVA-EXCECAO-FF
              GO TO IMPORTA-FF-CABEC-EXIT
           END-IF
           IF WH-EMISSAO = ZEROES OR WH-VENC < WH-EMISSAO
              ADD 1 TO WCONT-ERR-FF
              MOVE 'EMISSAO OU VENCIMENTO INVALIDO' TO WIE-MENSAGEM
              PERFORM R-GRAVA-EXCECAO-FF
              GO TO IMPORTA-FF-CABEC-EXIT
           END-IF
           MOVE WH-TRANSP TO TRANSP-FF
           MOVE WH-FATURA TO FATURA-FF
           READ FATFRETE
           IF FS-FF = '00'
              IF NOT FF-EM-AUDITORIA
                 ADD 1 TO WCONT-ERR-FF
                 MOVE 'FATURA JA APROVADA OU CANCELADA'
                    TO WIE-MENSAGEM
                 PERFORM R-GRAVA-EXCECAO-FF
                 GO TO IMPORTA-FF-CABEC-EXIT
              END-IF
           ELSE
              INITIALIZE REGISTRO-FATFRETE
              MOVE WH-TRANSP      TO TRANSP-FF
              MOVE WH-FATURA      TO FATURA-FF
              MOVE WH-EMISSAO     TO DATA-EMISSAO-FF
              MOVE WH-VENC        TO DATA-VENC-FF
              MOVE 'D'            TO SITUACAO-FF
              MOVE 'I'            TO ORIGEM-FF
              MOVE LID-OPERADOR-1 TO OPERADOR-FF
              WRITE REGISTRO-FATFRETE
              IF FS-FF NOT = '00'
                 ADD 1 TO WCONT-ERR-FF
                 MOVE 'ERRO DE GRAVACAO DA FATURA' TO WIE-MENSAGEM
                 MOVE FS-FF TO WIE-STATUS
                 PERFORM R-GRAVA-EXCECAO-FF
                 GO TO IMPORTA-FF-CABEC-EXIT
              END-IF
           END-IF
           ADD 1 TO WCONT-FAT-FF
           MOVE WH-TRANSP TO WFC-TRANSP-FF WTRANSP-FF
           MOVE WH-FATURA TO WFC-FATURA-FF WFATURA-FF
           MOVE 'FRETE-IM' TO WTL-OPERACAO
           MOVE ZEROES     TO WTL-VALOR
           PERFORM R-GRAVA-LOG.
       IMPORTA-FF-CABEC-EXIT.
           EXIT.

       IMPORTA-FF-ITEM.
           MOVE WI-FATURA TO WIE-FATURA
           IF WI-TRANSP NOT NUMERIC OR WI-FATURA NOT NUMERIC OR
              WI-NF NOT NUMERIC OR WI-VALOR NOT NUMERIC
              ADD 1 TO WCONT-ERR-FF
              MOVE ZEROES TO WIE-FATURA
              MOVE 'NOTA COM CAMPO NAO NUMERICO' TO WIE-MENSAGEM
              PERFORM R-GRAVA-EXCECAO-FF
              GO TO IMPORTA-FF-ITEM-EXIT
           END-IF
           IF WFC-FATURA-FF = ZEROES OR
              WI-TRANSP NOT = WFC-TRANSP-FF OR
              WI-FATURA NOT = WFC-FATURA-FF
              ADD 1 TO WCONT-ERR-FF
              MOVE 'NOTA SEM CABECALHO DE FATURA VALIDO'
                 TO WIE-MENSAGEM
              PERFORM R-GRAVA-EXCECAO-FF
              GO TO IMPORTA-FF-ITEM-EXIT
           END-IF
           IF WI-NF = ZEROES OR WI-VALOR = ZEROES
              ADD 1 TO WCONT-ERR-FF
              MOVE 'NOTA OU VALOR ZERADO' TO WIE-MENSAGEM
              PERFORM R-GRAVA-EXCECAO-FF
              GO TO IMPORTA-FF-ITEM-EXIT
           END-IF
           MOVE WI-TRANSP TO TRANSP-FI
           MOVE WI-FATURA TO FATURA-FI
           MOVE WI-NF     TO NF-FI
           READ FATFRETEIT
           IF FS-FI = '00'
              ADD 1 TO WCONT-ERR-FF
              MOVE 'NOTA REPETIDA NA MESMA FATURA' TO WIE-MENSAGEM
              PERFORM R-GRAVA-EXCECAO-FF
              GO TO IMPORTA-FF-ITEM-EXIT
           END-IF
           INITIALIZE REGISTRO-FATFRETEIT
           MOVE WI-TRANSP TO TRANSP-FI
           MOVE WI-FATURA TO FATURA-FI
           MOVE WI-NF     TO NF-FI
           MOVE WI-VALOR  TO VALOR-COBRADO-FI
           MOVE 'D'       TO SITUACAO-FI
           WRITE REGISTRO-FATFRETEIT
           IF FS-FI NOT = '00'
              ADD 1 TO WCONT-ERR-FF
              MOVE 'ERRO DE GRAVACAO DA NOTA' TO WIE-MENSAGEM
              MOVE FS-FI TO WIE-STATUS
              PERFORM R-GRAVA-EXCECAO-FF
              GO TO IMPORTA-FF-ITEM-EXIT
           END-IF
           ADD 1 TO WCONT-ITEM-FF.
       IMPORTA-FF-ITEM-EXIT.
           EXIT.

      *    (AUDITA A FATURA EM PROCESSAMENTO ANTES DA PROXIMA)
       IMPORTA-FF-FECHA.
           IF WFC-FATURA-FF NOT = ZEROES
              MOVE WFC-TRANSP-FF TO WAUD-TRANSP-FF
              MOVE WFC-FATURA-FF TO WAUD-FATURA-FF
              PERFORM R-AUDITA-FATURA-FF
           END-IF
           MOVE ZEROES TO WFC-TRANSP-FF WFC-FATURA-FF.

       R-GRAVA-EXCECAO-FF.
           ACCEPT WDHIM-DATA FROM DATE YYYYMMDD
           ACCEPT WDHIM-HORA FROM TIME
           MOVE WDHIM-DATA   TO WIE-DATA
           MOVE WDHIM-HH     TO WIE-HH
           MOVE WDHIM-MM     TO WIE-MM
           MOVE WDHIM-SS     TO WIE-SS
           OPEN EXTEND ARQIMPEXC
           IF FS-IMPEXC = '05' OR FS-IMPEXC = '35'
              OPEN OUTPUT ARQIMPEXC
           END-IF
           MOVE WIMPEXC-LINHA TO ARQIMPEXC-REC
           WRITE ARQIMPEXC-REC
           CLOSE ARQIMPEXC
           MOVE ZEROES TO WIE-STATUS.

      *-------------------------------------
      * APROVACAO: REAUDITA A FATURA E MOSTRA O VALOR ACEITO. A
      * APROVADA VIRA TITULO A PAGAR A TRANSPORTADORA (CREDOR 'T',
      * DOCUMENTO = NUMERO DA FATURA, PARCELA 1, VENCIMENTO DA
      * FATURA). A CANCELADA LIBERA AS NOTAS PARA OUTRA FATURA.
      *-------------------------------------
       S-APROVA-FF SECTION.
       APROVA-FF-1.
           INITIALIZE WREG-FATURA-FF WTOTAIS-AUD-FF
           MOVE '=> TRANSPORTADORA 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-FATURA-FF
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-CHAVE-FF
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WTRANSP-FF NOT = ZEROES
              PERFORM APROVA-FF-2 THRU APROVA-FF-FIM
           END-IF.
       APROVA-FF-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-APROVA-FF-ROTINAS SECTION.

       APROVA-FF-2.
           PERFORM R-LE-TRANSP-FF
           IF FS-TRP NOT = '00'
              GO TO APROVA-FF-FIM
           END-IF
           MOVE WTRANSP-FF TO TRANSP-FF
           MOVE WFATURA-FF TO FATURA-FF
           READ FATFRETE
           IF FS-FF NOT = '00'
              MOVE 'FATURA NAO CADASTRADA' TO WTXT
              PERFORM R-MOSTRA-MSG-FF
              GO TO APROVA-FF-FIM
           END-IF
           IF NOT FF-EM-AUDITORIA
              MOVE 'FATURA JA APROVADA OU CANCELADA' TO WTXT
              PERFORM R-MOSTRA-MSG-FF
              GO TO APROVA-FF-FIM
           END-IF
           MOVE WTRANSP-FF TO WAUD-TRANSP-FF
           MOVE WFATURA-FF TO WAUD-FATURA-FF
           PERFORM R-AUDITA-FATURA-FF
           MOVE DATA-EMISSAO-FF TO WEMISSAO-FF
           MOVE DATA-VENC-FF    TO WVENC-FF
           MOVE SPACES TO WACAO-FF
           DISPLAY TELA-FATURA-FF
           IF WTA-DIVERG-FF NOT = ZEROES
              MOVE 'HA DIVERGENCIAS - VEJA O RELATORIO DE AUDITORIA'
                 TO WTXT
              DISPLAY TELA-MENSAGEM
           END-IF
           ACCEPT TELA-ACC-ACAO-FF
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           INSPECT WACAO-FF CONVERTING 'ac' TO 'AC'
           IF WACAO-FF NOT = 'A' AND WACAO-FF NOT = 'C'
              GO TO APROVA-FF-FIM
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO APROVA-FF-FIM
           END-IF
           IF WACAO-FF = 'C'
              MOVE 'C' TO WNOVA-SIT-FF
              PERFORM R-SITUACAO-FATURA-FF
              MOVE 'FRETE-CA' TO WTL-OPERACAO
              MOVE ZEROES     TO WTL-VALOR
              PERFORM R-GRAVA-LOG
              MOVE 'FATURA CANCELADA' TO WTXT
              PERFORM R-MOSTRA-MSG-FF
              GO TO APROVA-FF-FIM
           END-IF
           IF WTA-APROV-FF = ZEROES
              MOVE 'NENHUM VALOR ACEITO - CANCELE A FATURA' TO WTXT
              PERFORM R-MOSTRA-MSG-FF
              GO TO APROVA-FF-FIM
           END-IF
           MOVE 'T'        TO TIPO-CRED-CPAG
           MOVE WTRANSP-FF TO CODIGO-CRED-CPAG
           MOVE WFATURA-FF TO NUMERO-DOC-CPAG
           MOVE 1          TO PARCELA-CPAG
           READ CONTASPAG
           IF FS-CPAG = '00'
              MOVE 'FATURA JA LANCADA NO CONTAS A PAGAR' TO WTXT
              PERFORM R-MOSTRA-MSG-FF
              GO TO APROVA-FF-FIM
           END-IF
           PERFORM R-GRAVA-TITULO-FF
           IF FS-CPAG NOT = '00'
              MOVE 'ERRO DE GRAVAÇÃO DO TITULO ST ' TO WTXT
              MOVE FS-CPAG TO WST
              PERFORM R-MOSTRA-MSG-FF
              GO TO APROVA-FF-FIM
           END-IF
           MOVE 'A' TO WNOVA-SIT-FF
           PERFORM R-SITUACAO-FATURA-FF
           MOVE 'FRETE-AP'   TO WTL-OPERACAO
           MOVE WTA-APROV-FF TO WTL-VALOR
           PERFORM R-GRAVA-LOG
           MOVE 'FATURA APROVADA - TITULO A PAGAR GERADO' TO WTXT
           PERFORM R-MOSTRA-MSG-FF.
       APROVA-FF-FIM.
           EXIT.

      *    (TITULO UNICO: CREDOR 'T' + TRANSPORTADORA, DOCUMENTO =
      *     FATURA, PARCELA 1)
       R-GRAVA-TITULO-FF.
           ACCEPT WDATA-HOJE-FF FROM DATE YYYYMMDD
           INITIALIZE REGISTRO-CONTASPAG
           MOVE 'T'               TO TIPO-CRED-CPAG
           MOVE WTRANSP-FF        TO CODIGO-CRED-CPAG
           MOVE WFATURA-FF        TO NUMERO-DOC-CPAG
           MOVE 1                 TO PARCELA-CPAG
           MOVE 'D'               TO ORIGEM-CPAG
           MOVE ZEROES            TO CODIGO-OC-CPAG
           MOVE 'FATURA DE FRETE AUDITADA' TO HISTORICO-CPAG
           MOVE WEMISSAO-FF       TO DATA-EMISSAO-CPAG
           MOVE WVENC-FF          TO DATA-VENC-CPAG
           MOVE WTA-APROV-FF      TO VALOR-CPAG SALDO-CPAG
           MOVE ZEROES            TO DATA-ULT-PGTO-CPAG
           MOVE 'A'               TO SITUACAO-CPAG
           MOVE 1                 TO TOTAL-PARC-CPAG
           MOVE LID-OPERADOR-1    TO OPERADOR-CPAG
           WRITE REGISTRO-CONTASPAG.

      *    (NOVA SITUACAO NA FATURA E EM TODAS AS NOTAS DELA)
       R-SITUACAO-FATURA-FF.
           PERFORM R-CARREGA-NOTAS-FF
           PERFORM R-SITUACAO-NOTA-FF
              VARYING WI-FF FROM 1 BY 1 UNTIL WI-FF > WQTD-NF-FF
           MOVE WTRANSP-FF TO TRANSP-FF
           MOVE WFATURA-FF TO FATURA-FF
           READ FATFRETE
           IF FS-FF = '00'
              MOVE WNOVA-SIT-FF TO SITUACAO-FF
              IF WNOVA-SIT-FF = 'A'
                 MOVE LID-OPERADOR-1 TO OPER-APROV-FF
                 MOVE WDATA-HOJE-FF  TO DATA-APROV-FF
              END-IF
              REWRITE REGISTRO-FATFRETE
           END-IF.

       R-SITUACAO-NOTA-FF.
           MOVE WTRANSP-FF         TO TRANSP-FI
           MOVE WFATURA-FF         TO FATURA-FI
           MOVE WTNF-NUMERO-FF(WI-FF) TO NF-FI
           READ FATFRETEIT
           IF FS-FI = '00'
              MOVE WNOVA-SIT-FF TO SITUACAO-FI
              REWRITE REGISTRO-FATFRETEIT
           END-IF.

      *-------------------------------------
      * RELATORIO DE AUDITORIA: UMA FATURA, OU TODAS AS QUE ESTAO
      * EM AUDITORIA (REAUDITADAS ANTES DE IMPRIMIR), DE UMA OU DE
      * TODAS AS TRANSPORTADORAS, NOTA A NOTA COM A DIFERENCA E A
      * OCORRENCIA.
      *-------------------------------------
       S-RELATORIO-FF SECTION.
       RELATORIO-FF-1.
           MOVE ZEROES TO WREL-TRANSP-FF WREL-FATURA-FF
           DISPLAY TELA-PARAM-REL-FF
           ACCEPT TELA-PARAM-REL-FF
           IF WREL-FATURA-FF NOT = ZEROES AND WREL-TRANSP-FF = ZEROES
              MOVE 'INFORME A TRANSPORTADORA DA FATURA' TO WTXT
              PERFORM R-MOSTRA-MSG-FF
              GO TO RELATORIO-FF-EXIT
           END-IF
           MOVE 'RELAUDFR.TXT' TO WID-ARQ-REL-1
           MOVE 'RELAUDFR'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE WREL-TRANSP-FF TO LINK-SPL-PARAMS(1:3)
           MOVE WREL-FATURA-FF TO LINK-SPL-PARAMS(4:9)
           MOVE LID-OPERADOR-1 TO LINK-SPL-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-SPL-EMPRESA
           CALL "RegSpool" USING LINK-SPOOL
           IF LINK-SPL-STATUS = '0'
              MOVE LINK-SPL-ARQUIVO TO WID-ARQ-REL-1
           END-IF
           OPEN OUTPUT ARQREL
           IF FS-REL NOT = '00'
              MOVE 'ERRO NA ABERTURA DO RELATORIO ST ' TO WTXT
              MOVE FS-REL TO WST
              PERFORM R-MOSTRA-MSG-FF
              GO TO RELATORIO-FF-EXIT
           END-IF
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           MOVE 'AUDITORIA DAS FATURAS DE FRETE' TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WQTD-FAT-REL-FF
           MOVE WREL-TRANSP-FF TO TRANSP-FF
           MOVE WREL-FATURA-FF TO FATURA-FF
           START FATFRETE KEY IS NOT LESS THAN CHAVE-FF
           MOVE 0 TO WSAIDA
           IF FS-FF NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM RELATORIO-FF-2 UNTIL WSAIDA = 1
           CLOSE ARQREL
           MOVE SPACES TO WTXT
           IF WQTD-FAT-REL-FF = ZEROES
              MOVE 'NENHUMA FATURA SELECIONADA' TO WTXT
           ELSE
              STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
                 INTO WTXT
           END-IF
           PERFORM R-MOSTRA-MSG-FF.
       RELATORIO-FF-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-RELATORIO-FF-ROTINAS SECTION.

       RELATORIO-FF-2.
           READ FATFRETE NEXT
           IF FS-FF NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF WREL-TRANSP-FF NOT = ZEROES AND
                 TRANSP-FF NOT = WREL-TRANSP-FF
                 MOVE 1 TO WSAIDA
              ELSE
                 IF WREL-FATURA-FF NOT = ZEROES
                    IF FATURA-FF = WREL-FATURA-FF
                       PERFORM RELATORIO-FF-FATURA
                    END-IF
                    MOVE 1 TO WSAIDA
                 ELSE
                    IF FF-EM-AUDITORIA
                       PERFORM RELATORIO-FF-FATURA
                    END-IF
                 END-IF
              END-IF
           END-IF.

       RELATORIO-FF-FATURA.
           ADD 1 TO WQTD-FAT-REL-FF
           MOVE TRANSP-FF TO WTRANSP-FF WAUD-TRANSP-FF
           MOVE FATURA-FF TO WFATURA-FF WAUD-FATURA-FF
           IF FF-EM-AUDITORIA
              PERFORM R-AUDITA-FATURA-FF
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE TRANSP-FF       TO RL-FC-TRANSP CODIGO-TRP
           MOVE SPACES          TO RL-FC-RAZAO
           READ TRANSP
           IF FS-TRP = '00'
              MOVE RAZAO-TRP    TO RL-FC-RAZAO
           END-IF
           MOVE FATURA-FF       TO RL-FC-FATURA
           MOVE DATA-EMISSAO-FF TO RL-FC-EMISSAO
           MOVE DATA-VENC-FF    TO RL-FC-VENC
           EVALUATE TRUE
              WHEN FF-APROVADA
                 MOVE 'APROVADA'     TO RL-FC-SITUACAO
              WHEN FF-CANCELADA
                 MOVE 'CANCELADA'    TO RL-FC-SITUACAO
              WHEN OTHER
                 MOVE 'EM AUDITORIA' TO RL-FC-SITUACAO
           END-EVALUATE
           MOVE WRL-FATURA-CAB TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WRL-ITEM-TITULOS TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE QTD-NF-FF        TO RL-FT-QTD
           MOVE VALOR-CALC-FF    TO RL-FT-CALC
           MOVE VALOR-COBRADO-FF TO RL-FT-COBRADO
           MOVE VALOR-APROV-FF   TO RL-FT-APROV
           MOVE QTD-DIVERG-FF    TO RL-FT-DIVERG
           MOVE WTRANSP-FF TO TRANSP-FI
           MOVE WFATURA-FF TO FATURA-FI
           MOVE ZEROES     TO NF-FI
           START FATFRETEIT KEY IS NOT LESS THAN CHAVE-FI
           MOVE 0 TO WSAIDA-NF-FF
           IF FS-FI NOT = '00'
              MOVE 1 TO WSAIDA-NF-FF
           END-IF
           PERFORM RELATORIO-FF-NOTA UNTIL WSAIDA-NF-FF = 1
           MOVE WRL-FATURA-TOT TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       RELATORIO-FF-NOTA.
           READ FATFRETEIT NEXT
           IF FS-FI NOT = '00' OR TRANSP-FI NOT = WTRANSP-FF OR
              FATURA-FI NOT = WFATURA-FF
              MOVE 1 TO WSAIDA-NF-FF
           ELSE
              COMPUTE WDIF-FF = VALOR-COBRADO-FI - VALOR-CALC-FI
              MOVE NF-FI            TO RL-FI-NF
              MOVE VALOR-CALC-FI    TO RL-FI-CALC
              MOVE VALOR-COBRADO-FI TO RL-FI-COBRADO
              MOVE WDIF-FF          TO RL-FI-DIF
              MOVE TRANSP-NF-FI     TO RL-FI-TRANSP-NF
              MOVE OCORRENCIA-FI    TO WOCORR-FF
              PERFORM R-TEXTO-OCORRENCIA-FF
              MOVE WTXT             TO RL-FI-OCORRENCIA
              MOVE SPACES           TO WTXT
              MOVE WRL-ITEM-LINHA TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.

      *-------------------------------------
      * AUDITORIA DA FATURA: GUARDA AS NOTAS DELA, CONFERE UMA A
      * UMA E REGRAVA OS TOTAIS NO CABECALHO. VALOR ACEITO: NOTA
      * CONFERIDA PELO COBRADO, COBRANCA ACIMA PELO CALCULADO,
      * DEMAIS OCORRENCIAS GLOSADAS (ZERO).
      *-------------------------------------
       R-AUDITA-FATURA-FF.
           INITIALIZE WTOTAIS-AUD-FF
           MOVE WAUD-TRANSP-FF TO WTRANSP-FF
           MOVE WAUD-FATURA-FF TO WFATURA-FF
           PERFORM R-CARREGA-NOTAS-FF
           PERFORM R-AUDITA-UMA-FF
              VARYING WI-FF FROM 1 BY 1 UNTIL WI-FF > WQTD-NF-FF
           MOVE WAUD-TRANSP-FF TO TRANSP-FF
           MOVE WAUD-FATURA-FF TO FATURA-FF
           READ FATFRETE
           IF FS-FF = '00'
              MOVE WTA-QTD-FF     TO QTD-NF-FF
              MOVE WTA-DIVERG-FF  TO QTD-DIVERG-FF
              MOVE WTA-COBRADO-FF TO VALOR-COBRADO-FF
              MOVE WTA-CALC-FF    TO VALOR-CALC-FF
              MOVE WTA-APROV-FF   TO VALOR-APROV-FF
              REWRITE REGISTRO-FATFRETE
           END-IF.

       R-AUDITA-UMA-FF.
           MOVE WTNF-NUMERO-FF(WI-FF) TO WAUD-NF-FF
           PERFORM R-AUDITA-NOTA-FF
           IF FS-FI = '00'
              ADD 1                TO WTA-QTD-FF
              ADD VALOR-COBRADO-FI TO WTA-COBRADO-FF
              ADD VALOR-CALC-FI    TO WTA-CALC-FF
              EVALUATE TRUE
                 WHEN FI-CONFERIDA
                    ADD VALOR-COBRADO-FI TO WTA-APROV-FF
                 WHEN FI-ACIMA
                    ADD VALOR-CALC-FI    TO WTA-APROV-FF
                    ADD 1 TO WTA-DIVERG-FF
                 WHEN OTHER
                    ADD 1 TO WTA-DIVERG-FF
              END-EVALUATE
           END-IF.

      *    (NOTAS DA FATURA WTRANSP-FF/WFATURA-FF NA TABELA)
       R-CARREGA-NOTAS-FF.
           MOVE ZEROES TO WQTD-NF-FF
           MOVE WTRANSP-FF TO TRANSP-FI
           MOVE WFATURA-FF TO FATURA-FI
           MOVE ZEROES     TO NF-FI
           START FATFRETEIT KEY IS NOT LESS THAN CHAVE-FI
           MOVE 0 TO WSAIDA-NF-FF
           IF FS-FI NOT = '00'
              MOVE 1 TO WSAIDA-NF-FF
           END-IF
           PERFORM R-CARREGA-NOTAS-FF-1 UNTIL WSAIDA-NF-FF = 1.

       R-CARREGA-NOTAS-FF-1.
           READ FATFRETEIT NEXT
           IF FS-FI NOT = '00' OR TRANSP-FI NOT = WTRANSP-FF OR
              FATURA-FI NOT = WFATURA-FF OR WQTD-NF-FF = WMAX-NF-FF
              MOVE 1 TO WSAIDA-NF-FF
           ELSE
              ADD 1 TO WQTD-NF-FF
              MOVE NF-FI TO WTNF-NUMERO-FF(WQTD-NF-FF)
           END-IF.

      *    (CONFERE A NOTA WAUD-NF-FF DA FATURA WCHAVE-AUD-FF CONTRA
      *     A NOTA EMITIDA E AS OUTRAS FATURAS NAO CANCELADAS; GRAVA
      *     CALCULADO E OCORRENCIA NO ITEM E O DEIXA NA AREA)
       R-AUDITA-NOTA-FF.
           MOVE SPACES TO WOCORR-FF
           MOVE ZEROES TO WCALC-FF WTRANSP-NF-FF
           MOVE WAUD-NF-FF TO NUMERO-NF
           READ NOTAS
           IF FS-NF NOT = '00'
              MOVE 'N' TO WOCORR-FF
           ELSE
              MOVE TRANSP-NF      TO WTRANSP-NF-FF
              MOVE VALOR-FRETE-NF TO WCALC-FF
              IF NF-CANCELADA
                 MOVE 'N' TO WOCORR-FF
              ELSE
                 IF TRANSP-NF NOT = WAUD-TRANSP-FF
                    MOVE 'T' TO WOCORR-FF
                 END-IF
              END-IF
           END-IF
           IF WOCORR-FF = SPACES
              MOVE WAUD-NF-FF TO NF-FI
              START FATFRETEIT KEY IS EQUAL NF-FI
              MOVE 0 TO WSAIDA-NF-FF
              IF FS-FI NOT = '00'
                 MOVE 1 TO WSAIDA-NF-FF
              END-IF
              PERFORM R-AUDITA-NOTA-FF-1 UNTIL WSAIDA-NF-FF = 1
           END-IF
           MOVE WAUD-TRANSP-FF TO TRANSP-FI
           MOVE WAUD-FATURA-FF TO FATURA-FI
           MOVE WAUD-NF-FF     TO NF-FI
           READ FATFRETEIT
           IF FS-FI = '00'
              IF WOCORR-FF = SPACES AND
                 VALOR-COBRADO-FI > WCALC-FF + WTOLERANCIA-FF
                 MOVE 'S' TO WOCORR-FF
              END-IF
              MOVE WCALC-FF      TO VALOR-CALC-FI
              MOVE WTRANSP-NF-FF TO TRANSP-NF-FI
              MOVE WOCORR-FF     TO OCORRENCIA-FI
              REWRITE REGISTRO-FATFRETEIT
           END-IF.

       R-AUDITA-NOTA-FF-1.
           READ FATFRETEIT NEXT
           IF FS-FI NOT = '00' OR NF-FI NOT = WAUD-NF-FF
              MOVE 1 TO WSAIDA-NF-FF
           ELSE
              IF (TRANSP-FI NOT = WAUD-TRANSP-FF OR
                  FATURA-FI NOT = WAUD-FATURA-FF) AND
                 SITUACAO-FI NOT = 'C'
                 MOVE 'D' TO WOCORR-FF
                 MOVE 1 TO WSAIDA-NF-FF
              END-IF
           END-IF.

       R-TEXTO-OCORRENCIA-FF.
           EVALUATE WOCORR-FF
              WHEN 'S'
                 MOVE 'COBRANCA ACIMA DO CALCULADO' TO WTXT
              WHEN 'D'
                 MOVE 'NOTA JA COBRADA EM OUTRA FATURA' TO WTXT
              WHEN 'T'
                 MOVE 'NOTA DE OUTRA TRANSPORTADORA' TO WTXT
              WHEN 'N'
                 MOVE 'NOTA INEXISTENTE OU CANCELADA' TO WTXT
              WHEN OTHER
                 MOVE 'CONFERIDA' TO WTXT
           END-EVALUATE.

       R-LE-TRANSP-FF.
           MOVE WTRANSP-FF TO CODIGO-TRP
           READ TRANSP
           IF FS-TRP NOT = '00'
              MOVE 'TRANSPORTADORA NAO CADASTRADA' TO WTXT
              PERFORM R-MOSTRA-MSG-FF
           ELSE
              MOVE RAZAO-TRP TO WRAZAO-TRP-FF
           END-IF.

       R-MOSTRA-MSG-FF.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG.
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME
           MOVE WDHTL-DATA      TO WTL-DATA
           MOVE WDHTL-HH        TO WTL-HH
           MOVE WDHTL-MM        TO WTL-MM
           MOVE WDHTL-SS        TO WTL-SS
           MOVE LID-OPERADOR-1  TO WTL-OPERADOR
           MOVE WTRANSP-FF      TO WTL-TRANSP
           MOVE WFATURA-FF      TO WTL-FATURA
           OPEN EXTEND ARQTRANLOG
           IF FS-TRANLOG = '05' OR FS-TRANLOG = '35'
              OPEN OUTPUT ARQTRANLOG
           END-IF
           MOVE WTRANLOG-LINHA TO ARQTRANLOG-REC
           WRITE ARQTRANLOG-REC
           CLOSE ARQTRANLOG.
       R-GRAVA-LOG-EXIT.
           EXIT.

       ABRE-ARQUIVOS.
           OPEN INPUT NOTAS.
           IF FS-NF NOT = '00'
              MOVE 'ERRO NA ABERTURA DAS NOTAS ST ' TO WTXT
              MOVE FS-NF TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN INPUT TRANSP.
           IF FS-TRP NOT = '00'
              MOVE 'ERRO NA ABERTURA DAS TRANSPORTADORAS ST ' TO WTXT
              MOVE FS-TRP TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O FATFRETE.
           IF FS-FF = '35'
              CLOSE FATFRETE OPEN OUTPUT FATFRETE
              CLOSE FATFRETE OPEN I-O FATFRETE
           END-IF
           IF FS-FF = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DAS FATURAS ST ' TO WTXT
              MOVE FS-FF TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O FATFRETEIT.
           IF FS-FI = '35'
              CLOSE FATFRETEIT OPEN OUTPUT FATFRETEIT
              CLOSE FATFRETEIT OPEN I-O FATFRETEIT
           END-IF
           IF FS-FI = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DAS NOTAS DAS FATURAS ST '
                 TO WTXT
              MOVE FS-FI TO WST
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
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FECHA-ARQUIVOS.
           CLOSE NOTAS TRANSP FATFRETE FATFRETEIT CONTASPAG.
       FECHA-ARQUIVOS-EXIT.
           EXIT.
