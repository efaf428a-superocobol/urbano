      *--------------------------
      * CONTAS A PAGAR - TITULOS DE FORNECEDORES E DESPESAS
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadContasPag.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-05 - Programa novo. Titulos a pagar (ARQCPAG.DAT)
      *              chaveados pelo credor + nota do fornecedor +
      *              parcela. O recebimento de mercadoria do
      *              CadCompras gera/acumula o titulo da nota do
      *              fornecedor pelo custo recebido; aqui ficam a
      *              inclusao de despesas operacionais sem ordem de
      *              compra (aluguel, energia...) em parcelas, a
      *              baixa de pagamentos (periodo contabil fechado
      *              so com gerente), a alteracao de vencimento e o
      *              cancelamento, a consulta por fornecedor e o
      *              aging por fornecedor no catalogo de spool.
      *              Operacoes no TRANLOG.LOG.
      * 2026-10-07 - Baixa pede a conta bancaria do pagamento (zero
      *              = conta padrao) e grava o debito esperado no
      *              movimento bancario (GravaMovBco) para a
      *              conciliacao com o extrato (ExeConcBanco).
      * 2026-10-13 - Credor do titulo pode ser vendedor ('V' -
      *              reembolso de despesa de viagem aprovada no
      *              CadDespViagem): tipo do credor na chave da tela
      *              (F/V) para baixa, alteracao e cancelamento, e
      *              nome lido do cadastro de vendedores. Inclusao
      *              de despesa, consulta e aging seguem so com
      *              fornecedor.
      * 2026-10-15 - Credor transportadora ('T' - fatura de frete
      *              aprovada na auditoria do CadFatFrete): aceito
      *              na chave da tela como o vendedor, nome lido do
      *              cadastro de transportadoras.
      * 2026-10-15 - Titulo de vendedor enviado a folha de pagamento
      *              e aguardando o retorno (ARQFOLHAMOV.DAT,
      *              ExeFolha) nao pode ser baixado nem cancelado
      *              aqui: quem quita e o retorno da folha.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CONTASPAG ASSIGN TO  DISK WID-ARQ-CPAG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CPAG
              ALTERNATE RECORD KEY IS DATA-VENC-CPAG WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-OC-CPAG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CPAG.

       SELECT FORNECEDORES ASSIGN TO  DISK WID-ARQ-FORN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FOR
              ALTERNATE RECORD KEY IS CNPJ-FOR  WITH DUPLICATES
              ALTERNATE RECORD KEY IS RAZAO-FOR WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FOR.

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT TRANSP ASSIGN TO  DISK WID-ARQ-TRANSP
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-TRP
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TRP.

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRANLOG.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT FOLHAMOV ASSIGN TO  DISK WID-ARQ-FMV
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FMV
              ALTERNATE RECORD KEY IS CHAVE-CPAG-FMV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FMV.

       SELECT ARQOPER ASSIGN TO DISK WID-ARQ-OPER
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-OPER.

       DATA DIVISION.
       FILE SECTION.
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

       FD FORNECEDORES.
       01 REGISTRO-FORNECEDORES.
          02 CHAVE-FOR.
             03 CODIGO-FOR            PIC  9(007).
          02 CNPJ-FOR                 PIC  9(014).
          02 RAZAO-FOR                PIC  X(040).
          02 INATIVO-FOR              PIC  X(001) VALUE SPACES.
          02 ENDERECO-FOR             PIC  X(040) VALUE SPACES.
          02 CIDADE-FOR               PIC  X(020) VALUE SPACES.
          02 ESTADO-FOR               PIC  X(002) VALUE SPACES.
          02 TELEFONE-FOR             PIC  X(015) VALUE SPACES.
          02 EMAIL-FOR                PIC  X(040) VALUE SPACES.

       FD VENDEDORES.
       01  REGISTRO-VENDEDORES.
           02 CHAVE-VEN.
              03 CODIGO-VEN             PIC  9(007).
              03 CPF-VEN                PIC  9(011).
           02 NOME-VEN                  PIC  X(040).
           02 FILLER                    PIC  X(040).

       FD TRANSP.
       01 REGISTRO-TRANSP.
          02 CODIGO-TRP               PIC  9(003).
          02 RAZAO-TRP                PIC  X(040).
          02 CNPJ-TRP                 PIC  9(014).
          02 TIPO-TARIFA-TRP          PIC  X(001) VALUE SPACES.
          02 TARIFA-TRP               PIC  9(005)v9(002) VALUE ZEROES.
          02 INATIVO-TRP              PIC  X(001) VALUE SPACES.

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       FD FOLHAMOV.
       01 REGISTRO-FOLHAMOV.
          02 CHAVE-FMV.
             03 ANO-MES-FMV           PIC  9(006).
             03 CODIGO-VEN-FMV        PIC  9(007).
             03 EVENTO-FMV            PIC  X(003).
             03 DOC-FMV               PIC  9(009).
             03 PARCELA-FMV           PIC  9(003).
          02 CHAVE-CPAG-FMV           PIC  X(020) VALUE SPACES.
          02 CPF-FMV                  PIC  9(011) VALUE ZEROES.
          02 NATUREZA-FMV             PIC  X(001) VALUE 'P'.
          02 VALOR-FMV                PIC  9(009)v9(002) VALUE ZEROES.
          02 SITUACAO-FMV             PIC  X(001) VALUE 'E'.
             88 FMV-EXPORTADO         VALUE 'E'.
          02 SEQ-REMESSA-FMV          PIC  9(003) VALUE ZEROES.
          02 DATA-EXPORT-FMV          PIC  9(008) VALUE ZEROES.
          02 DATA-PGTO-FMV            PIC  9(008) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD  ARQOPER.
       01  ARQOPER-REC               PIC X(60).

       WORKING-STORAGE SECTION.
       01 WREGISTRO-CONTASPAG.
          02 WTIPO-CRED-CPAG        PIC  X(001) VALUE 'F'.
          02 WCODIGO-CRED-CPAG      PIC  9(007) VALUE ZEROES.
          02 WNUMERO-DOC-CPAG       PIC  9(009) VALUE ZEROES.
          02 WPARCELA-CPAG          PIC  9(003) VALUE 1.
          02 WTOTAL-PARC-CPAG       PIC  9(003) VALUE ZEROES.
          02 WORIGEM-CPAG           PIC  X(001) VALUE SPACES.
          02 WCODIGO-OC-CPAG        PIC  9(009) VALUE ZEROES.
          02 WHISTORICO-CPAG        PIC  X(030) VALUE SPACES.
          02 WDATA-EMISSAO-CPAG     PIC  9(008) VALUE ZEROES.
          02 WDATA-VENC-CPAG        PIC  9(008) VALUE ZEROES.
          02 WVALOR-CPAG            PIC  9(009)v9(002) VALUE ZEROES.
          02 WSALDO-CPAG            PIC  9(009)v9(002) VALUE ZEROES.
          02 WSITUACAO-CPAG         PIC  X(001) VALUE 'A'.
       01 WRAZAO-FOR-CP           PIC  X(040) VALUE SPACES.

       01 WVALOR-PAGO-CP          PIC  9(009)v9(002) VALUE ZEROES.
       01 WDATA-PAGO-CP           PIC  9(008) VALUE ZEROES.
       01 WCONTA-BCO-CP           PIC  9(003) VALUE ZEROES.

      *-------------INCLUSAO DE DESPESA EM PARCELAS-----------------
       01 WQTD-PARC-CP            PIC  9(003) VALUE 1.
       01 WINTERVALO-CP           PIC  9(003) VALUE 30.
       01 WVAL-PARC-CP            PIC  9(009)v9(002) VALUE ZEROES.
       01 WVAL-ULT-PARC-CP        PIC  9(009)v9(002) VALUE ZEROES.
       77 WI-PC-CP                PIC  9(003) VALUE ZEROES.
       77 WINT-VENC-CP            PIC  9(008) VALUE ZEROES.
       77 WERRO-GRAV-CP           PIC  9 VALUE ZEROES.
      *--------------------------------------------------

       01 FS-CPAG.
           02 FS-CPAG-1                PIC 9.
           02 FS-CPAG-2                PIC 9.
           02 FS-CPAG-R REDEFINES FS-CPAG-2 PIC 99 COMP-X.
       01 FS-FOR.
           02 FS-FOR-1                PIC 9.
           02 FS-FOR-2                PIC 9.
           02 FS-FOR-R REDEFINES FS-FOR-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.

       01 WID-ARQ-CPAG                PIC X(50) VALUE 'ARQCPAG.DAT'.
       01 WID-ARQ-FORN                PIC X(50) VALUE 'ARQFORN.DAT'.
       01 WID-ARQ-VENDEDOR.
           02 WID-ARQ-VENDEDOR-1           PIC X(50).
       77 WVEN-ABERTO-CP              PIC 9 VALUE ZEROES.
       01 WID-ARQ-TRANSP              PIC X(50) VALUE 'ARQTRANSP.DAT'.
       01 FS-TRP                      PIC XX VALUE '00'.
       77 WTRP-ABERTO-CP              PIC 9 VALUE ZEROES.
       01 WID-ARQ-FMV                 PIC X(50)
                                      VALUE 'ARQFOLHAMOV.DAT'.
       01 FS-FMV.
           02 FS-FMV-1                PIC 9.
           02 FS-FMV-2                PIC 9.
           02 FS-FMV-R REDEFINES FS-FMV-2 PIC 99 COMP-X.
       77 WNA-FOLHA-CP                PIC 9 VALUE ZEROES.
       77 WSAIDA-FMV-CP               PIC 9 VALUE ZEROES.
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
          02 WTL-CREDOR             PIC 9(007).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-DOCUMENTO          PIC 9(009).
          02 FILLER                 PIC X VALUE '/'.
          02 WTL-PARCELA            PIC 9(003).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-SALDO-ANTES        PIC 9(009)v9(002).
          02 FILLER                 PIC X VALUE '>'.
          02 WTL-SALDO-DEPOIS       PIC 9(009)v9(002).

       77 WOPCAO-CP       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
      *                  (0=OK, 1=SAIDA)
       77 WCONT           PIC 9(04) VALUE ZEROES.
       01 WALTERA-CP              PIC X(001) VALUE SPACES.
      *                          (V=NOVO VENCIMENTO, C=CANCELA)

       01 WCOD-FOR-BUSCA   PIC 9(007) VALUE ZEROES.

      *-------------APURACAO DO AGING POR FORNECEDOR---------------
       77 WHOJE-INT        PIC 9(008) VALUE ZEROES.
       77 WVENC-INT        PIC 9(008) VALUE ZEROES.
       77 WDIAS-ATRASO     PIC S9(005) VALUE ZEROES.
       77 WFOR-QUEBRA      PIC 9(007) VALUE ZEROES.
       01 WAGE-FOR.
          02 WAGE-CORRENTE  PIC 9(009)v9(002) VALUE ZEROES.
          02 WAGE-30        PIC 9(009)v9(002) VALUE ZEROES.
          02 WAGE-60        PIC 9(009)v9(002) VALUE ZEROES.
          02 WAGE-90        PIC 9(009)v9(002) VALUE ZEROES.
          02 WAGE-MAIS-90   PIC 9(009)v9(002) VALUE ZEROES.
          02 WAGE-TOTAL     PIC 9(009)v9(002) VALUE ZEROES.
       01 WAGE-GERAL.
          02 WAGG-CORRENTE  PIC 9(011)v9(002) VALUE ZEROES.
          02 WAGG-30        PIC 9(011)v9(002) VALUE ZEROES.
          02 WAGG-60        PIC 9(011)v9(002) VALUE ZEROES.
          02 WAGG-90        PIC 9(011)v9(002) VALUE ZEROES.
          02 WAGG-MAIS-90   PIC 9(011)v9(002) VALUE ZEROES.
          02 WAGG-TOTAL     PIC 9(011)v9(002) VALUE ZEROES.
      *--------------------------------------------------

       01 WDATA-HOJE.
          02 WHJ-ANO        PIC 9(004).
          02 WHJ-MES        PIC 9(002).
          02 WHJ-DIA        PIC 9(002).
       01 WDATA-HOJE-N REDEFINES WDATA-HOJE PIC 9(008).

      *-------------BAIXA EM PERIODO CONTABIL FECHADO---------------
       01 WID-ARQ-OPER            PIC X(50) VALUE 'OPERADOR.CFG'.
       01 FS-OPER                 PIC XX VALUE '00'.
       77 WGERENTE-OK             PIC 9 VALUE ZEROES.
       77 WPER-OK-CP              PIC 9 VALUE ZEROES.
       77 WOPER-ACHOU-CP          PIC 9 VALUE ZEROES.
       01 WOPER-REG-CP.
          02 WOPER-ID-CP          PIC X(10).
          02 WOPER-NOME-CP        PIC X(30).
          02 WOPER-SENHA-CP       PIC X(10).
          02 WOPER-PERFIL-CP      PIC X(01).
      *--------------------------------------------------

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

      *------------------------------------
      * LAYOUT DO RELATORIO DE AGING DE CONTAS A PAGAR
      *------------------------------------
       01  CAB01-CP.
           02 FILLER            PIC X(38) VALUE SPACES.
           02 FILLER            PIC X(54) VALUE
           '  REL AGING CONTAS A PAGAR  '.

       01  CAB02-CP.
           03 FILLER PIC X(07) VALUE 'COD.FOR'.
           03 FILLER PIC X(01) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'RAZAO SOCIAL'.
           03 FILLER PIC X(01) VALUE SPACES.
           03 FILLER PIC X(12) VALUE '    A VENCER'.
           03 FILLER PIC X(12) VALUE '      ATE 30'.
           03 FILLER PIC X(12) VALUE '     31 A 60'.
           03 FILLER PIC X(12) VALUE '     61 A 90'.
           03 FILLER PIC X(12) VALUE '    ACIMA 90'.
           03 FILLER PIC X(12) VALUE '       TOTAL'.

       01  CAB03-CP.
           03 FILLER PIC X(112) VALUE IS ALL '-'.

       01  DET01-CP.
           03 RL-CODIGO-FOR-CP    PIC 9(007) VALUE ZEROES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RL-RAZAO-CP         PIC X(030) VALUE SPACES.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RL-FAIXA-CORRENTE   PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 RL-FAIXA-30         PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 RL-FAIXA-60         PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 RL-FAIXA-90         PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 RL-FAIXA-MAIS-90    PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 RL-FAIXA-TOTAL      PIC ZZZZZZZZ9,99 VALUE ZEROS.

       01  TOT01-CP.
           03 FILLER              PIC X(39) VALUE 'TOTAL GERAL'.
           03 RL-TOT-CORRENTE     PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 RL-TOT-30           PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 RL-TOT-60           PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 RL-TOT-90           PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 RL-TOT-MAIS-90      PIC ZZZZZZZZ9,99 VALUE ZEROS.
           03 RL-TOT-TOTAL        PIC ZZZZZZZZ9,99 VALUE ZEROS.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-OPCAO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - CONTAS A PAGAR".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] INCLUIR DESPESA (SEM ORDEM)".
          02 LINE 8 COL 10 VALUE "[2] BAIXAR PAGAMENTO".
          02 LINE 9 COL 10 VALUE "[3] CONSULTA POR FORNECEDOR".
          02 LINE 10 COL 10 VALUE "[4] ALTERAR VENCIMENTO/CANCELAR".
          02 LINE 11 COL 10 VALUE "[5] RELATORIO DE AGING".
          02 LINE 12 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-CP AUTO.

       01 TELA-TITULO-CP.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - CONTAS A PAGAR".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 29 VALUE "TITULO A PAGAR".
          02 LINE 6 COL 10 VALUE "Credor (F/V/T)..:".
          02 LINE 7 COL 10 VALUE "Nota do Fornec..:".
          02 LINE 7 COL 40 VALUE "Parc:".
          02 LINE 8 COL 10 VALUE "Historico.......:".
          02 LINE 8 COL 29 PIC X(030) USING WHISTORICO-CPAG.
          02 LINE 9 COL 10 VALUE "Origem/Ordem....:".
          02 LINE 9 COL 29 PIC X(001) USING WORIGEM-CPAG.
          02 LINE 9 COL 31 PIC 9(009) USING WCODIGO-OC-CPAG.
          02 LINE 9 COL 42 VALUE "(C=COMPRA D=DESPESA R=REEMBOLSO)".
          02 LINE 10 COL 10 VALUE "Emissao.........:".
          02 LINE 10 COL 29 PIC 9(008) USING WDATA-EMISSAO-CPAG.
          02 LINE 11 COL 10 VALUE "Vencimento......:".
          02 LINE 11 COL 29 PIC 9(008) USING WDATA-VENC-CPAG.
          02 LINE 12 COL 10 VALUE "Valor do Titulo.:".
          02 LINE 12 COL 29 PIC 9(009)v9(002) USING WVALOR-CPAG.
          02 LINE 13 COL 10 VALUE "Saldo em Aberto.:".
          02 LINE 13 COL 29 PIC 9(009)v9(002) USING WSALDO-CPAG.
          02 LINE 14 COL 10 VALUE "Situacao........:".
          02 LINE 14 COL 29 PIC X(001) USING WSITUACAO-CPAG.
          02 LINE 14 COL 31 VALUE "(A=ABERTO Q=QUITADO C=CANCELADO)".

       01 TELA-CHAVE-CP.
          02 LINE 06 COL 29 PIC X(001) USING WTIPO-CRED-CPAG.
          02 LINE 06 COL 31 PIC 9(007) USING WCODIGO-CRED-CPAG.
          02 LINE 06 COL 39 PIC X(040) FROM WRAZAO-FOR-CP.
          02 LINE 07 COL 29 PIC ZZZZZZZZ9 USING WNUMERO-DOC-CPAG.
          02 LINE 07 COL 46 PIC 9(003) USING WPARCELA-CPAG.

       01 TELA-DESPESA-CP.
          02 LINE 8 COL 29 PIC X(030) USING WHISTORICO-CPAG.
          02 LINE 10 COL 29 PIC 9(008) USING WDATA-EMISSAO-CPAG.
          02 LINE 11 COL 29 PIC 9(008) USING WDATA-VENC-CPAG.
          02 LINE 12 COL 29 PIC 9(009)v9(002) USING WVALOR-CPAG.
          02 LINE 16 COL 10 VALUE "Qtde Parcelas...:".
          02 LINE 16 COL 29 PIC 9(003) USING WQTD-PARC-CP.
          02 LINE 17 COL 10 VALUE "Intervalo (dias):".
          02 LINE 17 COL 29 PIC 9(003) USING WINTERVALO-CP.

       01 TELA-PAGAMENTO-CP.
          02 LINE 16 COL 10 VALUE "Valor Pago......:".
          02 LINE 16 COL 29 PIC 9(009)v9(002) USING WVALOR-PAGO-CP.
          02 LINE 17 COL 10 VALUE "Data Pagamento..:".
          02 LINE 17 COL 29 PIC 9(008) USING WDATA-PAGO-CP.
          02 LINE 18 COL 10 VALUE "Conta Bancaria..:".
          02 LINE 18 COL 29 PIC 9(003) USING WCONTA-BCO-CP.
          02 LINE 18 COL 33 VALUE "(0 = CONTA PADRAO)".

       01 TELA-ALTERA-CP.
          02 LINE 16 COL 10 VALUE "V=NOVO VENCIMENTO C=CANCELAR:".
          02 LINE 16 COL 41 PIC X(001) USING WALTERA-CP.
          02 LINE 17 COL 10 VALUE "Novo Vencimento.:".
          02 LINE 17 COL 29 PIC 9(008) USING WDATA-VENC-CPAG.

       01 TELA-BUSCA-FOR-CP.
          02 LINE 18 COL 10 VALUE "CODIGO DO FORNECEDOR....:".
          02 LINE 18 COL 37 PIC 9(007) USING WCOD-FOR-BUSCA.

       01 TELA-PROXIMO-CP.
          02 LINE 19 COL 10 VALUE "ENTER=PROXIMO REGISTRO  9=SAIR".
          02 LINE 19 COL 42 PIC X USING WX.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CPAG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FORN
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-TRANSP
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-FMV
           MOVE LID-ARQ-VENDEDOR-1 TO WID-ARQ-VENDEDOR-1
           INITIALIZE WSAIDA WOPCAO-CP
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-CP = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-CP
             WHEN 1
               PERFORM S-DESPESA
             WHEN 2
               PERFORM S-BAIXAR
             WHEN 3
               PERFORM S-PESQUISA-FOR
             WHEN 4
               PERFORM S-ALTERAR
             WHEN 5
               PERFORM S-RELATORIO-AGING
             WHEN 6
               CLOSE CONTASPAG FORNECEDORES
               IF WVEN-ABERTO-CP = 1
                  CLOSE VENDEDORES
               END-IF
               IF WTRP-ABERTO-CP = 1
                  CLOSE TRANSP
               END-IF
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *-------------------------------------
      * DESPESA SEM ORDEM DE COMPRA: O CREDOR E UM FORNECEDOR DO
      * CADASTRO (LOCADOR, CONCESSIONARIA...), O DOCUMENTO E A NOTA
      * OU FATURA DELE. O VALOR E DIVIDIDO NAS PARCELAS INFORMADAS
      * (DIFERENCA DE ARREDONDAMENTO NA ULTIMA), A PRIMEIRA NO
      * VENCIMENTO DIGITADO E AS DEMAIS A CADA INTERVALO DE DIAS.
      *-------------------------------------
       S-DESPESA SECTION.
       DESPESA-1.
           INITIALIZE WREGISTRO-CONTASPAG
           MOVE SPACES TO WRAZAO-FOR-CP
           MOVE 'F' TO WTIPO-CRED-CPAG
           MOVE 1  TO WPARCELA-CPAG WQTD-PARC-CP
           MOVE 30 TO WINTERVALO-CP
           MOVE 'D' TO WORIGEM-CPAG
           MOVE 'A' TO WSITUACAO-CPAG
           ACCEPT WDATA-HOJE FROM DATE YYYYMMDD
           MOVE WDATA-HOJE-N TO WDATA-EMISSAO-CPAG WDATA-VENC-CPAG
           MOVE 'INFORME FORNECEDOR E DOCUMENTO (0 SAI)' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-TITULO-CP
           ACCEPT TELA-CHAVE-CP
           INITIALIZE WMENSAGEM
           IF WCODIGO-CRED-CPAG = ZEROES OR WNUMERO-DOC-CPAG = ZEROES
              GO TO DESPESA-EXIT
           END-IF
           INSPECT WTIPO-CRED-CPAG CONVERTING 'fv' TO 'FV'
           IF WTIPO-CRED-CPAG NOT = 'F'
              MOVE 'DESPESA SO PARA CREDOR FORNECEDOR (F)' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO DESPESA-EXIT
           END-IF
           MOVE WCODIGO-CRED-CPAG TO CODIGO-FOR
           READ FORNECEDORES
           IF FS-FOR NOT = '00' OR INATIVO-FOR = 'S'
              MOVE 'FORNECEDOR INEXISTENTE OU INATIVO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO DESPESA-EXIT
           END-IF
           MOVE RAZAO-FOR TO WRAZAO-FOR-CP
           MOVE 'F'               TO TIPO-CRED-CPAG
           MOVE WCODIGO-CRED-CPAG TO CODIGO-CRED-CPAG
           MOVE WNUMERO-DOC-CPAG  TO NUMERO-DOC-CPAG
           MOVE 1                 TO PARCELA-CPAG
           READ CONTASPAG
           IF FS-CPAG = '00'
              MOVE 'DOCUMENTO JA LANCADO PARA O FORNECEDOR' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO DESPESA-EXIT
           END-IF
           DISPLAY TELA-TITULO-CP
           DISPLAY TELA-CHAVE-CP
           ACCEPT TELA-DESPESA-CP
           IF WVALOR-CPAG = ZEROES OR WHISTORICO-CPAG = SPACES
              MOVE 'DESPESA EXIGE HISTORICO E VALOR' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO DESPESA-EXIT
           END-IF
           IF WQTD-PARC-CP = ZEROES
              MOVE 1 TO WQTD-PARC-CP
           END-IF
           IF WDATA-VENC-CPAG < WDATA-EMISSAO-CPAG
              MOVE 'VENCIMENTO ANTERIOR A EMISSAO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO DESPESA-EXIT
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO DESPESA-EXIT
           END-IF
           COMPUTE WVAL-PARC-CP = WVALOR-CPAG / WQTD-PARC-CP
           COMPUTE WVAL-ULT-PARC-CP = WVALOR-CPAG -
              (WVAL-PARC-CP * (WQTD-PARC-CP - 1))
           MOVE ZEROES TO WERRO-GRAV-CP
           PERFORM R-GRAVA-PARCELA-CP
              VARYING WI-PC-CP FROM 1 BY 1
              UNTIL WI-PC-CP > WQTD-PARC-CP
           IF WERRO-GRAV-CP = 0
              MOVE 'DESPESA LANCADA' TO WTXT
           ELSE
              MOVE 'ERRO NA GRAVACAO DE PARCELA ST ' TO WTXT
              MOVE FS-CPAG TO WST
           END-IF
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       DESPESA-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-DESPESA-ROTINAS SECTION.

       R-GRAVA-PARCELA-CP.
           MOVE 'F'               TO TIPO-CRED-CPAG
           MOVE WCODIGO-CRED-CPAG TO CODIGO-CRED-CPAG
           MOVE WNUMERO-DOC-CPAG  TO NUMERO-DOC-CPAG
           MOVE WI-PC-CP          TO PARCELA-CPAG
           MOVE 'D'               TO ORIGEM-CPAG
           MOVE ZEROES            TO CODIGO-OC-CPAG
           MOVE WHISTORICO-CPAG   TO HISTORICO-CPAG
           MOVE WDATA-EMISSAO-CPAG TO DATA-EMISSAO-CPAG
           COMPUTE WINT-VENC-CP =
              FUNCTION INTEGER-OF-DATE(WDATA-VENC-CPAG) +
              (WINTERVALO-CP * (WI-PC-CP - 1))
           COMPUTE DATA-VENC-CPAG =
              FUNCTION DATE-OF-INTEGER(WINT-VENC-CP)
           IF WI-PC-CP = WQTD-PARC-CP
              MOVE WVAL-ULT-PARC-CP TO VALOR-CPAG SALDO-CPAG
           ELSE
              MOVE WVAL-PARC-CP     TO VALOR-CPAG SALDO-CPAG
           END-IF
           MOVE ZEROES            TO DATA-ULT-PGTO-CPAG
           MOVE 'A'               TO SITUACAO-CPAG
           MOVE WQTD-PARC-CP      TO TOTAL-PARC-CPAG
           MOVE LID-OPERADOR-1    TO OPERADOR-CPAG
           WRITE REGISTRO-CONTASPAG
           IF FS-CPAG = '00'
              MOVE 'CP-DESP ' TO WTL-OPERACAO
              MOVE ZEROES     TO WTL-SALDO-ANTES
              PERFORM R-GRAVA-LOG
           ELSE
              MOVE 1 TO WERRO-GRAV-CP
           END-IF.

      *-------------------------------------
      * BAIXA DE PAGAMENTO: ABATE O VALOR PAGO DO SALDO DO TITULO
      * (QUITA QUANDO ZERA). PAGAMENTO EM MES CONTABIL FECHADO SO
      * COM PERFIL DE GERENTE/ADMIN, QUE MARCA O MES PARA
      * REEXPORTACAO.
      *-------------------------------------
       S-BAIXAR SECTION.
       BAIXAR-1.
           PERFORM R-PEDE-TITULO THRU R-PEDE-TITULO-EXIT
           IF WSAIDA = 1
              GO TO BAIXAR-EXIT
           END-IF
           IF NOT CPAG-ABERTO OR SALDO-CPAG = ZEROES
              MOVE 'TITULO QUITADO OU CANCELADO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              UNLOCK CONTASPAG
              GO TO BAIXAR-EXIT
           END-IF
           PERFORM R-CHECA-FOLHA-CP
           IF WNA-FOLHA-CP = 1
              MOVE 'TITULO ENVIADO NA FOLHA - AGUARDA O RETORNO'
                TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              UNLOCK CONTASPAG
              GO TO BAIXAR-EXIT
           END-IF
           MOVE ZEROES TO WVALOR-PAGO-CP
           ACCEPT WDATA-HOJE FROM DATE YYYYMMDD
           MOVE WDATA-HOJE-N TO WDATA-PAGO-CP
           PERFORM R-CHECA-PERIODO-CP THRU R-CHECA-PERIODO-CP-EXIT
           IF WPER-OK-CP = ZERO
              UNLOCK CONTASPAG
              GO TO BAIXAR-EXIT
           END-IF
           DISPLAY TELA-PAGAMENTO-CP
           ACCEPT TELA-PAGAMENTO-CP
           IF WVALOR-PAGO-CP = ZEROES
              UNLOCK CONTASPAG
              GO TO BAIXAR-EXIT
           END-IF
           IF WVALOR-PAGO-CP > SALDO-CPAG
              MOVE 'VALOR PAGO MAIOR QUE O SALDO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              UNLOCK CONTASPAG
              GO TO BAIXAR-EXIT
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              UNLOCK CONTASPAG
              GO TO BAIXAR-EXIT
           END-IF
           MOVE SALDO-CPAG TO WTL-SALDO-ANTES
           SUBTRACT WVALOR-PAGO-CP FROM SALDO-CPAG
           MOVE WDATA-PAGO-CP TO DATA-ULT-PGTO-CPAG
           IF SALDO-CPAG = ZEROES
              MOVE 'Q' TO SITUACAO-CPAG
           END-IF
           REWRITE REGISTRO-CONTASPAG
           IF FS-CPAG = '00'
              MOVE 'CP-PAGTO' TO WTL-OPERACAO
              PERFORM R-GRAVA-LOG
              MOVE 'PAGAMENTO REGISTRADO' TO WTXT
              MOVE WCONTA-BCO-CP  TO LINK-MBC-CONTA
              MOVE WDATA-PAGO-CP  TO LINK-MBC-DATA
              MOVE 'D'            TO LINK-MBC-TIPO
              MOVE 'CP'           TO LINK-MBC-ORIGEM
              MOVE SPACES         TO LINK-MBC-DOCUMENTO
              STRING 'CP ' NUMERO-DOC-CPAG '/' PARCELA-CPAG
                 DELIMITED BY SIZE INTO LINK-MBC-DOCUMENTO
              MOVE WVALOR-PAGO-CP TO LINK-MBC-VALOR
              MOVE LID-OPERADOR-1 TO LINK-MBC-OPERADOR
              MOVE LID-EMPRESA-1  TO LINK-MBC-EMPRESA
              CALL "GravaMovBco" USING LINK-MOVBCO
              IF LINK-MBC-STATUS = '1'
                 MOVE 'PAGO - CONTA BANCARIA INVALIDA, SEM MOVIMENTO'
                    TO WTXT
              END-IF
           ELSE
              MOVE 'ERRO DE REGRAVAÇÃO ST ' TO WTXT
              MOVE FS-CPAG TO WST
           END-IF
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       BAIXAR-EXIT.
           EXIT.

      *-------------------------------------
      * ALTERACAO: NOVO VENCIMENTO (TITULO EM ABERTO) OU
      * CANCELAMENTO DO TITULO SEM PAGAMENTO ('C' - SAI DO AGING E
      * DAS PROJECOES, O REGISTRO FICA PARA CONSULTA).
      *-------------------------------------
       S-ALTERAR SECTION.
       ALTERAR-1.
           PERFORM R-PEDE-TITULO THRU R-PEDE-TITULO-EXIT
           IF WSAIDA = 1
              GO TO ALTERAR-EXIT
           END-IF
           IF NOT CPAG-ABERTO
              MOVE 'SO TITULO EM ABERTO PODE SER ALTERADO' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              UNLOCK CONTASPAG
              GO TO ALTERAR-EXIT
           END-IF
           MOVE SPACES TO WALTERA-CP
           DISPLAY TELA-ALTERA-CP
           ACCEPT TELA-ALTERA-CP
           IF WALTERA-CP NOT = 'V' AND WALTERA-CP NOT = 'C'
              UNLOCK CONTASPAG
              GO TO ALTERAR-EXIT
           END-IF
           IF WALTERA-CP = 'C' AND SALDO-CPAG NOT = VALOR-CPAG
              MOVE 'TITULO COM PAGAMENTO NAO PODE SER CANCELADO'
                TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              UNLOCK CONTASPAG
              GO TO ALTERAR-EXIT
           END-IF
           IF WALTERA-CP = 'C'
              PERFORM R-CHECA-FOLHA-CP
              IF WNA-FOLHA-CP = 1
                 MOVE 'TITULO ENVIADO NA FOLHA - AGUARDA O RETORNO'
                   TO WTXT
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE WMENSAGEM
                 DISPLAY TELA-MENSAGEM
                 UNLOCK CONTASPAG
                 GO TO ALTERAR-EXIT
              END-IF
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              UNLOCK CONTASPAG
              GO TO ALTERAR-EXIT
           END-IF
           MOVE SALDO-CPAG TO WTL-SALDO-ANTES
           IF WALTERA-CP = 'C'
              MOVE 'C' TO SITUACAO-CPAG
              MOVE 'CP-CANC ' TO WTL-OPERACAO
           ELSE
              MOVE WDATA-VENC-CPAG TO DATA-VENC-CPAG
              MOVE 'CP-VENC ' TO WTL-OPERACAO
           END-IF
           REWRITE REGISTRO-CONTASPAG
           IF FS-CPAG = '00'
              PERFORM R-GRAVA-LOG
           ELSE
              MOVE 'ERRO DE REGRAVAÇÃO ST ' TO WTXT
              MOVE FS-CPAG TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.
       ALTERAR-EXIT.
           EXIT.

      * ROTINAS DAS OPCOES ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-TITULO-ROTINAS SECTION.

      *-------------------------------------
      * TITULO DE VENDEDOR (REEMBOLSO) COM LANCAMENTO NA FOLHA DE
      * PAGAMENTO AGUARDANDO RETORNO. SEM O ARQUIVO DA FOLHA NAO HA
      * O QUE CHECAR.
      *-------------------------------------
       R-CHECA-FOLHA-CP.
           MOVE ZEROES TO WNA-FOLHA-CP
           IF CPAG-VENDEDOR
              OPEN INPUT FOLHAMOV
              IF FS-FMV = '00'
                 MOVE CHAVE-CPAG TO CHAVE-CPAG-FMV
                 START FOLHAMOV KEY IS EQUAL CHAVE-CPAG-FMV
                 MOVE 0 TO WSAIDA-FMV-CP
                 IF FS-FMV NOT = '00'
                    MOVE 1 TO WSAIDA-FMV-CP
                 END-IF
                 PERFORM R-CHECA-FOLHA-CP-1 UNTIL WSAIDA-FMV-CP = 1
                 CLOSE FOLHAMOV
              END-IF
           END-IF.

       R-CHECA-FOLHA-CP-1.
           READ FOLHAMOV NEXT
           IF FS-FMV NOT = '00' OR CHAVE-CPAG-FMV NOT = CHAVE-CPAG
              MOVE 1 TO WSAIDA-FMV-CP
           ELSE
              IF FMV-EXPORTADO
                 MOVE 1 TO WNA-FOLHA-CP
                 MOVE 1 TO WSAIDA-FMV-CP
              END-IF
           END-IF.

      *-------------------------------------
      * PEDE FORNECEDOR + DOCUMENTO + PARCELA E LE O TITULO COM
      * TRAVA. WSAIDA = 1 QUANDO O OPERADOR DESISTE OU O TITULO
      * NAO EXISTE.
      *-------------------------------------
       R-PEDE-TITULO.
           MOVE 1 TO WSAIDA
           INITIALIZE WREGISTRO-CONTASPAG
           MOVE SPACES TO WRAZAO-FOR-CP
           MOVE 'F' TO WTIPO-CRED-CPAG
           MOVE 1 TO WPARCELA-CPAG
           MOVE '=> 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-MENSAGEM
           DISPLAY TELA-TITULO-CP
           ACCEPT TELA-CHAVE-CP
           INITIALIZE WMENSAGEM
           IF WCODIGO-CRED-CPAG = ZEROES OR WNUMERO-DOC-CPAG = ZEROES
              GO TO R-PEDE-TITULO-EXIT
           END-IF
           INSPECT WTIPO-CRED-CPAG CONVERTING 'fvt' TO 'FVT'
           IF WTIPO-CRED-CPAG = SPACES
              MOVE 'F' TO WTIPO-CRED-CPAG
           END-IF
           IF WTIPO-CRED-CPAG NOT = 'F' AND WTIPO-CRED-CPAG NOT = 'V'
              AND WTIPO-CRED-CPAG NOT = 'T'
              MOVE 'TIPO DE CREDOR INVALIDO (F, V OU T)' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-PEDE-TITULO-EXIT
           END-IF
           MOVE WTIPO-CRED-CPAG   TO TIPO-CRED-CPAG
           MOVE WCODIGO-CRED-CPAG TO CODIGO-CRED-CPAG
           MOVE WNUMERO-DOC-CPAG  TO NUMERO-DOC-CPAG
           MOVE WPARCELA-CPAG     TO PARCELA-CPAG
           READ CONTASPAG WITH LOCK
           IF FS-CPAG = '9D'
              MOVE 'REGISTRO EM USO EM OUTRO TERMINAL' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-PEDE-TITULO-EXIT
           END-IF
           IF FS-CPAG NOT = '00'
              MOVE 'TITULO NÃO EXISTE ST ' TO WTXT
              MOVE FS-CPAG TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-PEDE-TITULO-EXIT
           END-IF
           PERFORM MOVE-DADOS-CP
           DISPLAY TELA-TITULO-CP
           DISPLAY TELA-CHAVE-CP
           MOVE 0 TO WSAIDA.
       R-PEDE-TITULO-EXIT.
           EXIT.

      *-------------------------------------
      * PERIODO CONTABIL DA DATA DO PAGAMENTO (ChkPeriodo): MES
      * FECHADO SO COM O PERFIL DE GERENTE/ADMIN DO PROPRIO
      * OPERADOR, E A LIBERACAO MARCA O MES PARA REEXPORTACAO.
      *-------------------------------------
       R-CHECA-PERIODO-CP.
           MOVE 1 TO WPER-OK-CP
           MOVE 'C' TO LINK-PER-FUNCAO
           MOVE WDATA-PAGO-CP TO LINK-PER-DATA
           MOVE LID-EMPRESA-1 TO LINK-PER-EMPRESA
           MOVE LID-OPERADOR-1 TO LINK-PER-OPERADOR
           CALL "ChkPeriodo" USING LINK-PERIODO
           IF LINK-PER-STATUS NOT = '0' OR
              LINK-PER-SITUACAO NOT = 'F'
              GO TO R-CHECA-PERIODO-CP-EXIT
           END-IF
           MOVE 0 TO WPER-OK-CP
           PERFORM R-CHECA-GERENTE
           IF WGERENTE-OK = ZERO
              MOVE 'PERIODO FECHADO - SO GERENTE/ADMIN' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
              GO TO R-CHECA-PERIODO-CP-EXIT
           END-IF
           MOVE 'L' TO LINK-PER-FUNCAO
           CALL "ChkPeriodo" USING LINK-PERIODO
           MOVE 1 TO WPER-OK-CP.
       R-CHECA-PERIODO-CP-EXIT.
           EXIT.

      *-------------------------------------
      * CONFERE NO OPERADOR.CFG SE O OPERADOR DO LOGIN TEM PERFIL
      * 'A' OU 'G'.
      *-------------------------------------
       R-CHECA-GERENTE.
           MOVE ZERO TO WGERENTE-OK WOPER-ACHOU-CP
           OPEN INPUT ARQOPER
           IF FS-OPER = '00'
              PERFORM R-CHECA-GERENTE-1
                UNTIL WOPER-ACHOU-CP = 1 OR FS-OPER NOT = '00'
              CLOSE ARQOPER
           END-IF.

       R-CHECA-GERENTE-1.
           READ ARQOPER INTO WOPER-REG-CP
             AT END MOVE '10' TO FS-OPER
           END-READ
           IF FS-OPER = '00' AND WOPER-ID-CP = LID-OPERADOR-1
              MOVE 1 TO WOPER-ACHOU-CP
              IF WOPER-PERFIL-CP = 'A' OR WOPER-PERFIL-CP = 'G'
                 MOVE 1 TO WGERENTE-OK
              END-IF
           END-IF.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG.
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME
           MOVE WDHTL-DATA       TO WTL-DATA
           MOVE WDHTL-HH         TO WTL-HH
           MOVE WDHTL-MM         TO WTL-MM
           MOVE WDHTL-SS         TO WTL-SS
           MOVE LID-OPERADOR-1   TO WTL-OPERADOR
           MOVE CODIGO-CRED-CPAG TO WTL-CREDOR
           MOVE NUMERO-DOC-CPAG  TO WTL-DOCUMENTO
           MOVE PARCELA-CPAG     TO WTL-PARCELA
           MOVE SALDO-CPAG       TO WTL-SALDO-DEPOIS
           OPEN EXTEND ARQTRANLOG
           IF FS-TRANLOG = '05' OR FS-TRANLOG = '35'
              OPEN OUTPUT ARQTRANLOG
           END-IF
           MOVE WTRANLOG-LINHA TO ARQTRANLOG-REC
           WRITE ARQTRANLOG-REC
           CLOSE ARQTRANLOG.
       R-GRAVA-LOG-EXIT.
           EXIT.

       S-PESQUISA-FOR SECTION.
       PESQUISA-FOR-1.
           MOVE ZEROES TO WCOD-FOR-BUSCA
           DISPLAY TELA-BUSCA-FOR-CP
           ACCEPT TELA-BUSCA-FOR-CP
           IF WCOD-FOR-BUSCA NOT = ZEROES
              MOVE 'F'            TO TIPO-CRED-CPAG
              MOVE WCOD-FOR-BUSCA TO CODIGO-CRED-CPAG
              MOVE ZEROES         TO NUMERO-DOC-CPAG PARCELA-CPAG
              START CONTASPAG KEY IS NOT LESS THAN CHAVE-CPAG
              IF FS-CPAG NOT = '00'
                 MOVE 'NENHUM TITULO ENCONTRADO ST ' TO WTXT
                 MOVE FS-CPAG TO WST
                 DISPLAY TELA-MENSAGEM
                 ACCEPT WX
                 INITIALIZE WMENSAGEM
              ELSE
                 MOVE 0 TO WSAIDA
                 PERFORM PESQUISA-FOR-2 UNTIL WSAIDA = 1
              END-IF
           END-IF.
       PESQUISA-FOR-EXIT.
           EXIT.

       PESQUISA-FOR-2.
           READ CONTASPAG NEXT
           IF FS-CPAG NOT = '00' OR
              NOT CPAG-FORNECEDOR OR
              CODIGO-CRED-CPAG NOT = WCOD-FOR-BUSCA
              MOVE 1 TO WSAIDA
           ELSE
              PERFORM MOVE-DADOS-CP
              DISPLAY TELA-TITULO-CP
              DISPLAY TELA-CHAVE-CP
              MOVE SPACES TO WX
              DISPLAY TELA-PROXIMO-CP
              ACCEPT TELA-PROXIMO-CP
              IF WX = '9'
                 MOVE 1 TO WSAIDA
              END-IF
           END-IF.

      *-------------------------------------
      * RELATORIO DE AGING: PERCORRE OS TITULOS PELA CHAVE (QUEBRA
      * POR FORNECEDOR) E CLASSIFICA O SALDO DE CADA TITULO EM
      * ABERTO PELOS DIAS DE ATRASO EM RELACAO A DATA DE HOJE.
      *-------------------------------------
       S-RELATORIO-AGING SECTION.
       R-AGING-1.
           MOVE 'RELCPAG1.TXT' TO WID-ARQ-REL-1
           MOVE 'RELCPAG1' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE LID-OPERADOR-1 TO LINK-SPL-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-SPL-EMPRESA
           CALL "RegSpool" USING LINK-SPOOL
           IF LINK-SPL-STATUS = '0'
              MOVE LINK-SPL-ARQUIVO TO WID-ARQ-REL-1
           END-IF
           OPEN OUTPUT ARQREL
           ACCEPT WDATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WHOJE-INT = FUNCTION INTEGER-OF-DATE(WDATA-HOJE-N)
           PERFORM S-IMP-CAB
           INITIALIZE WAGE-FOR WAGE-GERAL
           MOVE ZEROES TO WFOR-QUEBRA
           MOVE 'F'    TO TIPO-CRED-CPAG
           MOVE ZEROES TO CODIGO-CRED-CPAG NUMERO-DOC-CPAG
                          PARCELA-CPAG
           START CONTASPAG KEY IS NOT LESS THAN CHAVE-CPAG
           IF FS-CPAG = '00'
              PERFORM R-AGING-2 UNTIL FS-CPAG NOT = '00'
           END-IF
           IF WFOR-QUEBRA NOT = ZEROES
              PERFORM R-IMPRIME-FOR-AGING
           END-IF
           PERFORM R-IMPRIME-TOTAL-AGING
           CLOSE ARQREL
           MOVE SPACES TO WTXT
           STRING 'RELATORIO GERADO EM ' WID-ARQ-REL-1
              DELIMITED BY SIZE INTO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
       R-AGING-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-AGING-ROTINAS SECTION.

       R-AGING-2.
           READ CONTASPAG NEXT
           IF FS-CPAG = '00' AND NOT CPAG-FORNECEDOR
              MOVE '10' TO FS-CPAG
           END-IF
           IF FS-CPAG = '00'
              IF CODIGO-CRED-CPAG NOT = WFOR-QUEBRA
                 IF WFOR-QUEBRA NOT = ZEROES
                    PERFORM R-IMPRIME-FOR-AGING
                 END-IF
                 MOVE CODIGO-CRED-CPAG TO WFOR-QUEBRA
                 INITIALIZE WAGE-FOR
              END-IF
              IF CPAG-ABERTO AND SALDO-CPAG NOT = ZEROES
                 PERFORM R-CLASSIFICA-FAIXA
              END-IF
           END-IF.

       R-CLASSIFICA-FAIXA.
           COMPUTE WVENC-INT =
              FUNCTION INTEGER-OF-DATE(DATA-VENC-CPAG)
           COMPUTE WDIAS-ATRASO = WHOJE-INT - WVENC-INT
           EVALUATE TRUE
              WHEN WDIAS-ATRASO NOT > ZEROES
                 ADD SALDO-CPAG TO WAGE-CORRENTE WAGG-CORRENTE
              WHEN WDIAS-ATRASO NOT > 30
                 ADD SALDO-CPAG TO WAGE-30 WAGG-30
              WHEN WDIAS-ATRASO NOT > 60
                 ADD SALDO-CPAG TO WAGE-60 WAGG-60
              WHEN WDIAS-ATRASO NOT > 90
                 ADD SALDO-CPAG TO WAGE-90 WAGG-90
              WHEN OTHER
                 ADD SALDO-CPAG TO WAGE-MAIS-90 WAGG-MAIS-90
           END-EVALUATE
           ADD SALDO-CPAG TO WAGE-TOTAL WAGG-TOTAL.

       R-IMPRIME-FOR-AGING.
           IF WAGE-TOTAL NOT = ZEROES
              MOVE WFOR-QUEBRA TO RL-CODIGO-FOR-CP
              MOVE SPACES      TO RL-RAZAO-CP
              MOVE WFOR-QUEBRA TO CODIGO-FOR
              READ FORNECEDORES
              IF FS-FOR = '00'
                 MOVE RAZAO-FOR TO RL-RAZAO-CP
              END-IF
              MOVE WAGE-CORRENTE TO RL-FAIXA-CORRENTE
              MOVE WAGE-30       TO RL-FAIXA-30
              MOVE WAGE-60       TO RL-FAIXA-60
              MOVE WAGE-90       TO RL-FAIXA-90
              MOVE WAGE-MAIS-90  TO RL-FAIXA-MAIS-90
              MOVE WAGE-TOTAL    TO RL-FAIXA-TOTAL
              MOVE DET01-CP TO ARQREL-DATA-01
              WRITE ARQREL-REC
              ADD 1 TO WCONT
           END-IF.

       R-IMPRIME-TOTAL-AGING.
           MOVE CAB03-CP TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WAGG-CORRENTE TO RL-TOT-CORRENTE
           MOVE WAGG-30       TO RL-TOT-30
           MOVE WAGG-60       TO RL-TOT-60
           MOVE WAGG-90       TO RL-TOT-90
           MOVE WAGG-MAIS-90  TO RL-TOT-MAIS-90
           MOVE WAGG-TOTAL    TO RL-TOT-TOTAL
           MOVE TOT01-CP TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       S-IMP-CAB.
           MOVE ZEROES TO WCONT
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB01-CP TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB02-CP TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB03-CP TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       S-MOVER-DADOS SECTION.
       MOVE-DADOS-CP.
           MOVE TIPO-CRED-CPAG     TO WTIPO-CRED-CPAG
           MOVE CODIGO-CRED-CPAG   TO WCODIGO-CRED-CPAG
           MOVE NUMERO-DOC-CPAG    TO WNUMERO-DOC-CPAG
           MOVE PARCELA-CPAG       TO WPARCELA-CPAG
           MOVE TOTAL-PARC-CPAG    TO WTOTAL-PARC-CPAG
           MOVE ORIGEM-CPAG        TO WORIGEM-CPAG
           MOVE CODIGO-OC-CPAG     TO WCODIGO-OC-CPAG
           MOVE HISTORICO-CPAG     TO WHISTORICO-CPAG
           MOVE DATA-EMISSAO-CPAG  TO WDATA-EMISSAO-CPAG
           MOVE DATA-VENC-CPAG     TO WDATA-VENC-CPAG
           MOVE VALOR-CPAG         TO WVALOR-CPAG
           MOVE SALDO-CPAG         TO WSALDO-CPAG
           MOVE SITUACAO-CPAG      TO WSITUACAO-CPAG
           MOVE SPACES             TO WRAZAO-FOR-CP
           EVALUATE TRUE
           WHEN CPAG-VENDEDOR
              IF WVEN-ABERTO-CP = 1
                 MOVE CODIGO-CRED-CPAG TO CODIGO-VEN
                 READ VENDEDORES KEY IS CODIGO-VEN
                 IF FS-VEN = '00'
                    MOVE NOME-VEN TO WRAZAO-FOR-CP
                 END-IF
              END-IF
           WHEN CPAG-TRANSPORTADORA
              IF WTRP-ABERTO-CP = 1
                 MOVE CODIGO-CRED-CPAG TO CODIGO-TRP
                 READ TRANSP
                 IF FS-TRP = '00'
                    MOVE RAZAO-TRP TO WRAZAO-FOR-CP
                 END-IF
              END-IF
           WHEN OTHER
              MOVE CODIGO-CRED-CPAG   TO CODIGO-FOR
              READ FORNECEDORES
              IF FS-FOR = '00'
                 MOVE RAZAO-FOR TO WRAZAO-FOR-CP
              END-IF
           END-EVALUATE.

       ABRE-ARQUIVOS.
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
           OPEN INPUT FORNECEDORES.
           IF FS-FOR NOT = '00'
              MOVE 'ERRO NA ABERTURA DOS FORNECEDORES ST ' TO WTXT
              MOVE FS-FOR TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           MOVE ZERO TO WVEN-ABERTO-CP
           OPEN INPUT VENDEDORES.
           IF FS-VEN = '00'
              MOVE 1 TO WVEN-ABERTO-CP
           END-IF.
           MOVE ZERO TO WTRP-ABERTO-CP
           OPEN INPUT TRANSP.
           IF FS-TRP = '00'
              MOVE 1 TO WTRP-ABERTO-CP
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
