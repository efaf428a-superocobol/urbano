      *--------------------------
      * CONFERENCIA DA SEPARACAO POR LEITURA DE CODIGO DE BARRAS
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadConferencia.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Conferencia do romaneio da
      *              rodada de faturamento (ARQCONFER.DAT e
      *              ARQCONFITEM.DAT, gerados pelo ExeFaturamento):
      *              o expedidor informa a nota e o separador e le
      *              os codigos de barras (ARQEAN.DAT, CadCodBarras)
      *              de cada volume. Codigo desconhecido, produto
      *              que nao e da nota e sobra sao apontados na
      *              hora; falta, no encerramento da nota. A carga
      *              da rodada so e liberada com todas as notas
      *              conferidas sem divergencia ou por supervisor.
      *              Cada divergencia fica em CONFERENCIA.LOG com o
      *              separador, para o resumo por separador.
      * 2026-10-15 - Chaves alternativas de data em NOTAS.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CONFER ASSIGN TO  DISK WID-ARQ-CONF
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS RODADA-CF
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CF.

       SELECT CONFITEM ASSIGN TO  DISK WID-ARQ-CONFITEM
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CFI
              ALTERNATE RECORD KEY IS NUMERO-NF-CFI WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CFI.

       SELECT CODBARRAS ASSIGN TO  DISK WID-ARQ-EAN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-EAN
              ALTERNATE RECORD KEY IS CODIGO-PROD-EAN WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EAN.

       SELECT PRODUTOS ASSIGN TO  DISK WID-ARQ-PRODUTO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD
              ALTERNATE RECORD KEY IS DESCRICAO-PROD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PROD.

       SELECT NOTAS ASSIGN TO  DISK WID-ARQ-NOTAS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-NF
              ALTERNATE RECORD KEY IS CODIGO-PED-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-CLI-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-NF WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NF.

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT ARQNFCTRL ASSIGN TO DISK WID-ARQ-NFCTRL
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-NFCTRL.

       SELECT ARQCONFLOG ASSIGN TO DISK WID-ARQ-CONFLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CONFLOG.

       DATA DIVISION.
       FILE SECTION.
       FD CONFER.
       01 REGISTRO-CONFER.
          02 RODADA-CF                PIC  9(009).
          02 ULTIMA-NF-CF             PIC  9(009) VALUE ZEROES.
          02 DATA-CF                  PIC  9(008) VALUE ZEROES.
          02 SITUACAO-CF              PIC  X(001) VALUE SPACES.
             88 CONF-PENDENTE         VALUE 'P'.
             88 CONF-LIBERADA         VALUE 'L'.
             88 CONF-LIB-SUPERVISOR   VALUE 'S'.
          02 INCOMPLETA-CF            PIC  X(001) VALUE SPACES.
          02 DATA-LIB-CF              PIC  9(008) VALUE ZEROES.
          02 OPERADOR-LIB-CF          PIC  X(010) VALUE SPACES.
          02 SUPERVISOR-CF            PIC  9(007) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD CONFITEM.
       01 REGISTRO-CONFITEM.
          02 CHAVE-CFI.
             03 RODADA-CFI            PIC  9(009).
             03 NUMERO-NF-CFI         PIC  9(009).
             03 CODIGO-PROD-CFI       PIC  9(007).
          02 QTDE-ESP-CFI             PIC  9(007) VALUE ZEROES.
          02 QTDE-LIDA-CFI            PIC  9(007) VALUE ZEROES.
          02 SEPARADOR-CFI            PIC  X(010) VALUE SPACES.
          02 DATA-CONF-CFI            PIC  9(008) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD CODBARRAS.
       01 REGISTRO-CODBARRAS.
          02 CODIGO-EAN               PIC  X(014).
          02 CODIGO-PROD-EAN          PIC  9(007) VALUE ZEROES.
          02 TIPO-EAN                 PIC  X(001) VALUE SPACES.
             88 EAN-UNIDADE           VALUE 'E'.
             88 EAN-EMBALAGEM         VALUE 'D'.
          02 QTDE-EMB-EAN             PIC  9(005) VALUE ZEROES.
          02 FILLER                   PIC  X(023) VALUE SPACES.

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
          02 ALIQ-IPI-PROD         PIC  9(003)v9(002) VALUE ZEROES.
          02 ESTOQUE-MIN-PROD      PIC  9(007) VALUE ZEROES.
          02 LOTE-REPOS-PROD       PIC  9(007) VALUE ZEROES.
          02 CUSTO-MEDIO-PROD      PIC  9(007)v9(002) VALUE ZEROES.
          02 LOCAL-ARMAZEM-PROD     PIC  X(006) VALUE SPACES.
          02 PESO-PROD              PIC  9(005)v9(003) VALUE ZEROES.
          02 CATEGORIA-PROD         PIC  9(003) VALUE ZEROES.

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
             88 NF-EM-TRANSITO        VALUE 'T'.
             88 NF-ENTREGUE           VALUE 'E'.
             88 NF-RECUSADA           VALUE 'R'.
             88 NF-NAO-ENTREGUE       VALUE 'D'.
          02 DATA-ENTREGA-NF          PIC  9(008) VALUE ZEROES.
          02 RECEBEDOR-NF             PIC  X(020) VALUE SPACES.
          02 ROTA-ENTREGA-NF          PIC  9(007) VALUE ZEROES.
          02 TRANSP-NF                PIC  9(003) VALUE ZEROES.
          02 VALOR-FRETE-NF           PIC  9(007)v9(002) VALUE ZEROES.
          02 END-ENTREGA-NF           PIC  9(003) VALUE ZEROES.

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

       FD  ARQNFCTRL.
       01  ARQNFCTRL-REC.
           02 NFCTRL-ULTIMO-NF      PIC 9(009).
           02 NFCTRL-PRIM-RODADA    PIC 9(009).
           02 FILLER                PIC X(002).

       FD  ARQCONFLOG.
       01  ARQCONFLOG-REC           PIC X(150).

       WORKING-STORAGE SECTION.
       01 FS-CF                       PIC XX VALUE '00'.
       01 FS-CFI                      PIC XX VALUE '00'.
       01 FS-EAN                      PIC XX VALUE '00'.
       01 FS-PROD.
           02 FS-PROD-1               PIC 9.
           02 FS-PROD-2               PIC 9.
           02 FS-PROD-R REDEFINES FS-PROD-2 PIC 99 COMP-X.
       01 FS-NF.
           02 FS-NF-1                 PIC 9.
           02 FS-NF-2                 PIC 9.
           02 FS-NF-R REDEFINES FS-NF-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-NFCTRL                   PIC XX VALUE '00'.
       01 FS-CONFLOG                  PIC XX VALUE '00'.

       01 WID-ARQ-CONF                PIC X(50) VALUE 'ARQCONFER.DAT'.
       01 WID-ARQ-CONFITEM            PIC X(50)
                                      VALUE 'ARQCONFITEM.DAT'.
       01 WID-ARQ-EAN                 PIC X(50) VALUE 'ARQEAN.DAT'.
       01 WID-ARQ-NOTAS               PIC X(50) VALUE 'ARQNOTAS.DAT'.
       01 WID-ARQ-NFCTRL              PIC X(50) VALUE 'NFCTRL.DAT'.
       01 WID-ARQ-CONFLOG             PIC X(50)
                                      VALUE 'CONFERENCIA.LOG'.
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-VENDEDOR.
           02 WID-ARQ-VENDEDOR-1           PIC X(50).

       77 WOPCAO-CO       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
       77 WNF-DISPONIVEL  PIC 9 VALUE ZEROES.
       77 WVEN-DISPONIVEL PIC 9 VALUE ZEROES.

       01 WREGISTRO-CO.
          02 WRODADA-CO             PIC 9(009) VALUE ZEROES.
          02 WULTIMA-NF-CO          PIC 9(009) VALUE ZEROES.
          02 WDATA-CO               PIC 9(008) VALUE ZEROES.
          02 WSIT-TXT-CO            PIC X(024) VALUE SPACES.
          02 WNUMERO-NF-CO          PIC 9(009) VALUE ZEROES.
          02 WSEPARADOR-CO          PIC X(010) VALUE SPACES.
          02 WCODIGO-EAN-CO         PIC X(014) VALUE SPACES.
          02 WQTDE-LEIT-CO          PIC 9(003) VALUE ZEROES.
          02 WULT-PROD-CO           PIC 9(007) VALUE ZEROES.
          02 WULT-DESCR-CO          PIC X(040) VALUE SPACES.
          02 WULT-ESP-CO            PIC 9(007) VALUE ZEROES.
          02 WULT-LIDA-CO           PIC 9(007) VALUE ZEROES.
          02 WTOT-ESP-CO            PIC 9(007) VALUE ZEROES.
          02 WTOT-LIDA-CO           PIC 9(007) VALUE ZEROES.
          02 WLINHAS-CO             PIC 9(005) VALUE ZEROES.
          02 WDIVERG-CO             PIC 9(005) VALUE ZEROES.
          02 WSUPERVISOR-CO         PIC 9(007) VALUE ZEROES.
          02 WITEM-ESP-CO           PIC 9(007) VALUE ZEROES.
          02 WITEM-LIDA-CO          PIC 9(007) VALUE ZEROES.

      *-------------ITENS DA NOTA EM CONFERENCIA---------------------
       77 WMAX-ITENS-CO   PIC 9(003) VALUE 200.
       77 WQTD-ITENS-CO   PIC 9(003) VALUE ZEROES.
       77 WI-CO           PIC 9(003) VALUE ZEROES.
       77 WACHOU-CO       PIC 9(003) VALUE ZEROES.
       01 WTAB-ITENS-CO.
          02 WITEM-CO OCCURS 200 TIMES.
             03 WCO-PROD          PIC 9(007).
             03 WCO-ESP           PIC 9(007).
             03 WCO-LIDA          PIC 9(007).
       77 WFIM-LEIT-CO    PIC 9 VALUE ZEROES.
       77 WUNID-CO        PIC 9(007) VALUE ZEROES.
       77 WSOBRA-CO       PIC 9(007) VALUE ZEROES.
       77 WFALTAS-CO      PIC 9(003) VALUE ZEROES.
       77 WSUP-VALIDO-CO  PIC 9 VALUE ZEROES.

      *-------------RESUMO POR SEPARADOR (CONFERENCIA.LOG)-----------
       77 WMAX-SEP-CO     PIC 9(003) VALUE 100.
       77 WQTD-SEP-CO     PIC 9(003) VALUE ZEROES.
       77 WJ-CO           PIC 9(003) VALUE ZEROES.
       01 WTAB-SEP-CO.
          02 WSEP-CO OCCURS 100 TIMES.
             03 WTS-SEPARADOR     PIC X(010).
             03 WTS-FALTAS        PIC 9(005).
             03 WTS-SOBRAS        PIC 9(005).
             03 WTS-ERRADOS       PIC 9(005).
       01 WRESUMO-CO.
          02 WRES-SEPARADOR         PIC X(010) VALUE SPACES.
          02 WRES-FALTAS            PIC 9(005) VALUE ZEROES.
          02 WRES-SOBRAS            PIC 9(005) VALUE ZEROES.
          02 WRES-ERRADOS           PIC 9(005) VALUE ZEROES.
          02 WRES-RODADA            PIC 9(009) VALUE ZEROES.

       01 WDATA-HORA-CL.
          02 WDHCL-DATA.
             03 WDHCL-ANO             PIC 9(004).
             03 WDHCL-MES             PIC 9(002).
             03 WDHCL-DIA             PIC 9(002).
          02 WDHCL-HORA.
             03 WDHCL-HH              PIC 9(002).
             03 WDHCL-MM              PIC 9(002).
             03 WDHCL-SS              PIC 9(002).
             03 FILLER                PIC 9(002).

      * LINHA DO CONFERENCIA.LOG - RELIDA PELO RESUMO POR SEPARADOR.
       01 WCONFLOG-LINHA.
          02 CL-DATA                PIC 9(004)/9(002)/9(002).
          02 FILLER                 PIC X VALUE SPACE.
          02 CL-HH                  PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 CL-MM                  PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 CL-SS                  PIC 99.
          02 FILLER                 PIC X VALUE SPACE.
          02 CL-OPERADOR            PIC X(10).
          02 FILLER                 PIC X(05) VALUE ' SEP='.
          02 CL-SEPARADOR           PIC X(10).
          02 FILLER                 PIC X(05) VALUE ' ROD='.
          02 CL-RODADA              PIC 9(009).
          02 FILLER                 PIC X(04) VALUE ' NF='.
          02 CL-NF                  PIC 9(009).
          02 FILLER                 PIC X(06) VALUE ' PROD='.
          02 CL-PROD                PIC 9(007).
          02 FILLER                 PIC X VALUE SPACE.
          02 CL-OCORRENCIA          PIC X(10).
          02 FILLER                 PIC X(05) VALUE ' ESP='.
          02 CL-ESPERADA            PIC 9(007).
          02 FILLER                 PIC X(06) VALUE ' LIDA='.
          02 CL-LIDA                PIC 9(007).
          02 FILLER                 PIC X(05) VALUE ' COD='.
          02 CL-CODIGO              PIC X(014).

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
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CONFERENCIA DA SEPA
      -"RACAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] CONFERIR NOTA (LEITURA)".
          02 LINE 8 COL 10 VALUE "[2] LIBERAR CARGA DA RODADA".
          02 LINE 9 COL 10 VALUE "[3] SITUACAO DA RODADA".
          02 LINE 10 COL 10 VALUE "[4] DIVERGENCIAS POR SEPARADOR".
          02 LINE 11 COL 10 VALUE "[5] RECONTAR NOTA".
          02 LINE 12 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-CO AUTO.

       01 TELA-NOTA-CO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CONFERENCIA DA SEPA
      -"RACAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 31 VALUE "NOTA A CONFERIR".
          02 LINE 7 COL 10 VALUE "Nota fiscal.....:".
          02 LINE 7 COL 29 PIC 9(009) USING WNUMERO-NF-CO.
          02 LINE 8 COL 10 VALUE "Separador.......:".
          02 LINE 8 COL 29 PIC X(010) USING WSEPARADOR-CO.

       01 TELA-LEITURA-CO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CONFERENCIA DA SEPA
      -"RACAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 30 VALUE "LEITURA DOS VOLUMES".
          02 LINE 6 COL 10 VALUE "Rodada..........:".
          02 LINE 6 COL 29 PIC 9(009) FROM WRODADA-CO.
          02 LINE 7 COL 10 VALUE "Nota fiscal.....:".
          02 LINE 7 COL 29 PIC 9(009) FROM WNUMERO-NF-CO.
          02 LINE 7 COL 41 VALUE "Separador:".
          02 LINE 7 COL 52 PIC X(010) FROM WSEPARADOR-CO.
          02 LINE 9 COL 10 VALUE "Codigo lido.....:".
          02 LINE 9 COL 29 PIC X(014) USING WCODIGO-EAN-CO.
          02 LINE 10 COL 10 VALUE "Qtde de leituras:".
          02 LINE 10 COL 29 PIC 9(003) USING WQTDE-LEIT-CO.
          02 LINE 12 COL 10 VALUE "Ultimo produto..:".
          02 LINE 12 COL 29 PIC 9(007) FROM WULT-PROD-CO.
          02 LINE 13 COL 29 PIC X(040) FROM WULT-DESCR-CO.
          02 LINE 14 COL 10 VALUE "Lido/esperado...:".
          02 LINE 14 COL 29 PIC ZZZZZZ9 FROM WULT-LIDA-CO.
          02 LINE 14 COL 37 VALUE "/".
          02 LINE 14 COL 39 PIC ZZZZZZ9 FROM WULT-ESP-CO.
          02 LINE 16 COL 10 VALUE "Total da nota...:".
          02 LINE 16 COL 29 PIC ZZZZZZ9 FROM WTOT-LIDA-CO.
          02 LINE 16 COL 37 VALUE "/".
          02 LINE 16 COL 39 PIC ZZZZZZ9 FROM WTOT-ESP-CO.
          02 LINE 18 COL 10 VALUE "CODIGO EM BRANCO = ENCERRAR LEITURA".

       01 TELA-RODADA-CO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CONFERENCIA DA SEPA
      -"RACAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 32 VALUE "RODADA DE CARGA".
          02 LINE 7 COL 10 VALUE "Rodada (1a nota):".
          02 LINE 7 COL 29 PIC 9(009) USING WRODADA-CO.
          02 LINE 8 COL 10 VALUE "Ultima nota.....:".
          02 LINE 8 COL 29 PIC 9(009) FROM WULTIMA-NF-CO.
          02 LINE 9 COL 10 VALUE "Data da rodada..:".
          02 LINE 9 COL 29 PIC 9999/99/99 FROM WDATA-CO.
          02 LINE 10 COL 10 VALUE "Situacao........:".
          02 LINE 10 COL 29 PIC X(024) FROM WSIT-TXT-CO.
          02 LINE 11 COL 10 VALUE "Linhas a conferir:".
          02 LINE 11 COL 29 PIC ZZZZ9 FROM WLINHAS-CO.
          02 LINE 12 COL 10 VALUE "Linhas divergente:".
          02 LINE 12 COL 29 PIC ZZZZ9 FROM WDIVERG-CO.
          02 LINE 13 COL 10 VALUE "Supervisor......:".
          02 LINE 13 COL 29 PIC 9(007) FROM WSUPERVISOR-CO.

       01 TELA-SUPERVISOR-CO.
          02 LINE 20 COL 10 VALUE "Supervisor p/ liberar (0 sai):".
          02 LINE 20 COL 42 PIC 9(007) USING WSUPERVISOR-CO.

       01 TELA-ITEM-CO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CONFERENCIA DA SEPA
      -"RACAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 30 VALUE "SITUACAO DA RODADA".
          02 LINE 6 COL 10 VALUE "Rodada..........:".
          02 LINE 6 COL 29 PIC 9(009) FROM WRODADA-CO.
          02 LINE 6 COL 41 PIC X(024) FROM WSIT-TXT-CO.
          02 LINE 8 COL 10 VALUE "Nota fiscal.....:".
          02 LINE 8 COL 29 PIC 9(009) FROM WNUMERO-NF-CO.
          02 LINE 9 COL 10 VALUE "Produto.........:".
          02 LINE 9 COL 29 PIC 9(007) FROM WULT-PROD-CO.
          02 LINE 10 COL 29 PIC X(040) FROM WULT-DESCR-CO.
          02 LINE 11 COL 10 VALUE "Lido/esperado...:".
          02 LINE 11 COL 29 PIC ZZZZZZ9 FROM WITEM-LIDA-CO.
          02 LINE 11 COL 37 VALUE "/".
          02 LINE 11 COL 39 PIC ZZZZZZ9 FROM WITEM-ESP-CO.
          02 LINE 12 COL 10 VALUE "Separador.......:".
          02 LINE 12 COL 29 PIC X(010) FROM WSEPARADOR-CO.
          02 LINE 15 COL 10 VALUE "ENTER=PROXIMO REGISTRO  9=SAIR".
          02 LINE 15 COL 42 PIC X USING WX.

       01 TELA-SEPARADOR-CO.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CONFERENCIA DA SEPA
      -"RACAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 27 VALUE "DIVERGENCIAS POR SEPARADOR".
          02 LINE 6 COL 10 VALUE "Rodada (0=todas):".
          02 LINE 6 COL 29 PIC 9(009) USING WRES-RODADA.
          02 LINE 8 COL 10 VALUE "Separador.......:".
          02 LINE 8 COL 29 PIC X(010) FROM WRES-SEPARADOR.
          02 LINE 9 COL 10 VALUE "Faltas..........:".
          02 LINE 9 COL 29 PIC ZZZZ9 FROM WRES-FALTAS.
          02 LINE 10 COL 10 VALUE "Sobras..........:".
          02 LINE 10 COL 29 PIC ZZZZ9 FROM WRES-SOBRAS.
          02 LINE 11 COL 10 VALUE "Produto errado..:".
          02 LINE 11 COL 29 PIC ZZZZ9 FROM WRES-ERRADOS.
          02 LINE 15 COL 10 VALUE "ENTER=PROXIMO REGISTRO  9=SAIR".
          02 LINE 15 COL 42 PIC X USING WX.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CONF
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CONFITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EAN
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NOTAS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NFCTRL
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CONFLOG
           MOVE LID-ARQ-PRODUTO-1  TO WID-ARQ-PRODUTO-1
           MOVE LID-ARQ-VENDEDOR-1 TO WID-ARQ-VENDEDOR-1
           INITIALIZE WSAIDA WOPCAO-CO
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-CO = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-CO
             WHEN 1
               PERFORM S-CONFERIR-CO
             WHEN 2
               PERFORM S-LIBERAR-CO
             WHEN 3
               PERFORM S-SITUACAO-CO
             WHEN 4
               PERFORM S-RESUMO-SEP-CO
             WHEN 5
               PERFORM S-RECONTAR-CO
             WHEN 6
               CLOSE CONFER CONFITEM CODBARRAS PRODUTOS
               IF WNF-DISPONIVEL = 1
                  CLOSE NOTAS
               END-IF
               IF WVEN-DISPONIVEL = 1
                  CLOSE VENDEDORES
               END-IF
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *-------------------------------------
      * CONFERENCIA DE UMA NOTA: CADA LEITURA SOMA AS UNIDADES DO
      * CODIGO (EAN = 1, DUN = UNIDADES DA CAIXA) X A QUANTIDADE DE
      * LEITURAS. CODIGO DESCONHECIDO, PRODUTO FORA DA NOTA E SOBRA
      * SAO APONTADOS E REGISTRADOS NA HORA E NAO ENTRAM NA CONTA
      * (O VOLUME DEVE SER RETIRADO); A FALTA E REGISTRADA QUANDO A
      * NOTA E ENCERRADA. O LIDO FICA GRAVADO A CADA SAIDA, PARA A
      * CONFERENCIA CONTINUAR DEPOIS.
      *-------------------------------------
       S-CONFERIR-CO SECTION.
       CONFERIR-CO-1.
           INITIALIZE WREGISTRO-CO
           MOVE '=> NOTA 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-NOTA-CO
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-NOTA-CO
           INITIALIZE WMENSAGEM
           IF WNUMERO-NF-CO = ZEROES
              GO TO CONFERIR-CO-EXIT
           END-IF
           PERFORM CONFERIR-CO-2 THRU CONFERIR-CO-FIM.
       CONFERIR-CO-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-CONFERIR-CO-ROTINAS SECTION.

       CONFERIR-CO-2.
           IF WSEPARADOR-CO = SPACES
              MOVE 'SEPARADOR OBRIGATORIO' TO WTXT
              PERFORM R-MOSTRA-MSG-CO
              GO TO CONFERIR-CO-FIM
           END-IF
           PERFORM R-ACHA-NOTA-CO THRU R-ACHA-NOTA-CO-FIM
           IF WTXT NOT = SPACES
              PERFORM R-MOSTRA-MSG-CO
              GO TO CONFERIR-CO-FIM
           END-IF
           PERFORM R-CARREGA-NOTA-CO
           IF WQTD-ITENS-CO = ZEROES
              MOVE 'NOTA SEM ITENS A CONFERIR' TO WTXT
              PERFORM R-MOSTRA-MSG-CO
              GO TO CONFERIR-CO-FIM
           END-IF
           PERFORM R-TOTALIZA-CO
           MOVE 0 TO WFIM-LEIT-CO
           PERFORM R-LEITURA-CO THRU R-LEITURA-CO-FIM
              UNTIL WFIM-LEIT-CO = 1
           PERFORM R-GRAVA-LIDAS-CO
              VARYING WI-CO FROM 1 BY 1
              UNTIL WI-CO > WQTD-ITENS-CO
           MOVE 'ENCERRA A NOTA ? (N = CONTINUA DEPOIS)' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO CONFERIR-CO-FIM
           END-IF
           MOVE ZEROES TO WFALTAS-CO
           PERFORM R-APURA-FALTA-CO
              VARYING WI-CO FROM 1 BY 1
              UNTIL WI-CO > WQTD-ITENS-CO
           IF WFALTAS-CO = ZEROES
              MOVE 'NOTA CONFERIDA SEM DIVERGENCIA' TO WTXT
           ELSE
              MOVE 'NOTA COM FALTA - ITENS EM FALTA: ' TO WTXT
              MOVE WFALTAS-CO TO WST
           END-IF
           PERFORM R-MOSTRA-MSG-CO.
       CONFERIR-CO-FIM.
           EXIT.

       R-MOSTRA-MSG-CO.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

      *-------------------------------------
      * LOCALIZA A RODADA DA NOTA PELO INDICE DE NOTAS DA LISTA E
      * CONFERE SE A CARGA AINDA ESTA PENDENTE. WTXT PREENCHIDO =
      * NOTA NAO PODE SER CONFERIDA.
      *-------------------------------------
       R-ACHA-NOTA-CO.
           MOVE SPACES TO WTXT
           MOVE WNUMERO-NF-CO TO NUMERO-NF-CFI
           START CONFITEM KEY IS NOT LESS THAN NUMERO-NF-CFI
           IF FS-CFI = '00'
              READ CONFITEM NEXT
           END-IF
           IF FS-CFI NOT = '00' OR NUMERO-NF-CFI NOT = WNUMERO-NF-CO
              MOVE 'NOTA FORA DA LISTA DE CONFERENCIA' TO WTXT
              GO TO R-ACHA-NOTA-CO-FIM
           END-IF
           MOVE RODADA-CFI TO WRODADA-CO RODADA-CF
           READ CONFER
           IF FS-CF NOT = '00'
              MOVE 'RODADA DA NOTA NAO ENCONTRADA ST ' TO WTXT
              MOVE FS-CF TO WST
              GO TO R-ACHA-NOTA-CO-FIM
           END-IF
           IF NOT CONF-PENDENTE
              MOVE 'CARGA DA RODADA JA LIBERADA' TO WTXT
              GO TO R-ACHA-NOTA-CO-FIM
           END-IF
           IF WNF-DISPONIVEL = 1
              MOVE WNUMERO-NF-CO TO NUMERO-NF
              READ NOTAS
              IF FS-NF = '00' AND NF-CANCELADA
                 MOVE 'NOTA CANCELADA - NAO CONFERE' TO WTXT
              END-IF
           END-IF.
       R-ACHA-NOTA-CO-FIM.
           EXIT.

       R-CARREGA-NOTA-CO.
           MOVE ZEROES TO WQTD-ITENS-CO
           MOVE WRODADA-CO    TO RODADA-CFI
           MOVE WNUMERO-NF-CO TO NUMERO-NF-CFI
           MOVE ZEROES        TO CODIGO-PROD-CFI
           START CONFITEM KEY IS NOT LESS THAN CHAVE-CFI
           MOVE 0 TO WSAIDA
           IF FS-CFI NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-CARREGA-NOTA-CO-1 UNTIL WSAIDA = 1.

       R-CARREGA-NOTA-CO-1.
           READ CONFITEM NEXT
           IF FS-CFI NOT = '00' OR RODADA-CFI NOT = WRODADA-CO OR
              NUMERO-NF-CFI NOT = WNUMERO-NF-CO OR
              WQTD-ITENS-CO NOT < WMAX-ITENS-CO
              MOVE 1 TO WSAIDA
           ELSE
              ADD 1 TO WQTD-ITENS-CO
              MOVE CODIGO-PROD-CFI TO WCO-PROD(WQTD-ITENS-CO)
              MOVE QTDE-ESP-CFI    TO WCO-ESP(WQTD-ITENS-CO)
              MOVE QTDE-LIDA-CFI   TO WCO-LIDA(WQTD-ITENS-CO)
           END-IF.

       R-TOTALIZA-CO.
           MOVE ZEROES TO WTOT-ESP-CO WTOT-LIDA-CO
           PERFORM R-TOTALIZA-CO-1
              VARYING WI-CO FROM 1 BY 1
              UNTIL WI-CO > WQTD-ITENS-CO.

       R-TOTALIZA-CO-1.
           ADD WCO-ESP(WI-CO)  TO WTOT-ESP-CO
           ADD WCO-LIDA(WI-CO) TO WTOT-LIDA-CO.

      *-------------------------------------
      * UMA LEITURA DE CODIGO DE BARRAS.
      *-------------------------------------
       R-LEITURA-CO.
           MOVE SPACES TO WCODIGO-EAN-CO
           MOVE 1      TO WQTDE-LEIT-CO
           DISPLAY TELA-LEITURA-CO
           ACCEPT TELA-LEITURA-CO
           IF WCODIGO-EAN-CO = SPACES
              MOVE 1 TO WFIM-LEIT-CO
              GO TO R-LEITURA-CO-FIM
           END-IF
           IF WQTDE-LEIT-CO = ZEROES
              MOVE 1 TO WQTDE-LEIT-CO
           END-IF
           MOVE WCODIGO-EAN-CO TO CODIGO-EAN
           READ CODBARRAS
           IF FS-EAN NOT = '00'
              MOVE ZEROES TO WULT-PROD-CO WULT-ESP-CO WULT-LIDA-CO
              MOVE SPACES TO WULT-DESCR-CO
              MOVE ZEROES       TO CL-PROD CL-ESPERADA
              MOVE WQTDE-LEIT-CO TO CL-LIDA
              MOVE 'DESCONHEC' TO CL-OCORRENCIA
              PERFORM R-GRAVA-LOG-CO
              MOVE 'CODIGO NAO CADASTRADO - SEPARE O VOLUME' TO WTXT
              DISPLAY TELA-LEITURA-CO
              PERFORM R-MOSTRA-MSG-CO
              GO TO R-LEITURA-CO-FIM
           END-IF
           IF QTDE-EMB-EAN = ZEROES
              MOVE 1 TO QTDE-EMB-EAN
           END-IF
           COMPUTE WUNID-CO = QTDE-EMB-EAN * WQTDE-LEIT-CO
           MOVE CODIGO-PROD-EAN TO WULT-PROD-CO CODIGO-PROD
           MOVE SPACES TO WULT-DESCR-CO
           READ PRODUTOS
           IF FS-PROD = '00'
              MOVE DESCRICAO-PROD TO WULT-DESCR-CO
           END-IF
           MOVE ZEROES TO WACHOU-CO
           PERFORM R-PROCURA-ITEM-CO
              VARYING WI-CO FROM 1 BY 1
              UNTIL WI-CO > WQTD-ITENS-CO OR WACHOU-CO NOT = ZEROES
           IF WACHOU-CO = ZEROES
              MOVE ZEROES TO WULT-ESP-CO WULT-LIDA-CO
              MOVE CODIGO-PROD-EAN TO CL-PROD
              MOVE ZEROES   TO CL-ESPERADA
              MOVE WUNID-CO TO CL-LIDA
              MOVE 'ERRADO' TO CL-OCORRENCIA
              PERFORM R-GRAVA-LOG-CO
              MOVE 'PRODUTO ERRADO - NAO E DESTA NOTA' TO WTXT
              DISPLAY TELA-LEITURA-CO
              PERFORM R-MOSTRA-MSG-CO
              GO TO R-LEITURA-CO-FIM
           END-IF
           IF WCO-LIDA(WACHOU-CO) + WUNID-CO > WCO-ESP(WACHOU-CO)
              COMPUTE WSOBRA-CO = WCO-LIDA(WACHOU-CO) + WUNID-CO
                                - WCO-ESP(WACHOU-CO)
              MOVE CODIGO-PROD-EAN     TO CL-PROD
              MOVE WCO-ESP(WACHOU-CO)  TO CL-ESPERADA
              COMPUTE CL-LIDA = WCO-LIDA(WACHOU-CO) + WUNID-CO
              MOVE 'SOBRA' TO CL-OCORRENCIA
              PERFORM R-GRAVA-LOG-CO
              MOVE WCO-ESP(WACHOU-CO) TO WCO-LIDA(WACHOU-CO)
              MOVE WCO-ESP(WACHOU-CO) TO WULT-ESP-CO
              MOVE WCO-LIDA(WACHOU-CO) TO WULT-LIDA-CO
              PERFORM R-TOTALIZA-CO
              MOVE 'SOBRA - RETIRE DO VOLUME AS UNIDADES: ' TO WTXT
              MOVE WSOBRA-CO TO WST
              IF WSOBRA-CO > 99
                 MOVE 99 TO WST
              END-IF
              DISPLAY TELA-LEITURA-CO
              PERFORM R-MOSTRA-MSG-CO
              GO TO R-LEITURA-CO-FIM
           END-IF
           ADD WUNID-CO TO WCO-LIDA(WACHOU-CO)
           MOVE WCO-ESP(WACHOU-CO)  TO WULT-ESP-CO
           MOVE WCO-LIDA(WACHOU-CO) TO WULT-LIDA-CO
           PERFORM R-TOTALIZA-CO.
       R-LEITURA-CO-FIM.
           EXIT.

       R-PROCURA-ITEM-CO.
           IF WCO-PROD(WI-CO) = CODIGO-PROD-EAN
              MOVE WI-CO TO WACHOU-CO
           END-IF.

       R-GRAVA-LIDAS-CO.
           MOVE WRODADA-CO      TO RODADA-CFI
           MOVE WNUMERO-NF-CO   TO NUMERO-NF-CFI
           MOVE WCO-PROD(WI-CO) TO CODIGO-PROD-CFI
           READ CONFITEM
           IF FS-CFI = '00'
              MOVE WCO-LIDA(WI-CO) TO QTDE-LIDA-CFI
              MOVE WSEPARADOR-CO   TO SEPARADOR-CFI
              ACCEPT DATA-CONF-CFI FROM DATE YYYYMMDD
              REWRITE REGISTRO-CONFITEM
           END-IF.

       R-APURA-FALTA-CO.
           IF WCO-LIDA(WI-CO) < WCO-ESP(WI-CO)
              ADD 1 TO WFALTAS-CO
              MOVE WCO-PROD(WI-CO) TO CL-PROD
              MOVE WCO-ESP(WI-CO)  TO CL-ESPERADA
              MOVE WCO-LIDA(WI-CO) TO CL-LIDA
              MOVE SPACES  TO WCODIGO-EAN-CO
              MOVE 'FALTA' TO CL-OCORRENCIA
              PERFORM R-GRAVA-LOG-CO
           END-IF.

      *-------------------------------------
      * LIBERACAO DA CARGA: TODAS AS LINHAS DA RODADA (MENOS AS DE
      * NOTA CANCELADA) LIDAS IGUAL AO ESPERADO LIBERAM DIRETO ('L');
      * COM DIVERGENCIA OU ROMANEIO INCOMPLETO SO COM SUPERVISOR
      * ('S' - CODIGO DE VENDEDOR QUE SUPERVISIONA ALGUEM).
      *-------------------------------------
       S-LIBERAR-CO SECTION.
       LIBERAR-CO-1.
           INITIALIZE WREGISTRO-CO
           PERFORM R-LE-RODADA-ATUAL
           MOVE '=> RODADA 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-RODADA-CO
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-RODADA-CO
           INITIALIZE WMENSAGEM
           IF WRODADA-CO = ZEROES
              GO TO LIBERAR-CO-EXIT
           END-IF
           PERFORM LIBERAR-CO-2 THRU LIBERAR-CO-FIM.
       LIBERAR-CO-EXIT.
           EXIT.

       S-LIBERAR-CO-ROTINAS SECTION.

       LIBERAR-CO-2.
           MOVE WRODADA-CO TO RODADA-CF
           READ CONFER
           IF FS-CF NOT = '00'
              MOVE 'RODADA NAO ENCONTRADA ST ' TO WTXT
              MOVE FS-CF TO WST
              PERFORM R-MOSTRA-MSG-LIB
              GO TO LIBERAR-CO-FIM
           END-IF
           PERFORM R-MOSTRA-RODADA
           PERFORM R-CONTA-DIVERG-CO
           DISPLAY TELA-RODADA-CO
           IF NOT CONF-PENDENTE
              MOVE 'CARGA DA RODADA JA LIBERADA' TO WTXT
              PERFORM R-MOSTRA-MSG-LIB
              GO TO LIBERAR-CO-FIM
           END-IF
           IF WDIVERG-CO = ZEROES AND INCOMPLETA-CF NOT = 'S'
              MOVE 'CONFERENCIA OK - LIBERA A CARGA ?' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              IF WX NOT = 'S' AND WX NOT = 's'
                 GO TO LIBERAR-CO-FIM
              END-IF
              MOVE 'L'        TO SITUACAO-CF
              MOVE ZEROES     TO SUPERVISOR-CF
              MOVE 'LIBERADA' TO CL-OCORRENCIA
           ELSE
              IF INCOMPLETA-CF = 'S'
                 MOVE 'ROMANEIO INCOMPLETO - SO COM SUPERVISOR' TO WTXT
              ELSE
                 MOVE 'HA DIVERGENCIAS - SO COM SUPERVISOR' TO WTXT
              END-IF
              PERFORM R-MOSTRA-MSG-LIB
              MOVE ZEROES TO WSUPERVISOR-CO
              DISPLAY TELA-SUPERVISOR-CO
              ACCEPT TELA-SUPERVISOR-CO
              IF WSUPERVISOR-CO = ZEROES
                 GO TO LIBERAR-CO-FIM
              END-IF
              PERFORM R-VALIDA-SUPERVISOR THRU R-VALIDA-SUPERVISOR-FIM
              IF WSUP-VALIDO-CO NOT = 1
                 MOVE 'SUPERVISOR INVALIDO' TO WTXT
                 PERFORM R-MOSTRA-MSG-LIB
                 GO TO LIBERAR-CO-FIM
              END-IF
              MOVE 'CONFIRMA LIBERACAO PELO SUPERVISOR ?' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              IF WX NOT = 'S' AND WX NOT = 's'
                 GO TO LIBERAR-CO-FIM
              END-IF
              MOVE 'S'            TO SITUACAO-CF
              MOVE WSUPERVISOR-CO TO SUPERVISOR-CF
              MOVE 'LIB.SUPERV'   TO CL-OCORRENCIA
           END-IF
           ACCEPT DATA-LIB-CF FROM DATE YYYYMMDD
           MOVE LID-OPERADOR-1 TO OPERADOR-LIB-CF
           REWRITE REGISTRO-CONFER
           IF FS-CF NOT = '00'
              MOVE 'ERRO DE GRAVAÇÃO ST ' TO WTXT
              MOVE FS-CF TO WST
              PERFORM R-MOSTRA-MSG-LIB
              GO TO LIBERAR-CO-FIM
           END-IF
      *    (NA LINHA DE LIBERACAO O SEPARADOR LEVA O SUPERVISOR E A
      *     QUANTIDADE ESPERADA O NUMERO DE LINHAS DIVERGENTES)
           MOVE SPACES TO WSEPARADOR-CO WCODIGO-EAN-CO
           IF SUPERVISOR-CF NOT = ZEROES
              MOVE SUPERVISOR-CF TO WSEPARADOR-CO
           END-IF
           MOVE ZEROES      TO WNUMERO-NF-CO CL-PROD CL-LIDA
           MOVE WDIVERG-CO  TO CL-ESPERADA
           PERFORM R-GRAVA-LOG-CO
           PERFORM R-MOSTRA-RODADA
           DISPLAY TELA-RODADA-CO
           MOVE 'CARGA LIBERADA' TO WTXT
           PERFORM R-MOSTRA-MSG-LIB.
       LIBERAR-CO-FIM.
           EXIT.

       R-MOSTRA-MSG-LIB.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

      *-------------------------------------
      * VALIDA O SUPERVISOR: CODIGO DE VENDEDOR CADASTRADO QUE
      * APARECE COMO SUPERVISOR DE ALGUM VENDEDOR.
      *-------------------------------------
       R-VALIDA-SUPERVISOR.
           MOVE ZERO TO WSUP-VALIDO-CO
           IF WVEN-DISPONIVEL NOT = 1
              GO TO R-VALIDA-SUPERVISOR-FIM
           END-IF
           MOVE WSUPERVISOR-CO TO CODIGO-VEN
           READ VENDEDORES KEY IS CODIGO-VEN
           IF FS-VEN NOT = '00'
              GO TO R-VALIDA-SUPERVISOR-FIM
           END-IF
           MOVE ZEROES TO CHAVE-VEN
           START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
           PERFORM R-VALIDA-SUPERVISOR-1
             UNTIL WSUP-VALIDO-CO = 1 OR FS-VEN NOT = '00'.
       R-VALIDA-SUPERVISOR-FIM.
           EXIT.

       R-VALIDA-SUPERVISOR-1.
           READ VENDEDORES NEXT
           IF FS-VEN = '00' AND SUPERVISOR-VEN = WSUPERVISOR-CO
              MOVE 1 TO WSUP-VALIDO-CO
           END-IF.

      *-------------------------------------
      * SITUACAO DA RODADA: CABECALHO E UMA TELA POR LINHA (NOTA X
      * PRODUTO) COM O LIDO, O ESPERADO E O SEPARADOR.
      *-------------------------------------
       S-SITUACAO-CO SECTION.
       SITUACAO-CO-1.
           INITIALIZE WREGISTRO-CO
           PERFORM R-LE-RODADA-ATUAL
           MOVE '=> RODADA 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-RODADA-CO
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-RODADA-CO
           INITIALIZE WMENSAGEM
           IF WRODADA-CO = ZEROES
              GO TO SITUACAO-CO-EXIT
           END-IF
           MOVE WRODADA-CO TO RODADA-CF
           READ CONFER
           IF FS-CF NOT = '00'
              MOVE 'RODADA NAO ENCONTRADA ST ' TO WTXT
              MOVE FS-CF TO WST
              PERFORM R-MOSTRA-MSG-SIT
              GO TO SITUACAO-CO-EXIT
           END-IF
           PERFORM R-MOSTRA-RODADA
           PERFORM R-CONTA-DIVERG-CO
           DISPLAY TELA-RODADA-CO
           MOVE 'ENTER PARA VER AS LINHAS' TO WTXT
           PERFORM R-MOSTRA-MSG-SIT
           MOVE WRODADA-CO TO RODADA-CFI
           MOVE ZEROES     TO NUMERO-NF-CFI CODIGO-PROD-CFI
           START CONFITEM KEY IS NOT LESS THAN CHAVE-CFI
           MOVE 0 TO WSAIDA
           IF FS-CFI NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM SITUACAO-CO-2 UNTIL WSAIDA = 1.
       SITUACAO-CO-EXIT.
           EXIT.

       S-SITUACAO-CO-ROTINAS SECTION.
       R-MOSTRA-MSG-SIT.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       SITUACAO-CO-2.
           READ CONFITEM NEXT
           IF FS-CFI NOT = '00' OR RODADA-CFI NOT = WRODADA-CO
              MOVE 1 TO WSAIDA
           ELSE
              MOVE NUMERO-NF-CFI   TO WNUMERO-NF-CO
              MOVE CODIGO-PROD-CFI TO WULT-PROD-CO CODIGO-PROD
              MOVE QTDE-ESP-CFI    TO WITEM-ESP-CO
              MOVE QTDE-LIDA-CFI   TO WITEM-LIDA-CO
              MOVE SEPARADOR-CFI   TO WSEPARADOR-CO
              MOVE SPACES TO WULT-DESCR-CO
              READ PRODUTOS
              IF FS-PROD = '00'
                 MOVE DESCRICAO-PROD TO WULT-DESCR-CO
              END-IF
              MOVE SPACES TO WX
              DISPLAY TELA-ITEM-CO
              ACCEPT TELA-ITEM-CO
              IF WX = '9'
                 MOVE 1 TO WSAIDA
              END-IF
           END-IF.

      *-------------------------------------
      * RESUMO DE DIVERGENCIAS POR SEPARADOR, PELO CONFERENCIA.LOG
      * (DE UMA RODADA OU DE TODAS): FALTAS, SOBRAS E PRODUTO
      * ERRADO (INCLUI CODIGO DESCONHECIDO).
      *-------------------------------------
       S-RESUMO-SEP-CO SECTION.
       RESUMO-SEP-CO-1.
           INITIALIZE WRESUMO-CO
           MOVE '=> INFORME A RODADA OU 0 PARA TODAS' TO WTXT
           DISPLAY TELA-SEPARADOR-CO
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-SEPARADOR-CO
           INITIALIZE WMENSAGEM
           MOVE ZEROES TO WQTD-SEP-CO
           OPEN INPUT ARQCONFLOG
           IF FS-CONFLOG NOT = '00'
              MOVE 'SEM DIVERGENCIAS REGISTRADAS' TO WTXT
              PERFORM R-MOSTRA-MSG-RES
              GO TO RESUMO-SEP-CO-EXIT
           END-IF
           MOVE 0 TO WSAIDA
           PERFORM RESUMO-SEP-CO-2 UNTIL WSAIDA = 1
           CLOSE ARQCONFLOG
           IF WQTD-SEP-CO = ZEROES
              MOVE 'SEM DIVERGENCIAS REGISTRADAS' TO WTXT
              PERFORM R-MOSTRA-MSG-RES
              GO TO RESUMO-SEP-CO-EXIT
           END-IF
           MOVE 0 TO WSAIDA
           PERFORM RESUMO-SEP-CO-4
              VARYING WJ-CO FROM 1 BY 1
              UNTIL WJ-CO > WQTD-SEP-CO OR WSAIDA = 1.
       RESUMO-SEP-CO-EXIT.
           EXIT.

       S-RESUMO-SEP-CO-ROTINAS SECTION.
       R-MOSTRA-MSG-RES.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       RESUMO-SEP-CO-2.
           READ ARQCONFLOG
              AT END
                 MOVE 1 TO WSAIDA
              NOT AT END
                 MOVE ARQCONFLOG-REC TO WCONFLOG-LINHA
                 IF CL-OCORRENCIA = 'FALTA' OR 'SOBRA' OR
                    'ERRADO' OR 'DESCONHEC'
                    IF WRES-RODADA = ZEROES OR
                       CL-RODADA = WRES-RODADA
                       PERFORM RESUMO-SEP-CO-3 THRU RESUMO-SEP-CO-3-FIM
                    END-IF
                 END-IF
           END-READ.

       RESUMO-SEP-CO-3.
           MOVE ZEROES TO WACHOU-CO
           PERFORM RESUMO-SEP-CO-5
              VARYING WJ-CO FROM 1 BY 1
              UNTIL WJ-CO > WQTD-SEP-CO OR WACHOU-CO NOT = ZEROES
           IF WACHOU-CO = ZEROES
              IF WQTD-SEP-CO NOT < WMAX-SEP-CO
                 GO TO RESUMO-SEP-CO-3-FIM
              END-IF
              ADD 1 TO WQTD-SEP-CO
              MOVE WQTD-SEP-CO  TO WACHOU-CO
              MOVE CL-SEPARADOR TO WTS-SEPARADOR(WACHOU-CO)
              MOVE ZEROES TO WTS-FALTAS(WACHOU-CO)
                             WTS-SOBRAS(WACHOU-CO)
                             WTS-ERRADOS(WACHOU-CO)
           END-IF
           EVALUATE CL-OCORRENCIA
              WHEN 'FALTA'
                 ADD 1 TO WTS-FALTAS(WACHOU-CO)
              WHEN 'SOBRA'
                 ADD 1 TO WTS-SOBRAS(WACHOU-CO)
              WHEN OTHER
                 ADD 1 TO WTS-ERRADOS(WACHOU-CO)
           END-EVALUATE.
       RESUMO-SEP-CO-3-FIM.
           EXIT.

       RESUMO-SEP-CO-4.
           MOVE WTS-SEPARADOR(WJ-CO) TO WRES-SEPARADOR
           MOVE WTS-FALTAS(WJ-CO)    TO WRES-FALTAS
           MOVE WTS-SOBRAS(WJ-CO)    TO WRES-SOBRAS
           MOVE WTS-ERRADOS(WJ-CO)   TO WRES-ERRADOS
           MOVE SPACES TO WX
           DISPLAY TELA-SEPARADOR-CO
           ACCEPT WX
           IF WX = '9'
              MOVE 1 TO WSAIDA
           END-IF.

       RESUMO-SEP-CO-5.
           IF WTS-SEPARADOR(WJ-CO) = CL-SEPARADOR
              MOVE WJ-CO TO WACHOU-CO
           END-IF.

      *-------------------------------------
      * RECONTAGEM: ZERA O LIDO DAS LINHAS DA NOTA (RODADA AINDA
      * PENDENTE) PARA UMA NOVA CONFERENCIA DESDE O INICIO.
      *-------------------------------------
       S-RECONTAR-CO SECTION.
       RECONTAR-CO-1.
           INITIALIZE WREGISTRO-CO
           MOVE '=> NOTA 0 PARA SAIR ' TO WTXT
           DISPLAY TELA-NOTA-CO
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-NOTA-CO
           INITIALIZE WMENSAGEM
           IF WNUMERO-NF-CO = ZEROES
              GO TO RECONTAR-CO-EXIT
           END-IF
           PERFORM R-ACHA-NOTA-CO THRU R-ACHA-NOTA-CO-FIM
           IF WTXT NOT = SPACES
              PERFORM R-MOSTRA-MSG-REC
              GO TO RECONTAR-CO-EXIT
           END-IF
           MOVE 'ZERA O LIDO DA NOTA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO RECONTAR-CO-EXIT
           END-IF
           PERFORM R-CARREGA-NOTA-CO
           PERFORM R-ZERA-LIDA-CO
              VARYING WI-CO FROM 1 BY 1
              UNTIL WI-CO > WQTD-ITENS-CO
           MOVE SPACES TO WCODIGO-EAN-CO
           MOVE ZEROES TO CL-PROD CL-ESPERADA CL-LIDA
           MOVE 'RECONTAGEM' TO CL-OCORRENCIA
           PERFORM R-GRAVA-LOG-CO
           MOVE 'NOTA LIBERADA PARA NOVA CONFERENCIA' TO WTXT
           PERFORM R-MOSTRA-MSG-REC.
       RECONTAR-CO-EXIT.
           EXIT.

       S-RECONTAR-CO-ROTINAS SECTION.
       R-MOSTRA-MSG-REC.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       R-ZERA-LIDA-CO.
           MOVE WRODADA-CO      TO RODADA-CFI
           MOVE WNUMERO-NF-CO   TO NUMERO-NF-CFI
           MOVE WCO-PROD(WI-CO) TO CODIGO-PROD-CFI
           READ CONFITEM
           IF FS-CFI = '00'
              MOVE ZEROES TO QTDE-LIDA-CFI DATA-CONF-CFI
              MOVE SPACES TO SEPARADOR-CFI
              REWRITE REGISTRO-CONFITEM
           END-IF.

      *-------------------------------------
      * ROTINAS COMUNS: RODADA ATUAL (NFCTRL.DAT), CABECALHO DA
      * RODADA NA TELA, CONTAGEM DE DIVERGENCIAS E LINHA DE LOG.
      *-------------------------------------
       S-COMUNS-CO SECTION.
       R-LE-RODADA-ATUAL.
           OPEN INPUT ARQNFCTRL
           IF FS-NFCTRL = '00'
              READ ARQNFCTRL
                 NOT AT END
                    IF NFCTRL-PRIM-RODADA IS NUMERIC
                       MOVE NFCTRL-PRIM-RODADA TO WRODADA-CO
                    END-IF
              END-READ
              CLOSE ARQNFCTRL
           END-IF.

       R-MOSTRA-RODADA.
           MOVE ULTIMA-NF-CF TO WULTIMA-NF-CO
           MOVE DATA-CF      TO WDATA-CO
           MOVE SUPERVISOR-CF TO WSUPERVISOR-CO
           EVALUATE TRUE
              WHEN CONF-LIBERADA
                 MOVE 'LIBERADA' TO WSIT-TXT-CO
              WHEN CONF-LIB-SUPERVISOR
                 MOVE 'LIBERADA POR SUPERVISOR' TO WSIT-TXT-CO
              WHEN OTHER
                 MOVE 'PENDENTE DE CONFERENCIA' TO WSIT-TXT-CO
           END-EVALUATE.

      *    (LINHA DE NOTA CANCELADA NAO CONTA: NAO VAI NA CARGA)
       R-CONTA-DIVERG-CO.
           MOVE ZEROES TO WLINHAS-CO WDIVERG-CO
           MOVE WRODADA-CO TO RODADA-CFI
           MOVE ZEROES     TO NUMERO-NF-CFI CODIGO-PROD-CFI
           START CONFITEM KEY IS NOT LESS THAN CHAVE-CFI
           MOVE 0 TO WSAIDA
           IF FS-CFI NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-CONTA-DIVERG-CO-1 UNTIL WSAIDA = 1.

       R-CONTA-DIVERG-CO-1.
           READ CONFITEM NEXT
           IF FS-CFI NOT = '00' OR RODADA-CFI NOT = WRODADA-CO
              MOVE 1 TO WSAIDA
           ELSE
              MOVE 0 TO WACHOU-CO
              IF WNF-DISPONIVEL = 1
                 MOVE NUMERO-NF-CFI TO NUMERO-NF
                 READ NOTAS
                 IF FS-NF = '00' AND NF-CANCELADA
                    MOVE 1 TO WACHOU-CO
                 END-IF
              END-IF
              IF WACHOU-CO = 0
                 ADD 1 TO WLINHAS-CO
                 IF QTDE-LIDA-CFI NOT = QTDE-ESP-CFI
                    ADD 1 TO WDIVERG-CO
                 END-IF
              END-IF
           END-IF.

       R-GRAVA-LOG-CO.
           ACCEPT WDHCL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHCL-HORA FROM TIME
           MOVE WDHCL-DATA      TO CL-DATA
           MOVE WDHCL-HH        TO CL-HH
           MOVE WDHCL-MM        TO CL-MM
           MOVE WDHCL-SS        TO CL-SS
           MOVE LID-OPERADOR-1  TO CL-OPERADOR
           MOVE WSEPARADOR-CO   TO CL-SEPARADOR
           MOVE WRODADA-CO      TO CL-RODADA
           MOVE WNUMERO-NF-CO   TO CL-NF
           MOVE WCODIGO-EAN-CO  TO CL-CODIGO
           OPEN EXTEND ARQCONFLOG
           IF FS-CONFLOG = '05' OR FS-CONFLOG = '35'
              OPEN OUTPUT ARQCONFLOG
           END-IF
           MOVE WCONFLOG-LINHA TO ARQCONFLOG-REC
           WRITE ARQCONFLOG-REC
           CLOSE ARQCONFLOG.

       ABRE-ARQUIVOS.
           OPEN I-O CONFER
           IF FS-CF NOT = '00'
              MOVE 'SEM RODADAS A CONFERIR ST ' TO WTXT
              MOVE FS-CF TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              EXIT PROGRAM
           END-IF
           OPEN I-O CONFITEM
           IF FS-CFI NOT = '00'
              MOVE 'ERRO NA ABERTURA DOS ITENS ST ' TO WTXT
              MOVE FS-CFI TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              CLOSE CONFER
              EXIT PROGRAM
           END-IF
           OPEN INPUT CODBARRAS
           IF FS-EAN = '35'
              CLOSE CODBARRAS OPEN OUTPUT CODBARRAS
              CLOSE CODBARRAS OPEN INPUT CODBARRAS
           END-IF
           OPEN INPUT PRODUTOS
      *    (SEM NOTAS NAO HA CONFERENCIA DE CANCELAMENTO; SEM
      *     VENDEDORES NAO HA LIBERACAO POR SUPERVISOR)
           MOVE 0 TO WNF-DISPONIVEL
           OPEN INPUT NOTAS
           IF FS-NF = '00'
              MOVE 1 TO WNF-DISPONIVEL
           END-IF
           MOVE 0 TO WVEN-DISPONIVEL
           OPEN INPUT VENDEDORES
           IF FS-VEN = '00'
              MOVE 1 TO WVEN-DISPONIVEL
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.
