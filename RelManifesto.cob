      *--------------------------
      * MANIFESTO DE CARGA POR VEICULO E ROTA DE ENTREGA
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RelManifesto.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Para o veiculo (placa) e a data
      *              informados, lista as notas em transito faturadas
      *              na data cuja rota de entrega (ROTA-ENTREGA-NF)
      *              e rota ativa do veiculo (VEICULO-ROTA), na ordem
      *              inversa da entrega para o carregamento: a ultima
      *              parada sobe primeiro. Por nota: cliente,
      *              endereco de entrega (ARQENDENT.DAT ou o do
      *              cadastro), janela de recebimento, peso bruto
      *              (itens da nota x PESO-PROD), valor da nota e o
      *              valor a receber na entrega (parcelas em aberto
      *              vencidas ate a data). Totais contra a capacidade
      *              do veiculo e bloco de assinatura do motorista e
      *              da expedicao. Saida registrada no catalogo de
      *              spool (RegSpool); sem o catalogo vale
      *              RELMANIF.TXT.
      * 2026-10-15 - Chaves alternativas de data em NOTAS.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VEICULOS ASSIGN TO  DISK WID-ARQ-VEIC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS PLACA-VEI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEI.

       SELECT ROTAS ASSIGN TO  DISK WID-ARQ-ROTA
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-ROTA
              ALTERNATE RECORD KEY IS CODIGO-VEN-ROTA WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ROTA.

       SELECT ROTAITEM ASSIGN TO  DISK WID-ARQ-ROTAITEM
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-ROTA-ITEM
              ALTERNATE RECORD KEY IS CODIGO-CLI-ITEM WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-RI.

       SELECT NOTAS ASSIGN TO  DISK WID-ARQ-NOTAS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-NF
              ALTERNATE RECORD KEY IS CODIGO-PED-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-CLI-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-NF WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NF.

       SELECT NFITEM ASSIGN TO  DISK WID-ARQ-NFI
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-NFI
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NFI.

       SELECT PRODUTOS ASSIGN TO  DISK WID-ARQ-PRODUTO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PROD
              ALTERNATE RECORD KEY IS DESCRICAO-PROD WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PROD.

       SELECT CLIENTES ASSIGN TO  DISK WID-ARQ-CLIENTE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CLI
              ALTERNATE RECORD KEY IS CNPJ   WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
              ALTERNATE RECORD KEY IS RAZAO  WITH DUPLICATES
              ALTERNATE RECORD KEY IS LATITUDE WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CLI.

       SELECT ENDENT ASSIGN TO  DISK WID-ARQ-ENDENT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-EE
              ALTERNATE RECORD KEY IS CODIGO-CLI-EE WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EE.

       SELECT CONTASREC ASSIGN TO  DISK WID-ARQ-CREC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CREC
              ALTERNATE RECORD KEY IS CODIGO-CLI-CREC WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-VENC-CREC  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CREC.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD VEICULOS.
       01 REGISTRO-VEICULOS.
          02 PLACA-VEI                PIC  X(007).
          02 DESCRICAO-VEI            PIC  X(030).
          02 CAPAC-KG-VEI             PIC  9(007) VALUE ZEROES.
          02 CAPAC-M3-VEI             PIC  9(005)v9(002) VALUE ZEROES.
          02 INATIVO-VEI              PIC  X(001) VALUE SPACES.
          02 LOCAL-VEI                PIC  9(003) VALUE ZEROES.
          02 VENDEDOR-VEI             PIC  9(007) VALUE ZEROES.

       FD ROTAS.
       01 REGISTRO-ROTAS.
          02 CODIGO-ROTA           PIC  9(007).
          02 DESCRICAO-ROTA        PIC  X(040).
          02 CODIGO-VEN-ROTA       PIC  9(007).
          02 INATIVO-ROTA          PIC  X(001) VALUE SPACES.
          02 DIA-SEMANA-ROTA       PIC  9(001) VALUE ZEROES.
          02 FREQUENCIA-ROTA       PIC  X(001) VALUE SPACES.
          02 VEICULO-ROTA          PIC  X(007) VALUE SPACES.
          02 COBERTURA-ROTA        PIC  9(007) VALUE ZEROES.

       FD ROTAITEM.
       01 REGISTRO-ROTAITEM.
          02 CHAVE-ROTA-ITEM.
             03 CODIGO-ROTA-ITEM      PIC  9(007).
             03 CODIGO-CLI-ITEM       PIC  9(007).
          02 ORDEM-VISITA-ITEM        PIC  9(003) VALUE ZEROES.

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

       FD NFITEM.
       01 REGISTRO-NFITEM.
          02 CHAVE-NFI.
             03 NUMERO-NF-NFI         PIC  9(009).
             03 SEQ-NFI               PIC  9(003).
          02 NUMERO-ITEM-NFI          PIC  9(003) VALUE ZEROES.
          02 CODIGO-PROD-NFI          PIC  9(007) VALUE ZEROES.
          02 QTDE-NFI                 PIC  9(005) VALUE ZEROES.
          02 VALOR-UNIT-NFI           PIC  9(007)v9(002) VALUE ZEROES.
          02 VALOR-BRUTO-NFI          PIC  9(009)v9(002) VALUE ZEROES.
          02 VALOR-DESC-NFI           PIC  9(009)v9(002) VALUE ZEROES.
          02 CLASS-FISCAL-NFI         PIC  X(001) VALUE SPACES.
          02 CFOP-NFI                 PIC  9(004) VALUE ZEROES.
          02 BASE-ICMS-NFI            PIC  9(009)v9(002) VALUE ZEROES.
          02 ALIQ-ICMS-NFI            PIC  9(003)v9(002) VALUE ZEROES.
          02 VALOR-ICMS-NFI           PIC  9(009)v9(002) VALUE ZEROES.
          02 ALIQ-IPI-NFI             PIC  9(003)v9(002) VALUE ZEROES.
          02 VALOR-IPI-NFI            PIC  9(009)v9(002) VALUE ZEROES.
          02 CODIGO-PED-NFI           PIC  9(009) VALUE ZEROES.
          02 FILLER                   PIC  X(011) VALUE SPACES.

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

       FD CLIENTES.
       01 REGISTRO-CLIENTES.
          02 CHAVE-CLI.
             03 CODIGO             PIC  9(007).
             03 CNPJ               PIC  9(014).
          02 RAZAO                 PIC  X(040).
          02 LATITUDE              PIC S9(003)v9(008).
          02 LONGITUDE             PIC S9(003)v9(008).
          02 INATIVO                PIC  X(001) VALUE SPACES.
          02 ENDERECO               PIC  X(040) VALUE SPACES.
          02 CIDADE                 PIC  X(020) VALUE SPACES.
          02 ESTADO                 PIC  X(002) VALUE SPACES.
          02 TELEFONE               PIC  X(015) VALUE SPACES.
          02 EMAIL                  PIC  X(040) VALUE SPACES.
          02 INSC-ESTADUAL          PIC  X(014) VALUE SPACES.
          02 TABELA-PRECO-CLI       PIC  9(003) VALUE ZEROES.
          02 LIMITE-CRED-CLI        PIC  9(009)v9(002) VALUE ZEROES.
          02 CODIGO-IBGE-CLI        PIC  9(007) VALUE ZEROES.
          02 BLOQUEIO-CRED-CLI      PIC  X(001) VALUE SPACES.
             88 CLI-BLOQUEADO          VALUE 'B'.
          02 HORA-ABRE-CLI          PIC  9(004) VALUE ZEROES.
          02 HORA-FECHA-CLI         PIC  9(004) VALUE ZEROES.
          02 GRUPO-CLI              PIC  9(003) VALUE ZEROES.
          02 SUCESSOR-CLI           PIC  9(007) VALUE ZEROES.

       FD ENDENT.
       01 REGISTRO-ENDENT.
          02 CHAVE-EE.
             03 CODIGO-CLI-EE         PIC  9(007).
             03 SEQ-EE                PIC  9(003).
          02 ENDERECO-EE              PIC  X(040) VALUE SPACES.
          02 CIDADE-EE                PIC  X(020) VALUE SPACES.
          02 ESTADO-EE                PIC  X(002) VALUE SPACES.
          02 CODIGO-IBGE-EE           PIC  9(007) VALUE ZEROES.
          02 LATITUDE-EE              PIC S9(003)v9(008).
          02 LONGITUDE-EE             PIC S9(003)v9(008).

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
             88 CREC-RENEGOCIADO      VALUE 'R'.
          02 REMESSA-CREC             PIC  X(001) VALUE SPACES.
             88 CREC-REMETIDO         VALUE 'R'.
          02 TOTAL-PARC-CREC          PIC  9(003) VALUE ZEROES.
          02 DATA-PERDA-CREC          PIC  9(008) VALUE ZEROES.
          02 MOTIVO-PERDA-CREC        PIC  X(030) VALUE SPACES.

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-VEI                      PIC XX VALUE '00'.
       01 FS-ROTA                     PIC XX VALUE '00'.
       01 FS-RI                       PIC XX VALUE '00'.
       01 FS-NF                       PIC XX VALUE '00'.
       01 FS-NFI                      PIC XX VALUE '00'.
       01 FS-PROD                     PIC XX VALUE '00'.
       01 FS-CLI                      PIC XX VALUE '00'.
       01 FS-EE                       PIC XX VALUE '00'.
       01 FS-CREC                     PIC XX VALUE '00'.
       01 FS-REL                      PIC XX VALUE '00'.

       01 WID-ARQ-VEIC                PIC X(50) VALUE 'ARQVEIC.DAT'.
       01 WID-ARQ-ROTA.
           02 WID-ARQ-ROTA-1               PIC X(50).
       01 WID-ARQ-ROTAITEM            PIC X(50) VALUE 'ARQROTAITEM.DAT'.
       01 WID-ARQ-NOTAS               PIC X(50) VALUE 'ARQNOTAS.DAT'.
       01 WID-ARQ-NFI                 PIC X(50) VALUE 'ARQNFITEM.DAT'.
       01 WID-ARQ-PRODUTO.
           02 WID-ARQ-PRODUTO-1            PIC X(50).
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-ENDENT              PIC X(50) VALUE 'ARQENDENT.DAT'.
       01 WID-ARQ-CREC                PIC X(50) VALUE 'ARQCREC.DAT'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
       77 WSAIDA-IT-MF    PIC 9 VALUE ZEROES.

      *-------------PARAMETROS E ARQUIVOS OPCIONAIS-----------------
      * SEM O ROTEIRO A NOTA SAI NO FIM DA ENTREGA (ORDEM 999); SEM
      * OS ITENS DA NOTA O PESO SAI ZERADO; SEM O CONTAS A RECEBER
      * NADA A RECEBER; SEM OS ENDERECOS DE ENTREGA VALE O CADASTRO.
       01 WPLACA-MF               PIC X(007) VALUE SPACES.
       01 WDATA-MF                PIC 9(008) VALUE ZEROES.
       77 WRI-DISPONIVEL-MF       PIC 9 VALUE ZEROES.
       77 WNFI-DISPONIVEL-MF      PIC 9 VALUE ZEROES.
       77 WCREC-DISPONIVEL-MF     PIC 9 VALUE ZEROES.
       77 WEE-DISPONIVEL-MF       PIC 9 VALUE ZEROES.
      *--------------------------------------------------

      *-------------ROTAS DO VEICULO---------------------------------
       77 WMAX-ROTA-MF            PIC 9(003) VALUE 50.
       77 WQTD-ROTA-MF            PIC 9(003) VALUE ZEROES.
       77 WK-MF                   PIC 9(003) VALUE ZEROES.
       77 WACHOU-MF               PIC 9 VALUE ZEROES.
       01 WTAB-ROTA-MF.
          02 WRT-ITEM-MF OCCURS 50 TIMES.
             03 WRT-CODIGO-MF     PIC 9(007).
             03 WRT-DESCRICAO-MF  PIC X(040).
      *--------------------------------------------------

      *-------------NOTAS DA CARGA----------------------------------
      * A CHAVE DE ENTREGA E A POSICAO DA ROTA NA TABELA DO VEICULO
      * SEGUIDA DA ORDEM DE VISITA DO CLIENTE NA ROTA; A CARGA SAI EM
      * ORDEM DECRESCENTE DA CHAVE (ULTIMA ENTREGA CARREGA PRIMEIRO).
       77 WMAX-NF-MF              PIC 9(004) VALUE 500.
       77 WQTD-NF-MF              PIC 9(004) VALUE ZEROES.
       77 WQTD-EXCED-MF           PIC 9(005) VALUE ZEROES.
       77 WI-MF                   PIC 9(004) VALUE ZEROES.
       77 WJ-MF                   PIC 9(004) VALUE ZEROES.
       77 WLIM-MF                 PIC 9(004) VALUE ZEROES.
       77 WSEQ-ENTREGA-MF         PIC 9(004) VALUE ZEROES.
       01 WTAB-NF-MF.
          02 WNF-ITEM-MF OCCURS 500 TIMES.
             03 WNF-CHAVE-MF.
                04 WNF-POS-ROTA-MF   PIC 9(003).
                04 WNF-ORDEM-MF      PIC 9(003).
                04 WNF-NUMERO-MF     PIC 9(009).
       01 WNF-TROCA-MF.
          02 FILLER                  PIC X(015).
      *--------------------------------------------------

      *-------------VALORES DA NOTA E TOTAIS------------------------
       01 WPESO-NF-MF             PIC 9(007)v9(003) VALUE ZEROES.
       01 WRECEBER-NF-MF          PIC 9(009)v9(002) VALUE ZEROES.
       01 WTOT-PESO-MF            PIC 9(009)v9(003) VALUE ZEROES.
       01 WTOT-VALOR-MF           PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-RECEBER-MF         PIC 9(011)v9(002) VALUE ZEROES.
       01 WOCUPACAO-MF            PIC 9(005)v9(001) VALUE ZEROES.
       01 WHORA-MF                PIC 9(004) VALUE ZEROES.
       01 WHORA-R-MF REDEFINES WHORA-MF.
          02 WHORA-HH-MF          PIC 9(002).
          02 WHORA-MM-MF          PIC 9(002).
       01 WRAZAO-MF               PIC X(040) VALUE SPACES.
       01 WENDERECO-MF            PIC X(040) VALUE SPACES.
       01 WCIDADE-MF              PIC X(020) VALUE SPACES.
       01 WESTADO-MF              PIC X(002) VALUE SPACES.
      *--------------------------------------------------

       01 WRL-CABEC.
          02 FILLER            PIC X(20) VALUE
             'MANIFESTO DE CARGA  '.
          02 FILLER            PIC X(09) VALUE 'VEICULO: '.
          02 RL-PLACA          PIC X(007).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-DESCR-VEI      PIC X(030).
          02 FILLER            PIC X(08) VALUE ' SAIDA: '.
          02 RL-DATA           PIC 9(004)/9(002)/9(002).

       01 WRL-ROTA.
          02 FILLER            PIC X(09) VALUE '  ROTA: '.
          02 RL-ROTA           PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-DESCR-ROTA     PIC X(040).

       01 WRL-TITULOS.
          02 FILLER            PIC X(40) VALUE
             'CARGA ENTR NOTA      CLIENTE RAZAO SOCIA'.
          02 FILLER            PIC X(40) VALUE
             'L                   JANELA          PESO'.
          02 FILLER            PIC X(40) VALUE
             ' KG   VALOR NOTA    A RECEBER'.

       01 WRL-LINHA.
          02 RL-CARGA          PIC ZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-ENTREGA        PIC ZZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-NF             PIC 9(009).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-CLI            PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-RAZAO          PIC X(030).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-JANELA.
             03 RL-ABRE-HH     PIC 9(002).
             03 FILLER         PIC X(01) VALUE ':'.
             03 RL-ABRE-MM     PIC 9(002).
             03 FILLER         PIC X(01) VALUE '-'.
             03 RL-FECHA-HH    PIC 9(002).
             03 FILLER         PIC X(01) VALUE ':'.
             03 RL-FECHA-MM    PIC 9(002).
          02 RL-JANELA-LIVRE REDEFINES RL-JANELA PIC X(011).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-PESO           PIC ZZZZZZ9.999.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-VALOR          PIC ZZZZZZZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-RECEBER        PIC ZZZZZZZZ9.99.

       01 WRL-ENDERECO.
          02 FILLER            PIC X(15) VALUE SPACES.
          02 FILLER            PIC X(09) VALUE 'ENTREGA: '.
          02 RL-ENDERECO       PIC X(040).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-CIDADE         PIC X(020).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-ESTADO         PIC X(002).

       01 WRL-TOTAL.
          02 FILLER            PIC X(16) VALUE 'TOTAL DA CARGA: '.
          02 RL-TOT-QTD        PIC ZZZ9.
          02 FILLER            PIC X(50) VALUE ' NOTAS'.
          02 RL-TOT-PESO       PIC ZZZZZZZZ9.999.
          02 RL-TOT-VALOR      PIC ZZZZZZZZZ9.99.
          02 RL-TOT-RECEBER    PIC ZZZZZZZZZ9.99.

       01 WRL-CAPAC.
          02 FILLER            PIC X(24) VALUE
             'CAPACIDADE DO VEICULO...'.
          02 RL-CAPAC          PIC ZZZZZZ9.
          02 FILLER            PIC X(19) VALUE ' KG   OCUPACAO....'.
          02 RL-OCUPACAO       PIC ZZZZ9.9.
          02 FILLER            PIC X(02) VALUE ' %'.

       01 WRL-EXCESSO.
          02 FILLER            PIC X(47) VALUE
             '*** PESO DA CARGA ACIMA DA CAPACIDADE DO VEICUL'.
          02 FILLER            PIC X(06) VALUE 'O ***'.

       01 WRL-EXCED.
          02 FILLER            PIC X(40) VALUE
             'NOTAS FORA DO MANIFESTO (LIMITE).......:'.
          02 RL-EXCED          PIC ZZZZ9.

       01 WRL-DECLARA.
          02 FILLER            PIC X(40) VALUE
             'RECEBI AS MERCADORIAS E DOCUMENTOS ACIMA'.
          02 FILLER            PIC X(40) VALUE
             ' CONFERIDOS E CARREGADOS NO VEICULO.'.

       01 WRL-ASSINA-MOT.
          02 FILLER            PIC X(40) VALUE
             'MOTORISTA: _____________________________'.
          02 FILLER            PIC X(40) VALUE
             '   DOCUMENTO: __________________'.

       01 WRL-ASSINA-EXP.
          02 FILLER            PIC X(40) VALUE
             'EXPEDICAO: _____________________________'.
          02 FILLER            PIC X(40) VALUE
             '   HORA DA SAIDA: ____:____'.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC XX VALUE SPACES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-MANIFESTO-MF.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - MANIFESTO DE CARGA".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 22 VALUE "MANIFESTO DE CARGA POR VEICULO".
          02 LINE 8 COL 10 VALUE "PLACA DO VEICULO..........:".
          02 LINE 8 COL 39 PIC X(007) USING WPLACA-MF.
          02 LINE 10 COL 10 VALUE "DATA DA SAIDA (AAAAMMDD)..:".
          02 LINE 10 COL 39 PIC 9(008) USING WDATA-MF.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           MOVE LID-ARQ-ROTA-1     TO WID-ARQ-ROTA-1
           MOVE LID-ARQ-CLIENTE-1  TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-PRODUTO-1  TO WID-ARQ-PRODUTO-1
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ROTAITEM
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NOTAS
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NFI
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-VEIC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ENDENT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CREC
           MOVE SPACES TO WPLACA-MF
           ACCEPT WDATA-MF FROM DATE YYYYMMDD
           DISPLAY TELA-MANIFESTO-MF
           ACCEPT TELA-MANIFESTO-MF
           IF WPLACA-MF NOT = SPACES AND WDATA-MF NOT = ZEROES
              PERFORM R-GERA-MANIFESTO THRU R-GERA-MANIFESTO-FIM
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.

      *-------------------------------------
      * MANIFESTO: ROTAS ATIVAS DO VEICULO, NOTAS EM TRANSITO DA DATA
      * NESSAS ROTAS, ORDEM DE CARREGAMENTO E IMPRESSAO.
      *-------------------------------------
       R-GERA-MANIFESTO.
           OPEN INPUT VEICULOS
           IF FS-VEI NOT = '00'
              MOVE 'SEM VEICULOS CADASTRADOS ST ' TO WTXT
              MOVE FS-VEI TO WST
              PERFORM R-MOSTRA-MSG-MF
              GO TO R-GERA-MANIFESTO-FIM
           END-IF
           MOVE WPLACA-MF TO PLACA-VEI
           READ VEICULOS
           IF FS-VEI NOT = '00'
              CLOSE VEICULOS
              MOVE 'VEICULO NAO CADASTRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-MF
              GO TO R-GERA-MANIFESTO-FIM
           END-IF
           OPEN INPUT ROTAS
           IF FS-ROTA NOT = '00'
              CLOSE VEICULOS
              MOVE 'SEM ROTAS CADASTRADAS ST ' TO WTXT
              MOVE FS-ROTA TO WST
              PERFORM R-MOSTRA-MSG-MF
              GO TO R-GERA-MANIFESTO-FIM
           END-IF
           MOVE ZEROES TO WQTD-ROTA-MF CODIGO-ROTA
           START ROTAS KEY IS NOT LESS THAN CODIGO-ROTA
           MOVE 0 TO WSAIDA
           IF FS-ROTA NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-CARREGA-ROTA-MF UNTIL WSAIDA = 1
           IF WQTD-ROTA-MF = ZEROES
              CLOSE VEICULOS ROTAS
              MOVE 'NENHUMA ROTA ATIVA COM ESTE VEICULO' TO WTXT
              PERFORM R-MOSTRA-MSG-MF
              GO TO R-GERA-MANIFESTO-FIM
           END-IF
           OPEN INPUT NOTAS
           IF FS-NF NOT = '00'
              CLOSE VEICULOS ROTAS
              MOVE 'SEM NOTAS EMITIDAS ST ' TO WTXT
              MOVE FS-NF TO WST
              PERFORM R-MOSTRA-MSG-MF
              GO TO R-GERA-MANIFESTO-FIM
           END-IF
           OPEN INPUT CLIENTES PRODUTOS
           MOVE 0 TO WRI-DISPONIVEL-MF WNFI-DISPONIVEL-MF
                     WCREC-DISPONIVEL-MF WEE-DISPONIVEL-MF
           OPEN INPUT ROTAITEM
           IF FS-RI = '00'
              MOVE 1 TO WRI-DISPONIVEL-MF
           END-IF
           OPEN INPUT NFITEM
           IF FS-NFI = '00'
              MOVE 1 TO WNFI-DISPONIVEL-MF
           END-IF
           OPEN INPUT CONTASREC
           IF FS-CREC = '00'
              MOVE 1 TO WCREC-DISPONIVEL-MF
           END-IF
           OPEN INPUT ENDENT
           IF FS-EE = '00'
              MOVE 1 TO WEE-DISPONIVEL-MF
           END-IF
           MOVE ZEROES TO WQTD-NF-MF WQTD-EXCED-MF CHAVE-NF
           START NOTAS KEY IS NOT LESS THAN CHAVE-NF
           MOVE 0 TO WSAIDA
           IF FS-NF NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-VARRE-NOTAS-MF UNTIL WSAIDA = 1
           IF WQTD-NF-MF = ZEROES
              MOVE 'NENHUMA NOTA EM TRANSITO PARA O VEICULO' TO WTXT
              PERFORM R-MOSTRA-MSG-MF
           ELSE
              PERFORM R-ORDENA-CARGA-MF
              PERFORM R-IMPRIME-MANIFESTO-MF
                 THRU R-IMPRIME-MANIFESTO-MF-FIM
           END-IF
           CLOSE VEICULOS ROTAS NOTAS CLIENTES PRODUTOS
           IF WRI-DISPONIVEL-MF = 1
              CLOSE ROTAITEM
           END-IF
           IF WNFI-DISPONIVEL-MF = 1
              CLOSE NFITEM
           END-IF
           IF WCREC-DISPONIVEL-MF = 1
              CLOSE CONTASREC
           END-IF
           IF WEE-DISPONIVEL-MF = 1
              CLOSE ENDENT
           END-IF.
       R-GERA-MANIFESTO-FIM.
           EXIT.

       R-CARREGA-ROTA-MF.
           READ ROTAS NEXT
           IF FS-ROTA NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF VEICULO-ROTA = WPLACA-MF AND INATIVO-ROTA NOT = 'S'
                 AND WQTD-ROTA-MF < WMAX-ROTA-MF
                 ADD 1 TO WQTD-ROTA-MF
                 MOVE CODIGO-ROTA    TO WRT-CODIGO-MF(WQTD-ROTA-MF)
                 MOVE DESCRICAO-ROTA TO WRT-DESCRICAO-MF(WQTD-ROTA-MF)
              END-IF
           END-IF.

      *    (NOTA CANCELADA, JA BAIXADA NA ENTREGA, DE OUTRA DATA OU
      *     DE ROTA DE OUTRO VEICULO FICA DE FORA)
       R-VARRE-NOTAS-MF.
           READ NOTAS NEXT
           IF FS-NF NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF NOT NF-CANCELADA AND NF-EM-TRANSITO
                 AND DATA-NF = WDATA-MF
                 AND ROTA-ENTREGA-NF NOT = ZEROES
                 PERFORM R-PROCURA-ROTA-MF
                 IF WACHOU-MF = 1
                    PERFORM R-ANOTA-NOTA-MF
                 END-IF
              END-IF
           END-IF.

       R-PROCURA-ROTA-MF.
           MOVE 0 TO WACHOU-MF
           MOVE 1 TO WK-MF
           PERFORM R-COMPARA-ROTA-MF
              UNTIL WACHOU-MF = 1 OR WK-MF > WQTD-ROTA-MF.

       R-COMPARA-ROTA-MF.
           IF WRT-CODIGO-MF(WK-MF) = ROTA-ENTREGA-NF
              MOVE 1 TO WACHOU-MF
           ELSE
              ADD 1 TO WK-MF
           END-IF.

       R-ANOTA-NOTA-MF.
           IF WQTD-NF-MF NOT < WMAX-NF-MF
              ADD 1 TO WQTD-EXCED-MF
           ELSE
              ADD 1 TO WQTD-NF-MF
              MOVE WK-MF     TO WNF-POS-ROTA-MF(WQTD-NF-MF)
              MOVE NUMERO-NF TO WNF-NUMERO-MF(WQTD-NF-MF)
              MOVE 999       TO WNF-ORDEM-MF(WQTD-NF-MF)
              IF WRI-DISPONIVEL-MF = 1
                 MOVE ROTA-ENTREGA-NF TO CODIGO-ROTA-ITEM
                 MOVE CODIGO-CLI-NF   TO CODIGO-CLI-ITEM
                 READ ROTAITEM
                 IF FS-RI = '00'
                    MOVE ORDEM-VISITA-ITEM
                       TO WNF-ORDEM-MF(WQTD-NF-MF)
                 END-IF
              END-IF
           END-IF.

      *-------------------------------------
      * ORDEM DE CARREGAMENTO: CHAVE DE ENTREGA DECRESCENTE (BOLHA).
      *-------------------------------------
       R-ORDENA-CARGA-MF.
           MOVE WQTD-NF-MF TO WLIM-MF
           PERFORM R-ORDENA-PASSADA-MF UNTIL WLIM-MF < 2.

       R-ORDENA-PASSADA-MF.
           PERFORM R-ORDENA-PAR-MF
              VARYING WJ-MF FROM 1 BY 1 UNTIL WJ-MF NOT < WLIM-MF
           SUBTRACT 1 FROM WLIM-MF.

       R-ORDENA-PAR-MF.
           IF WNF-CHAVE-MF(WJ-MF) < WNF-CHAVE-MF(WJ-MF + 1)
              MOVE WNF-ITEM-MF(WJ-MF)     TO WNF-TROCA-MF
              MOVE WNF-ITEM-MF(WJ-MF + 1) TO WNF-ITEM-MF(WJ-MF)
              MOVE WNF-TROCA-MF           TO WNF-ITEM-MF(WJ-MF + 1)
           END-IF.

      *-------------------------------------
      * IMPRESSAO: CABECALHO DO VEICULO E ROTAS, UMA NOTA POR DUAS
      * LINHAS NA ORDEM DE CARREGAMENTO (COM O NUMERO DA ENTREGA),
      * TOTAIS CONTRA A CAPACIDADE E ASSINATURAS.
      *-------------------------------------
       R-IMPRIME-MANIFESTO-MF.
           MOVE 'RELMANIF.TXT' TO WID-ARQ-REL-1
           MOVE 'RELMANIF' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           STRING WPLACA-MF ' ' WDATA-MF
              DELIMITED BY SIZE INTO LINK-SPL-PARAMS
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
              PERFORM R-MOSTRA-MSG-MF
              GO TO R-IMPRIME-MANIFESTO-MF-FIM
           END-IF
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE PLACA-VEI     TO RL-PLACA
           MOVE DESCRICAO-VEI TO RL-DESCR-VEI
           MOVE WDATA-MF      TO RL-DATA
           MOVE WRL-CABEC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-IMPRIME-ROTA-MF
              VARYING WK-MF FROM 1 BY 1 UNTIL WK-MF > WQTD-ROTA-MF
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WRL-TITULOS TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WTOT-PESO-MF WTOT-VALOR-MF WTOT-RECEBER-MF
           PERFORM R-IMPRIME-NOTA-MF
              VARYING WI-MF FROM 1 BY 1 UNTIL WI-MF > WQTD-NF-MF
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WQTD-NF-MF      TO RL-TOT-QTD
           MOVE WTOT-PESO-MF    TO RL-TOT-PESO
           MOVE WTOT-VALOR-MF   TO RL-TOT-VALOR
           MOVE WTOT-RECEBER-MF TO RL-TOT-RECEBER
           MOVE WRL-TOTAL TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WOCUPACAO-MF
           IF CAPAC-KG-VEI NOT = ZEROES
              COMPUTE WOCUPACAO-MF ROUNDED =
                 WTOT-PESO-MF * 100 / CAPAC-KG-VEI
                 ON SIZE ERROR MOVE 99999.9 TO WOCUPACAO-MF
              END-COMPUTE
           END-IF
           MOVE CAPAC-KG-VEI TO RL-CAPAC
           MOVE WOCUPACAO-MF TO RL-OCUPACAO
           MOVE WRL-CAPAC TO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF CAPAC-KG-VEI NOT = ZEROES AND
              WTOT-PESO-MF > CAPAC-KG-VEI
              MOVE WRL-EXCESSO TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           IF WQTD-EXCED-MF NOT = ZEROES
              MOVE WQTD-EXCED-MF TO RL-EXCED
              MOVE WRL-EXCED TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WRL-DECLARA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           WRITE ARQREL-REC
           MOVE WRL-ASSINA-MOT TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           WRITE ARQREL-REC
           MOVE WRL-ASSINA-EXP TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL
           MOVE SPACES TO WTXT
           STRING 'MANIFESTO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
              INTO WTXT
           PERFORM R-MOSTRA-MSG-MF.
       R-IMPRIME-MANIFESTO-MF-FIM.
           EXIT.

       R-IMPRIME-ROTA-MF.
           MOVE WRT-CODIGO-MF(WK-MF)    TO RL-ROTA
           MOVE WRT-DESCRICAO-MF(WK-MF) TO RL-DESCR-ROTA
           MOVE WRL-ROTA TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-IMPRIME-NOTA-MF.
           MOVE WNF-NUMERO-MF(WI-MF) TO NUMERO-NF
           READ NOTAS
           IF FS-NF NOT = '00'
              INITIALIZE REGISTRO-NOTAS
              MOVE WNF-NUMERO-MF(WI-MF) TO NUMERO-NF
           END-IF
           PERFORM R-DADOS-CLIENTE-MF
           PERFORM R-PESO-NOTA-MF
           PERFORM R-RECEBER-NOTA-MF
           COMPUTE WSEQ-ENTREGA-MF = WQTD-NF-MF - WI-MF + 1
           MOVE WI-MF           TO RL-CARGA
           MOVE WSEQ-ENTREGA-MF TO RL-ENTREGA
           MOVE NUMERO-NF       TO RL-NF
           MOVE CODIGO-CLI-NF   TO RL-CLI
           MOVE WRAZAO-MF(1:30) TO RL-RAZAO
           IF HORA-ABRE-CLI = ZEROES AND HORA-FECHA-CLI = ZEROES
              MOVE 'SEM HORARIO' TO RL-JANELA-LIVRE
           ELSE
              MOVE HORA-ABRE-CLI  TO WHORA-MF
              MOVE WHORA-HH-MF    TO RL-ABRE-HH
              MOVE WHORA-MM-MF    TO RL-ABRE-MM
              MOVE HORA-FECHA-CLI TO WHORA-MF
              MOVE WHORA-HH-MF    TO RL-FECHA-HH
              MOVE WHORA-MM-MF    TO RL-FECHA-MM
              MOVE ':' TO RL-JANELA-LIVRE(3:1) RL-JANELA-LIVRE(9:1)
              MOVE '-' TO RL-JANELA-LIVRE(6:1)
           END-IF
           MOVE WPESO-NF-MF     TO RL-PESO
           MOVE VALOR-NF        TO RL-VALOR
           MOVE WRECEBER-NF-MF  TO RL-RECEBER
           MOVE WRL-LINHA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WENDERECO-MF TO RL-ENDERECO
           MOVE WCIDADE-MF   TO RL-CIDADE
           MOVE WESTADO-MF   TO RL-ESTADO
           MOVE WRL-ENDERECO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD WPESO-NF-MF    TO WTOT-PESO-MF
           ADD VALOR-NF       TO WTOT-VALOR-MF
           ADD WRECEBER-NF-MF TO WTOT-RECEBER-MF.

      *    (ENDERECO ZERO NA NOTA = SEDE DO CLIENTE; ENDERECO DE
      *     ENTREGA NAO ACHADO TAMBEM CAI NA SEDE)
       R-DADOS-CLIENTE-MF.
           MOVE SPACES TO WRAZAO-MF WENDERECO-MF WCIDADE-MF WESTADO-MF
           MOVE CODIGO-CLI-NF TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              INITIALIZE REGISTRO-CLIENTES
           ELSE
              MOVE RAZAO    TO WRAZAO-MF
              MOVE ENDERECO TO WENDERECO-MF
              MOVE CIDADE   TO WCIDADE-MF
              MOVE ESTADO   TO WESTADO-MF
           END-IF
           IF END-ENTREGA-NF NOT = ZEROES AND WEE-DISPONIVEL-MF = 1
              MOVE CODIGO-CLI-NF  TO CODIGO-CLI-EE
              MOVE END-ENTREGA-NF TO SEQ-EE
              READ ENDENT
              IF FS-EE = '00'
                 MOVE ENDERECO-EE TO WENDERECO-MF
                 MOVE CIDADE-EE   TO WCIDADE-MF
                 MOVE ESTADO-EE   TO WESTADO-MF
              END-IF
           END-IF.

       R-PESO-NOTA-MF.
           MOVE ZEROES TO WPESO-NF-MF
           IF WNFI-DISPONIVEL-MF = 1
              MOVE NUMERO-NF TO NUMERO-NF-NFI
              MOVE ZEROES    TO SEQ-NFI
              START NFITEM KEY IS NOT LESS THAN CHAVE-NFI
              MOVE 0 TO WSAIDA-IT-MF
              IF FS-NFI NOT = '00'
                 MOVE 1 TO WSAIDA-IT-MF
              END-IF
              PERFORM R-SOMA-PESO-MF UNTIL WSAIDA-IT-MF = 1
           END-IF.

       R-SOMA-PESO-MF.
           READ NFITEM NEXT
           IF FS-NFI NOT = '00' OR NUMERO-NF-NFI NOT = NUMERO-NF
              MOVE 1 TO WSAIDA-IT-MF
           ELSE
              MOVE CODIGO-PROD-NFI TO CODIGO-PROD
              READ PRODUTOS
              IF FS-PROD = '00'
                 COMPUTE WPESO-NF-MF = WPESO-NF-MF +
                    QTDE-NFI * PESO-PROD
              END-IF
           END-IF.

      *    (A RECEBER NA ENTREGA: PARCELAS EM ABERTO DA NOTA VENCIDAS
      *     ATE A DATA DA SAIDA, PELO SALDO)
       R-RECEBER-NOTA-MF.
           MOVE ZEROES TO WRECEBER-NF-MF
           IF WCREC-DISPONIVEL-MF = 1
              MOVE NUMERO-NF TO NUMERO-NF-CREC
              MOVE ZEROES    TO PARCELA-CREC
              START CONTASREC KEY IS NOT LESS THAN CHAVE-CREC
              MOVE 0 TO WSAIDA-IT-MF
              IF FS-CREC NOT = '00'
                 MOVE 1 TO WSAIDA-IT-MF
              END-IF
              PERFORM R-SOMA-RECEBER-MF UNTIL WSAIDA-IT-MF = 1
           END-IF.

       R-SOMA-RECEBER-MF.
           READ CONTASREC NEXT
           IF FS-CREC NOT = '00' OR NUMERO-NF-CREC NOT = NUMERO-NF
              MOVE 1 TO WSAIDA-IT-MF
           ELSE
              IF CREC-ABERTO AND DATA-VENC-CREC NOT > WDATA-MF
                 ADD SALDO-CREC TO WRECEBER-NF-MF
              END-IF
           END-IF.

       R-MOSTRA-MSG-MF.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.
