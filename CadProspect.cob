      *--------------------------
      * CADASTRO DE PROSPECTOS (CLIENTES EM POTENCIAL)
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadProspect.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Prospectos visitados pelos
      *              vendedores e ainda fora do CLIENTES, em
      *              ARQPROSP.DAT: razao, CNPJ, endereco, municipio
      *              (codigo IBGE pelo cadastro de municipios),
      *              coordenadas (geocodificadas pela cidade quando
      *              zeradas), origem e situacao (N=NOVO E=EM
      *              CONTATO P=PROPOSTA C=CONVERTIDO D=DESCARTADO).
      *              O vendedor e o ativo mais proximo pela formula
      *              de Haversine, como na distribuicao. Contatos e
      *              retornos no CadContatos. A conversao, feita no
      *              primeiro pedido, grava o CLIENTES com as mesmas
      *              validacoes do CadClientes, leva os contatos do
      *              prospecto para o cliente e ja o deixa na
      *              distribuicao do vendedor. Funil por vendedor e
      *              situacao com a taxa de conversao (RELFUNIL no
      *              catalogo de spool). Operacoes no TRANLOG.LOG.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PROSPECT ASSIGN TO  DISK WID-ARQ-PROSP
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PS
              ALTERNATE RECORD KEY IS CNPJ-PS     WITH DUPLICATES
              ALTERNATE RECORD KEY IS VENDEDOR-PS WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PS.

       SELECT CLIENTES ASSIGN TO  DISK WID-ARQ-CLIENTE
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CLI
              ALTERNATE RECORD KEY IS CNPJ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
              ALTERNATE RECORD KEY IS RAZAO WITH DUPLICATES
              ALTERNATE RECORD KEY IS LATITUDE WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CLI.

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT DISTRIBUICAO ASSIGN TO  DISK WID-ARQ-DISTRIBUICAO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DIS
              ALTERNATE RECORD KEY IS CODIGO-CLI-DIS   WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-DIS   WITH DUPLICATES
              ALTERNATE RECORD KEY IS LATITUDE-DIS     WITH DUPLICATES
              ALTERNATE RECORD KEY IS LONGITUDE-DIS    WITH DUPLICATES
              ALTERNATE RECORD KEY IS DISTANCIA-DIS    WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DIS.

       SELECT CONTATOS ASSIGN TO  DISK WID-ARQ-CONTATO
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CON
              ALTERNATE RECORD KEY IS DATA-RETORNO-CON
                                     WITH DUPLICATES
              ALTERNATE RECORD KEY IS PROSPECT-CON
                                     WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CON.

       SELECT MUNICIPIOS ASSIGN TO  DISK WID-ARQ-MUN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-IBGE-MUN
              ALTERNATE RECORD KEY IS NOME-MUN WITH DUPLICATES
              ALTERNATE RECORD KEY IS UF-MUN   WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MUN.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRANLOG.

       SELECT ARQVALIDDOC ASSIGN TO DISK WID-ARQ-VALIDDOC
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-VALIDDOC.

       DATA DIVISION.
       FILE SECTION.
       FD PROSPECT.
       01 REGISTRO-PROSPECT.
          02 CODIGO-PS              PIC  9(007).
          02 RAZAO-PS               PIC  X(040).
          02 CNPJ-PS                PIC  9(014).
          02 ENDERECO-PS            PIC  X(040).
          02 CIDADE-PS              PIC  X(020).
          02 ESTADO-PS              PIC  X(002).
          02 CODIGO-IBGE-PS         PIC  9(007).
          02 TELEFONE-PS            PIC  X(015).
          02 LATITUDE-PS            PIC S9(003)v9(008).
          02 LONGITUDE-PS           PIC S9(003)v9(008).
          02 ORIGEM-PS              PIC  X(001).
             88 PS-ORIGEM-VALIDA    VALUE 'V' 'I' 'F' 'S' 'O'.
          02 SITUACAO-PS            PIC  X(001).
             88 PS-NOVO             VALUE 'N'.
             88 PS-EM-CONTATO       VALUE 'E'.
             88 PS-PROPOSTA         VALUE 'P'.
             88 PS-CONVERTIDO       VALUE 'C'.
             88 PS-DESCARTADO       VALUE 'D'.
          02 VENDEDOR-PS            PIC  9(007).
          02 DISTANCIA-PS           PIC  9(008)v9(002).
          02 DATA-CAD-PS            PIC  9(008).
          02 CLIENTE-PS             PIC  9(007).
          02 DATA-CONV-PS           PIC  9(008).
          02 FILLER                 PIC  X(020).

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

       FD DISTRIBUICAO.
       01  REGISTRO-DISTRIBUICAO.
           02 CHAVE-DIS.
              03 CODIGO-VEN-DIS         PIC  9(007).
              03 CODIGO-CLI-DIS         PIC  9(007).
           02 LATITUDE-DIS              PIC S9(003)v9(008).
           02 LONGITUDE-DIS             PIC S9(003)v9(008).
           02 DISTANCIA-DIS             PIC  9(008)v9(002) VALUE
                                                             ZEROES.

       FD CONTATOS.
       01 REGISTRO-CONTATOS.
          02 CHAVE-CON.
             03 CODIGO-CLI-CON        PIC  9(007).
             03 DATA-CON              PIC  9(008).
             03 HORA-CON              PIC  9(006).
          02 OPERADOR-CON             PIC  X(010) VALUE SPACES.
          02 TIPO-CON                 PIC  X(001) VALUE SPACES.
          02 TEXTO-CON                PIC  X(060) VALUE SPACES.
          02 DATA-RETORNO-CON         PIC  9(008) VALUE ZEROES.
          02 PROSPECT-CON             PIC  9(007) VALUE ZEROES.

       FD MUNICIPIOS.
       01 REGISTRO-MUNICIPIOS.
          02 CODIGO-IBGE-MUN       PIC  9(007).
          02 NOME-MUN              PIC  X(040).
          02 UF-MUN                PIC  X(002).
          02 LATITUDE-MUN          PIC S9(003)v9(008).
          02 LONGITUDE-MUN         PIC S9(003)v9(008).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(260).

       FD  ARQVALIDDOC.
       01  ARQVALIDDOC-REC          PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS-PS.
           02 FS-PS-1                 PIC 9.
           02 FS-PS-2                 PIC 9.
           02 FS-PS-R REDEFINES FS-PS-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLIENTES-1                PIC 9.
           02 FS-CLIENTES-2                PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-DIS                      PIC XX VALUE '00'.
       01 FS-CON                      PIC XX VALUE '00'.
       01 FS-MUN                      PIC XX VALUE '00'.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-TRANLOG                  PIC XX VALUE '00'.
       01 FS-VALIDDOC                 PIC XX VALUE '00'.

       01 WID-ARQ-PROSP               PIC X(50) VALUE 'ARQPROSP.DAT'.
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-VENDEDOR.
           02 WID-ARQ-VENDEDOR-1           PIC X(50).
       01 WID-ARQ-DISTRIBUICAO.
           02 WID-ARQ-DISTRIBUICAO-1       PIC X(50).
       01 WID-ARQ-CONTATO             PIC X(50) VALUE 'ARQCONTATO.DAT'.
       01 WID-ARQ-MUN                 PIC X(50) VALUE 'ARQMUN.DAT'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.
       01 WID-ARQ-VALIDDOC            PIC X(50) VALUE 'VALIDDOC.LOG'.

       77 WOPCAO-PS       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
       77 WERRO-PS        PIC 9 VALUE ZEROES.
       77 WMUN-DISP       PIC 9 VALUE ZERO.
       77 WMUN-ACHOU      PIC 9 VALUE ZERO.
       77 WMUN-CANCELA    PIC 9 VALUE ZERO.
       77 WCNPJ-DUP       PIC 9 VALUE ZEROES.
       01 WCIDADE-40      PIC X(040) VALUE SPACES.
       01 WDATA-HOJE-PS   PIC 9(008) VALUE ZEROES.

      *-------------PROSPECTO / CLIENTE DA TELA---------------------
      * OS NOMES DOS CAMPOS DO CLIENTE SAO OS DO CadClientes, USADOS
      * PELAS ROTINAS COMUNS DE GEOCODIFICACAO E VALIDACAO.
       01 WREG-PROSPECT-PS.
          02 WCODIGO-PS             PIC  9(007) VALUE ZEROES.
          02 WCODIGO                PIC  9(007) VALUE ZEROES.
          02 WCNPJ                  PIC  9(014) VALUE ZEROES.
          02 WRAZAO                 PIC  X(040) VALUE SPACES.
          02 WLATITUDE              PIC S9(003)v9(008) VALUE ZEROES.
          02 WLONGITUDE             PIC S9(003)v9(008) VALUE ZEROES.
          02 WENDERECO              PIC  X(040) VALUE SPACES.
          02 WCIDADE                PIC  X(020) VALUE SPACES.
          02 WESTADO                PIC  X(002) VALUE SPACES.
          02 WTELEFONE              PIC  X(015) VALUE SPACES.
          02 WEMAIL                 PIC  X(040) VALUE SPACES.
          02 WINSC-ESTADUAL         PIC  X(014) VALUE SPACES.
          02 WTABELA-PRECO-CLI      PIC  9(003) VALUE ZEROES.
          02 WLIMITE-CRED-CLI       PIC  9(009)v9(002) VALUE ZEROES.
          02 WCODIGO-IBGE-CLI       PIC  9(007) VALUE ZEROES.
          02 WHORA-ABRE-CLI         PIC  9(004) VALUE ZEROES.
          02 WHORA-FECHA-CLI        PIC  9(004) VALUE ZEROES.
          02 WGRUPO-CLI             PIC  9(003) VALUE ZEROES.
          02 WORIGEM-PS             PIC  X(001) VALUE SPACES.
          02 WSITUACAO-PS           PIC  X(001) VALUE SPACES.
          02 WVENDEDOR-PS           PIC  9(007) VALUE ZEROES.
          02 WNOME-VEN-PS           PIC  X(030) VALUE SPACES.
          02 WDISTANCIA-PS          PIC  9(008)v9(002) VALUE ZEROES.
          02 WDIST-KM-PS            PIC  9(006)v9(002) VALUE ZEROES.
          02 WDATA-CAD-PS           PIC  9(008) VALUE ZEROES.
          02 WCLIENTE-PS            PIC  9(007) VALUE ZEROES.
          02 WDATA-CONV-PS          PIC  9(008) VALUE ZEROES.
       01 WLAT-ANT-PS             PIC S9(003)v9(008) VALUE ZEROES.
       01 WLON-ANT-PS             PIC S9(003)v9(008) VALUE ZEROES.
      *--------------------------------------------------

       01 WCGCCPF.
           02 WCGCCPF-1                    PIC X(01).
           02 WCGCCPF-2                    PIC X(18).
           02 WCGCCPF-3                    PIC X(01).

      *-------------CALCULO DLO - DLA -------------------------
       01 WDLA-VEN        PIC S9(003)v9(008) VALUE ZEROS.
       01 WDLA-CLI        PIC S9(003)v9(008) VALUE ZEROS.
       01 WDLO-VEN        PIC S9(003)v9(008) VALUE ZEROS.
       01 WDLO-CLI        PIC S9(003)v9(008) VALUE ZEROS.
       77 WDIST-ATUAL     PIC 9(008)V9(002) VALUE ZEROES.
       01 WMENOR-DIST-PS  PIC 9(008)V9(002) VALUE ZEROES.
      *--------------------------------------------------

      *-------------CALCULO DA DISTANCIA (HAVERSINE) ------------
       77 WHAV-PI            USAGE COMP-2 VALUE 3.14159265358979.
       77 WHAV-RAIO-TERRA-M  USAGE COMP-2 VALUE 6371000.
       77 WHAV-LAT1-R        USAGE COMP-2 VALUE ZERO.
       77 WHAV-LAT2-R        USAGE COMP-2 VALUE ZERO.
       77 WHAV-DLAT-R        USAGE COMP-2 VALUE ZERO.
       77 WHAV-DLON-R        USAGE COMP-2 VALUE ZERO.
       77 WHAV-A             USAGE COMP-2 VALUE ZERO.
       77 WHAV-C             USAGE COMP-2 VALUE ZERO.
       77 WHAV-DIST-M        USAGE COMP-2 VALUE ZERO.
      *--------------------------------------------------

      *-------------CONTATOS DO PROSPECTO NA CONVERSAO-------------
       77 WMAX-CON-PS        PIC 9(003) VALUE 200.
       77 WQTD-CON-PS        PIC 9(003) VALUE ZEROES.
       77 WI-PS              PIC 9(003) VALUE ZEROES.
       77 WSAIDA-CON-PS      PIC 9 VALUE ZEROES.
       77 WQTD-MOVIDOS-PS    PIC 9(003) VALUE ZEROES.
       01 WTAB-CON-PS.
          02 WTCON-ITEM-PS OCCURS 200 TIMES.
             03 WTCON-DATA-PS   PIC 9(008).
             03 WTCON-HORA-PS   PIC 9(006).
      *--------------------------------------------------

      *-------------FUNIL DE PROSPECCAO----------------------------
       01 WFUN-DE-PS              PIC 9(008) VALUE ZEROES.
       01 WFUN-ATE-PS             PIC 9(008) VALUE ZEROES.
       01 WVEN-QUEBRA-PS          PIC 9(007) VALUE ZEROES.
       01 WCONT-FUNIL-PS.
          02 WCF-NOVO-PS           PIC 9(006) VALUE ZEROES.
          02 WCF-CONTATO-PS        PIC 9(006) VALUE ZEROES.
          02 WCF-PROPOSTA-PS       PIC 9(006) VALUE ZEROES.
          02 WCF-CONVERT-PS        PIC 9(006) VALUE ZEROES.
          02 WCF-DESCART-PS        PIC 9(006) VALUE ZEROES.
          02 WCF-TOTAL-PS          PIC 9(006) VALUE ZEROES.
       01 WTOT-FUNIL-PS.
          02 WTF-NOVO-PS           PIC 9(006) VALUE ZEROES.
          02 WTF-CONTATO-PS        PIC 9(006) VALUE ZEROES.
          02 WTF-PROPOSTA-PS       PIC 9(006) VALUE ZEROES.
          02 WTF-CONVERT-PS        PIC 9(006) VALUE ZEROES.
          02 WTF-DESCART-PS        PIC 9(006) VALUE ZEROES.
          02 WTF-TOTAL-PS          PIC 9(006) VALUE ZEROES.
       01 WPERC-PS                PIC 9(003)v9(002) VALUE ZEROES.

       01 WFUN-CAB1-PS.
          02 FILLER            PIC X(038) VALUE
             'FUNIL DE PROSPECCAO POR VENDEDOR - CAD'.
          02 FILLER            PIC X(012) VALUE 'ASTRADOS DE '.
          02 FU-CAB-DE         PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(005) VALUE ' ATE '.
          02 FU-CAB-ATE        PIC 9(004)/9(002)/9(002).

       01 WFUN-CAB2-PS.
          02 FILLER PIC X(009) VALUE 'VENDEDOR'.
          02 FILLER PIC X(026) VALUE 'NOME'.
          02 FILLER PIC X(009) VALUE '    NOVOS'.
          02 FILLER PIC X(009) VALUE '  CONTATO'.
          02 FILLER PIC X(009) VALUE ' PROPOSTA'.
          02 FILLER PIC X(009) VALUE ' CONVERT.'.
          02 FILLER PIC X(009) VALUE ' DESCART.'.
          02 FILLER PIC X(009) VALUE '    TOTAL'.
          02 FILLER PIC X(009) VALUE '   CONV.%'.

       01 WFUN-TRACO-PS.
          02 FILLER PIC X(098) VALUE IS ALL '-'.

       01 WFUN-DET-PS.
          02 FU-VENDEDOR       PIC 9(007).
          02 FILLER            PIC X(002) VALUE SPACES.
          02 FU-NOME           PIC X(025).
          02 FILLER            PIC X(001) VALUE SPACE.
          02 FU-NOVO           PIC ZZZZZZZZ9.
          02 FU-CONTATO        PIC ZZZZZZZZ9.
          02 FU-PROPOSTA       PIC ZZZZZZZZ9.
          02 FU-CONVERT        PIC ZZZZZZZZ9.
          02 FU-DESCART        PIC ZZZZZZZZ9.
          02 FU-TOTAL          PIC ZZZZZZZZ9.
          02 FILLER            PIC X(003) VALUE SPACES.
          02 FU-PERC           PIC ZZ9.99.
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

      *    (LINHA DO CLIENTE NO MESMO LAYOUT DO CadClientes, PARA
      *     QUE A CONSULTA DE HISTORICO RECONHECA A INCLUSAO)
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
          02 WTL-CODIGO             PIC 9(007).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-CNPJ-ANTES         PIC 9(014).
          02 FILLER                 PIC X VALUE '>'.
          02 WTL-CNPJ-DEPOIS        PIC 9(014).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-RAZAO-ANTES        PIC X(040).
          02 FILLER                 PIC X VALUE '>'.
          02 WTL-RAZAO-DEPOIS       PIC X(040).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-LATITUDE-ANTES     PIC S9(003)v9(008).
          02 FILLER                 PIC X VALUE '>'.
          02 WTL-LATITUDE-DEPOIS    PIC S9(003)v9(008).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-LONGITUDE-ANTES    PIC S9(003)v9(008).
          02 FILLER                 PIC X VALUE '>'.
          02 WTL-LONGITUDE-DEPOIS   PIC S9(003)v9(008).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-INATIVO-ANTES      PIC X(001).
          02 FILLER                 PIC X VALUE '>'.
          02 WTL-INATIVO-DEPOIS     PIC X(001).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTL-LIMITE-ANTES       PIC 9(009)v9(002).
          02 FILLER                 PIC X VALUE '>'.
          02 WTL-LIMITE-DEPOIS      PIC 9(009)v9(002).

       01 WTRANLOG-PS-LINHA.
          02 WTP-DATA               PIC 9(004)/9(002)/9(002).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTP-HH                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 WTP-MM                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 WTP-SS                 PIC 99.
          02 FILLER                 PIC X VALUE SPACE.
          02 WTP-OPERADOR           PIC X(10).
          02 FILLER                 PIC X VALUE SPACE.
          02 WTP-OPERACAO           PIC X(08).
          02 FILLER                 PIC X(07) VALUE ' PROSP='.
          02 WTP-PROSPECTO          PIC 9(007).
          02 FILLER                 PIC X(05) VALUE ' SIT='.
          02 WTP-SITUACAO           PIC X(001).
          02 FILLER                 PIC X(06) VALUE ' VEND='.
          02 WTP-VENDEDOR           PIC 9(007).
          02 FILLER                 PIC X(05) VALUE ' CLI='.
          02 WTP-CLIENTE            PIC 9(007).

       01 WVALIDDOC-LINHA.
          02 VD-DATA               PIC 9(004)/9(002)/9(002).
          02 FILLER                 PIC X VALUE SPACE.
          02 VD-HH                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 VD-MM                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 VD-SS                 PIC 99.
          02 FILLER                 PIC X VALUE SPACE.
          02 VD-ORIGEM              PIC X(010).
          02 FILLER                 PIC X VALUE SPACE.
          02 VD-TIPO                PIC X(03).
          02 FILLER                 PIC X VALUE SPACE.
          02 VD-CODIGO              PIC 9(007).
          02 FILLER                 PIC X VALUE SPACE.
          02 VD-DOCUMENTO           PIC X(014).
          02 FILLER                 PIC X VALUE SPACE.
          02 VD-MOTIVO              PIC X(030).

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
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - PROSPECTOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] INCLUSAO".
          02 LINE 8 COL 10 VALUE "[2] ALTERACAO / CONSULTA".
          02 LINE 9 COL 10 VALUE "[3] CONVERSAO EM CLIENTE".
          02 LINE 10 COL 10 VALUE "[4] FUNIL DE PROSPECCAO".
          02 LINE 11 COL 10 VALUE "[5] CONTATOS".
          02 LINE 12 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-PS AUTO.

       01 TELA-PS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - PROSPECTOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 29 VALUE "CADASTRO DE PROSPECTOS".
          02 LINE 6 COL 10 VALUE "Codigo Prospecto.:".
          02 LINE 6 COL 29 PIC  9(007) FROM WCODIGO-PS.
          02 LINE 7 COL 10 VALUE "Razao Social.....:".
          02 LINE 7 COL 29 PIC  X(040) FROM WRAZAO.
          02 LINE 8 COL 10 VALUE "CNPJ.............:".
          02 LINE 8 COL 29 PIC  9(014) FROM WCNPJ.
          02 LINE 9 COL 10 VALUE "Endereco.........:".
          02 LINE 9 COL 29 PIC  X(040) FROM WENDERECO.
          02 LINE 10 COL 10 VALUE "Cidade...........:".
          02 LINE 10 COL 29 PIC  X(020) FROM WCIDADE.
          02 LINE 10 COL 52 VALUE "UF:".
          02 LINE 10 COL 56 PIC  X(002) FROM WESTADO.
          02 LINE 11 COL 10 VALUE "Telefone.........:".
          02 LINE 11 COL 29 PIC  X(015) FROM WTELEFONE.
          02 LINE 12 COL 10 VALUE "Latitude.........:".
          02 LINE 12 COL 29 PIC S9(003)v9(008) FROM WLATITUDE.
          02 LINE 13 COL 10 VALUE "Longitude........:".
          02 LINE 13 COL 29 PIC S9(003)v9(008) FROM WLONGITUDE.
          02 LINE 14 COL 10 VALUE "Origem...........:".
          02 LINE 14 COL 29 PIC  X(001) FROM WORIGEM-PS.
          02 LINE 14 COL 33 VALUE
             "(V=VISITA I=INDICACAO F=FEIRA S=SITE O=OUTRA)".
          02 LINE 15 COL 10 VALUE "Situacao.........:".
          02 LINE 15 COL 29 PIC  X(001) FROM WSITUACAO-PS.
          02 LINE 15 COL 33 VALUE
             "(N=NOVO E=EM CONTATO P=PROPOSTA D=DESCARTADO)".
          02 LINE 16 COL 10 VALUE "Vendedor.........:".
          02 LINE 16 COL 29 PIC  9(007) FROM WVENDEDOR-PS.
          02 LINE 16 COL 38 PIC  X(030) FROM WNOME-VEN-PS.
          02 LINE 17 COL 10 VALUE "Distancia (km)...:".
          02 LINE 17 COL 29 PIC  ZZZZZ9.99 FROM WDIST-KM-PS.
          02 LINE 18 COL 10 VALUE "Cadastrado em....:".
          02 LINE 18 COL 29 PIC  9(008) FROM WDATA-CAD-PS.
          02 LINE 18 COL 40 VALUE "Cliente:".
          02 LINE 18 COL 49 PIC  9(007) FROM WCLIENTE-PS.
          02 LINE 18 COL 57 VALUE "em".
          02 LINE 18 COL 60 PIC  9(008) FROM WDATA-CONV-PS.

       01 TELA-ACC-CODIGO-PS.
          02 LINE 6 COL 29 PIC  9(007) USING WCODIGO-PS.

       01 ACC-TELA-PS.
          02 LINE 7 COL 29 PIC  X(040) USING WRAZAO.
          02 LINE 8 COL 29 PIC  9(014) USING WCNPJ.
          02 LINE 9 COL 29 PIC  X(040) USING WENDERECO.
          02 LINE 10 COL 29 PIC  X(020) USING WCIDADE.
          02 LINE 10 COL 56 PIC  X(002) USING WESTADO.
          02 LINE 11 COL 29 PIC  X(015) USING WTELEFONE.
          02 LINE 12 COL 29 PIC S9(003)v9(008) USING WLATITUDE.
          02 LINE 13 COL 29 PIC S9(003)v9(008) USING WLONGITUDE.
          02 LINE 14 COL 29 PIC  X(001) USING WORIGEM-PS.

       01 ACC-TELA-SIT-PS.
          02 LINE 15 COL 29 PIC  X(001) USING WSITUACAO-PS.
          02 LINE 16 COL 29 PIC  9(007) USING WVENDEDOR-PS.

       01 TELA-CONV-PS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - PROSPECTOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 23 VALUE "CONVERSAO DE PROSPECTO EM CLIENTE".
          02 LINE 6 COL 10 VALUE "Prospecto........:".
          02 LINE 6 COL 29 PIC  9(007) FROM WCODIGO-PS.
          02 LINE 6 COL 40 VALUE "Vendedor:".
          02 LINE 6 COL 50 PIC  9(007) FROM WVENDEDOR-PS.
          02 LINE 7 COL 10 VALUE "Codigo Cliente...:".
          02 LINE 7 COL 29 VALUE "(NUMERADO NA GRAVACAO)".
          02 LINE 8 COL 10 VALUE "CNPJ.............:".
          02 LINE 8 COL 29 PIC  9(014) FROM WCNPJ.
          02 LINE 9 COL 10 VALUE "Razao Social.....:".
          02 LINE 9 COL 29 PIC  X(040) FROM WRAZAO.
          02 LINE 10 COL 10 VALUE "Latitude.........:".
          02 LINE 10 COL 29 PIC S9(003)v9(008) FROM WLATITUDE.
          02 LINE 11 COL 10 VALUE "Longitude........:".
          02 LINE 11 COL 29 PIC S9(003)v9(008) FROM WLONGITUDE.
          02 LINE 12 COL 10 VALUE "Endereco.........:".
          02 LINE 12 COL 29 PIC  X(040) FROM WENDERECO.
          02 LINE 13 COL 10 VALUE "Cidade...........:".
          02 LINE 13 COL 29 PIC  X(020) FROM WCIDADE.
          02 LINE 13 COL 52 VALUE "UF:".
          02 LINE 13 COL 56 PIC  X(002) FROM WESTADO.
          02 LINE 14 COL 10 VALUE "Telefone.........:".
          02 LINE 14 COL 29 PIC  X(015) FROM WTELEFONE.
          02 LINE 15 COL 10 VALUE "E-mail...........:".
          02 LINE 15 COL 29 PIC  X(040) FROM WEMAIL.
          02 LINE 16 COL 10 VALUE "Insc. Estadual...:".
          02 LINE 16 COL 29 PIC  X(014) FROM WINSC-ESTADUAL.
          02 LINE 17 COL 10 VALUE "Tabela de Preco..:".
          02 LINE 17 COL 29 PIC  9(003) FROM WTABELA-PRECO-CLI.
          02 LINE 18 COL 10 VALUE "Limite de Credito:".
          02 LINE 18 COL 29 PIC  9(009)V99 FROM WLIMITE-CRED-CLI.
          02 LINE 19 COL 10 VALUE "Recebe de/ate....:".
          02 LINE 19 COL 29 PIC  9(004) FROM WHORA-ABRE-CLI.
          02 LINE 19 COL 36 PIC  9(004) FROM WHORA-FECHA-CLI.
          02 LINE 19 COL 42 VALUE "(HHMM 0=LIVRE)".
          02 LINE 20 COL 10 VALUE "Grupo Economico..:".
          02 LINE 20 COL 29 PIC  9(003) FROM WGRUPO-CLI.

       01 ACC-TELA-CONV-PS.
          02 LINE 8 COL 29 PIC  9(014) USING WCNPJ.
          02 LINE 9 COL 29 PIC  X(040) USING WRAZAO.
          02 LINE 10 COL 29 PIC S9(003)v9(008) USING WLATITUDE.
          02 LINE 11 COL 29 PIC S9(003)v9(008) USING WLONGITUDE.
          02 LINE 12 COL 29 PIC  X(040) USING WENDERECO.
          02 LINE 13 COL 29 PIC  X(020) USING WCIDADE.
          02 LINE 13 COL 56 PIC  X(002) USING WESTADO.
          02 LINE 14 COL 29 PIC  X(015) USING WTELEFONE.
          02 LINE 15 COL 29 PIC  X(040) USING WEMAIL.
          02 LINE 16 COL 29 PIC  X(014) USING WINSC-ESTADUAL.
          02 LINE 17 COL 29 PIC  9(003) USING WTABELA-PRECO-CLI.
          02 LINE 18 COL 29 PIC  9(009)V99 USING WLIMITE-CRED-CLI.
          02 LINE 19 COL 29 PIC  9(004) USING WHORA-ABRE-CLI.
          02 LINE 19 COL 36 PIC  9(004) USING WHORA-FECHA-CLI.
          02 LINE 20 COL 29 PIC  9(003) USING WGRUPO-CLI.

       01 TELA-PARAM-FUNIL-PS.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 21 VALUE "SISTEMA EXEMPLO - PROSPECTOS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 29 VALUE "FUNIL DE PROSPECCAO".
          02 LINE 7 COL 10 VALUE "CADASTRADOS DE (0=INICIO)..:".
          02 LINE 7 COL 39 PIC 9(008) USING WFUN-DE-PS.
          02 LINE 8 COL 10 VALUE "CADASTRADOS ATE (0=HOJE)...:".
          02 LINE 8 COL 39 PIC 9(008) USING WFUN-ATE-PS.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-PROSP
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CONTATO
           MOVE LID-ARQ-CLIENTE-1      TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-VENDEDOR-1     TO WID-ARQ-VENDEDOR-1
           MOVE LID-ARQ-DISTRIBUICAO-1 TO WID-ARQ-DISTRIBUICAO-1
           ACCEPT WDATA-HOJE-PS FROM DATE YYYYMMDD
           INITIALIZE WSAIDA WOPCAO-PS
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-PS = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-PS
             WHEN 1
               PERFORM S-INCLUIR-PS
             WHEN 2
               PERFORM S-ALTERAR-PS
             WHEN 3
               PERFORM S-CONVERTE-PS
             WHEN 4
               PERFORM S-FUNIL-PS
             WHEN 5
               CALL "CadContatos" USING LINK-DADOS
             WHEN 6
               PERFORM FECHA-ARQUIVOS
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *-------------------------------------
      * INCLUSAO: O CODIGO VEM DO CONTROLE CENTRAL DE NUMERACAO E O
      * VENDEDOR E O ATIVO MAIS PROXIMO DAS COORDENADAS.
      *-------------------------------------
       S-INCLUIR-PS SECTION.
       INCLUIR-PS-1.
           INITIALIZE WREG-PROSPECT-PS
           MOVE 'N' TO WSITUACAO-PS
           DISPLAY TELA-PS
           MOVE '=> RAZAO SOCIAL EM BRANCO PARA SAIR' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT ACC-TELA-PS
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WRAZAO NOT = SPACES
              PERFORM INCLUIR-PS-2 THRU INCLUIR-PS-FIM
           END-IF.
       INCLUIR-PS-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-INCLUIR-PS-ROTINAS SECTION.

       INCLUIR-PS-2.
           PERFORM R-VALIDA-PS THRU R-VALIDA-PS-FIM
           IF WERRO-PS = 1
              GO TO INCLUIR-PS-FIM
           END-IF
           MOVE 'PROSPECT' TO LINK-NUM-ENTIDADE
           CALL "GeraNumero" USING LINK-NUMERO
           IF LINK-NUM-STATUS NOT = '0'
              MOVE 'ERRO NA NUMERACAO DOS PROSPECTOS' TO WTXT
              PERFORM R-MOSTRA-MSG-PS
              GO TO INCLUIR-PS-FIM
           END-IF
           MOVE LINK-NUM-VALOR TO WCODIGO-PS
           MOVE WDATA-HOJE-PS  TO WDATA-CAD-PS
           PERFORM R-ATRIBUI-VEND-PS THRU R-ATRIBUI-VEND-PS-FIM
           DISPLAY TELA-PS
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO INCLUIR-PS-FIM
           END-IF
           PERFORM R-MOVE-DADOS-PS
           WRITE REGISTRO-PROSPECT
           IF FS-PS NOT = '00'
              MOVE 'ERRO DE GRAVACAO DO PROSPECTO ST ' TO WTXT
              MOVE FS-PS TO WST
              PERFORM R-MOSTRA-MSG-PS
              GO TO INCLUIR-PS-FIM
           END-IF
           MOVE 'PROSP-IN' TO WTP-OPERACAO
           PERFORM R-GRAVA-LOG-PS
           MOVE SPACES TO WTXT
           STRING 'PROSPECTO ' WCODIGO-PS ' GRAVADO - VENDEDOR '
                  WVENDEDOR-PS DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MSG-PS.
       INCLUIR-PS-FIM.
           EXIT.

      *-------------------------------------
      * ALTERACAO: VENDEDOR ZERO, OU COORDENADAS ALTERADAS, REFAZ A
      * ATRIBUICAO PELO MAIS PROXIMO; SENAO VALE O VENDEDOR
      * INFORMADO. PROSPECTO CONVERTIDO SO E CONSULTADO.
      *-------------------------------------
       S-ALTERAR-PS SECTION.
       ALTERAR-PS-1.
           INITIALIZE WREG-PROSPECT-PS
           DISPLAY TELA-PS
           MOVE '=> CODIGO 0 PARA SAIR' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-CODIGO-PS
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WCODIGO-PS NOT = ZEROES
              PERFORM ALTERAR-PS-2 THRU ALTERAR-PS-FIM
           END-IF.
       ALTERAR-PS-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-ALTERAR-PS-ROTINAS SECTION.

       ALTERAR-PS-2.
           PERFORM R-LE-PROSPECT-LOCK THRU R-LE-PROSPECT-LOCK-FIM
           IF WERRO-PS = 1
              GO TO ALTERAR-PS-FIM
           END-IF
           IF PS-CONVERTIDO
              UNLOCK PROSPECT
              DISPLAY TELA-PS
              MOVE SPACES TO WTXT
              STRING 'PROSPECTO JA CONVERTIDO NO CLIENTE ' WCLIENTE-PS
                 DELIMITED BY SIZE INTO WTXT
              PERFORM R-MOSTRA-MSG-PS
              GO TO ALTERAR-PS-FIM
           END-IF
           MOVE WLATITUDE  TO WLAT-ANT-PS
           MOVE WLONGITUDE TO WLON-ANT-PS
           DISPLAY TELA-PS
           ACCEPT ACC-TELA-PS
           MOVE '=> VENDEDOR 0 = O MAIS PROXIMO' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT ACC-TELA-SIT-PS
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           PERFORM R-VALIDA-PS THRU R-VALIDA-PS-FIM
           IF WERRO-PS = 1
              UNLOCK PROSPECT
              GO TO ALTERAR-PS-FIM
           END-IF
           IF WVENDEDOR-PS = ZEROES OR
              WLATITUDE  NOT = WLAT-ANT-PS OR
              WLONGITUDE NOT = WLON-ANT-PS
              PERFORM R-ATRIBUI-VEND-PS THRU R-ATRIBUI-VEND-PS-FIM
           ELSE
              PERFORM R-LE-VEND-PS THRU R-LE-VEND-PS-FIM
              IF WERRO-PS = 1
                 UNLOCK PROSPECT
                 GO TO ALTERAR-PS-FIM
              END-IF
           END-IF
           DISPLAY TELA-PS
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              UNLOCK PROSPECT
              GO TO ALTERAR-PS-FIM
           END-IF
           PERFORM R-MOVE-DADOS-PS
           REWRITE REGISTRO-PROSPECT
           IF FS-PS NOT = '00'
              MOVE 'ERRO DE REGRAVACAO DO PROSPECTO ST ' TO WTXT
              MOVE FS-PS TO WST
              PERFORM R-MOSTRA-MSG-PS
              GO TO ALTERAR-PS-FIM
           END-IF
           MOVE 'PROSP-AL' TO WTP-OPERACAO
           PERFORM R-GRAVA-LOG-PS.
       ALTERAR-PS-FIM.
           EXIT.

      *-------------------------------------
      * CONVERSAO NO PRIMEIRO PEDIDO: O OPERADOR COMPLETA OS DADOS
      * DE CLIENTE (E-MAIL, INSCRICAO, TABELA, LIMITE, HORARIO,
      * GRUPO) E O CLIENTES E GRAVADO COM AS MESMAS VALIDACOES DO
      * CadClientes. OS CONTATOS DO PROSPECTO PASSAM PARA O CLIENTE
      * E O VENDEDOR DO PROSPECTO FICA COM ELE NA DISTRIBUICAO. NO
      * FIM O PEDIDO PODE SER DIGITADO DIRETO NO CadPedidos.
      *-------------------------------------
       S-CONVERTE-PS SECTION.
       CONVERTE-PS-1.
           INITIALIZE WREG-PROSPECT-PS
           DISPLAY TELA-PS
           MOVE '=> CODIGO 0 PARA SAIR' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-CODIGO-PS
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WCODIGO-PS NOT = ZEROES
              PERFORM CONVERTE-PS-2 THRU CONVERTE-PS-FIM
           END-IF.
       CONVERTE-PS-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-CONVERTE-PS-ROTINAS SECTION.

       CONVERTE-PS-2.
           PERFORM R-LE-PROSPECT-LOCK THRU R-LE-PROSPECT-LOCK-FIM
           IF WERRO-PS = 1
              GO TO CONVERTE-PS-FIM
           END-IF
           IF PS-CONVERTIDO
              UNLOCK PROSPECT
              MOVE SPACES TO WTXT
              STRING 'PROSPECTO JA CONVERTIDO NO CLIENTE ' WCLIENTE-PS
                 DELIMITED BY SIZE INTO WTXT
              PERFORM R-MOSTRA-MSG-PS
              GO TO CONVERTE-PS-FIM
           END-IF
           IF PS-DESCARTADO
              UNLOCK PROSPECT
              MOVE 'PROSPECTO DESCARTADO - REATIVE NA ALTERACAO'
                TO WTXT
              PERFORM R-MOSTRA-MSG-PS
              GO TO CONVERTE-PS-FIM
           END-IF
           MOVE ZEROES TO WCODIGO WTABELA-PRECO-CLI WLIMITE-CRED-CLI
                          WHORA-ABRE-CLI WHORA-FECHA-CLI WGRUPO-CLI
           MOVE SPACES TO WEMAIL WINSC-ESTADUAL
           DISPLAY TELA-CONV-PS
           ACCEPT ACC-TELA-CONV-PS
           IF WCNPJ = ZEROES
              UNLOCK PROSPECT
              MOVE 'CNPJ OBRIGATORIO PARA O CLIENTE' TO WTXT
              PERFORM R-MOSTRA-MSG-PS
              GO TO CONVERTE-PS-FIM
           END-IF
           PERFORM GEOCODIFICA-CLIENTE THRU GEOCODIFICA-CLIENTE-EXIT
           MOVE 'J'     TO WCGCCPF-1
           MOVE WCNPJ   TO WCGCCPF-2
           MOVE WCGCCPF TO LINK-CPFCGC
           PERFORM VALIDA-CNPJ THRU VALIDA-CNPJ-EXIT
           IF LINK-CPFCGC(20:1) = 'I'
              MOVE WCNPJ                TO VD-DOCUMENTO
              MOVE 'CNPJ INVALIDO'      TO VD-MOTIVO
              PERFORM R-GRAVA-VALIDDOC-LOG
           END-IF
           MOVE WESTADO        TO LINK-IE-UF
           MOVE WINSC-ESTADUAL TO LINK-IE-NUMERO
           PERFORM VALIDA-IE THRU VALIDA-IE-EXIT
           IF LINK-IE-STATUS = 'I'
              MOVE WINSC-ESTADUAL            TO VD-DOCUMENTO
              MOVE 'INSC. ESTADUAL INVALIDA' TO VD-MOTIVO
              PERFORM R-GRAVA-VALIDDOC-LOG
           END-IF
           PERFORM VALIDA-MUNICIPIO THRU VALIDA-MUNICIPIO-EXIT
           PERFORM VERIFICA-CNPJ THRU VERIFICA-CNPJ-EXIT
           IF WCNPJ-DUP = 1 OR WMUN-CANCELA = 1
              UNLOCK PROSPECT
              GO TO CONVERTE-PS-FIM
           END-IF
           DISPLAY TELA-CONV-PS
           MOVE 'CONFIRMA A CONVERSAO ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              UNLOCK PROSPECT
              GO TO CONVERTE-PS-FIM
           END-IF
           MOVE 'CLIENTE' TO LINK-NUM-ENTIDADE
           CALL "GeraNumero" USING LINK-NUMERO
           IF LINK-NUM-STATUS NOT = '0'
              UNLOCK PROSPECT
              MOVE 'ERRO NA NUMERACAO DOS CLIENTES' TO WTXT
              PERFORM R-MOSTRA-MSG-PS
              GO TO CONVERTE-PS-FIM
           END-IF
           MOVE LINK-NUM-VALOR TO WCODIGO
           MOVE WCODIGO TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              UNLOCK PROSPECT
              MOVE SPACES TO WTXT
              STRING 'CLIENTE ' WCODIGO ' JA EXISTE - VER NUMERACAO'
                 DELIMITED BY SIZE INTO WTXT
              PERFORM R-MOSTRA-MSG-PS
              GO TO CONVERTE-PS-FIM
           END-IF
           PERFORM R-MOVE-DADOS-CLI-PS
           WRITE REGISTRO-CLIENTES
           IF FS-CLI NOT = '00'
              UNLOCK PROSPECT
              MOVE 'ERRO DE GRAVACAO DO CLIENTE ST ' TO WTXT
              MOVE FS-CLI TO WST
              PERFORM R-MOSTRA-MSG-PS
              GO TO CONVERTE-PS-FIM
           END-IF
           MOVE 'CONVERTE' TO WTL-OPERACAO
           PERFORM R-GRAVA-LOG-CLI
           MOVE 'C'           TO WSITUACAO-PS
           MOVE WCODIGO       TO WCLIENTE-PS
           MOVE WDATA-HOJE-PS TO WDATA-CONV-PS
           PERFORM R-MOVE-DADOS-PS
           REWRITE REGISTRO-PROSPECT
           IF FS-PS NOT = '00'
              MOVE 'ERRO DE REGRAVACAO DO PROSPECTO ST ' TO WTXT
              MOVE FS-PS TO WST
              PERFORM R-MOSTRA-MSG-PS
           END-IF
           MOVE 'PROSP-CV' TO WTP-OPERACAO
           PERFORM R-GRAVA-LOG-PS
           PERFORM R-MOVE-CONTATOS-PS THRU R-MOVE-CONTATOS-PS-FIM
           PERFORM R-GRAVA-DISTR-PS THRU R-GRAVA-DISTR-PS-FIM
           MOVE SPACES TO WTXT
           STRING 'CLIENTE ' WCODIGO ' CRIADO. DIGITA O PEDIDO (S/N)?'
              DELIMITED BY SIZE INTO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX = 'S' OR WX = 's'
              CALL "CadPedidos" USING LINK-DADOS
           END-IF.
       CONVERTE-PS-FIM.
           EXIT.

      *-------------------------------------
      * CONTATOS DO PROSPECTO (CLIENTE ZERO NA CHAVE) PASSAM PARA O
      * CLIENTE NOVO; O CODIGO DO PROSPECTO FICA NO CONTATO COMO
      * ORIGEM. AS CHAVES SAO GUARDADAS ANTES PORQUE A TROCA DO
      * CLIENTE MUDA A POSICAO DO REGISTRO NO ARQUIVO.
      *-------------------------------------
       R-MOVE-CONTATOS-PS.
           MOVE ZEROES TO WQTD-CON-PS WQTD-MOVIDOS-PS
           OPEN I-O CONTATOS
           IF FS-CON NOT = '00'
              GO TO R-MOVE-CONTATOS-PS-FIM
           END-IF
           MOVE WCODIGO-PS TO PROSPECT-CON
           START CONTATOS KEY IS NOT LESS THAN PROSPECT-CON
           MOVE 0 TO WSAIDA-CON-PS
           IF FS-CON NOT = '00'
              MOVE 1 TO WSAIDA-CON-PS
           END-IF
           PERFORM R-COLETA-CON-PS UNTIL WSAIDA-CON-PS = 1
           PERFORM R-MOVE-CONTATOS-PS-1
              VARYING WI-PS FROM 1 BY 1 UNTIL WI-PS > WQTD-CON-PS
           CLOSE CONTATOS.
       R-MOVE-CONTATOS-PS-FIM.
           EXIT.

       R-COLETA-CON-PS.
           READ CONTATOS NEXT
           IF FS-CON NOT = '00' OR PROSPECT-CON NOT = WCODIGO-PS
              MOVE 1 TO WSAIDA-CON-PS
           ELSE
              IF CODIGO-CLI-CON = ZEROES AND
                 WQTD-CON-PS < WMAX-CON-PS
                 ADD 1 TO WQTD-CON-PS
                 MOVE DATA-CON TO WTCON-DATA-PS(WQTD-CON-PS)
                 MOVE HORA-CON TO WTCON-HORA-PS(WQTD-CON-PS)
              END-IF
           END-IF.

       R-MOVE-CONTATOS-PS-1.
           MOVE ZEROES              TO CODIGO-CLI-CON
           MOVE WTCON-DATA-PS(WI-PS) TO DATA-CON
           MOVE WTCON-HORA-PS(WI-PS) TO HORA-CON
           READ CONTATOS
           IF FS-CON = '00' AND PROSPECT-CON = WCODIGO-PS
              DELETE CONTATOS
              MOVE WCODIGO TO CODIGO-CLI-CON
              WRITE REGISTRO-CONTATOS
              IF FS-CON = '00'
                 ADD 1 TO WQTD-MOVIDOS-PS
              END-IF
           END-IF.

      *-------------------------------------
      * O CLIENTE NOVO JA ENTRA NA DISTRIBUICAO COM O VENDEDOR DO
      * PROSPECTO, ATE A PROXIMA EXECUCAO DA DISTRIBUICAO.
      *-------------------------------------
       R-GRAVA-DISTR-PS.
           IF WVENDEDOR-PS = ZEROES
              GO TO R-GRAVA-DISTR-PS-FIM
           END-IF
           OPEN I-O DISTRIBUICAO
           IF FS-DIS NOT = '00'
              GO TO R-GRAVA-DISTR-PS-FIM
           END-IF
           MOVE WVENDEDOR-PS  TO CODIGO-VEN-DIS
           MOVE WCODIGO       TO CODIGO-CLI-DIS
           MOVE WLATITUDE     TO LATITUDE-DIS
           MOVE WLONGITUDE    TO LONGITUDE-DIS
           MOVE WDISTANCIA-PS TO DISTANCIA-DIS
           WRITE REGISTRO-DISTRIBUICAO
           CLOSE DISTRIBUICAO.
       R-GRAVA-DISTR-PS-FIM.
           EXIT.

      *-------------------------------------
      * FUNIL DE PROSPECCAO: PROSPECTOS CADASTRADOS NO PERIODO, POR
      * VENDEDOR (CHAVE ALTERNATIVA) E SITUACAO, COM A TAXA DE
      * CONVERSAO (CONVERTIDOS SOBRE O TOTAL DO VENDEDOR).
      *-------------------------------------
       S-FUNIL-PS SECTION.
       FUNIL-PS-1.
           MOVE ZEROES TO WFUN-DE-PS WFUN-ATE-PS
           DISPLAY TELA-PARAM-FUNIL-PS
           ACCEPT TELA-PARAM-FUNIL-PS
           IF WFUN-ATE-PS = ZEROES
              MOVE WDATA-HOJE-PS TO WFUN-ATE-PS
           END-IF
           IF WFUN-DE-PS > WFUN-ATE-PS
              MOVE 'PERIODO INVALIDO' TO WTXT
              PERFORM R-MOSTRA-MSG-PS
              GO TO FUNIL-PS-EXIT
           END-IF
           MOVE 'RELFUNIL.TXT' TO WID-ARQ-REL-1
           MOVE 'RELFUNIL'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE WFUN-DE-PS  TO LINK-SPL-PARAMS(1:8)
           MOVE WFUN-ATE-PS TO LINK-SPL-PARAMS(10:8)
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
              PERFORM R-MOSTRA-MSG-PS
              GO TO FUNIL-PS-EXIT
           END-IF
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WFUN-DE-PS  TO FU-CAB-DE
           MOVE WFUN-ATE-PS TO FU-CAB-ATE
           MOVE WFUN-CAB1-PS TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WFUN-CAB2-PS TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WFUN-TRACO-PS TO ARQREL-DATA-01
           WRITE ARQREL-REC
           INITIALIZE WCONT-FUNIL-PS WTOT-FUNIL-PS
           MOVE 9999999 TO WVEN-QUEBRA-PS
           MOVE ZEROES TO VENDEDOR-PS
           START PROSPECT KEY IS NOT LESS THAN VENDEDOR-PS
           MOVE 0 TO WSAIDA
           IF FS-PS NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM FUNIL-PS-2 UNTIL WSAIDA = 1
           PERFORM R-IMPRIME-VEN-PS
           MOVE WFUN-TRACO-PS TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WTOT-FUNIL-PS TO WCONT-FUNIL-PS
           MOVE ZEROES TO FU-VENDEDOR
           MOVE 'TOTAL GERAL' TO FU-NOME
           PERFORM R-MONTA-LINHA-FUNIL-PS
           CLOSE ARQREL
           MOVE SPACES TO WTXT
           IF WTF-TOTAL-PS = ZEROES
              MOVE 'NENHUM PROSPECTO NO PERIODO' TO WTXT
           ELSE
              STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
                 INTO WTXT
           END-IF
           PERFORM R-MOSTRA-MSG-PS.
       FUNIL-PS-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-FUNIL-PS-ROTINAS SECTION.

       FUNIL-PS-2.
           READ PROSPECT NEXT
           IF FS-PS NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF DATA-CAD-PS NOT < WFUN-DE-PS AND
                 DATA-CAD-PS NOT > WFUN-ATE-PS
                 IF VENDEDOR-PS NOT = WVEN-QUEBRA-PS
                    PERFORM R-IMPRIME-VEN-PS
                    MOVE VENDEDOR-PS TO WVEN-QUEBRA-PS
                 END-IF
                 PERFORM R-SOMA-FUNIL-PS
              END-IF
           END-IF.

       R-SOMA-FUNIL-PS.
           EVALUATE TRUE
              WHEN PS-NOVO
                 ADD 1 TO WCF-NOVO-PS     WTF-NOVO-PS
              WHEN PS-EM-CONTATO
                 ADD 1 TO WCF-CONTATO-PS  WTF-CONTATO-PS
              WHEN PS-PROPOSTA
                 ADD 1 TO WCF-PROPOSTA-PS WTF-PROPOSTA-PS
              WHEN PS-CONVERTIDO
                 ADD 1 TO WCF-CONVERT-PS  WTF-CONVERT-PS
              WHEN OTHER
                 ADD 1 TO WCF-DESCART-PS  WTF-DESCART-PS
           END-EVALUATE
           ADD 1 TO WCF-TOTAL-PS WTF-TOTAL-PS.

      *    (IMPRIME O VENDEDOR ACUMULADO ATE AQUI E ZERA OS CONTADORES;
      *     A LEITURA DO VENDEDOR PELA CHAVE PRINCIPAL NAO ATRAPALHA A
      *     VARREDURA DO PROSPECT, QUE E OUTRO ARQUIVO)
       R-IMPRIME-VEN-PS.
           IF WCF-TOTAL-PS NOT = ZEROES
              MOVE WVEN-QUEBRA-PS TO FU-VENDEDOR WVENDEDOR-PS
              IF WVEN-QUEBRA-PS = ZEROES
                 MOVE 'SEM VENDEDOR' TO FU-NOME
              ELSE
                 PERFORM R-LE-VEND-PS THRU R-LE-VEND-PS-FIM
                 MOVE WNOME-VEN-PS TO FU-NOME
              END-IF
              PERFORM R-MONTA-LINHA-FUNIL-PS
           END-IF
           INITIALIZE WCONT-FUNIL-PS.

       R-MONTA-LINHA-FUNIL-PS.
           MOVE WCF-NOVO-PS     TO FU-NOVO
           MOVE WCF-CONTATO-PS  TO FU-CONTATO
           MOVE WCF-PROPOSTA-PS TO FU-PROPOSTA
           MOVE WCF-CONVERT-PS  TO FU-CONVERT
           MOVE WCF-DESCART-PS  TO FU-DESCART
           MOVE WCF-TOTAL-PS    TO FU-TOTAL
           MOVE ZEROES TO WPERC-PS
           IF WCF-TOTAL-PS NOT = ZEROES
              COMPUTE WPERC-PS ROUNDED =
                 WCF-CONVERT-PS * 100 / WCF-TOTAL-PS
           END-IF
           MOVE WPERC-PS TO FU-PERC
           MOVE WFUN-DET-PS TO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *-------------------------------------
      * VALIDACOES COMUNS DA INCLUSAO E DA ALTERACAO DO PROSPECTO.
      * O CNPJ E OPCIONAL NO PROSPECTO, MAS SE INFORMADO PRECISA SER
      * VALIDO E NAO PODE SER DE CLIENTE NEM DE OUTRO PROSPECTO.
      *-------------------------------------
       S-VALIDA-PS SECTION.
       R-VALIDA-PS.
           MOVE 0 TO WERRO-PS
           INSPECT WORIGEM-PS   CONVERTING 'vifso' TO 'VIFSO'
           INSPECT WSITUACAO-PS CONVERTING 'nepd'  TO 'NEPD'
           IF WRAZAO = SPACES
              MOVE 'INFORME A RAZAO SOCIAL' TO WTXT
              GO TO R-VALIDA-PS-ERRO
           END-IF
           IF WORIGEM-PS NOT = 'V' AND WORIGEM-PS NOT = 'I' AND
              WORIGEM-PS NOT = 'F' AND WORIGEM-PS NOT = 'S' AND
              WORIGEM-PS NOT = 'O'
              MOVE 'ORIGEM INVALIDA (V/I/F/S/O)' TO WTXT
              GO TO R-VALIDA-PS-ERRO
           END-IF
           IF WSITUACAO-PS NOT = 'N' AND WSITUACAO-PS NOT = 'E' AND
              WSITUACAO-PS NOT = 'P' AND WSITUACAO-PS NOT = 'D'
              MOVE 'SITUACAO INVALIDA (N/E/P/D)' TO WTXT
              GO TO R-VALIDA-PS-ERRO
           END-IF
           IF WCNPJ NOT = ZEROES
              MOVE 'J'     TO WCGCCPF-1
              MOVE WCNPJ   TO WCGCCPF-2
              MOVE WCGCCPF TO LINK-CPFCGC
              PERFORM VALIDA-CNPJ THRU VALIDA-CNPJ-EXIT
              IF LINK-CPFCGC(20:1) = 'I'
                 MOVE 1 TO WERRO-PS
                 GO TO R-VALIDA-PS-FIM
              END-IF
              MOVE WCNPJ TO CNPJ
              READ CLIENTES KEY IS CNPJ
              IF FS-CLI = '00'
                 MOVE SPACES TO WTXT
                 STRING 'CNPJ JA E DO CLIENTE ' CODIGO
                    DELIMITED BY SIZE INTO WTXT
                 GO TO R-VALIDA-PS-ERRO
              END-IF
              MOVE WCNPJ TO CNPJ-PS
              READ PROSPECT KEY IS CNPJ-PS
              IF FS-PS = '00' AND CODIGO-PS NOT = WCODIGO-PS AND
                 NOT PS-DESCARTADO
                 MOVE SPACES TO WTXT
                 STRING 'CNPJ JA CADASTRADO NO PROSPECTO ' CODIGO-PS
                    DELIMITED BY SIZE INTO WTXT
                 GO TO R-VALIDA-PS-ERRO
              END-IF
           END-IF
           PERFORM GEOCODIFICA-CLIENTE THRU GEOCODIFICA-CLIENTE-EXIT
           PERFORM VALIDA-MUNICIPIO THRU VALIDA-MUNICIPIO-EXIT
           IF WMUN-CANCELA = 1
              MOVE 1 TO WERRO-PS
           END-IF
           GO TO R-VALIDA-PS-FIM.
       R-VALIDA-PS-ERRO.
           MOVE 1 TO WERRO-PS
           PERFORM R-MOSTRA-MSG-PS.
       R-VALIDA-PS-FIM.
           EXIT.

      *-------------------------------------
      * VENDEDOR ATIVO MAIS PROXIMO DO PROSPECTO, PELA MESMA FORMULA
      * DE HAVERSINE DA DISTRIBUICAO. SEM COORDENADAS O PROSPECTO
      * FICA SEM VENDEDOR.
      *-------------------------------------
       S-ATRIBUI-VEND-PS SECTION.
       R-ATRIBUI-VEND-PS.
           MOVE ZEROES TO WVENDEDOR-PS WDISTANCIA-PS WDIST-KM-PS
           MOVE SPACES TO WNOME-VEN-PS
           IF WLATITUDE = ZEROES AND WLONGITUDE = ZEROES
              MOVE 'SEM COORDENADAS - PROSPECTO SEM VENDEDOR' TO WTXT
              PERFORM R-MOSTRA-MSG-PS
              GO TO R-ATRIBUI-VEND-PS-FIM
           END-IF
           MOVE WLATITUDE  TO WDLA-CLI
           MOVE WLONGITUDE TO WDLO-CLI
           MOVE 99999999.99 TO WMENOR-DIST-PS
           MOVE ZEROES TO CHAVE-VEN
           START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
           IF FS-VEN = '00'
              PERFORM R-ATRIBUI-VEND-PS-1 UNTIL FS-VEN NOT = '00'
           END-IF
           IF WVENDEDOR-PS = ZEROES
              MOVE 'NENHUM VENDEDOR ATIVO PARA O PROSPECTO' TO WTXT
              PERFORM R-MOSTRA-MSG-PS
           ELSE
              MOVE WMENOR-DIST-PS TO WDISTANCIA-PS
              COMPUTE WDIST-KM-PS ROUNDED = WDISTANCIA-PS / 1000
           END-IF.
       R-ATRIBUI-VEND-PS-FIM.
           EXIT.

       R-ATRIBUI-VEND-PS-1.
           READ VENDEDORES NEXT
           IF FS-VEN = '00'
              IF INATIVO-VEN NOT = 'S'
                 MOVE LONGITUDE-VEN TO WDLO-VEN
                 MOVE LATITUDE-VEN  TO WDLA-VEN
                 PERFORM S-CALCULA-DISTANCIA
                    THRU S-CALCULA-DISTANCIA-EXIT
                 IF WDIST-ATUAL < WMENOR-DIST-PS
                    MOVE WDIST-ATUAL TO WMENOR-DIST-PS
                    MOVE CODIGO-VEN  TO WVENDEDOR-PS
                    MOVE NOME-VEN    TO WNOME-VEN-PS
                 END-IF
              END-IF
           END-IF.

      *-------------------------------------
      * VENDEDOR INFORMADO PELO CODIGO: PRECISA EXISTIR E ESTAR
      * ATIVO; A DISTANCIA AO PROSPECTO E RECALCULADA.
      *-------------------------------------
       R-LE-VEND-PS.
           MOVE 0 TO WERRO-PS
           MOVE SPACES TO WNOME-VEN-PS
           MOVE WVENDEDOR-PS TO CODIGO-VEN
           MOVE ZEROES       TO CPF-VEN
           START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
           IF FS-VEN = '00'
              READ VENDEDORES NEXT
           END-IF
           IF FS-VEN NOT = '00' OR CODIGO-VEN NOT = WVENDEDOR-PS
              MOVE 'VENDEDOR NAO CADASTRADO' TO WTXT
              GO TO R-LE-VEND-PS-ERRO
           END-IF
           MOVE NOME-VEN TO WNOME-VEN-PS
           IF INATIVO-VEN = 'S'
              MOVE 'VENDEDOR INATIVO' TO WTXT
              GO TO R-LE-VEND-PS-ERRO
           END-IF
           MOVE ZEROES TO WDISTANCIA-PS WDIST-KM-PS
           IF WLATITUDE NOT = ZEROES OR WLONGITUDE NOT = ZEROES
              MOVE WLATITUDE     TO WDLA-CLI
              MOVE WLONGITUDE    TO WDLO-CLI
              MOVE LATITUDE-VEN  TO WDLA-VEN
              MOVE LONGITUDE-VEN TO WDLO-VEN
              PERFORM S-CALCULA-DISTANCIA
                 THRU S-CALCULA-DISTANCIA-EXIT
              MOVE WDIST-ATUAL TO WDISTANCIA-PS
              COMPUTE WDIST-KM-PS ROUNDED = WDISTANCIA-PS / 1000
           END-IF
           GO TO R-LE-VEND-PS-FIM.
       R-LE-VEND-PS-ERRO.
           MOVE 1 TO WERRO-PS
           PERFORM R-MOSTRA-MSG-PS.
       R-LE-VEND-PS-FIM.
           EXIT.

      *-------------------------------------
      * DISTANCIA REAL (GRANDE CIRCULO) ENTRE VENDEDOR E PROSPECTO,
      * PELA FORMULA DE HAVERSINE, EM METROS - MESMO CALCULO DA
      * DISTRIBUICAO.
      *-------------------------------------
       S-CALCULA-DISTANCIA SECTION.
       R-CALCULA-DISTANCIA-1.
           COMPUTE WHAV-LAT1-R = WDLA-VEN * WHAV-PI / 180
           COMPUTE WHAV-LAT2-R = WDLA-CLI * WHAV-PI / 180
           COMPUTE WHAV-DLAT-R = (WDLA-CLI - WDLA-VEN) * WHAV-PI / 180
           COMPUTE WHAV-DLON-R = (WDLO-CLI - WDLO-VEN) * WHAV-PI / 180
           COMPUTE WHAV-A =
              FUNCTION SIN(WHAV-DLAT-R / 2) ** 2 +
              FUNCTION COS(WHAV-LAT1-R) * FUNCTION COS(WHAV-LAT2-R) *
              FUNCTION SIN(WHAV-DLON-R / 2) ** 2
           COMPUTE WHAV-C =
              2 * FUNCTION ATAN(FUNCTION SQRT(WHAV-A) /
                                 FUNCTION SQRT(1 - WHAV-A))
           COMPUTE WHAV-DIST-M = WHAV-RAIO-TERRA-M * WHAV-C
           MOVE WHAV-DIST-M TO WDIST-ATUAL.
       S-CALCULA-DISTANCIA-EXIT.
           EXIT.

       S-LE-PROSPECT SECTION.
       R-LE-PROSPECT-LOCK.
           MOVE 0 TO WERRO-PS
           MOVE WCODIGO-PS TO CODIGO-PS
           READ PROSPECT WITH LOCK
           IF FS-PS = '9D'
              MOVE 'REGISTRO EM USO EM OUTRO TERMINAL' TO WTXT
              MOVE 1 TO WERRO-PS
              PERFORM R-MOSTRA-MSG-PS
              GO TO R-LE-PROSPECT-LOCK-FIM
           END-IF
           IF FS-PS NOT = '00'
              MOVE 'PROSPECTO NAO CADASTRADO' TO WTXT
              MOVE 1 TO WERRO-PS
              PERFORM R-MOSTRA-MSG-PS
              GO TO R-LE-PROSPECT-LOCK-FIM
           END-IF
           PERFORM R-MOVE-DADOS-2-PS
           MOVE SPACES TO WNOME-VEN-PS
           IF WVENDEDOR-PS NOT = ZEROES
              MOVE WVENDEDOR-PS TO CODIGO-VEN
              MOVE ZEROES       TO CPF-VEN
              START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
              IF FS-VEN = '00'
                 READ VENDEDORES NEXT
                 IF FS-VEN = '00' AND CODIGO-VEN = WVENDEDOR-PS
                    MOVE NOME-VEN TO WNOME-VEN-PS
                 END-IF
              END-IF
           END-IF.
       R-LE-PROSPECT-LOCK-FIM.
           EXIT.

       S-MOVER-DADOS-PS SECTION.
       R-MOVE-DADOS-PS.
           MOVE WCODIGO-PS        TO CODIGO-PS
           MOVE WRAZAO            TO RAZAO-PS
           MOVE WCNPJ             TO CNPJ-PS
           MOVE WENDERECO         TO ENDERECO-PS
           MOVE WCIDADE           TO CIDADE-PS
           MOVE WESTADO           TO ESTADO-PS
           MOVE WCODIGO-IBGE-CLI  TO CODIGO-IBGE-PS
           MOVE WTELEFONE         TO TELEFONE-PS
           MOVE WLATITUDE         TO LATITUDE-PS
           MOVE WLONGITUDE        TO LONGITUDE-PS
           MOVE WORIGEM-PS        TO ORIGEM-PS
           MOVE WSITUACAO-PS      TO SITUACAO-PS
           MOVE WVENDEDOR-PS      TO VENDEDOR-PS
           MOVE WDISTANCIA-PS     TO DISTANCIA-PS
           MOVE WDATA-CAD-PS      TO DATA-CAD-PS
           MOVE WCLIENTE-PS       TO CLIENTE-PS
           MOVE WDATA-CONV-PS     TO DATA-CONV-PS.

       R-MOVE-DADOS-2-PS.
           MOVE CODIGO-PS         TO WCODIGO-PS
           MOVE RAZAO-PS          TO WRAZAO
           MOVE CNPJ-PS           TO WCNPJ
           MOVE ENDERECO-PS       TO WENDERECO
           MOVE CIDADE-PS         TO WCIDADE
           MOVE ESTADO-PS         TO WESTADO
           MOVE CODIGO-IBGE-PS    TO WCODIGO-IBGE-CLI
           MOVE TELEFONE-PS       TO WTELEFONE
           MOVE LATITUDE-PS       TO WLATITUDE
           MOVE LONGITUDE-PS      TO WLONGITUDE
           MOVE ORIGEM-PS         TO WORIGEM-PS
           MOVE SITUACAO-PS       TO WSITUACAO-PS
           MOVE VENDEDOR-PS       TO WVENDEDOR-PS
           MOVE DISTANCIA-PS      TO WDISTANCIA-PS
           COMPUTE WDIST-KM-PS ROUNDED = DISTANCIA-PS / 1000
           MOVE DATA-CAD-PS       TO WDATA-CAD-PS
           MOVE CLIENTE-PS        TO WCLIENTE-PS
           MOVE DATA-CONV-PS      TO WDATA-CONV-PS.

       R-MOVE-DADOS-CLI-PS.
           MOVE WCODIGO           TO CODIGO
           MOVE WCNPJ             TO CNPJ
           MOVE WRAZAO            TO RAZAO
           MOVE WLATITUDE         TO LATITUDE
           MOVE WLONGITUDE        TO LONGITUDE
           MOVE SPACE             TO INATIVO
           MOVE WENDERECO         TO ENDERECO
           MOVE WCIDADE           TO CIDADE
           MOVE WESTADO           TO ESTADO
           MOVE WTELEFONE         TO TELEFONE
           MOVE WEMAIL            TO EMAIL
           MOVE WINSC-ESTADUAL    TO INSC-ESTADUAL
           MOVE WTABELA-PRECO-CLI TO TABELA-PRECO-CLI
           MOVE WLIMITE-CRED-CLI  TO LIMITE-CRED-CLI
           MOVE WCODIGO-IBGE-CLI  TO CODIGO-IBGE-CLI
           MOVE SPACE             TO BLOQUEIO-CRED-CLI
           MOVE WHORA-ABRE-CLI    TO HORA-ABRE-CLI
           MOVE WHORA-FECHA-CLI   TO HORA-FECHA-CLI
           MOVE WGRUPO-CLI        TO GRUPO-CLI
           MOVE ZEROES            TO SUCESSOR-CLI.

      *-------------------------------------
      * CNPJ JA USADO POR OUTRO CLIENTE: O OPERADOR DECIDE, COMO NA
      * INCLUSAO DO CadClientes.
      *-------------------------------------
       S-VERIFICA-CNPJ SECTION.
       VERIFICA-CNPJ.
           MOVE 0 TO WCNPJ-DUP.
           MOVE WCNPJ TO CNPJ
           READ CLIENTES KEY IS CNPJ
           IF FS-CLI = '00'
              MOVE 'CNPJ JA CADASTRADO P/ OUTRO CLIENTE. GRAVA?'
                TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              IF WX = 'S' OR 's'
                 MOVE 0 TO WCNPJ-DUP
              ELSE
                 MOVE 1 TO WCNPJ-DUP
              END-IF
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.
       VERIFICA-CNPJ-EXIT.
           EXIT.

      *-------------------------------------
      * CIDADE/UF CONTRA O CADASTRO DE MUNICIPIOS: ACHANDO O PAR,
      * O CODIGO IBGE FICA NO PROSPECTO; FORA DO CADASTRO O OPERADOR
      * DECIDE SE GRAVA ASSIM MESMO (CODIGO ZERO).
      *-------------------------------------
       S-VALIDA-MUNICIPIO SECTION.
       VALIDA-MUNICIPIO.
           MOVE ZERO TO WMUN-CANCELA
           MOVE ZEROES TO WCODIGO-IBGE-CLI
           IF WMUN-DISP = ZERO OR WCIDADE = SPACES
              GO TO VALIDA-MUNICIPIO-EXIT
           END-IF
           MOVE SPACES  TO WCIDADE-40
           MOVE WCIDADE TO WCIDADE-40
           MOVE WCIDADE-40 TO NOME-MUN
           START MUNICIPIOS KEY IS NOT LESS THAN NOME-MUN
           MOVE ZERO TO WMUN-ACHOU
           PERFORM VALIDA-MUNICIPIO-2
             UNTIL WMUN-ACHOU NOT = ZERO OR FS-MUN NOT = '00'
           IF WMUN-ACHOU NOT = 1
              MOVE 'CIDADE/UF FORA DOS MUNICIPIOS. GRAVA?' TO WTXT
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              IF WX NOT = 'S' AND WX NOT = 's'
                 MOVE 1 TO WMUN-CANCELA
              END-IF
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF
           GO TO VALIDA-MUNICIPIO-EXIT.
       VALIDA-MUNICIPIO-2.
           READ MUNICIPIOS NEXT
           IF FS-MUN = '00'
              IF NOME-MUN NOT = WCIDADE-40
                 MOVE 2 TO WMUN-ACHOU
              ELSE
                 IF UF-MUN = WESTADO
                    MOVE 1 TO WMUN-ACHOU
                    MOVE CODIGO-IBGE-MUN TO WCODIGO-IBGE-CLI
                 END-IF
              END-IF
           END-IF.
       VALIDA-MUNICIPIO-EXIT.
           EXIT.

       S-VALIDACPFCNPJ SECTION.
       COPY VALIDACNPJCPF.CPY.

       S-VALIDA-IE SECTION.
       COPY VALIDAIE.CPY.

       S-GEOCODIFICA SECTION.
       COPY GEOCODIF.CPY.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG-PS.
           PERFORM R-DATA-HORA-LOG
           MOVE WDHTL-DATA      TO WTP-DATA
           MOVE WDHTL-HH        TO WTP-HH
           MOVE WDHTL-MM        TO WTP-MM
           MOVE WDHTL-SS        TO WTP-SS
           MOVE LID-OPERADOR-1  TO WTP-OPERADOR
           MOVE WCODIGO-PS      TO WTP-PROSPECTO
           MOVE WSITUACAO-PS    TO WTP-SITUACAO
           MOVE WVENDEDOR-PS    TO WTP-VENDEDOR
           MOVE WCLIENTE-PS     TO WTP-CLIENTE
           MOVE WTRANLOG-PS-LINHA TO ARQTRANLOG-REC
           PERFORM R-GRAVA-LOG.

       R-GRAVA-LOG-CLI.
           PERFORM R-DATA-HORA-LOG
           MOVE WDHTL-DATA      TO WTL-DATA
           MOVE WDHTL-HH        TO WTL-HH
           MOVE WDHTL-MM        TO WTL-MM
           MOVE WDHTL-SS        TO WTL-SS
           MOVE LID-OPERADOR-1  TO WTL-OPERADOR
           MOVE ZEROES TO WTL-CNPJ-ANTES WTL-LATITUDE-ANTES
                          WTL-LONGITUDE-ANTES WTL-LIMITE-ANTES
           MOVE SPACES TO WTL-RAZAO-ANTES
           MOVE SPACE  TO WTL-INATIVO-ANTES
           MOVE CODIGO          TO WTL-CODIGO
           MOVE CNPJ            TO WTL-CNPJ-DEPOIS
           MOVE RAZAO           TO WTL-RAZAO-DEPOIS
           MOVE LATITUDE        TO WTL-LATITUDE-DEPOIS
           MOVE LONGITUDE       TO WTL-LONGITUDE-DEPOIS
           MOVE INATIVO         TO WTL-INATIVO-DEPOIS
           MOVE LIMITE-CRED-CLI TO WTL-LIMITE-DEPOIS
           MOVE WTRANLOG-LINHA TO ARQTRANLOG-REC
           PERFORM R-GRAVA-LOG.

       R-DATA-HORA-LOG.
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME.

       R-GRAVA-LOG.
           OPEN EXTEND ARQTRANLOG
           IF FS-TRANLOG = '05' OR FS-TRANLOG = '35'
              OPEN OUTPUT ARQTRANLOG
           END-IF
           WRITE ARQTRANLOG-REC
           CLOSE ARQTRANLOG.
       R-GRAVA-LOG-EXIT.
           EXIT.

       R-GRAVA-VALIDDOC-LOG.
      *                  (CPF/CNPJ/INSC. ESTADUAL INVALIDO NA CONVERSAO,
      *                   NO MESMO ARQUIVO DE LOG DO CadClientes, COM O
      *                   CODIGO DO PROSPECTO)
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME
           MOVE WDHTL-DATA      TO VD-DATA
           MOVE WDHTL-HH        TO VD-HH
           MOVE WDHTL-MM        TO VD-MM
           MOVE WDHTL-SS        TO VD-SS
           MOVE LID-OPERADOR-1  TO VD-ORIGEM
           MOVE 'PRO'           TO VD-TIPO
           MOVE WCODIGO-PS      TO VD-CODIGO
           OPEN EXTEND ARQVALIDDOC
           IF FS-VALIDDOC = '05' OR FS-VALIDDOC = '35'
              OPEN OUTPUT ARQVALIDDOC
           END-IF
           MOVE WVALIDDOC-LINHA TO ARQVALIDDOC-REC
           WRITE ARQVALIDDOC-REC
           CLOSE ARQVALIDDOC.
       R-GRAVA-VALIDDOC-LOG-EXIT.
           EXIT.

       R-MOSTRA-MSG-PS.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       ABRE-ARQUIVOS.
           OPEN I-O PROSPECT.
           IF FS-PS = '35'
              CLOSE PROSPECT OPEN OUTPUT PROSPECT
              CLOSE PROSPECT OPEN I-O PROSPECT
           END-IF
           IF FS-PS = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS PROSPECTOS ST ' TO WTXT
              MOVE FS-PS TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O CLIENTES.
           IF FS-CLI = '35'
              CLOSE CLIENTES OPEN OUTPUT CLIENTES
              CLOSE CLIENTES OPEN I-O CLIENTES
           END-IF
           IF FS-CLI = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS CLIENTES ST ' TO WTXT
              MOVE FS-CLI TO WST
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
           MOVE ZERO TO WMUN-DISP
           OPEN INPUT MUNICIPIOS
           IF FS-MUN = '00'
              MOVE 1 TO WMUN-DISP
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FECHA-ARQUIVOS.
           CLOSE PROSPECT CLIENTES VENDEDORES
           IF WMUN-DISP = 1
              CLOSE MUNICIPIOS
           END-IF.
       FECHA-ARQUIVOS-EXIT.
           EXIT.
