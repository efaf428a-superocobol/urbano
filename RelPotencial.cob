      *--------------------------
      * POTENCIAL DE MERCADO POR MUNICIPIO X PENETRACAO DE VENDAS
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RelPotencial.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Compara o potencial de mercado
      *              de cada municipio (ARQPOTMUN.DAT, carregado no
      *              CadMunicipios: populacao, pontos de venda e
      *              indice de potencial da categoria) com os
      *              clientes ativos do municipio (codigo IBGE do
      *              cliente) e as vendas do periodo no cubo de
      *              estatisticas (ARQSTAT.DAT). Por UF e municipio
      *              mostra a penetracao (clientes ativos sobre
      *              pontos de venda), a venda por habitante e a
      *              distancia (Haversine) ao vendedor ativo mais
      *              proximo; fecha com o ranking das cidades "em
      *              branco" - sem vendedor dentro do raio informado
      *              - pelo potencial ponderado (pontos de venda x
      *              indice / 100). Arquivo de trabalho ARQPOTWRK.DAT
      *              refeito a cada execucao; saida no catalogo de
      *              spool (RELPOTMUN).
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MUNICIPIOS ASSIGN TO  DISK WID-ARQ-MUN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-IBGE-MUN
              ALTERNATE RECORD KEY IS NOME-MUN WITH DUPLICATES
              ALTERNATE RECORD KEY IS UF-MUN   WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MUN.

       SELECT POTMUN ASSIGN TO  DISK WID-ARQ-POTMUN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-IBGE-POT
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-POT.

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

       SELECT VENDEDORES ASSIGN TO  DISK WID-ARQ-VENDEDOR
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-VEN
              ALTERNATE RECORD KEY IS CPF-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN WITH DUPLICATES
              ALTERNATE RECORD KEY IS NOME-VEN  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-VEN.

       SELECT ESTATIS ASSIGN TO  DISK WID-ARQ-STAT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-ST
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ST.

       SELECT POTWRK ASSIGN TO  DISK WID-ARQ-POTWRK
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-IBGE-PW
              ALTERNATE RECORD KEY IS CHAVE-ORD-PW WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PW.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD MUNICIPIOS.
       01 REGISTRO-MUNICIPIOS.
          02 CODIGO-IBGE-MUN       PIC  9(007).
          02 NOME-MUN              PIC  X(040).
          02 UF-MUN                PIC  X(002).
          02 LATITUDE-MUN          PIC S9(003)v9(008).
          02 LONGITUDE-MUN         PIC S9(003)v9(008).

       FD POTMUN.
       01 REGISTRO-POTMUN.
          02 CODIGO-IBGE-POT       PIC  9(007).
          02 POPULACAO-POT         PIC  9(009) VALUE ZEROES.
          02 PONTOS-VENDA-POT      PIC  9(007) VALUE ZEROES.
          02 INDICE-POT            PIC  9(003)v9(002) VALUE ZEROES.
          02 ANO-REF-POT           PIC  9(004) VALUE ZEROES.
          02 DATA-CARGA-POT        PIC  9(008) VALUE ZEROES.

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

       FD ESTATIS.
       01 REGISTRO-ESTATIS.
          02 CHAVE-ST.
             03 ANO-MES-ST            PIC  9(006).
             03 CODIGO-VEN-ST         PIC  9(007).
             03 CODIGO-CLI-ST         PIC  9(007).
             03 CODIGO-PROD-ST        PIC  9(007).
          02 QTDE-ST                  PIC  9(009) VALUE ZEROES.
          02 VALOR-ST                 PIC  9(011)v9(002) VALUE ZEROES.
          02 DESCONTO-ST              PIC  9(011)v9(002) VALUE ZEROES.

      *    (UM REGISTRO POR MUNICIPIO COM POTENCIAL CARREGADO; A
      *     CHAVE ALTERNATIVA DA A ORDEM UF + NOME DO RELATORIO)
       FD POTWRK.
       01 REGISTRO-POTWRK.
          02 CODIGO-IBGE-PW           PIC  9(007).
          02 CHAVE-ORD-PW.
             03 UF-PW                 PIC  X(002).
             03 NOME-PW               PIC  X(040).
          02 POPULACAO-PW             PIC  9(009) VALUE ZEROES.
          02 PONTOS-PW                PIC  9(007) VALUE ZEROES.
          02 INDICE-PW                PIC  9(003)v9(002) VALUE ZEROES.
          02 POTENCIAL-PW             PIC  9(009)v9(002) VALUE ZEROES.
          02 CLIENTES-PW              PIC  9(007) VALUE ZEROES.
          02 VENDAS-PW                PIC  9(013)v9(002) VALUE ZEROES.
          02 SEM-COORD-PW             PIC  X(001) VALUE SPACES.
             88 MUN-SEM-COORD         VALUE 'S'.
          02 DIST-VEN-PW              PIC  9(006)v9(002) VALUE ZEROES.
          02 VEN-PROX-PW              PIC  9(007) VALUE ZEROES.

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-CLI.
           02 FS-CLIENTES-1                PIC 9.
           02 FS-CLIENTES-2                PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01 FS-VEN.
           02 FS-VEN-1                PIC 9.
           02 FS-VEN-2                PIC 9.
           02 FS-VEN-R REDEFINES FS-VEN-2 PIC 99 COMP-X.
       01 FS-ST.
           02 FS-ST-1                 PIC 9.
           02 FS-ST-2                 PIC 9.
           02 FS-ST-R REDEFINES FS-ST-2 PIC 99 COMP-X.
       01 FS-PW.
           02 FS-PW-1                 PIC 9.
           02 FS-PW-2                 PIC 9.
           02 FS-PW-R REDEFINES FS-PW-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-MUN                  PIC XX VALUE '00'.
       01 FS-POT                  PIC XX VALUE '00'.

       01 WID-ARQ-MUN             PIC X(50) VALUE 'ARQMUN.DAT'.
       01 WID-ARQ-POTMUN          PIC X(50) VALUE 'ARQPOTMUN.DAT'.
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-VENDEDOR.
           02 WID-ARQ-VENDEDOR-1           PIC X(50).
       01 WID-ARQ-STAT            PIC X(50) VALUE 'ARQSTAT.DAT'.
       01 WID-ARQ-POTWRK          PIC X(50) VALUE 'ARQPOTWRK.DAT'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                   PIC X VALUE SPACES.
       77 WSAIDA               PIC 9 VALUE ZEROES.
       01 WDATA-HOJE-PT        PIC 9(008) VALUE ZEROES.
       01 WMES-INI-PT.
          02 WMES-INI-ANO-PT   PIC 9(004) VALUE ZEROES.
          02 WMES-INI-MES-PT   PIC 9(002) VALUE ZEROES.
       01 WMES-INI-N-PT REDEFINES WMES-INI-PT PIC 9(006).
       01 WMES-FIM-PT          PIC 9(006) VALUE ZEROES.
       01 WUF-PT               PIC X(002) VALUE SPACES.
       01 WRAIO-KM-PT          PIC 9(004) VALUE 50.
       01 WTOP-N-PT            PIC 9(002) VALUE 20.
       01 WCONFIRMA-PT         PIC X VALUE SPACES.
       01 WCLI-ANT-PT          PIC 9(007) VALUE ZEROES.
       01 WIBGE-ANT-PT         PIC 9(007) VALUE ZEROES.

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
       01 WDLA-VEN        PIC S9(003)v9(008) VALUE ZEROS.
       01 WDLA-CLI        PIC S9(003)v9(008) VALUE ZEROS.
       01 WDLO-VEN        PIC S9(003)v9(008) VALUE ZEROS.
       01 WDLO-CLI        PIC S9(003)v9(008) VALUE ZEROS.
       77 WDIST-ATUAL     PIC 9(008)V9(002) VALUE ZEROES.
       77 WDIST-MIN-PT    PIC 9(008)V9(002) VALUE ZEROES.
       77 WVEN-MIN-PT     PIC 9(007) VALUE ZEROES.
      *--------------------------------------------------

      *-------------VENDEDORES ATIVOS COM COORDENADAS-------------
       77 WMAX-VEN-PT          PIC 9(003) VALUE 500.
       77 WQTD-VEN-PT          PIC 9(003) VALUE ZEROES.
       77 WI-PT                PIC 9(003) VALUE ZEROES.
       77 WK-PT                PIC 9(003) VALUE ZEROES.
       77 WPOS-PT              PIC 9(003) VALUE ZEROES.
       77 WULT-PT              PIC 9(003) VALUE ZEROES.
       01 WTAB-VEN-PT.
          02 WVEN-ITEM-PT OCCURS 500 TIMES.
             03 WVEN-COD-PT    PIC 9(007).
             03 WVEN-LAT-PT    PIC S9(003)v9(008).
             03 WVEN-LON-PT    PIC S9(003)v9(008).

      *-------------CIDADES EM BRANCO DE MAIOR POTENCIAL-----------
       77 WQTD-TOP-PT          PIC 9(003) VALUE ZEROES.
       01 WTAB-TOP-PT.
          02 WTP-ITEM-PT OCCURS 51 TIMES.
             03 WTP-UF-PT        PIC X(002).
             03 WTP-NOME-PT      PIC X(040).
             03 WTP-POP-PT       PIC 9(009).
             03 WTP-PONTOS-PT    PIC 9(007).
             03 WTP-INDICE-PT    PIC 9(003)v9(002).
             03 WTP-POTENC-PT    PIC 9(009)v9(002).
             03 WTP-CLI-PT       PIC 9(007).
             03 WTP-DIST-PT      PIC X(008).
             03 WTP-VEN-PT       PIC 9(007).

      *-------------TOTAIS POR UF E GERAL---------------------------
       01 WUF-CORRENTE-PT      PIC X(002) VALUE SPACES.
       77 WPRIMEIRA-UF-PT      PIC 9 VALUE ZEROES.
       01 WSUB-POP-PT          PIC 9(011) VALUE ZEROES.
       01 WSUB-PONTOS-PT       PIC 9(009) VALUE ZEROES.
       01 WSUB-CLI-PT          PIC 9(007) VALUE ZEROES.
       01 WSUB-VENDAS-PT       PIC 9(013)v9(002) VALUE ZEROES.
       01 WTOT-POP-PT          PIC 9(011) VALUE ZEROES.
       01 WTOT-PONTOS-PT       PIC 9(009) VALUE ZEROES.
       01 WTOT-CLI-PT          PIC 9(007) VALUE ZEROES.
       01 WTOT-VENDAS-PT       PIC 9(013)v9(002) VALUE ZEROES.
       77 WTOT-MUN-PT          PIC 9(005) VALUE ZEROES.
       77 WTOT-BRANCO-PT       PIC 9(005) VALUE ZEROES.
       77 WFORA-CLI-PT         PIC 9(007) VALUE ZEROES.
       01 WFORA-VENDAS-PT      PIC 9(013)v9(002) VALUE ZEROES.
       01 WPENETR-PT           PIC 9(005)v9(002) VALUE ZEROES.
       01 WPERCAPITA-PT        PIC 9(007)v9(004) VALUE ZEROES.
      *--------------------------------------------------

       01 WPT-CAB1.
          02 FILLER            PIC X(40) VALUE
             'POTENCIAL DE MERCADO X PENETRACAO - DE '.
          02 RL-INI-PT         PIC 9(004)/9(002).
          02 FILLER            PIC X(03) VALUE ' A '.
          02 RL-FIM-PT         PIC 9(004)/9(002).
          02 FILLER            PIC X(06) VALUE '  UF: '.
          02 RL-UF-PT          PIC X(005).
          02 FILLER            PIC X(08) VALUE '  RAIO: '.
          02 RL-RAIO-PT        PIC ZZZ9.
          02 FILLER            PIC X(03) VALUE ' KM'.

       01 WPT-CAB2.
          02 FILLER PIC X(02) VALUE 'UF'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(25) VALUE 'MUNICIPIO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(11) VALUE '  POPULACAO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(07) VALUE '   PDVS'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(06) VALUE 'INDICE'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(07) VALUE 'CLIENT.'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(07) VALUE 'PENETR%'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(15) VALUE '         VENDAS'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(10) VALUE '  VEND/HAB'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(08) VALUE 'KM VEND.'.

       01 WPT-TRACO.
          02 FILLER PIC X(107) VALUE ALL '-'.

       01 WPT-DET.
          02 RD-UF-PT          PIC X(002).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-NOME-PT        PIC X(025).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-POP-PT         PIC ZZZZZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-PONTOS-PT      PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-INDICE-PT      PIC ZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-CLI-PT         PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-PENETR-PT      PIC ZZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-VENDAS-PT      PIC ZZZZZZZZZZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-PERCAP-PT      PIC ZZZZ9.9999.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RD-DIST-PT        PIC X(008).
       01 WDIST-ED-PT          PIC ZZZZ9.99.
       01 WDIST-TXT-PT         PIC X(008).

       01 WPT-CAB3.
          02 FILLER            PIC X(40) VALUE
             'CIDADES EM BRANCO - SEM VENDEDOR ATE '.
          02 RL-RAIO2-PT       PIC ZZZ9.
          02 FILLER            PIC X(45) VALUE
             ' KM, POR POTENCIAL (PDVS X INDICE / 100)'.

       01 WPT-CAB4.
          02 FILLER PIC X(03) VALUE ' N.'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(02) VALUE 'UF'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(25) VALUE 'MUNICIPIO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(11) VALUE '  POPULACAO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(07) VALUE '   PDVS'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(06) VALUE 'INDICE'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(12) VALUE '   POTENCIAL'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(07) VALUE 'CLIENT.'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(08) VALUE 'KM VEND.'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(07) VALUE 'VEND.'.

       01 WPT-RANK.
          02 RK-POS-PT         PIC ZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RK-UF-PT          PIC X(002).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RK-NOME-PT        PIC X(025).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RK-POP-PT         PIC ZZZZZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RK-PONTOS-PT      PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RK-INDICE-PT      PIC ZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RK-POTENC-PT      PIC ZZZZZZZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RK-CLI-PT         PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RK-DIST-PT        PIC X(008).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RK-VEN-PT         PIC 9(007).

       01 WPT-ROD1.
          02 FILLER            PIC X(40) VALUE
             'MUNICIPIOS COM POTENCIAL NO RELATORIO: '.
          02 RR-MUN-PT         PIC ZZZZ9.
          02 FILLER            PIC X(18) VALUE '   EM BRANCO: '.
          02 RR-BRANCO-PT      PIC ZZZZ9.

       01 WPT-ROD2.
          02 FILLER            PIC X(40) VALUE
             'CLIENTES ATIVOS FORA DA BASE: '.
          02 RR-FORA-CLI-PT    PIC ZZZZZZ9.
          02 FILLER            PIC X(10) VALUE '  VENDAS: '.
          02 RR-FORA-VEN-PT    PIC ZZZZZZZZZZZZ9.99.

       01 WPT-ROD3.
          02 FILLER            PIC X(45) VALUE
             'PENETR% = CLIENTES ATIVOS / PONTOS DE VENDA; '.
          02 FILLER            PIC X(45) VALUE
             'VEND/HAB = VENDAS DO PERIODO / POPULACAO'.

       01 WPT-ROD4.
          02 FILLER            PIC X(45) VALUE
             'KM VEND. = VENDEDOR ATIVO MAIS PROXIMO (SEM C'.
          02 FILLER            PIC X(45) VALUE
             'OORD. = MUNICIPIO SEM LATITUDE/LONGITUDE)'.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-POTENCIAL-PT.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - POTENCIAL MERCADO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 20 VALUE "POTENCIAL X PENETRACAO POR MUNICIPIO".
          02 LINE 8 COL 10 VALUE "MES INICIAL (AAAAMM).......:".
          02 LINE 8 COL 40 PIC 9(006) USING WMES-INI-N-PT.
          02 LINE 9 COL 10 VALUE "MES FINAL (AAAAMM).........:".
          02 LINE 9 COL 40 PIC 9(006) USING WMES-FIM-PT.
          02 LINE 10 COL 10 VALUE "UF (BRANCO=TODAS)..........:".
          02 LINE 10 COL 40 PIC X(002) USING WUF-PT.
          02 LINE 11 COL 10 VALUE "RAIO SEM VENDEDOR (KM).....:".
          02 LINE 11 COL 40 PIC 9(004) USING WRAIO-KM-PT.
          02 LINE 12 COL 10 VALUE "CIDADES NO RANKING (1-50)..:".
          02 LINE 12 COL 40 PIC 9(002) USING WTOP-N-PT.
          02 LINE 16 COL 10 VALUE "CONFIRMA (S/N).............:".
          02 LINE 16 COL 40 PIC X USING WCONFIRMA-PT.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           MOVE LID-ARQ-CLIENTE-1      TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-VENDEDOR-1     TO WID-ARQ-VENDEDOR-1
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-STAT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-POTWRK
           ACCEPT WDATA-HOJE-PT FROM DATE YYYYMMDD
           MOVE WDATA-HOJE-PT(1:6) TO WMES-FIM-PT WMES-INI-N-PT
      *    (PADRAO: OS 12 ULTIMOS MESES, O CORRENTE INCLUSIVE)
           IF WMES-INI-MES-PT = 12
              MOVE 1 TO WMES-INI-MES-PT
           ELSE
              ADD 1 TO WMES-INI-MES-PT
              SUBTRACT 1 FROM WMES-INI-ANO-PT
           END-IF
           MOVE SPACES TO WCONFIRMA-PT
           DISPLAY TELA-POTENCIAL-PT
           ACCEPT TELA-POTENCIAL-PT
           IF WCONFIRMA-PT = 'S' OR WCONFIRMA-PT = 's'
              PERFORM R-GERA-PT THRU R-GERA-PT-FIM
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.

       R-GERA-PT.
           IF WMES-INI-N-PT > WMES-FIM-PT
              MOVE 'PERIODO INVALIDO' TO WTXT
              PERFORM R-MOSTRA-MSG-PT
              GO TO R-GERA-PT-FIM
           END-IF
           IF WTOP-N-PT = ZEROES OR WTOP-N-PT > 50
              MOVE 20 TO WTOP-N-PT
           END-IF
           IF WRAIO-KM-PT = ZEROES
              MOVE 50 TO WRAIO-KM-PT
           END-IF
           INSPECT WUF-PT CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           OPEN INPUT POTMUN
           IF FS-POT NOT = '00'
              MOVE 'POTENCIAL DE MERCADO NAO CARREGADO' TO WTXT
              PERFORM R-MOSTRA-MSG-PT
              GO TO R-GERA-PT-FIM
           END-IF
           OPEN INPUT MUNICIPIOS
           IF FS-MUN NOT = '00'
              CLOSE POTMUN
              MOVE 'ERRO NA ABERTURA DO ARQMUN.DAT ST ' TO WTXT
              MOVE FS-MUN TO WST
              PERFORM R-MOSTRA-MSG-PT
              GO TO R-GERA-PT-FIM
           END-IF
           OPEN INPUT CLIENTES
           IF FS-CLI NOT = '00'
              CLOSE POTMUN MUNICIPIOS
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE CLIENTES ST '
                TO WTXT
              MOVE FS-CLI TO WST
              PERFORM R-MOSTRA-MSG-PT
              GO TO R-GERA-PT-FIM
           END-IF
           OPEN OUTPUT POTWRK
           CLOSE POTWRK
           OPEN I-O POTWRK
           MOVE ZEROES TO WQTD-VEN-PT WQTD-TOP-PT WTOT-MUN-PT
           MOVE ZEROES TO WTOT-BRANCO-PT WFORA-CLI-PT WFORA-VENDAS-PT
      *    (VENDEDORES ATIVOS COM COORDENADAS PARA A DISTANCIA)
           OPEN INPUT VENDEDORES
           IF FS-VEN = '00'
              MOVE ZEROES TO CHAVE-VEN
              START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
              MOVE 0 TO WSAIDA
              IF FS-VEN NOT = '00'
                 MOVE 1 TO WSAIDA
              END-IF
              PERFORM R-CARREGA-VEN-PT UNTIL WSAIDA = 1
              CLOSE VENDEDORES
           END-IF
      *    (1A. PASSADA: MUNICIPIOS COM POTENCIAL)
           MOVE ZEROES TO CODIGO-IBGE-POT
           START POTMUN KEY IS NOT LESS THAN CODIGO-IBGE-POT
           MOVE 0 TO WSAIDA
           IF FS-POT NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-MONTA-MUN-PT UNTIL WSAIDA = 1
      *    (2A. PASSADA: CLIENTES ATIVOS POR MUNICIPIO)
           MOVE ZEROES TO CHAVE-CLI
           START CLIENTES KEY IS NOT LESS THAN CHAVE-CLI
           MOVE 0 TO WSAIDA
           IF FS-CLI NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-CONTA-CLI-PT UNTIL WSAIDA = 1
      *    (3A. PASSADA: VENDAS DO PERIODO PELO CUBO)
           MOVE ZEROES TO WCLI-ANT-PT WIBGE-ANT-PT
           OPEN INPUT ESTATIS
           IF FS-ST = '00'
              MOVE WMES-INI-N-PT TO ANO-MES-ST
              MOVE ZEROES TO CODIGO-VEN-ST CODIGO-CLI-ST
                             CODIGO-PROD-ST
              START ESTATIS KEY IS NOT LESS THAN CHAVE-ST
              MOVE 0 TO WSAIDA
              IF FS-ST NOT = '00'
                 MOVE 1 TO WSAIDA
              END-IF
              PERFORM R-SOMA-VENDAS-PT UNTIL WSAIDA = 1
              CLOSE ESTATIS
           END-IF
           PERFORM R-IMPRIME-PT
           CLOSE POTMUN MUNICIPIOS CLIENTES POTWRK
           MOVE SPACES TO WTXT
           STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
              INTO WTXT
           PERFORM R-MOSTRA-MSG-PT.
       R-GERA-PT-FIM.
           EXIT.

       R-MOSTRA-MSG-PT.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       R-CARREGA-VEN-PT.
           READ VENDEDORES NEXT
           IF FS-VEN NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF INATIVO-VEN NOT = 'S' AND
                 (LATITUDE-VEN NOT = ZEROES OR
                  LONGITUDE-VEN NOT = ZEROES) AND
                 WQTD-VEN-PT < WMAX-VEN-PT
                 ADD 1 TO WQTD-VEN-PT
                 MOVE CODIGO-VEN    TO WVEN-COD-PT(WQTD-VEN-PT)
                 MOVE LATITUDE-VEN  TO WVEN-LAT-PT(WQTD-VEN-PT)
                 MOVE LONGITUDE-VEN TO WVEN-LON-PT(WQTD-VEN-PT)
              END-IF
           END-IF.

      *-------------------------------------
      * MUNICIPIO DO POTENCIAL (NA UF PEDIDA) NO ARQUIVO DE TRABALHO,
      * COM O POTENCIAL PONDERADO E O VENDEDOR MAIS PROXIMO.
      *-------------------------------------
       R-MONTA-MUN-PT.
           READ POTMUN NEXT
           IF FS-POT NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              MOVE CODIGO-IBGE-POT TO CODIGO-IBGE-MUN
              READ MUNICIPIOS
              IF FS-MUN = '00' AND
                 (WUF-PT = SPACES OR UF-MUN = WUF-PT)
                 INITIALIZE REGISTRO-POTWRK
                 MOVE CODIGO-IBGE-POT  TO CODIGO-IBGE-PW
                 MOVE UF-MUN           TO UF-PW
                 MOVE NOME-MUN         TO NOME-PW
                 MOVE POPULACAO-POT    TO POPULACAO-PW
                 MOVE PONTOS-VENDA-POT TO PONTOS-PW
                 MOVE INDICE-POT       TO INDICE-PW
                 COMPUTE POTENCIAL-PW ROUNDED =
                    PONTOS-VENDA-POT * INDICE-POT / 100
                 PERFORM R-VENDEDOR-PROXIMO-PT
                 WRITE REGISTRO-POTWRK
              END-IF
           END-IF.

       R-VENDEDOR-PROXIMO-PT.
           IF LATITUDE-MUN = ZEROES AND LONGITUDE-MUN = ZEROES
              MOVE 'S' TO SEM-COORD-PW
           ELSE
              MOVE 99999999 TO WDIST-MIN-PT
              MOVE ZEROES   TO WVEN-MIN-PT
              MOVE LATITUDE-MUN  TO WDLA-CLI
              MOVE LONGITUDE-MUN TO WDLO-CLI
              PERFORM R-DISTANCIA-VEN-PT
                 VARYING WI-PT FROM 1 BY 1 UNTIL WI-PT > WQTD-VEN-PT
              IF WVEN-MIN-PT = ZEROES
                 MOVE 999999.99 TO DIST-VEN-PW
              ELSE
                 COMPUTE DIST-VEN-PW ROUNDED = WDIST-MIN-PT / 1000
                 MOVE WVEN-MIN-PT TO VEN-PROX-PW
              END-IF
           END-IF.

       R-DISTANCIA-VEN-PT.
           MOVE WVEN-LAT-PT(WI-PT) TO WDLA-VEN
           MOVE WVEN-LON-PT(WI-PT) TO WDLO-VEN
           PERFORM R-CALCULA-DISTANCIA-PT
           IF WDIST-ATUAL < WDIST-MIN-PT
              MOVE WDIST-ATUAL        TO WDIST-MIN-PT
              MOVE WVEN-COD-PT(WI-PT) TO WVEN-MIN-PT
           END-IF.

      *-------------------------------------
      * DISTANCIA REAL (GRANDE CIRCULO) ENTRE VENDEDOR E MUNICIPIO,
      * PELA FORMULA DE HAVERSINE, EM METROS - MESMO CALCULO DA
      * DISTRIBUICAO (O MUNICIPIO NO LUGAR DO CLIENTE).
      *-------------------------------------
       R-CALCULA-DISTANCIA-PT.
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

       R-CONTA-CLI-PT.
           READ CLIENTES NEXT
           IF FS-CLI NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF INATIVO NOT = 'S'
                 MOVE CODIGO-IBGE-CLI TO CODIGO-IBGE-PW
                 READ POTWRK
                 IF FS-PW = '00'
                    ADD 1 TO CLIENTES-PW
                    REWRITE REGISTRO-POTWRK
                 ELSE
                    PERFORM R-CONTA-FORA-PT
                 END-IF
              END-IF
           END-IF.

      *    (CLIENTE SEM MUNICIPIO NA BASE DE POTENCIAL: SO CONTA SE
      *     FOR DA UF PEDIDA, OU EM QUALQUER UF SEM FILTRO)
       R-CONTA-FORA-PT.
           IF WUF-PT = SPACES OR ESTADO = WUF-PT
              ADD 1 TO WFORA-CLI-PT
           END-IF.

       R-SOMA-VENDAS-PT.
           READ ESTATIS NEXT
           IF FS-ST NOT = '00' OR ANO-MES-ST > WMES-FIM-PT
              MOVE 1 TO WSAIDA
           ELSE
              IF CODIGO-CLI-ST NOT = WCLI-ANT-PT
                 MOVE CODIGO-CLI-ST TO WCLI-ANT-PT CODIGO
                 MOVE ZEROES TO WIBGE-ANT-PT
                 MOVE SPACES TO ESTADO
                 READ CLIENTES KEY IS CODIGO
                 IF FS-CLI = '00'
                    MOVE CODIGO-IBGE-CLI TO WIBGE-ANT-PT
                 END-IF
              END-IF
              MOVE WIBGE-ANT-PT TO CODIGO-IBGE-PW
              READ POTWRK
              IF FS-PW = '00'
                 ADD VALOR-ST TO VENDAS-PW
                 REWRITE REGISTRO-POTWRK
              ELSE
                 IF WUF-PT = SPACES OR ESTADO = WUF-PT
                    ADD VALOR-ST TO WFORA-VENDAS-PT
                 END-IF
              END-IF
           END-IF.

      *-------------------------------------
      * RELATORIO (RELPOTMUN): MUNICIPIOS POR UF E NOME, SUBTOTAL
      * POR UF, TOTAL GERAL E O RANKING DAS CIDADES EM BRANCO.
      *-------------------------------------
       R-IMPRIME-PT.
           MOVE 'RELPOTMUN.TXT' TO WID-ARQ-REL-1
           MOVE 'RELPOTMUN'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           STRING WMES-INI-N-PT ' A ' WMES-FIM-PT ' UF ' WUF-PT
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
           MOVE WMES-INI-N-PT TO RL-INI-PT
           MOVE WMES-FIM-PT   TO RL-FIM-PT
           MOVE WUF-PT        TO RL-UF-PT
           IF WUF-PT = SPACES
              MOVE 'TODAS' TO RL-UF-PT
           END-IF
           MOVE WRAIO-KM-PT   TO RL-RAIO-PT RL-RAIO2-PT
           MOVE WPT-CAB1 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPT-CAB2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPT-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WSUB-POP-PT WSUB-PONTOS-PT WSUB-CLI-PT
                          WSUB-VENDAS-PT
           MOVE ZEROES TO WTOT-POP-PT WTOT-PONTOS-PT WTOT-CLI-PT
                          WTOT-VENDAS-PT
           MOVE 0 TO WPRIMEIRA-UF-PT
           MOVE LOW-VALUES TO CHAVE-ORD-PW
           START POTWRK KEY IS NOT LESS THAN CHAVE-ORD-PW
           MOVE 0 TO WSAIDA
           IF FS-PW NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-IMPRIME-MUN-PT UNTIL WSAIDA = 1
           IF WPRIMEIRA-UF-PT = 1
              PERFORM R-IMPRIME-SUB-UF-PT
           END-IF
           MOVE SPACES         TO RD-UF-PT
           MOVE 'TOTAL GERAL'  TO RD-NOME-PT
           MOVE WTOT-POP-PT    TO WSUB-POP-PT
           MOVE WTOT-PONTOS-PT TO WSUB-PONTOS-PT
           MOVE WTOT-CLI-PT    TO WSUB-CLI-PT
           MOVE WTOT-VENDAS-PT TO WSUB-VENDAS-PT
           PERFORM R-LINHA-TOTAL-PT
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPT-CAB3 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPT-CAB4 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPT-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-IMPRIME-RANK-PT
              VARYING WK-PT FROM 1 BY 1 UNTIL WK-PT > WQTD-TOP-PT
           MOVE WPT-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WTOT-MUN-PT    TO RR-MUN-PT
           MOVE WTOT-BRANCO-PT TO RR-BRANCO-PT
           MOVE WPT-ROD1 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WFORA-CLI-PT    TO RR-FORA-CLI-PT
           MOVE WFORA-VENDAS-PT TO RR-FORA-VEN-PT
           MOVE WPT-ROD2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPT-ROD3 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPT-ROD4 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL.

       R-IMPRIME-MUN-PT.
           READ POTWRK NEXT
           IF FS-PW NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF WPRIMEIRA-UF-PT = 0 OR UF-PW NOT = WUF-CORRENTE-PT
                 IF WPRIMEIRA-UF-PT = 1
                    PERFORM R-IMPRIME-SUB-UF-PT
                 END-IF
                 MOVE 1 TO WPRIMEIRA-UF-PT
                 MOVE UF-PW TO WUF-CORRENTE-PT
                 MOVE ZEROES TO WSUB-POP-PT WSUB-PONTOS-PT
                                WSUB-CLI-PT WSUB-VENDAS-PT
              END-IF
              MOVE UF-PW        TO RD-UF-PT
              MOVE NOME-PW      TO RD-NOME-PT
              MOVE POPULACAO-PW TO RD-POP-PT
              MOVE PONTOS-PW    TO RD-PONTOS-PT
              MOVE INDICE-PW    TO RD-INDICE-PT
              MOVE CLIENTES-PW  TO RD-CLI-PT
              MOVE VENDAS-PW    TO RD-VENDAS-PT
              PERFORM R-CALCULA-INDICES-PT
              PERFORM R-EDITA-DISTANCIA-PT
              MOVE WDIST-TXT-PT TO RD-DIST-PT
              MOVE WPT-DET TO ARQREL-DATA-01
              WRITE ARQREL-REC
              ADD POPULACAO-PW TO WSUB-POP-PT WTOT-POP-PT
              ADD PONTOS-PW    TO WSUB-PONTOS-PT WTOT-PONTOS-PT
              ADD CLIENTES-PW  TO WSUB-CLI-PT WTOT-CLI-PT
              ADD VENDAS-PW    TO WSUB-VENDAS-PT WTOT-VENDAS-PT
              ADD 1 TO WTOT-MUN-PT
              IF NOT MUN-SEM-COORD AND
                 DIST-VEN-PW > WRAIO-KM-PT
                 ADD 1 TO WTOT-BRANCO-PT
                 PERFORM R-GUARDA-TOP-PT THRU R-GUARDA-TOP-PT-FIM
              END-IF
           END-IF.

       R-CALCULA-INDICES-PT.
           MOVE ZEROES TO WPENETR-PT WPERCAPITA-PT
           IF PONTOS-PW > ZEROES
              COMPUTE WPENETR-PT ROUNDED =
                 CLIENTES-PW * 100 / PONTOS-PW
                 ON SIZE ERROR MOVE 9999.99 TO WPENETR-PT
              END-COMPUTE
           END-IF
           IF POPULACAO-PW > ZEROES
              COMPUTE WPERCAPITA-PT ROUNDED = VENDAS-PW / POPULACAO-PW
                 ON SIZE ERROR MOVE 99999.9999 TO WPERCAPITA-PT
              END-COMPUTE
           END-IF
           MOVE WPENETR-PT    TO RD-PENETR-PT
           MOVE WPERCAPITA-PT TO RD-PERCAP-PT.

       R-EDITA-DISTANCIA-PT.
           IF MUN-SEM-COORD
              MOVE 'SEM COOR' TO WDIST-TXT-PT
           ELSE
              IF VEN-PROX-PW = ZEROES
                 MOVE 'SEM VEND' TO WDIST-TXT-PT
              ELSE
                 IF DIST-VEN-PW > 99999.99
                    MOVE 99999.99 TO WDIST-ED-PT
                 ELSE
                    MOVE DIST-VEN-PW TO WDIST-ED-PT
                 END-IF
                 MOVE WDIST-ED-PT TO WDIST-TXT-PT
              END-IF
           END-IF.

       R-IMPRIME-SUB-UF-PT.
           MOVE WUF-CORRENTE-PT TO RD-UF-PT
           MOVE 'TOTAL DA UF'   TO RD-NOME-PT
           PERFORM R-LINHA-TOTAL-PT.

      *    (LINHA DE TOTAL COM OS ACUMULADORES WSUB-)
       R-LINHA-TOTAL-PT.
           MOVE WSUB-POP-PT    TO RD-POP-PT
           MOVE WSUB-PONTOS-PT TO RD-PONTOS-PT
           MOVE ZEROES         TO RD-INDICE-PT
           MOVE WSUB-CLI-PT    TO RD-CLI-PT
           MOVE WSUB-VENDAS-PT TO RD-VENDAS-PT
           MOVE ZEROES TO WPENETR-PT WPERCAPITA-PT
           IF WSUB-PONTOS-PT > ZEROES
              COMPUTE WPENETR-PT ROUNDED =
                 WSUB-CLI-PT * 100 / WSUB-PONTOS-PT
                 ON SIZE ERROR MOVE 9999.99 TO WPENETR-PT
              END-COMPUTE
           END-IF
           IF WSUB-POP-PT > ZEROES
              COMPUTE WPERCAPITA-PT ROUNDED =
                 WSUB-VENDAS-PT / WSUB-POP-PT
                 ON SIZE ERROR MOVE 99999.9999 TO WPERCAPITA-PT
              END-COMPUTE
           END-IF
           MOVE WPENETR-PT    TO RD-PENETR-PT
           MOVE WPERCAPITA-PT TO RD-PERCAP-PT
           MOVE SPACES        TO RD-DIST-PT
           MOVE WPT-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WPT-DET TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *-------------------------------------
      * GUARDA A CIDADE EM BRANCO NA TABELA DAS N DE MAIOR POTENCIAL
      * PONDERADO (EMPATE: MAIOR POPULACAO).
      *-------------------------------------
       R-GUARDA-TOP-PT.
           MOVE ZEROES TO WPOS-PT
           PERFORM R-POSICAO-TOP-PT
              VARYING WK-PT FROM 1 BY 1
              UNTIL WK-PT > WQTD-TOP-PT OR WPOS-PT NOT = ZEROES
           IF WPOS-PT = ZEROES
              COMPUTE WPOS-PT = WQTD-TOP-PT + 1
           END-IF
           IF WPOS-PT > WTOP-N-PT
              GO TO R-GUARDA-TOP-PT-FIM
           END-IF
           IF WQTD-TOP-PT < WTOP-N-PT
              ADD 1 TO WQTD-TOP-PT
           END-IF
           COMPUTE WULT-PT = WQTD-TOP-PT - 1
           PERFORM R-DESLOCA-TOP-PT
              VARYING WK-PT FROM WULT-PT BY -1 UNTIL WK-PT < WPOS-PT
           MOVE UF-PW        TO WTP-UF-PT(WPOS-PT)
           MOVE NOME-PW      TO WTP-NOME-PT(WPOS-PT)
           MOVE POPULACAO-PW TO WTP-POP-PT(WPOS-PT)
           MOVE PONTOS-PW    TO WTP-PONTOS-PT(WPOS-PT)
           MOVE INDICE-PW    TO WTP-INDICE-PT(WPOS-PT)
           MOVE POTENCIAL-PW TO WTP-POTENC-PT(WPOS-PT)
           MOVE CLIENTES-PW  TO WTP-CLI-PT(WPOS-PT)
           MOVE WDIST-TXT-PT TO WTP-DIST-PT(WPOS-PT)
           MOVE VEN-PROX-PW  TO WTP-VEN-PT(WPOS-PT).
       R-GUARDA-TOP-PT-FIM.
           EXIT.

       R-POSICAO-TOP-PT.
           IF POTENCIAL-PW > WTP-POTENC-PT(WK-PT) OR
              (POTENCIAL-PW = WTP-POTENC-PT(WK-PT) AND
               POPULACAO-PW > WTP-POP-PT(WK-PT))
              MOVE WK-PT TO WPOS-PT
           END-IF.

       R-DESLOCA-TOP-PT.
           MOVE WTP-ITEM-PT(WK-PT) TO WTP-ITEM-PT(WK-PT + 1).

       R-IMPRIME-RANK-PT.
           MOVE WK-PT                TO RK-POS-PT
           MOVE WTP-UF-PT(WK-PT)     TO RK-UF-PT
           MOVE WTP-NOME-PT(WK-PT)   TO RK-NOME-PT
           MOVE WTP-POP-PT(WK-PT)    TO RK-POP-PT
           MOVE WTP-PONTOS-PT(WK-PT) TO RK-PONTOS-PT
           MOVE WTP-INDICE-PT(WK-PT) TO RK-INDICE-PT
           MOVE WTP-POTENC-PT(WK-PT) TO RK-POTENC-PT
           MOVE WTP-CLI-PT(WK-PT)    TO RK-CLI-PT
           MOVE WTP-DIST-PT(WK-PT)   TO RK-DIST-PT
           MOVE WTP-VEN-PT(WK-PT)    TO RK-VEN-PT
           MOVE WPT-RANK TO ARQREL-DATA-01
           WRITE ARQREL-REC.
