      *--------------------------
      * EMPRESA DE TREINAMENTO: COPIA MASCARADA DA PRODUCAO
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ExeTreino.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Cria ou renova a empresa de
      *              treinamento a partir de uma copia da empresa de
      *              producao informada: apaga o conjunto E<trn>-
      *              anterior, copia o conjunto da origem (arquivos
      *              .DAT da NomeEmpresa e os sete arquivos do
      *              MENU<emp>.CFG, que e gravado para o treinamento)
      *              e mascara a copia. CNPJ/CPF de clientes,
      *              vendedores, fornecedores, transportadoras,
      *              prospects e emitentes de cheque viram numeros
      *              falsos com digitos validos (CnpjCpf, funcao G);
      *              o mesmo documento vira sempre o mesmo falso,
      *              pela semente informada, e os codigos nao mudam
      *              - os vinculos entre os arquivos continuam. Nome,
      *              endereco, telefone, e-mail, inscricao estadual,
      *              texto dos contatos, recebedor das notas e os
      *              dados bancarios (agencia/conta das contas e dos
      *              cheques) sao trocados. A empresa fica no
      *              EMPRESAS.CFG com 'T' (treinamento): faixa na
      *              linha 1 de toda tela e fora do consolidado e do
      *              intercambio com a matriz. Empresa de producao
      *              nunca e sobrescrita. Resumo no spool
      *              (RELTREINO).
      * 2026-10-15 - Chaves alternativas de data em NOTAS.
      * 2026-10-15 - Mascara tambem o CNPJ/CPF das negativacoes
      *              (ARQNEGAT), o CPF dos lancamentos da folha
      *              (ARQFOLHAMOV) e o e-mail da fila de mensagens
      *              (ARQMSG).
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       SELECT FORNECEDORES ASSIGN TO  DISK WID-ARQ-FORN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FOR
              ALTERNATE RECORD KEY IS CNPJ-FOR  WITH DUPLICATES
              ALTERNATE RECORD KEY IS RAZAO-FOR WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FOR.

       SELECT TRANSP ASSIGN TO  DISK WID-ARQ-TRANSP
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-TRP
              ALTERNATE RECORD KEY IS CNPJ-TRP WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-TRP.

       SELECT PROSPECT ASSIGN TO  DISK WID-ARQ-PROSP
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-PS
              ALTERNATE RECORD KEY IS CNPJ-PS     WITH DUPLICATES
              ALTERNATE RECORD KEY IS VENDEDOR-PS WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PS.

       SELECT CHEQUES ASSIGN TO  DISK WID-ARQ-CHQ
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CHQ
              ALTERNATE RECORD KEY IS BOM-PARA-CHQ WITH DUPLICATES
              ALTERNATE RECORD KEY IS NUMERO-NF-CHQ WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CHQ.

       SELECT CONTABCO ASSIGN TO  DISK WID-ARQ-CBC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CODIGO-CBC
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CBC.

       SELECT ENDENT ASSIGN TO  DISK WID-ARQ-ENDENT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-EE
              ALTERNATE RECORD KEY IS CODIGO-CLI-EE WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EE.

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

       SELECT NOTAS ASSIGN TO  DISK WID-ARQ-NOTAS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-NF
              ALTERNATE RECORD KEY IS CODIGO-PED-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-CLI-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-NF WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NF.

       SELECT NEGATIVA ASSIGN TO  DISK WID-ARQ-NEG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-NEG
              ALTERNATE RECORD KEY IS CODIGO-CLI-NEG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NEG.

       SELECT FOLHAMOV ASSIGN TO  DISK WID-ARQ-FMV
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-FMV
              ALTERNATE RECORD KEY IS CHAVE-CPAG-FMV WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-FMV.

       SELECT MENSAGENS ASSIGN TO  DISK WID-ARQ-MSG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS SEQ-MSG
              ALTERNATE RECORD KEY IS CLIENTE-MSG  WITH DUPLICATES
              ALTERNATE RECORD KEY IS SITUACAO-MSG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MSG.

       SELECT ARQTMP ASSIGN TO DISK WID-ARQ-TMP
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TMP.

       SELECT ARQEMP ASSIGN TO DISK WID-ARQ-EMP
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-EMP.

       SELECT ARQEMPTMP ASSIGN TO DISK WID-ARQ-EMPTMP
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-EMPTMP.

       SELECT ARQCFG ASSIGN TO DISK WID-ARQ-CFG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CFG.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
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

       FD TRANSP.
       01 REGISTRO-TRANSP.
          02 CODIGO-TRP               PIC  9(003).
          02 RAZAO-TRP                PIC  X(040).
          02 CNPJ-TRP                 PIC  9(014).
          02 TIPO-TARIFA-TRP          PIC  X(001) VALUE SPACES.
             88 TRP-POR-PESO          VALUE 'P'.
             88 TRP-POR-VALOR         VALUE 'V'.
          02 TARIFA-TRP               PIC  9(005)v9(002) VALUE ZEROES.
          02 INATIVO-TRP              PIC  X(001) VALUE SPACES.

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
          02 SITUACAO-PS            PIC  X(001).
          02 VENDEDOR-PS            PIC  9(007).
          02 DISTANCIA-PS           PIC  9(008)v9(002).
          02 DATA-CAD-PS            PIC  9(008).
          02 CLIENTE-PS             PIC  9(007).
          02 DATA-CONV-PS           PIC  9(008).
          02 FILLER                 PIC  X(020).

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
          02 DATA-REG-CHQ             PIC  9(008) VALUE ZEROES.
          02 OPERADOR-CHQ             PIC  X(010) VALUE SPACES.

       FD CONTABCO.
       01 REGISTRO-CONTABCO.
          02 CODIGO-CBC               PIC  9(003).
          02 BANCO-CBC                PIC  9(003) VALUE ZEROES.
          02 AGENCIA-CBC              PIC  9(005) VALUE ZEROES.
          02 CONTA-CBC                PIC  9(012) VALUE ZEROES.
          02 DV-CONTA-CBC             PIC  X(001) VALUE SPACES.
          02 DESCRICAO-CBC            PIC  X(030) VALUE SPACES.
          02 SALDO-INI-CBC            PIC S9(011)v9(002) VALUE ZEROES.
          02 DATA-SALDO-CBC           PIC  9(008) VALUE ZEROES.
          02 PADRAO-CBC               PIC  X(001) VALUE SPACES.
          02 INATIVO-CBC              PIC  X(001) VALUE SPACES.
          02 SALDO-EXTR-CBC           PIC S9(011)v9(002) VALUE ZEROES.
          02 DATA-EXTR-CBC            PIC  9(008) VALUE ZEROES.

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

       FD NEGATIVA.
       01 REGISTRO-NEGATIVA.
          02 CHAVE-NEG.
             03 NF-NEG                PIC  9(009).
             03 PARC-NEG              PIC  9(003).
          02 CODIGO-CLI-NEG           PIC  9(007).
          02 CNPJ-NEG                 PIC  9(014) VALUE ZEROES.
          02 DESTINO-NEG              PIC  X(001) VALUE 'B'.
          02 VENC-NEG                 PIC  9(008) VALUE ZEROES.
          02 VALOR-NEG                PIC  9(009)v9(002) VALUE ZEROES.
          02 DATA-AVISO-NEG           PIC  9(008) VALUE ZEROES.
          02 DATA-INC-NEG             PIC  9(008) VALUE ZEROES.
          02 REMESSA-INC-NEG          PIC  9(009) VALUE ZEROES.
          02 DATA-EXC-NEG             PIC  9(008) VALUE ZEROES.
          02 REMESSA-EXC-NEG          PIC  9(009) VALUE ZEROES.
          02 MOTIVO-EXC-NEG           PIC  X(002) VALUE SPACES.
          02 SITUACAO-NEG             PIC  X(001) VALUE 'I'.
          02 OPERADOR-NEG             PIC  X(010) VALUE SPACES.

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
          02 SEQ-REMESSA-FMV          PIC  9(003) VALUE ZEROES.
          02 DATA-EXPORT-FMV          PIC  9(008) VALUE ZEROES.
          02 DATA-PGTO-FMV            PIC  9(008) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD MENSAGENS.
       01 REGISTRO-MENSAGENS.
          02 SEQ-MSG                  PIC  9(009).
          02 CLIENTE-MSG              PIC  9(007) VALUE ZEROES.
          02 SITUACAO-MSG             PIC  X(001) VALUE 'P'.
          02 TIPO-MSG                 PIC  X(003) VALUE SPACES.
          02 EMAIL-MSG                PIC  X(040) VALUE SPACES.
          02 ASSUNTO-MSG              PIC  X(040) VALUE SPACES.
          02 ANEXO-MSG                PIC  X(050) VALUE SPACES.
          02 ORIGEM-MSG               PIC  X(050) VALUE SPACES.
          02 NF-MSG                   PIC  9(009) VALUE ZEROES.
          02 PARCELA-MSG              PIC  9(003) VALUE ZEROES.
          02 DATA-MSG                 PIC  9(008) VALUE ZEROES.
          02 HORA-MSG                 PIC  9(006) VALUE ZEROES.
          02 OPERADOR-MSG             PIC  X(010) VALUE SPACES.
          02 DATA-ENVIO-MSG           PIC  9(008) VALUE ZEROES.
          02 HORA-ENVIO-MSG           PIC  9(006) VALUE ZEROES.
          02 LOTE-MSG                 PIC  9(009) VALUE ZEROES.
          02 TENTATIVAS-MSG           PIC  9(003) VALUE ZEROES.
          02 DATA-RETORNO-MSG         PIC  9(008) VALUE ZEROES.
          02 MOTIVO-MSG               PIC  X(030) VALUE SPACES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD  ARQTMP.
       01  ARQTMP-REC               PIC X(300).

       FD  ARQEMP.
       01  ARQEMP-REC               PIC X(60).

       FD  ARQEMPTMP.
       01  ARQEMPTMP-REC            PIC X(60).

       FD  ARQCFG.
       01  ARQCFG-REC               PIC X(50).

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
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-FOR                  PIC XX VALUE '00'.
       01 FS-TRP                  PIC XX VALUE '00'.
       01 FS-PS                   PIC XX VALUE '00'.
       01 FS-CHQ                  PIC XX VALUE '00'.
       01 FS-CBC                  PIC XX VALUE '00'.
       01 FS-EE                   PIC XX VALUE '00'.
       01 FS-CON                  PIC XX VALUE '00'.
       01 FS-NF                   PIC XX VALUE '00'.
       01 FS-NEG                  PIC XX VALUE '00'.
       01 FS-FMV                  PIC XX VALUE '00'.
       01 FS-MSG                  PIC XX VALUE '00'.
       01 FS-TMP                  PIC XX VALUE '00'.
       01 FS-EMP                  PIC XX VALUE '00'.
       01 FS-EMPTMP               PIC XX VALUE '00'.
       01 FS-CFG                  PIC XX VALUE '00'.

       01 WID-ARQ-CLIENTE         PIC X(50) VALUE SPACES.
       01 WID-ARQ-VENDEDOR        PIC X(50) VALUE SPACES.
       01 WID-ARQ-FORN            PIC X(50) VALUE SPACES.
       01 WID-ARQ-TRANSP          PIC X(50) VALUE SPACES.
       01 WID-ARQ-PROSP           PIC X(50) VALUE SPACES.
       01 WID-ARQ-CHQ             PIC X(50) VALUE SPACES.
       01 WID-ARQ-CBC             PIC X(50) VALUE SPACES.
       01 WID-ARQ-ENDENT          PIC X(50) VALUE SPACES.
       01 WID-ARQ-CONTATO         PIC X(50) VALUE SPACES.
       01 WID-ARQ-NOTAS           PIC X(50) VALUE SPACES.
       01 WID-ARQ-NEG             PIC X(50) VALUE SPACES.
       01 WID-ARQ-FMV             PIC X(50) VALUE SPACES.
       01 WID-ARQ-MSG             PIC X(50) VALUE SPACES.
       01 WID-ARQ-TMP             PIC X(50) VALUE 'TREINO.TMP'.
       01 WID-ARQ-EMP             PIC X(50) VALUE 'EMPRESAS.CFG'.
       01 WID-ARQ-EMPTMP          PIC X(50) VALUE 'EMPRESAS.TMP'.
       01 WID-ARQ-CFG             PIC X(50) VALUE SPACES.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                   PIC X VALUE SPACES.
       77 WSAIDA-TR            PIC 9 VALUE ZEROES.
       01 WCONFIRMA-TR         PIC X VALUE SPACES.
       01 WEMP-ORIG-TR         PIC 9(003) VALUE ZEROES.
       01 WEMP-DEST-TR         PIC 9(003) VALUE ZEROES.
       01 WNOME-DEST-TR        PIC X(040) VALUE SPACES.
       01 WSEMENTE-TR          PIC 9(006) VALUE ZEROES.
       01 WHORA-TR.
          02 WHORA-HHMMSS-TR   PIC 9(006).
          02 FILLER            PIC 9(002).
       01 WERRO-TR             PIC 9 VALUE ZEROES.

      *-------------EMPRESAS.CFG-------------------------------------
       01 WEMP-REG.
          02 WEMP-CODIGO             PIC 9(03).
          02 WEMP-NOME               PIC X(40).
          02 WEMP-CNPJ               PIC 9(14).
          02 WEMP-TREINO             PIC X(01).
             88 EMP-TREINAMENTO      VALUE 'T'.
          02 FILLER                  PIC X(02).
       77 WACHOU-ORIG-TR       PIC 9 VALUE ZEROES.
       77 WACHOU-DEST-TR       PIC 9 VALUE ZEROES.
       01 WTREINO-ORIG-TR      PIC X VALUE SPACES.
       01 WTREINO-DEST-TR      PIC X VALUE SPACES.
       01 WCNPJ-ORIG-TR        PIC 9(014) VALUE ZEROES.

      *-------------ARQUIVOS DO MENU<EMP>.CFG (ORIGEM E DESTINO)-----
       77 WI-TR                PIC 9(002) VALUE ZEROES.
       01 WTAB-CFG-TR.
          02 WCFG-ITEM-TR OCCURS 7 TIMES.
             03 WCFG-ORIG-TR   PIC X(050).
             03 WCFG-DEST-TR   PIC X(050).
       01 WCFG-AUX-TR          PIC X(050) VALUE SPACES.
       01 WCMD-TR              PIC X(250) VALUE SPACES.

      *-------------EMBARALHAMENTO DE NUMEROS------------------------
      *    (F(X) = (X * 7 + SEMENTE * 1009) MOD 10**N - COMO 7 E
      *     PRIMO COM 10, NUMEROS DIFERENTES DAO FALSOS DIFERENTES E
      *     O MESMO NUMERO DA SEMPRE O MESMO FALSO)
       01 WNUM-ORIG-TR         PIC 9(012) VALUE ZEROES.
       01 WNUM-FALSO-TR        PIC 9(012) VALUE ZEROES.
       01 WMODULO-TR           PIC 9(013) VALUE ZEROES.
       01 WCALC-TR             PIC 9(018) VALUE ZEROES.
       01 WQUOC-TR             PIC 9(018) VALUE ZEROES.
       01 WDOC-ORIG-TR         PIC 9(014) VALUE ZEROES.
       01 WDOC-FALSO-TR        PIC 9(014) VALUE ZEROES.
       01 WBASE12-TR           PIC 9(012) VALUE ZEROES.
       01 WBASE9-TR            PIC 9(009) VALUE ZEROES.
       01 WDV-TR               PIC 9(002) VALUE ZEROES.

      *-------------CONTADORES POR ARQUIVO---------------------------
       01 WQTD-CLI-TR          PIC 9(007) VALUE ZEROES.
       01 WQTD-VEN-TR          PIC 9(007) VALUE ZEROES.
       01 WQTD-FOR-TR          PIC 9(007) VALUE ZEROES.
       01 WQTD-TRP-TR          PIC 9(007) VALUE ZEROES.
       01 WQTD-PS-TR           PIC 9(007) VALUE ZEROES.
       01 WQTD-CHQ-TR          PIC 9(007) VALUE ZEROES.
       01 WQTD-CBC-TR          PIC 9(007) VALUE ZEROES.
       01 WQTD-EE-TR           PIC 9(007) VALUE ZEROES.
       01 WQTD-CON-TR          PIC 9(007) VALUE ZEROES.
       01 WQTD-NF-TR           PIC 9(007) VALUE ZEROES.
       01 WQTD-NEG-TR          PIC 9(007) VALUE ZEROES.
       01 WQTD-FMV-TR          PIC 9(007) VALUE ZEROES.
       01 WQTD-MSG-TR          PIC 9(007) VALUE ZEROES.
       01 WQTD-REC-TR          PIC 9(007) VALUE ZEROES.
       01 WQTD-DUP-TR          PIC 9(007) VALUE ZEROES.

       01 WTR-CAB1.
          02 FILLER            PIC X(36) VALUE
             'EMPRESA DE TREINAMENTO GERADA: '.
          02 RL-DEST-TR        PIC 9(003).
          02 FILLER            PIC X(03) VALUE ' - '.
          02 RL-NOME-TR        PIC X(040).
       01 WTR-CAB2.
          02 FILLER            PIC X(36) VALUE
             'COPIA MASCARADA DA EMPRESA........: '.
          02 RL-ORIG-TR        PIC 9(003).
          02 FILLER            PIC X(12) VALUE '   SEMENTE: '.
          02 RL-SEMENTE-TR     PIC 9(006).
       01 WTR-TRACO.
          02 FILLER PIC X(80) VALUE ALL '-'.
       01 WTR-LINHA.
          02 RT-ARQUIVO-TR     PIC X(050).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RT-QTD-TR         PIC ZZZZZZ9.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RT-OBS-TR         PIC X(021).

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-TREINO-TR.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - EMPRESA DE TREINO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 16 VALUE
             "COPIA MASCARADA DA PRODUCAO PARA TREINAMENTO".
          02 LINE 7 COL 10 VALUE "EMPRESA DE PRODUCAO (ORIGEM):".
          02 LINE 7 COL 41 PIC 9(003) USING WEMP-ORIG-TR.
          02 LINE 8 COL 10 VALUE "EMPRESA DE TREINAMENTO......:".
          02 LINE 8 COL 41 PIC 9(003) USING WEMP-DEST-TR.
          02 LINE 9 COL 10 VALUE "NOME DO TREINAMENTO.........:".
          02 LINE 9 COL 41 PIC X(040) USING WNOME-DEST-TR.
          02 LINE 10 COL 10 VALUE "SEMENTE DO EMBARALHAMENTO...:".
          02 LINE 10 COL 41 PIC 9(006) USING WSEMENTE-TR.
          02 LINE 12 COL 10 VALUE
             "O CONJUNTO ATUAL DA EMPRESA DE TREINAMENTO SERA".
          02 LINE 13 COL 10 VALUE
             "APAGADO E SUBSTITUIDO PELA COPIA MASCARADA.".
          02 LINE 15 COL 10 VALUE "CONFIRMA (S/N)..............:".
          02 LINE 15 COL 41 PIC X USING WCONFIRMA-TR.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           IF LID-EMP-TREINO
              MOVE 1 TO WEMP-ORIG-TR
           ELSE
              MOVE LID-EMPRESA-1 TO WEMP-ORIG-TR
           END-IF
           MOVE 'TREINAMENTO' TO WNOME-DEST-TR
           ACCEPT WHORA-TR FROM TIME
           MOVE WHORA-HHMMSS-TR TO WSEMENTE-TR
           MOVE SPACES TO WCONFIRMA-TR
           DISPLAY TELA-TREINO-TR
           ACCEPT TELA-TREINO-TR
           IF WCONFIRMA-TR NOT = 'S' AND NOT = 's'
              GO TO INICIO-EXIT
           END-IF
           PERFORM R-VALIDA-TR THRU R-VALIDA-TR-FIM
           IF WERRO-TR = 1
              PERFORM R-MSG-TR
              GO TO INICIO-EXIT
           END-IF
           PERFORM R-LE-CFG-ORIG-TR THRU R-LE-CFG-ORIG-TR-FIM
           IF WERRO-TR = 1
              PERFORM R-MSG-TR
              GO TO INICIO-EXIT
           END-IF
           MOVE 'COPIANDO O CONJUNTO DA PRODUCAO...' TO WTXT
           DISPLAY TELA-MENSAGEM
           PERFORM R-COPIA-CONJUNTO-TR
           PERFORM R-GRAVA-CFG-DEST-TR
           MOVE 'MASCARANDO A COPIA...' TO WTXT
           DISPLAY TELA-MENSAGEM
           PERFORM R-MONTA-NOMES-TR
           PERFORM R-MASCARA-CLI-TR THRU R-MASCARA-CLI-TR-FIM
           PERFORM R-MASCARA-VEN-TR THRU R-MASCARA-VEN-TR-FIM
           PERFORM R-MASCARA-FOR-TR THRU R-MASCARA-FOR-TR-FIM
           PERFORM R-MASCARA-TRP-TR THRU R-MASCARA-TRP-TR-FIM
           PERFORM R-MASCARA-PS-TR THRU R-MASCARA-PS-TR-FIM
           PERFORM R-MASCARA-CHQ-TR THRU R-MASCARA-CHQ-TR-FIM
           PERFORM R-MASCARA-CBC-TR THRU R-MASCARA-CBC-TR-FIM
           PERFORM R-MASCARA-EE-TR THRU R-MASCARA-EE-TR-FIM
           PERFORM R-MASCARA-CON-TR THRU R-MASCARA-CON-TR-FIM
           PERFORM R-MASCARA-NF-TR THRU R-MASCARA-NF-TR-FIM
           PERFORM R-MASCARA-NEG-TR THRU R-MASCARA-NEG-TR-FIM
           PERFORM R-MASCARA-FMV-TR THRU R-MASCARA-FMV-TR-FIM
           PERFORM R-MASCARA-MSG-TR THRU R-MASCARA-MSG-TR-FIM
           PERFORM R-ATUALIZA-EMPRESAS-TR
           PERFORM R-RELATORIO-TR
           PERFORM R-MSG-TR.
       INICIO-EXIT.
           EXIT PROGRAM.

       R-MSG-TR.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

      *-------------------------------------
      * A ORIGEM TEM QUE SER EMPRESA DE PRODUCAO CADASTRADA; O
      * DESTINO NAO PODE SER A 001 (CONJUNTO SEM PREFIXO), A
      * PROPRIA ORIGEM, A EMPRESA EM USO NEM EMPRESA DE PRODUCAO.
      *-------------------------------------
       R-VALIDA-TR.
           MOVE 1 TO WERRO-TR
           IF WEMP-DEST-TR NOT > 1 OR WEMP-DEST-TR = WEMP-ORIG-TR
              MOVE 'EMPRESA DE TREINAMENTO INVALIDA' TO WTXT
              GO TO R-VALIDA-TR-FIM
           END-IF
           IF WEMP-DEST-TR = LID-EMPRESA-1
              MOVE 'EMPRESA DE TREINAMENTO EM USO NESTA SESSAO'
                 TO WTXT
              GO TO R-VALIDA-TR-FIM
           END-IF
           IF WNOME-DEST-TR = SPACES
              MOVE 'TREINAMENTO' TO WNOME-DEST-TR
           END-IF
           MOVE ZEROES TO WACHOU-ORIG-TR WACHOU-DEST-TR
           OPEN INPUT ARQEMP
           IF FS-EMP = '00'
              PERFORM R-LE-EMPRESA-TR UNTIL FS-EMP NOT = '00'
              CLOSE ARQEMP
           END-IF
           IF WACHOU-ORIG-TR = 0
              MOVE 'EMPRESA DE ORIGEM NAO CADASTRADA' TO WTXT
              GO TO R-VALIDA-TR-FIM
           END-IF
           IF WTREINO-ORIG-TR = 'T'
              MOVE 'ORIGEM TEM QUE SER EMPRESA DE PRODUCAO' TO WTXT
              GO TO R-VALIDA-TR-FIM
           END-IF
           IF WACHOU-DEST-TR = 1 AND WTREINO-DEST-TR NOT = 'T'
              MOVE 'DESTINO E EMPRESA DE PRODUCAO - NAO SOBRESCREVE'
                 TO WTXT
              GO TO R-VALIDA-TR-FIM
           END-IF
           MOVE 0 TO WERRO-TR.
       R-VALIDA-TR-FIM.
           EXIT.

       R-LE-EMPRESA-TR.
           MOVE SPACES TO WEMP-REG
           READ ARQEMP INTO WEMP-REG
             AT END MOVE '10' TO FS-EMP
           END-READ
           IF FS-EMP = '00' AND WEMP-CODIGO = WEMP-ORIG-TR
              MOVE 1           TO WACHOU-ORIG-TR
              MOVE WEMP-TREINO TO WTREINO-ORIG-TR
              MOVE WEMP-CNPJ   TO WCNPJ-ORIG-TR
           END-IF
           IF FS-EMP = '00' AND WEMP-CODIGO = WEMP-DEST-TR
              MOVE 1           TO WACHOU-DEST-TR
              MOVE WEMP-TREINO TO WTREINO-DEST-TR
           END-IF.

      *-------------------------------------
      * OS SETE ARQUIVOS CONFIGURADOS DA ORIGEM (MENU<EMP>.CFG; A
      * 001 AINDA PODE ESTAR NO MENU.CFG ORIGINAL) E OS NOMES QUE
      * ELES RECEBEM NO TREINAMENTO (PREFIXO E<TRN>- DA NomeEmpresa
      * NO LUGAR DO PREFIXO DA ORIGEM).
      *-------------------------------------
       R-LE-CFG-ORIG-TR.
           MOVE 1 TO WERRO-TR
           MOVE SPACES TO WTAB-CFG-TR WID-ARQ-CFG
           STRING 'MENU' WEMP-ORIG-TR '.CFG'
              DELIMITED BY SIZE INTO WID-ARQ-CFG
           OPEN INPUT ARQCFG
           IF FS-CFG NOT = '00' AND WEMP-ORIG-TR = 1
              MOVE 'MENU.CFG' TO WID-ARQ-CFG
              OPEN INPUT ARQCFG
           END-IF
           IF FS-CFG NOT = '00'
              MOVE 'EMPRESA DE ORIGEM SEM CONFIG. DE ARQUIVOS' TO WTXT
              GO TO R-LE-CFG-ORIG-TR-FIM
           END-IF
           MOVE 0 TO WSAIDA-TR
           PERFORM R-LE-CFG-LINHA-TR
              VARYING WI-TR FROM 1 BY 1
              UNTIL WI-TR > 7 OR WSAIDA-TR = 1
           CLOSE ARQCFG
           IF WCFG-ORIG-TR(1) = SPACES OR WCFG-ORIG-TR(2) = SPACES
              MOVE 'CONFIG. DE ARQUIVOS DA ORIGEM INCOMPLETA' TO WTXT
              GO TO R-LE-CFG-ORIG-TR-FIM
           END-IF
           PERFORM R-NOME-DEST-TR
              VARYING WI-TR FROM 1 BY 1 UNTIL WI-TR > 7
           MOVE 0 TO WERRO-TR.
       R-LE-CFG-ORIG-TR-FIM.
           EXIT.

       R-LE-CFG-LINHA-TR.
           READ ARQCFG INTO WCFG-ORIG-TR(WI-TR)
             AT END MOVE 1 TO WSAIDA-TR
           END-READ.

       R-NOME-DEST-TR.
           MOVE WCFG-ORIG-TR(WI-TR) TO WCFG-AUX-TR
           IF WCFG-AUX-TR(1:1) = 'E' AND
              WCFG-AUX-TR(2:3) IS NUMERIC AND
              WCFG-AUX-TR(5:1) = '-'
              MOVE WCFG-ORIG-TR(WI-TR)(6:45) TO WCFG-AUX-TR
           END-IF
           IF WCFG-AUX-TR NOT = SPACES
              CALL "NomeEmpresa" USING WEMP-DEST-TR WCFG-AUX-TR
           END-IF
           MOVE WCFG-AUX-TR TO WCFG-DEST-TR(WI-TR).

      *-------------------------------------
      * COPIA PELO SISTEMA OPERACIONAL (COMO A TROCA DE ARQUIVOS DA
      * REORGANIZACAO): APAGA O CONJUNTO ANTERIOR DO TREINAMENTO E
      * COPIA OS .DAT DA ORIGEM COM O PREFIXO DO TREINAMENTO - A
      * 001 SAO OS ARQUIVOS SEM PREFIXO E<EMP>- - E DEPOIS OS SETE
      * ARQUIVOS CONFIGURADOS, QUE PODEM TER OUTRO NOME.
      *-------------------------------------
       R-COPIA-CONJUNTO-TR.
           MOVE SPACES TO WCMD-TR
           STRING 'rm -f E' WEMP-DEST-TR '-*.DAT*'
              DELIMITED BY SIZE INTO WCMD-TR
           CALL 'SYSTEM' USING WCMD-TR
           PERFORM R-APAGA-CFG-DEST-TR
              VARYING WI-TR FROM 1 BY 1 UNTIL WI-TR > 7
           MOVE SPACES TO WCMD-TR
           IF WEMP-ORIG-TR = 1
              STRING 'for f in *.DAT*; do case "$f" in '
                     'E[0-9][0-9][0-9]-*) ;; *) cp -p "$f" "E'
                     WEMP-DEST-TR '-$f" ;; esac; done'
                 DELIMITED BY SIZE INTO WCMD-TR
           ELSE
              STRING 'for f in E' WEMP-ORIG-TR '-*.DAT*; do '
                     'cp -p "$f" "E' WEMP-DEST-TR '-${f#E'
                     WEMP-ORIG-TR '-}"; done'
                 DELIMITED BY SIZE INTO WCMD-TR
           END-IF
           CALL 'SYSTEM' USING WCMD-TR
           PERFORM R-COPIA-CFG-TR
              VARYING WI-TR FROM 1 BY 1 UNTIL WI-TR > 7.

       R-APAGA-CFG-DEST-TR.
           IF WCFG-DEST-TR(WI-TR) NOT = SPACES
              MOVE SPACES TO WCMD-TR
              STRING 'rm -f ' DELIMITED BY SIZE
                     WCFG-DEST-TR(WI-TR) DELIMITED BY SPACE
                     '*' DELIMITED BY SIZE
                 INTO WCMD-TR
              CALL 'SYSTEM' USING WCMD-TR
           END-IF.

       R-COPIA-CFG-TR.
           IF WCFG-ORIG-TR(WI-TR) NOT = SPACES
              MOVE SPACES TO WCMD-TR
              STRING 'for f in ' DELIMITED BY SIZE
                     WCFG-ORIG-TR(WI-TR) DELIMITED BY SPACE
                     '*; do cp -p "$f" "' DELIMITED BY SIZE
                     WCFG-DEST-TR(WI-TR) DELIMITED BY SPACE
                     '${f#' DELIMITED BY SIZE
                     WCFG-ORIG-TR(WI-TR) DELIMITED BY SPACE
                     '}"; done' DELIMITED BY SIZE
                 INTO WCMD-TR
              CALL 'SYSTEM' USING WCMD-TR
           END-IF.

       R-GRAVA-CFG-DEST-TR.
           MOVE SPACES TO WID-ARQ-CFG
           STRING 'MENU' WEMP-DEST-TR '.CFG'
              DELIMITED BY SIZE INTO WID-ARQ-CFG
           OPEN OUTPUT ARQCFG
           PERFORM R-GRAVA-CFG-LINHA-TR
              VARYING WI-TR FROM 1 BY 1 UNTIL WI-TR > 7
           CLOSE ARQCFG.
       R-GRAVA-CFG-LINHA-TR.
           MOVE WCFG-DEST-TR(WI-TR) TO ARQCFG-REC
           WRITE ARQCFG-REC.

       R-MONTA-NOMES-TR.
           MOVE WCFG-DEST-TR(1) TO WID-ARQ-CLIENTE
           MOVE WCFG-DEST-TR(2) TO WID-ARQ-VENDEDOR
           MOVE 'ARQFORN.DAT'     TO WID-ARQ-FORN
           MOVE 'ARQTRANSP.DAT'   TO WID-ARQ-TRANSP
           MOVE 'ARQPROSP.DAT'    TO WID-ARQ-PROSP
           MOVE 'ARQCHEQUES.DAT'  TO WID-ARQ-CHQ
           MOVE 'ARQCONTABCO.DAT' TO WID-ARQ-CBC
           MOVE 'ARQENDENT.DAT'   TO WID-ARQ-ENDENT
           MOVE 'ARQCONTATO.DAT'  TO WID-ARQ-CONTATO
           MOVE 'ARQNOTAS.DAT'    TO WID-ARQ-NOTAS
           MOVE 'ARQNEGAT.DAT'    TO WID-ARQ-NEG
           MOVE 'ARQFOLHAMOV.DAT' TO WID-ARQ-FMV
           MOVE 'ARQMSG.DAT'      TO WID-ARQ-MSG
           CALL "NomeEmpresa" USING WEMP-DEST-TR WID-ARQ-FORN
           CALL "NomeEmpresa" USING WEMP-DEST-TR WID-ARQ-TRANSP
           CALL "NomeEmpresa" USING WEMP-DEST-TR WID-ARQ-PROSP
           CALL "NomeEmpresa" USING WEMP-DEST-TR WID-ARQ-CHQ
           CALL "NomeEmpresa" USING WEMP-DEST-TR WID-ARQ-CBC
           CALL "NomeEmpresa" USING WEMP-DEST-TR WID-ARQ-ENDENT
           CALL "NomeEmpresa" USING WEMP-DEST-TR WID-ARQ-CONTATO
           CALL "NomeEmpresa" USING WEMP-DEST-TR WID-ARQ-NOTAS
           CALL "NomeEmpresa" USING WEMP-DEST-TR WID-ARQ-NEG
           CALL "NomeEmpresa" USING WEMP-DEST-TR WID-ARQ-FMV
           CALL "NomeEmpresa" USING WEMP-DEST-TR WID-ARQ-MSG.

      *-------------------------------------
      * DOCUMENTO FALSO COM DIGITOS VALIDOS: A BASE (SEM OS DOIS
      * DIGITOS) E EMBARALHADA E O CnpjCpf CALCULA OS DIGITOS.
      * DOCUMENTO COM ATE 11 DIGITOS E TRATADO COMO CPF.
      *-------------------------------------
       R-DOC-FALSO-TR.
           MOVE ZEROES TO WDOC-FALSO-TR
           IF WDOC-ORIG-TR = ZEROES
              GO TO R-DOC-FALSO-TR-FIM
           END-IF
           DIVIDE WDOC-ORIG-TR BY 100 GIVING WNUM-ORIG-TR
           MOVE SPACES TO LINK-CPFCGC-2
           IF WDOC-ORIG-TR < 100000000000
              MOVE 1000000000 TO WMODULO-TR
              PERFORM R-EMBARALHA-TR
              MOVE WNUM-FALSO-TR TO WBASE9-TR
              MOVE 'F' TO LINK-CPFCGC-1
              STRING WBASE9-TR '00' DELIMITED BY SIZE
                 INTO LINK-CPFCGC-2
           ELSE
              MOVE 1000000000000 TO WMODULO-TR
              PERFORM R-EMBARALHA-TR
              MOVE WNUM-FALSO-TR TO WBASE12-TR
              MOVE 'J' TO LINK-CPFCGC-1
              STRING WBASE12-TR '00' DELIMITED BY SIZE
                 INTO LINK-CPFCGC-2
           END-IF
           MOVE 'G' TO LINK-CPFCGC-3
           CALL   'CNPJCPF' USING LINK-CPFCGC
           CANCEL 'CNPJCPF'
           MOVE ZEROES TO WDV-TR
           IF LINK-CPFCGC-3 = 'V'
              IF LINK-CPFCGC-1 = 'F'
                 MOVE LINK-CPFCGC-2(13:2) TO WDV-TR
              ELSE
                 MOVE LINK-CPFCGC-2(17:2) TO WDV-TR
              END-IF
           END-IF
           COMPUTE WDOC-FALSO-TR = WNUM-FALSO-TR * 100 + WDV-TR.
       R-DOC-FALSO-TR-FIM.
           EXIT.

       R-EMBARALHA-TR.
           COMPUTE WCALC-TR = WNUM-ORIG-TR * 7 + WSEMENTE-TR * 1009
           DIVIDE WCALC-TR BY WMODULO-TR GIVING WQUOC-TR
              REMAINDER WNUM-FALSO-TR
           IF WNUM-FALSO-TR = ZEROES
              MOVE 1 TO WNUM-FALSO-TR
           END-IF.

      *-------------------------------------
      * CLIENTES: O CNPJ FAZ PARTE DA CHAVE PRIMARIA, ENTAO O
      * ARQUIVO E DESCARREGADO JA MASCARADO PARA O TREINO.TMP E
      * RECARREGADO (COMO NA REORGANIZACAO). O CODIGO NAO MUDA.
      *-------------------------------------
       R-MASCARA-CLI-TR.
           OPEN INPUT CLIENTES
           IF FS-CLI NOT = '00'
              GO TO R-MASCARA-CLI-TR-FIM
           END-IF
           OPEN OUTPUT ARQTMP
           MOVE 0 TO WSAIDA-TR
           PERFORM R-DESCARGA-CLI-TR UNTIL WSAIDA-TR = 1
           CLOSE CLIENTES ARQTMP
           OPEN OUTPUT CLIENTES
           OPEN INPUT ARQTMP
           MOVE 0 TO WSAIDA-TR
           PERFORM R-RECARGA-CLI-TR UNTIL WSAIDA-TR = 1
           CLOSE CLIENTES ARQTMP.
       R-MASCARA-CLI-TR-FIM.
           EXIT.

       R-DESCARGA-CLI-TR.
           READ CLIENTES NEXT
           IF FS-CLI NOT = '00'
              MOVE 1 TO WSAIDA-TR
           ELSE
              MOVE CNPJ TO WDOC-ORIG-TR
              PERFORM R-DOC-FALSO-TR THRU R-DOC-FALSO-TR-FIM
              MOVE WDOC-FALSO-TR TO CNPJ
              MOVE SPACES TO RAZAO ENDERECO
              STRING 'CLIENTE TREINAMENTO ' CODIGO
                 DELIMITED BY SIZE INTO RAZAO
              STRING 'RUA DO TREINAMENTO, ' CODIGO
                 DELIMITED BY SIZE INTO ENDERECO
              IF TELEFONE NOT = SPACES
                 MOVE SPACES TO TELEFONE
                 STRING '(00) 0' CODIGO DELIMITED BY SIZE
                    INTO TELEFONE
              END-IF
              IF EMAIL NOT = SPACES
                 MOVE SPACES TO EMAIL
                 STRING 'CLI' CODIGO '@TREINAMENTO.INVALID'
                    DELIMITED BY SIZE INTO EMAIL
              END-IF
              IF INSC-ESTADUAL NOT = SPACES
                 MOVE 'ISENTO' TO INSC-ESTADUAL
              END-IF
              MOVE REGISTRO-CLIENTES TO ARQTMP-REC
              WRITE ARQTMP-REC
           END-IF.

       R-RECARGA-CLI-TR.
           READ ARQTMP
              AT END MOVE 1 TO WSAIDA-TR
              NOT AT END
                 MOVE ARQTMP-REC TO REGISTRO-CLIENTES
                 WRITE REGISTRO-CLIENTES
                    INVALID KEY ADD 1 TO WQTD-DUP-TR
                    NOT INVALID KEY ADD 1 TO WQTD-CLI-TR
                 END-WRITE
           END-READ.

      *    (VENDEDORES: O CPF TAMBEM ESTA NA CHAVE - MESMA RECARGA)
       R-MASCARA-VEN-TR.
           OPEN INPUT VENDEDORES
           IF FS-VEN NOT = '00'
              GO TO R-MASCARA-VEN-TR-FIM
           END-IF
           OPEN OUTPUT ARQTMP
           MOVE 0 TO WSAIDA-TR
           PERFORM R-DESCARGA-VEN-TR UNTIL WSAIDA-TR = 1
           CLOSE VENDEDORES ARQTMP
           OPEN OUTPUT VENDEDORES
           OPEN INPUT ARQTMP
           MOVE 0 TO WSAIDA-TR
           PERFORM R-RECARGA-VEN-TR UNTIL WSAIDA-TR = 1
           CLOSE VENDEDORES ARQTMP.
       R-MASCARA-VEN-TR-FIM.
           EXIT.

       R-DESCARGA-VEN-TR.
           READ VENDEDORES NEXT
           IF FS-VEN NOT = '00'
              MOVE 1 TO WSAIDA-TR
           ELSE
              MOVE CPF-VEN TO WDOC-ORIG-TR
              PERFORM R-DOC-FALSO-TR THRU R-DOC-FALSO-TR-FIM
              MOVE WDOC-FALSO-TR TO CPF-VEN
              MOVE SPACES TO NOME-VEN
              STRING 'VENDEDOR TREINAMENTO ' CODIGO-VEN
                 DELIMITED BY SIZE INTO NOME-VEN
              MOVE REGISTRO-VENDEDORES TO ARQTMP-REC
              WRITE ARQTMP-REC
           END-IF.

       R-RECARGA-VEN-TR.
           READ ARQTMP
              AT END MOVE 1 TO WSAIDA-TR
              NOT AT END
                 MOVE ARQTMP-REC TO REGISTRO-VENDEDORES
                 WRITE REGISTRO-VENDEDORES
                    INVALID KEY ADD 1 TO WQTD-DUP-TR
                    NOT INVALID KEY ADD 1 TO WQTD-VEN-TR
                 END-WRITE
           END-READ.

      *-------------------------------------
      * DEMAIS CADASTROS: DOCUMENTO FORA DA CHAVE PRIMARIA -
      * REGRAVACAO NO PROPRIO ARQUIVO. ARQUIVO AUSENTE NA ORIGEM
      * E IGNORADO.
      *-------------------------------------
       R-MASCARA-FOR-TR.
           OPEN I-O FORNECEDORES
           IF FS-FOR NOT = '00'
              GO TO R-MASCARA-FOR-TR-FIM
           END-IF
           MOVE 0 TO WSAIDA-TR
           PERFORM R-MASCARA-FOR-1-TR UNTIL WSAIDA-TR = 1
           CLOSE FORNECEDORES.
       R-MASCARA-FOR-TR-FIM.
           EXIT.
       R-MASCARA-FOR-1-TR.
           READ FORNECEDORES NEXT
           IF FS-FOR NOT = '00'
              MOVE 1 TO WSAIDA-TR
           ELSE
              MOVE CNPJ-FOR TO WDOC-ORIG-TR
              PERFORM R-DOC-FALSO-TR THRU R-DOC-FALSO-TR-FIM
              MOVE WDOC-FALSO-TR TO CNPJ-FOR
              MOVE SPACES TO RAZAO-FOR ENDERECO-FOR
              STRING 'FORNECEDOR TREINAMENTO ' CODIGO-FOR
                 DELIMITED BY SIZE INTO RAZAO-FOR
              STRING 'AVENIDA DO TREINAMENTO, ' CODIGO-FOR
                 DELIMITED BY SIZE INTO ENDERECO-FOR
              IF TELEFONE-FOR NOT = SPACES
                 MOVE SPACES TO TELEFONE-FOR
                 STRING '(00) 1' CODIGO-FOR DELIMITED BY SIZE
                    INTO TELEFONE-FOR
              END-IF
              IF EMAIL-FOR NOT = SPACES
                 MOVE SPACES TO EMAIL-FOR
                 STRING 'FOR' CODIGO-FOR '@TREINAMENTO.INVALID'
                    DELIMITED BY SIZE INTO EMAIL-FOR
              END-IF
              REWRITE REGISTRO-FORNECEDORES
              ADD 1 TO WQTD-FOR-TR
           END-IF.

       R-MASCARA-TRP-TR.
           OPEN I-O TRANSP
           IF FS-TRP NOT = '00'
              GO TO R-MASCARA-TRP-TR-FIM
           END-IF
           MOVE 0 TO WSAIDA-TR
           PERFORM R-MASCARA-TRP-1-TR UNTIL WSAIDA-TR = 1
           CLOSE TRANSP.
       R-MASCARA-TRP-TR-FIM.
           EXIT.
       R-MASCARA-TRP-1-TR.
           READ TRANSP NEXT
           IF FS-TRP NOT = '00'
              MOVE 1 TO WSAIDA-TR
           ELSE
              MOVE CNPJ-TRP TO WDOC-ORIG-TR
              PERFORM R-DOC-FALSO-TR THRU R-DOC-FALSO-TR-FIM
              MOVE WDOC-FALSO-TR TO CNPJ-TRP
              MOVE SPACES TO RAZAO-TRP
              STRING 'TRANSPORTADORA TREINAMENTO ' CODIGO-TRP
                 DELIMITED BY SIZE INTO RAZAO-TRP
              REWRITE REGISTRO-TRANSP
              ADD 1 TO WQTD-TRP-TR
           END-IF.

       R-MASCARA-PS-TR.
           OPEN I-O PROSPECT
           IF FS-PS NOT = '00'
              GO TO R-MASCARA-PS-TR-FIM
           END-IF
           MOVE 0 TO WSAIDA-TR
           PERFORM R-MASCARA-PS-1-TR UNTIL WSAIDA-TR = 1
           CLOSE PROSPECT.
       R-MASCARA-PS-TR-FIM.
           EXIT.
       R-MASCARA-PS-1-TR.
           READ PROSPECT NEXT
           IF FS-PS NOT = '00'
              MOVE 1 TO WSAIDA-TR
           ELSE
              MOVE CNPJ-PS TO WDOC-ORIG-TR
              PERFORM R-DOC-FALSO-TR THRU R-DOC-FALSO-TR-FIM
              MOVE WDOC-FALSO-TR TO CNPJ-PS
              MOVE SPACES TO RAZAO-PS ENDERECO-PS
              STRING 'PROSPECT TREINAMENTO ' CODIGO-PS
                 DELIMITED BY SIZE INTO RAZAO-PS
              STRING 'RUA DO TREINAMENTO, ' CODIGO-PS
                 DELIMITED BY SIZE INTO ENDERECO-PS
              IF TELEFONE-PS NOT = SPACES
                 MOVE SPACES TO TELEFONE-PS
                 STRING '(00) 2' CODIGO-PS DELIMITED BY SIZE
                    INTO TELEFONE-PS
              END-IF
              REWRITE REGISTRO-PROSPECT
              ADD 1 TO WQTD-PS-TR
           END-IF.

      *    (CHEQUE: O EMITENTE RECEBE O MESMO FALSO DO CADASTRO DO
      *     CLIENTE; AGENCIA E CONTA SAO EMBARALHADAS, O BANCO FICA)
       R-MASCARA-CHQ-TR.
           OPEN I-O CHEQUES
           IF FS-CHQ NOT = '00'
              GO TO R-MASCARA-CHQ-TR-FIM
           END-IF
           MOVE 0 TO WSAIDA-TR
           PERFORM R-MASCARA-CHQ-1-TR UNTIL WSAIDA-TR = 1
           CLOSE CHEQUES.
       R-MASCARA-CHQ-TR-FIM.
           EXIT.
       R-MASCARA-CHQ-1-TR.
           READ CHEQUES NEXT
           IF FS-CHQ NOT = '00'
              MOVE 1 TO WSAIDA-TR
           ELSE
              MOVE CNPJ-EMIT-CHQ TO WDOC-ORIG-TR
              PERFORM R-DOC-FALSO-TR THRU R-DOC-FALSO-TR-FIM
              MOVE WDOC-FALSO-TR TO CNPJ-EMIT-CHQ
              IF AGENCIA-CHQ NOT = ZEROES
                 MOVE AGENCIA-CHQ TO WNUM-ORIG-TR
                 MOVE 10000 TO WMODULO-TR
                 PERFORM R-EMBARALHA-TR
                 MOVE WNUM-FALSO-TR TO AGENCIA-CHQ
              END-IF
              IF CONTA-CHQ NOT = ZEROES
                 MOVE CONTA-CHQ TO WNUM-ORIG-TR
                 MOVE 100000000 TO WMODULO-TR
                 PERFORM R-EMBARALHA-TR
                 MOVE WNUM-FALSO-TR TO CONTA-CHQ
              END-IF
              REWRITE REGISTRO-CHEQUES
              ADD 1 TO WQTD-CHQ-TR
           END-IF.

       R-MASCARA-CBC-TR.
           OPEN I-O CONTABCO
           IF FS-CBC NOT = '00'
              GO TO R-MASCARA-CBC-TR-FIM
           END-IF
           MOVE 0 TO WSAIDA-TR
           PERFORM R-MASCARA-CBC-1-TR UNTIL WSAIDA-TR = 1
           CLOSE CONTABCO.
       R-MASCARA-CBC-TR-FIM.
           EXIT.
       R-MASCARA-CBC-1-TR.
           READ CONTABCO NEXT
           IF FS-CBC NOT = '00'
              MOVE 1 TO WSAIDA-TR
           ELSE
              IF AGENCIA-CBC NOT = ZEROES
                 MOVE AGENCIA-CBC TO WNUM-ORIG-TR
                 MOVE 100000 TO WMODULO-TR
                 PERFORM R-EMBARALHA-TR
                 MOVE WNUM-FALSO-TR TO AGENCIA-CBC
              END-IF
              IF CONTA-CBC NOT = ZEROES
                 MOVE CONTA-CBC TO WNUM-ORIG-TR
                 MOVE 1000000000000 TO WMODULO-TR
                 PERFORM R-EMBARALHA-TR
                 MOVE WNUM-FALSO-TR TO CONTA-CBC
                 MOVE CONTA-CBC(12:1) TO DV-CONTA-CBC
              END-IF
              REWRITE REGISTRO-CONTABCO
              ADD 1 TO WQTD-CBC-TR
           END-IF.

       R-MASCARA-EE-TR.
           OPEN I-O ENDENT
           IF FS-EE NOT = '00'
              GO TO R-MASCARA-EE-TR-FIM
           END-IF
           MOVE 0 TO WSAIDA-TR
           PERFORM R-MASCARA-EE-1-TR UNTIL WSAIDA-TR = 1
           CLOSE ENDENT.
       R-MASCARA-EE-TR-FIM.
           EXIT.
       R-MASCARA-EE-1-TR.
           READ ENDENT NEXT
           IF FS-EE NOT = '00'
              MOVE 1 TO WSAIDA-TR
           ELSE
              MOVE SPACES TO ENDERECO-EE
              STRING 'ENTREGA DO TREINAMENTO, ' CODIGO-CLI-EE '/'
                     SEQ-EE DELIMITED BY SIZE INTO ENDERECO-EE
              REWRITE REGISTRO-ENDENT
              ADD 1 TO WQTD-EE-TR
           END-IF.

       R-MASCARA-CON-TR.
           OPEN I-O CONTATOS
           IF FS-CON NOT = '00'
              GO TO R-MASCARA-CON-TR-FIM
           END-IF
           MOVE 0 TO WSAIDA-TR
           PERFORM R-MASCARA-CON-1-TR UNTIL WSAIDA-TR = 1
           CLOSE CONTATOS.
       R-MASCARA-CON-TR-FIM.
           EXIT.
       R-MASCARA-CON-1-TR.
           READ CONTATOS NEXT
           IF FS-CON NOT = '00'
              MOVE 1 TO WSAIDA-TR
           ELSE
              MOVE 'ANOTACAO DO CONTATO (TREINAMENTO)' TO TEXTO-CON
              REWRITE REGISTRO-CONTATOS
              ADD 1 TO WQTD-CON-TR
           END-IF.

       R-MASCARA-NF-TR.
           OPEN I-O NOTAS
           IF FS-NF NOT = '00'
              GO TO R-MASCARA-NF-TR-FIM
           END-IF
           MOVE 0 TO WSAIDA-TR
           PERFORM R-MASCARA-NF-1-TR UNTIL WSAIDA-TR = 1
           CLOSE NOTAS.
       R-MASCARA-NF-TR-FIM.
           EXIT.
       R-MASCARA-NF-1-TR.
           READ NOTAS NEXT
           IF FS-NF NOT = '00'
              MOVE 1 TO WSAIDA-TR
           ELSE
              IF RECEBEDOR-NF NOT = SPACES
                 MOVE 'RECEBEDOR TREINO' TO RECEBEDOR-NF
                 REWRITE REGISTRO-NOTAS
                 ADD 1 TO WQTD-NF-TR
              END-IF
           END-IF.

       R-MASCARA-NEG-TR.
           OPEN I-O NEGATIVA
           IF FS-NEG NOT = '00'
              GO TO R-MASCARA-NEG-TR-FIM
           END-IF
           MOVE 0 TO WSAIDA-TR
           PERFORM R-MASCARA-NEG-1-TR UNTIL WSAIDA-TR = 1
           CLOSE NEGATIVA.
       R-MASCARA-NEG-TR-FIM.
           EXIT.
       R-MASCARA-NEG-1-TR.
           READ NEGATIVA NEXT
           IF FS-NEG NOT = '00'
              MOVE 1 TO WSAIDA-TR
           ELSE
              MOVE CNPJ-NEG TO WDOC-ORIG-TR
              PERFORM R-DOC-FALSO-TR THRU R-DOC-FALSO-TR-FIM
              MOVE WDOC-FALSO-TR TO CNPJ-NEG
              REWRITE REGISTRO-NEGATIVA
              ADD 1 TO WQTD-NEG-TR
           END-IF.

       R-MASCARA-FMV-TR.
           OPEN I-O FOLHAMOV
           IF FS-FMV NOT = '00'
              GO TO R-MASCARA-FMV-TR-FIM
           END-IF
           MOVE 0 TO WSAIDA-TR
           PERFORM R-MASCARA-FMV-1-TR UNTIL WSAIDA-TR = 1
           CLOSE FOLHAMOV.
       R-MASCARA-FMV-TR-FIM.
           EXIT.
       R-MASCARA-FMV-1-TR.
           READ FOLHAMOV NEXT
           IF FS-FMV NOT = '00'
              MOVE 1 TO WSAIDA-TR
           ELSE
              MOVE CPF-FMV TO WDOC-ORIG-TR
              PERFORM R-DOC-FALSO-TR THRU R-DOC-FALSO-TR-FIM
              MOVE WDOC-FALSO-TR TO CPF-FMV
              REWRITE REGISTRO-FOLHAMOV
              ADD 1 TO WQTD-FMV-TR
           END-IF.

       R-MASCARA-MSG-TR.
           OPEN I-O MENSAGENS
           IF FS-MSG NOT = '00'
              GO TO R-MASCARA-MSG-TR-FIM
           END-IF
           MOVE 0 TO WSAIDA-TR
           PERFORM R-MASCARA-MSG-1-TR UNTIL WSAIDA-TR = 1
           CLOSE MENSAGENS.
       R-MASCARA-MSG-TR-FIM.
           EXIT.
       R-MASCARA-MSG-1-TR.
           READ MENSAGENS NEXT
           IF FS-MSG NOT = '00'
              MOVE 1 TO WSAIDA-TR
           ELSE
              IF EMAIL-MSG NOT = SPACES
                 MOVE SPACES TO EMAIL-MSG
                 STRING 'CLI' CLIENTE-MSG '@TREINAMENTO.INVALID'
                    DELIMITED BY SIZE INTO EMAIL-MSG
                 REWRITE REGISTRO-MENSAGENS
                 ADD 1 TO WQTD-MSG-TR
              END-IF
           END-IF.

      *-------------------------------------
      * EMPRESAS.CFG: A EMPRESA DE TREINAMENTO ENTRA (OU E TROCADA)
      * COM 'T', O NOME INFORMADO E O CNPJ FALSO DA ORIGEM. AS
      * DEMAIS LINHAS FICAM COMO ESTAO.
      *-------------------------------------
       R-ATUALIZA-EMPRESAS-TR.
           OPEN INPUT ARQEMP
           OPEN OUTPUT ARQEMPTMP
           MOVE 0 TO WSAIDA-TR
           PERFORM R-COPIA-EMPRESA-TR UNTIL WSAIDA-TR = 1
           MOVE SPACES TO WEMP-REG
           MOVE WEMP-DEST-TR  TO WEMP-CODIGO
           MOVE WNOME-DEST-TR TO WEMP-NOME
           MOVE WCNPJ-ORIG-TR TO WDOC-ORIG-TR
           PERFORM R-DOC-FALSO-TR THRU R-DOC-FALSO-TR-FIM
           MOVE WDOC-FALSO-TR TO WEMP-CNPJ
           MOVE 'T'           TO WEMP-TREINO
           MOVE WEMP-REG TO ARQEMPTMP-REC
           WRITE ARQEMPTMP-REC
           CLOSE ARQEMP ARQEMPTMP
           OPEN INPUT ARQEMPTMP
           OPEN OUTPUT ARQEMP
           MOVE 0 TO WSAIDA-TR
           PERFORM R-REGRAVA-EMPRESA-TR UNTIL WSAIDA-TR = 1
           CLOSE ARQEMP ARQEMPTMP.

       R-COPIA-EMPRESA-TR.
           READ ARQEMP
              AT END MOVE 1 TO WSAIDA-TR
              NOT AT END
                 MOVE ARQEMP-REC TO WEMP-REG
                 IF WEMP-CODIGO NOT = WEMP-DEST-TR
                    MOVE ARQEMP-REC TO ARQEMPTMP-REC
                    WRITE ARQEMPTMP-REC
                 END-IF
           END-READ.

       R-REGRAVA-EMPRESA-TR.
           READ ARQEMPTMP
              AT END MOVE 1 TO WSAIDA-TR
              NOT AT END
                 MOVE ARQEMPTMP-REC TO ARQEMP-REC
                 WRITE ARQEMP-REC
           END-READ.

      *-------------------------------------
      * RESUMO DA GERACAO (RELTREINO): REGISTROS MASCARADOS POR
      * ARQUIVO DO TREINAMENTO.
      *-------------------------------------
       R-RELATORIO-TR.
           MOVE 'RELTREINO.TXT' TO WID-ARQ-REL-1
           MOVE 'RELTREINO'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           STRING 'ORIGEM ' WEMP-ORIG-TR ' TREINO ' WEMP-DEST-TR
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
           MOVE WEMP-DEST-TR  TO RL-DEST-TR
           MOVE WNOME-DEST-TR TO RL-NOME-TR
           MOVE WTR-CAB1 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WEMP-ORIG-TR  TO RL-ORIG-TR
           MOVE WSEMENTE-TR   TO RL-SEMENTE-TR
           MOVE WTR-CAB2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WTR-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO RT-OBS-TR
           MOVE WID-ARQ-CLIENTE  TO RT-ARQUIVO-TR
           MOVE WQTD-CLI-TR      TO RT-QTD-TR
           PERFORM R-GRAVA-LINHA-TR
           MOVE WID-ARQ-VENDEDOR TO RT-ARQUIVO-TR
           MOVE WQTD-VEN-TR      TO RT-QTD-TR
           PERFORM R-GRAVA-LINHA-TR
           MOVE WID-ARQ-FORN     TO RT-ARQUIVO-TR
           MOVE WQTD-FOR-TR      TO RT-QTD-TR
           PERFORM R-GRAVA-LINHA-TR
           MOVE WID-ARQ-TRANSP   TO RT-ARQUIVO-TR
           MOVE WQTD-TRP-TR      TO RT-QTD-TR
           PERFORM R-GRAVA-LINHA-TR
           MOVE WID-ARQ-PROSP    TO RT-ARQUIVO-TR
           MOVE WQTD-PS-TR       TO RT-QTD-TR
           PERFORM R-GRAVA-LINHA-TR
           MOVE WID-ARQ-CHQ      TO RT-ARQUIVO-TR
           MOVE WQTD-CHQ-TR      TO RT-QTD-TR
           PERFORM R-GRAVA-LINHA-TR
           MOVE WID-ARQ-CBC      TO RT-ARQUIVO-TR
           MOVE WQTD-CBC-TR      TO RT-QTD-TR
           PERFORM R-GRAVA-LINHA-TR
           MOVE WID-ARQ-ENDENT   TO RT-ARQUIVO-TR
           MOVE WQTD-EE-TR       TO RT-QTD-TR
           PERFORM R-GRAVA-LINHA-TR
           MOVE WID-ARQ-CONTATO  TO RT-ARQUIVO-TR
           MOVE WQTD-CON-TR      TO RT-QTD-TR
           PERFORM R-GRAVA-LINHA-TR
           MOVE WID-ARQ-NOTAS    TO RT-ARQUIVO-TR
           MOVE WQTD-NF-TR       TO RT-QTD-TR
           MOVE '(SO COM RECEBEDOR)' TO RT-OBS-TR
           PERFORM R-GRAVA-LINHA-TR
           MOVE SPACES TO RT-OBS-TR
           MOVE WID-ARQ-NEG      TO RT-ARQUIVO-TR
           MOVE WQTD-NEG-TR      TO RT-QTD-TR
           PERFORM R-GRAVA-LINHA-TR
           MOVE WID-ARQ-FMV      TO RT-ARQUIVO-TR
           MOVE WQTD-FMV-TR      TO RT-QTD-TR
           PERFORM R-GRAVA-LINHA-TR
           MOVE WID-ARQ-MSG      TO RT-ARQUIVO-TR
           MOVE WQTD-MSG-TR      TO RT-QTD-TR
           MOVE '(SO COM E-MAIL)' TO RT-OBS-TR
           PERFORM R-GRAVA-LINHA-TR
           MOVE WTR-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF WQTD-DUP-TR > ZEROES
              MOVE 'CHAVES DUPLICADAS NA RECARGA (DESPREZADAS)'
                 TO RT-ARQUIVO-TR
              MOVE WQTD-DUP-TR TO RT-QTD-TR
              MOVE SPACES TO RT-OBS-TR
              PERFORM R-GRAVA-LINHA-TR
           END-IF
           CLOSE ARQREL
           MOVE SPACES TO WTXT
           STRING 'TREINAMENTO GERADO - RESUMO EM ' WID-ARQ-REL-1
              DELIMITED BY SIZE INTO WTXT.

       R-GRAVA-LINHA-TR.
           MOVE WTR-LINHA TO ARQREL-DATA-01
           WRITE ARQREL-REC.
