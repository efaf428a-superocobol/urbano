      *--------------------------
      * DADOS PESSOAIS (LGPD): RELATORIO DO TITULAR E ANONIMIZACAO
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ExeLGPD.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Atende o titular de dados
      *              pessoais pelo CPF/CNPJ:
      *              [1] relatorio com todo campo pessoal guardado -
      *              cadastro de clientes, enderecos de entrega
      *              (ARQENDENT.DAT), contatos (ARQCONTATO.DAT),
      *              vendedores (CPF-VEN) e as linhas do TRANLOG.LOG
      *              e dos seus arquivos mortos (.ARC do expurgo,
      *              achados pelo LIMPALOG.LOG) com o documento ou o
      *              nome; informa tambem os pedidos e titulos que
      *              ficam guardados por obrigacao legal;
      *              [2] anonimizacao a pedido do titular;
      *              [3] anonimizacao em lote (com simulacao) dos
      *              inativos sem movimento no prazo de retencao;
      *              [4] relatorio do registro de solicitacoes.
      *              So e anonimizado o cadastro inativo, sem titulo
      *              em aberto, sem pedido aberto e sem pedido no
      *              prazo de retencao (anos, padrao 5). Nome,
      *              endereco, telefone, e-mail, coordenadas e texto
      *              dos contatos sao sobrescritos; documento,
      *              inscricao estadual, municipio e todo o
      *              movimento fiscal e financeiro sao mantidos. O
      *              nome antigo tambem e trocado no TRANLOG e nos
      *              seus arquivos mortos. Toda solicitacao fica no
      *              registro ARQLGPD.DAT (protocolo pelo controle
      *              central de numeracao, entidade LGPD). Saidas no
      *              catalogo de spool (RELLGPD, RELLGPDLOT e
      *              RELLGPDREG).
      * 2026-10-15 - Chaves alternativas de situacao e data em
      *              PEDIDOS.
      * 2026-10-15 - Fila de mensagens (ARQMSG.DAT): o relatorio do
      *              titular lista as mensagens do cliente com o
      *              e-mail de destino e a anonimizacao apaga esse
      *              e-mail.
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

       SELECT MENSAGENS ASSIGN TO  DISK WID-ARQ-MSG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS SEQ-MSG
              ALTERNATE RECORD KEY IS CLIENTE-MSG  WITH DUPLICATES
              ALTERNATE RECORD KEY IS SITUACAO-MSG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MSG.

       SELECT PEDIDOS ASSIGN TO  DISK WID-ARQ-PEDIDOS
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-PED
              ALTERNATE RECORD KEY IS CODIGO-CLI-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-VEN-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS STATUS-PED WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-PED   WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-PED.

       SELECT CONTASREC ASSIGN TO  DISK WID-ARQ-CREC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CREC
              ALTERNATE RECORD KEY IS CODIGO-CLI-CREC WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-VENC-CREC  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CREC.

       SELECT LGPDREG ASSIGN TO  DISK WID-ARQ-LGPD
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS SEQ-LG
              ALTERNATE RECORD KEY IS DATA-LG WITH DUPLICATES
              ALTERNATE RECORD KEY IS DOC-LG  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-LG.

       SELECT ARQLOGX ASSIGN TO DISK WID-ARQ-LOGX
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LOGX.

       SELECT ARQTMP ASSIGN TO DISK WID-ARQ-TMP
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TMP.

       SELECT ARQLIMPA ASSIGN TO DISK WID-ARQ-LIMPA
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-LIMPA.

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
             88 CONTATO-TELEFONE      VALUE 'T'.
             88 CONTATO-VISITA        VALUE 'V'.
             88 CONTATO-EMAIL         VALUE 'E'.
          02 TEXTO-CON                PIC  X(060) VALUE SPACES.
          02 DATA-RETORNO-CON         PIC  9(008) VALUE ZEROES.
          02 PROSPECT-CON             PIC  9(007) VALUE ZEROES.

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

       FD PEDIDOS.
       01 REGISTRO-PEDIDOS.
          02 CHAVE-PED.
             03 CODIGO-PED         PIC  9(009).
          02 CODIGO-CLI-PED        PIC  9(007).
          02 CODIGO-VEN-PED        PIC  9(007).
          02 DATA-PED              PIC  9(008) VALUE ZEROES.
          02 VALOR-PED             PIC  9(007)v9(002) VALUE ZEROES.
          02 STATUS-PED            PIC  X(001) VALUE 'A'.
             88 PED-ABERTO         VALUE 'A'.
             88 PED-FATURADO       VALUE 'F'.
             88 PED-CANCELADO      VALUE 'C'.
          02 DESC-PERC-PED         PIC  9(003)v9(002) VALUE ZEROES.
          02 VALOR-DESC-PED        PIC  9(007)v9(002) VALUE ZEROES.
          02 APROVADOR-DESC-PED    PIC  9(007) VALUE ZEROES.
          02 COND-PAGTO-PED        PIC  9(003) VALUE ZEROES.
          02 ORIGEM-PED            PIC  X(001) VALUE SPACES.
             88 PED-GERADO-AUTO    VALUE 'P'.
          02 TRANSP-PED            PIC  9(003) VALUE ZEROES.
          02 FRETE-TIPO-PED        PIC  X(001) VALUE SPACES.
             88 PED-FRETE-CIF      VALUE 'C'.
             88 PED-FRETE-FOB      VALUE 'F'.
          02 END-ENTREGA-PED       PIC  9(003) VALUE ZEROES.
          02 DATA-PREV-ENT-PED     PIC  9(008) VALUE ZEROES.

       FD CONTASREC.
       01 REGISTRO-CONTASREC.
          02 CHAVE-CREC.
             03 NUMERO-NF-CREC        PIC  9(009).
             03 PARCELA-CREC         PIC  9(003).
          02 CODIGO-CLI-CREC          PIC  9(007).
          02 DATA-EMISSAO-CREC        PIC  9(008) VALUE ZEROES.
          02 DATA-VENC-CREC           PIC  9(008) VALUE ZEROES.
          02 FILLER1-CREC             PIC  X(030).
          02 SITUACAO-CREC            PIC  X(001) VALUE 'A'.
             88 CREC-ABERTO           VALUE 'A'.
             88 CREC-QUITADO          VALUE 'Q'.
             88 CREC-PERDA            VALUE 'P'.
          02 FILLER2-CREC             PIC  X(042).

      *    (REGISTRO DAS SOLICITACOES DO TITULAR. TIPO A=ACESSO
      *     (RELATORIO), E=ELIMINACAO A PEDIDO, L=LOTE DE INATIVOS;
      *     TITULAR C=CLIENTE, V=VENDEDOR; RESULTADO R=RELATORIO
      *     EMITIDO, A=ANONIMIZADO, N=NEGADO, I=NADA ENCONTRADO)
       FD LGPDREG.
       01 REGISTRO-LGPDREG.
          02 SEQ-LG                   PIC  9(009).
          02 DATA-LG                  PIC  9(008) VALUE ZEROES.
          02 HORA-LG                  PIC  9(006) VALUE ZEROES.
          02 TIPO-LG                  PIC  X(001) VALUE SPACES.
             88 LG-ACESSO             VALUE 'A'.
             88 LG-ELIMINACAO         VALUE 'E'.
             88 LG-LOTE               VALUE 'L'.
          02 DOC-LG                   PIC  9(014) VALUE ZEROES.
          02 TITULAR-LG               PIC  X(001) VALUE SPACES.
          02 CODIGO-LG                PIC  9(007) VALUE ZEROES.
          02 RESULTADO-LG             PIC  X(001) VALUE SPACES.
             88 LG-RELATORIO          VALUE 'R'.
             88 LG-ANONIMIZADO        VALUE 'A'.
             88 LG-NEGADO             VALUE 'N'.
             88 LG-NAO-ACHADO         VALUE 'I'.
          02 MOTIVO-LG                PIC  X(040) VALUE SPACES.
          02 SOLICITANTE-LG           PIC  X(030) VALUE SPACES.
          02 OPERADOR-LG              PIC  X(010) VALUE SPACES.

       FD  ARQLOGX.
       01  ARQLOGX-REC              PIC X(300).

       FD  ARQTMP.
       01  ARQTMP-REC               PIC X(300).

       FD  ARQLIMPA.
       01  ARQLIMPA-REC             PIC X(080).

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
       01 FS-PED.
           02 FS-PED-1                PIC 9.
           02 FS-PED-2                PIC 9.
           02 FS-PED-R REDEFINES FS-PED-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-EE                   PIC XX VALUE '00'.
       01 FS-CON                  PIC XX VALUE '00'.
       01 FS-MSG                  PIC XX VALUE '00'.
       01 FS-CREC                 PIC XX VALUE '00'.
       01 FS-LG                   PIC XX VALUE '00'.
       01 FS-LOGX                 PIC XX VALUE '00'.
       01 FS-TMP                  PIC XX VALUE '00'.
       01 FS-LIMPA                PIC XX VALUE '00'.

       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-VENDEDOR.
           02 WID-ARQ-VENDEDOR-1           PIC X(50).
       01 WID-ARQ-PEDIDOS.
           02 WID-ARQ-PEDIDOS-1            PIC X(50).
       01 WID-ARQ-ENDENT          PIC X(50) VALUE 'ARQENDENT.DAT'.
       01 WID-ARQ-CONTATO         PIC X(50) VALUE 'ARQCONTATO.DAT'.
       01 WID-ARQ-MSG             PIC X(50) VALUE 'ARQMSG.DAT'.
       01 WID-ARQ-CREC            PIC X(50) VALUE 'ARQCREC.DAT'.
       01 WID-ARQ-LGPD            PIC X(50) VALUE 'ARQLGPD.DAT'.
       01 WID-ARQ-LOGX            PIC X(60) VALUE SPACES.
       01 WID-ARQ-TMP             PIC X(50) VALUE 'LGPD.TMP'.
       01 WID-ARQ-LIMPA           PIC X(50) VALUE 'LIMPALOG.LOG'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                   PIC X VALUE SPACES.
       77 WSAIDA-LG            PIC 9 VALUE ZEROES.
       77 WSAIDA2-LG           PIC 9 VALUE ZEROES.
       01 WOPCAO-LG            PIC 9 VALUE ZEROES.
       01 WCONFIRMA-LG         PIC X VALUE SPACES.
       01 WSIMULA-LG           PIC X VALUE 'S'.
       01 WDOC-LG              PIC 9(014) VALUE ZEROES.
       01 WDOC-X-LG REDEFINES WDOC-LG.
          02 FILLER            PIC X(003).
          02 WDOC-CPF-X-LG     PIC X(011).
       01 WDOC-T-LG REDEFINES WDOC-LG PIC X(014).
       01 WSOLICIT-LG          PIC X(030) VALUE SPACES.
       01 WANOS-LG             PIC 9(002) VALUE 5.
       01 WDATA-HOJE-LG        PIC 9(008) VALUE ZEROES.
       01 WDATA-CORTE-LG       PIC 9(008) VALUE ZEROES.
       01 WDATA-INI-LG         PIC 9(008) VALUE ZEROES.
       01 WDATA-FIM-LG         PIC 9(008) VALUE ZEROES.
       01 WHORA-LG.
          02 WHORA-HHMMSS-LG   PIC 9(006).
          02 FILLER            PIC 9(002).
       01 WPROTOCOLO-LG        PIC 9(009) VALUE ZEROES.
       77 WTEM-EE-LG           PIC 9 VALUE ZEROES.
       77 WTEM-CON-LG          PIC 9 VALUE ZEROES.
       77 WTEM-MSG-LG          PIC 9 VALUE ZEROES.
       77 WTEM-PED-LG          PIC 9 VALUE ZEROES.
       77 WTEM-CREC-LG         PIC 9 VALUE ZEROES.
       01 WMODO-ABRE-LG        PIC X VALUE SPACES.
          88 LG-ABRE-ALTERA    VALUE 'A'.

      *-------------AVALIACAO E ANONIMIZACAO------------------------
       01 WMOTIVO-NEG-LG       PIC X(040) VALUE SPACES.
       01 WCOD-ALVO-LG         PIC 9(007) VALUE ZEROES.
       01 WQTD-PED-LG          PIC 9(007) VALUE ZEROES.
       01 WQTD-CREC-LG         PIC 9(007) VALUE ZEROES.
       01 WQTD-CREC-AB-LG      PIC 9(007) VALUE ZEROES.
       01 WULT-PED-LG          PIC 9(008) VALUE ZEROES.
       77 WPED-ABERTO-LG       PIC 9 VALUE ZEROES.
       01 WANON-NOME-LG        PIC X(040) VALUE
          'TITULAR ANONIMIZADO - LGPD'.
       01 WANON-END-LG         PIC X(040) VALUE
          'ENDERECO ANONIMIZADO - LGPD'.
       01 WANON-TEXTO-LG       PIC X(060) VALUE
          'REGISTRO ANONIMIZADO - LGPD'.
      *    (REGISTRO A GRAVAR NO ARQLGPD.DAT)
       01 WREG-TIPO-LG         PIC X VALUE SPACES.
       01 WREG-TITULAR-LG      PIC X VALUE SPACES.
       01 WREG-CODIGO-LG       PIC 9(007) VALUE ZEROES.
       01 WREG-DOC-LG          PIC 9(014) VALUE ZEROES.
       01 WREG-RESULT-LG       PIC X VALUE SPACES.
       01 WREG-MOTIVO-LG       PIC X(040) VALUE SPACES.

      *-------------NOMES PROCURADOS / TROCADOS NOS LOGS-------------
       77 WMAX-NOME-LG         PIC 9(003) VALUE 200.
       77 WQTD-NOME-LG         PIC 9(003) VALUE ZEROES.
       77 WI-LG                PIC 9(003) VALUE ZEROES.
       01 WTAB-NOME-LG.
          02 WNOME-ITEM-LG OCCURS 200 TIMES.
             03 WNOME-LG       PIC X(040).
             03 WNOME-TAM-LG   PIC 9(002).
       01 WNOME-AUX-LG         PIC X(040) VALUE SPACES.
       77 WTAM-LG              PIC 9(002) VALUE ZEROES.

      *-------------ARQUIVOS MORTOS DO TRANLOG (LIMPALOG.LOG)--------
       77 WMAX-ARC-LG          PIC 9(003) VALUE 100.
       77 WQTD-ARC-LG          PIC 9(003) VALUE ZEROES.
       77 WK-LG                PIC 9(003) VALUE ZEROES.
       77 WACHOU-LG            PIC 9 VALUE ZEROES.
       01 WTAB-ARC-LG.
          02 WARC-LIMITE-LG    PIC 9(008) OCCURS 100 TIMES.
       01 WLIMPA-LINHA-LG.
          02 FILLER            PIC X(011).
          02 WLP-NOME-LG       PIC X(020).
          02 FILLER            PIC X(044).
          02 WLP-LIMITE-LG     PIC X(008).
          02 FILLER            PIC X(017).

       01 WLINHA-LOG-LG        PIC X(300) VALUE SPACES.
       77 WTALLY-LG            PIC 9(005) VALUE ZEROES.
       77 WLINHA-ACHOU-LG      PIC 9 VALUE ZEROES.
       77 WLINHA-TROCOU-LG     PIC 9 VALUE ZEROES.

      *-------------CONTADORES DO RELATORIO--------------------------
       77 WQTD-CLI-LG          PIC 9(005) VALUE ZEROES.
       77 WQTD-VEN-LG          PIC 9(005) VALUE ZEROES.
       77 WQTD-EE-LG           PIC 9(005) VALUE ZEROES.
       77 WQTD-CON-LG          PIC 9(005) VALUE ZEROES.
       77 WQTD-MSG-LG          PIC 9(005) VALUE ZEROES.
       77 WQTD-LOG-LG          PIC 9(007) VALUE ZEROES.
       77 WQTD-ANON-LG         PIC 9(005) VALUE ZEROES.
       77 WQTD-NEG-LG          PIC 9(005) VALUE ZEROES.
       77 WQTD-REG-LG          PIC 9(007) VALUE ZEROES.
       01 WQTD-TROCAS-LG       PIC 9(007) VALUE ZEROES.
      *--------------------------------------------------

       01 WLG-CAB1.
          02 FILLER            PIC X(40) VALUE
             'DADOS PESSOAIS DO TITULAR - DOCUMENTO '.
          02 RL-DOC-LG         PIC 9(014).
          02 FILLER            PIC X(14) VALUE '  PROTOCOLO: '.
          02 RL-PROT-LG        PIC 9(009).
          02 FILLER            PIC X(08) VALUE '  DATA: '.
          02 RL-DATA-LG        PIC 9(004)/9(002)/9(002).

       01 WLG-SECAO.
          02 FILLER            PIC X(04) VALUE '*** '.
          02 RS-TITULO-LG      PIC X(060).

       01 WLG-TRACO.
          02 FILLER PIC X(132) VALUE ALL '-'.

       01 WLG-CAMPO.
          02 FILLER            PIC X(04) VALUE SPACES.
          02 RC-ROTULO-LG      PIC X(022).
          02 RC-VALOR-LG       PIC X(080).

       01 WLG-EE.
          02 FILLER            PIC X(04) VALUE SPACES.
          02 RE-SEQ-LG         PIC 9(003).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RE-END-LG         PIC X(040).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RE-CIDADE-LG      PIC X(020).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RE-UF-LG          PIC X(002).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RE-LAT-LG         PIC -ZZ9.99999999.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RE-LON-LG         PIC -ZZ9.99999999.

       01 WLG-CON.
          02 FILLER            PIC X(04) VALUE SPACES.
          02 RN-DATA-LG        PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RN-HORA-LG        PIC 9(006).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RN-TIPO-LG        PIC X(001).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RN-OPER-LG        PIC X(010).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RN-TEXTO-LG       PIC X(060).

       01 WLG-MSG.
          02 FILLER            PIC X(04) VALUE SPACES.
          02 RM-SEQ-LG         PIC 9(009).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RM-DATA-LG        PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RM-TIPO-LG        PIC X(003).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RM-SITUACAO-LG    PIC X(001).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RM-EMAIL-LG       PIC X(040).

       01 WLG-LOG.
          02 FILLER            PIC X(04) VALUE SPACES.
          02 RG-ARQ-LG         PIC X(030).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RG-LINHA-LG       PIC X(200).

       01 WLG-LOTE.
          02 RT-TITULAR-LG     PIC X(008).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RT-CODIGO-LG      PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RT-DOC-LG         PIC 9(014).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RT-NOME-LG        PIC X(040).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RT-ULT-PED-LG     PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RT-SITUACAO-LG    PIC X(040).

       01 WLG-CAB-LOTE.
          02 FILLER            PIC X(40) VALUE
             'ANONIMIZACAO DE INATIVOS - RETENCAO '.
          02 RL-ANOS-LG        PIC Z9.
          02 FILLER            PIC X(16) VALUE ' ANOS, CORTE EM '.
          02 RL-CORTE-LG       PIC 9(004)/9(002)/9(002).
          02 RL-SIMULA-LG      PIC X(014).

       01 WLG-CAB-LOTE2.
          02 FILLER PIC X(08) VALUE 'TITULAR'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(07) VALUE 'CODIGO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(14) VALUE 'DOCUMENTO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(40) VALUE 'NOME ANTERIOR'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(10) VALUE 'ULT.PEDIDO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(40) VALUE 'SITUACAO'.

       01 WLG-CAB-REG.
          02 FILLER            PIC X(40) VALUE
             'REGISTRO DE SOLICITACOES LGPD - DE '.
          02 RL-INI-LG         PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(03) VALUE ' A '.
          02 RL-FIM-LG         PIC 9(004)/9(002)/9(002).

       01 WLG-CAB-REG2.
          02 FILLER PIC X(09) VALUE 'PROTOCOLO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(10) VALUE 'DATA'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(06) VALUE 'HORA'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(01) VALUE 'T'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(14) VALUE 'DOCUMENTO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(01) VALUE 'C'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(07) VALUE 'CODIGO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(01) VALUE 'R'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(40) VALUE 'MOTIVO'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(30) VALUE 'SOLICITANTE'.
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(10) VALUE 'OPERADOR'.

       01 WLG-REG.
          02 RR-SEQ-LG         PIC 9(009).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RR-DATA-LG        PIC 9(004)/9(002)/9(002).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RR-HORA-LG        PIC 9(006).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RR-TIPO-LG        PIC X(001).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RR-DOC-LG         PIC 9(014).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RR-TITULAR-LG     PIC X(001).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RR-CODIGO-LG      PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RR-RESULT-LG      PIC X(001).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RR-MOTIVO-LG      PIC X(040).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RR-SOLICIT-LG     PIC X(030).
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RR-OPER-LG        PIC X(010).

       01 WLG-ROD.
          02 FILLER            PIC X(30) VALUE SPACES.
          02 RO-TEXTO-LG       PIC X(040).
          02 RO-QTD-LG         PIC ZZZZZZ9.

       01 WLG-LEGENDA1.
          02 FILLER            PIC X(60) VALUE
             'T: A=ACESSO E=ELIMINACAO A PEDIDO L=LOTE DE INATIVOS'.
       01 WLG-LEGENDA2.
          02 FILLER            PIC X(60) VALUE
             'C: C=CLIENTE V=VENDEDOR'.
       01 WLG-LEGENDA3.
          02 FILLER            PIC X(60) VALUE
             'R: R=RELATORIO A=ANONIMIZADO N=NEGADO I=NADA ENCONTRADO'.

       01 WLG-LAT-ED           PIC -ZZ9.99999999.
       01 WLG-LIM-ED           PIC ZZZZZZZZ9.99.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-LGPD-LG.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - DADOS PESSOAIS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 20 VALUE "LGPD - TITULAR DE DADOS PESSOAIS".
          02 LINE 7 COL 10 VALUE "[1] RELATORIO DO TITULAR (CPF/CNPJ)".
          02 LINE 8 COL 10 VALUE "[2] ANONIMIZAR TITULAR A PEDIDO".
          02 LINE 9 COL 10 VALUE "[3] ANONIMIZAR INATIVOS EM LOTE".
          02 LINE 10 COL 10 VALUE "[4] REGISTRO DE SOLICITACOES".
          02 LINE 11 COL 10 VALUE "[5] RETORNAR".
          02 LINE 13 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 13 COL 34 PIC 9 USING WOPCAO-LG AUTO.

       01 TELA-TITULAR-LG.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - DADOS PESSOAIS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 20 VALUE "SOLICITACAO DO TITULAR".
          02 LINE 8 COL 10 VALUE "CPF/CNPJ (SO NUMEROS)......:".
          02 LINE 8 COL 40 PIC 9(014) USING WDOC-LG.
          02 LINE 9 COL 10 VALUE "SOLICITANTE................:".
          02 LINE 9 COL 40 PIC X(030) USING WSOLICIT-LG.
          02 LINE 10 COL 10 VALUE "RETENCAO LEGAL (ANOS)......:".
          02 LINE 10 COL 40 PIC 9(002) USING WANOS-LG.
          02 LINE 12 COL 10 VALUE "CONFIRMA (S/N).............:".
          02 LINE 12 COL 40 PIC X USING WCONFIRMA-LG.

       01 TELA-LOTE-LG.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - DADOS PESSOAIS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 20 VALUE "ANONIMIZACAO DE INATIVOS EM LOTE".
          02 LINE 8 COL 10 VALUE "RETENCAO LEGAL (ANOS)......:".
          02 LINE 8 COL 40 PIC 9(002) USING WANOS-LG.
          02 LINE 9 COL 10 VALUE "SOMENTE SIMULAR (S/N)......:".
          02 LINE 9 COL 40 PIC X USING WSIMULA-LG.
          02 LINE 12 COL 10 VALUE "CONFIRMA (S/N).............:".
          02 LINE 12 COL 40 PIC X USING WCONFIRMA-LG.

       01 TELA-REGISTRO-LG.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - DADOS PESSOAIS".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 20 VALUE "REGISTRO DE SOLICITACOES LGPD".
          02 LINE 8 COL 10 VALUE "DATA INICIAL (AAAAMMDD)....:".
          02 LINE 8 COL 40 PIC 9(008) USING WDATA-INI-LG.
          02 LINE 9 COL 10 VALUE "DATA FINAL (AAAAMMDD)......:".
          02 LINE 9 COL 40 PIC 9(008) USING WDATA-FIM-LG.
          02 LINE 12 COL 10 VALUE "CONFIRMA (S/N).............:".
          02 LINE 12 COL 40 PIC X USING WCONFIRMA-LG.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           MOVE LID-ARQ-CLIENTE-1      TO WID-ARQ-CLIENTE-1
           MOVE LID-ARQ-VENDEDOR-1     TO WID-ARQ-VENDEDOR-1
           MOVE LID-ARQ-PEDIDOS-1      TO WID-ARQ-PEDIDOS-1
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-ENDENT
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CONTATO
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MSG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CREC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-LGPD
           MOVE 1 TO WOPCAO-LG
           PERFORM UNTIL WOPCAO-LG = 5
              MOVE 5 TO WOPCAO-LG
              DISPLAY TELA-LGPD-LG
              ACCEPT TELA-LGPD-LG
              ACCEPT WDATA-HOJE-LG FROM DATE YYYYMMDD
              EVALUATE WOPCAO-LG
                 WHEN 1
                    PERFORM R-TITULAR-LG THRU R-TITULAR-LG-FIM
                 WHEN 2
                    PERFORM R-TITULAR-LG THRU R-TITULAR-LG-FIM
                 WHEN 3
                    PERFORM R-LOTE-LG THRU R-LOTE-LG-FIM
                 WHEN 4
                    PERFORM R-REGISTRO-LG THRU R-REGISTRO-LG-FIM
              END-EVALUATE
           END-PERFORM.
       INICIO-EXIT.
           EXIT PROGRAM.

       R-MSG-LG.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

      *-------------------------------------
      * ABERTURA DOS CADASTROS. NA ANONIMIZACAO (WMODO-ABRE-LG = 'A')
      * CLIENTES, VENDEDORES, ENDERECOS, CONTATOS E MENSAGENS SAO
      * ABERTOS PARA ALTERACAO. ARQUIVO AUXILIAR AUSENTE SO FICA
      * FORA DA BUSCA.
      *-------------------------------------
       R-ABRE-LG.
           IF LG-ABRE-ALTERA
              OPEN I-O CLIENTES
           ELSE
              OPEN INPUT CLIENTES
           END-IF
           IF FS-CLI NOT = '00'
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE CLIENTES ST '
                TO WTXT
              MOVE FS-CLI TO WST
              PERFORM R-MSG-LG
              GO TO R-ABRE-LG-FIM
           END-IF
           IF LG-ABRE-ALTERA
              OPEN I-O VENDEDORES
           ELSE
              OPEN INPUT VENDEDORES
           END-IF
           IF FS-VEN NOT = '00'
              CLOSE CLIENTES
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE VENDEDORES ST '
                TO WTXT
              MOVE FS-VEN TO WST
              PERFORM R-MSG-LG
              GO TO R-ABRE-LG-FIM
           END-IF
           MOVE ZEROES TO WTEM-EE-LG WTEM-CON-LG WTEM-PED-LG
                          WTEM-CREC-LG WTEM-MSG-LG
           IF LG-ABRE-ALTERA
              OPEN I-O ENDENT
           ELSE
              OPEN INPUT ENDENT
           END-IF
           IF FS-EE = '00'
              MOVE 1 TO WTEM-EE-LG
           END-IF
           IF LG-ABRE-ALTERA
              OPEN I-O CONTATOS
           ELSE
              OPEN INPUT CONTATOS
           END-IF
           IF FS-CON = '00'
              MOVE 1 TO WTEM-CON-LG
           END-IF
           IF LG-ABRE-ALTERA
              OPEN I-O MENSAGENS
           ELSE
              OPEN INPUT MENSAGENS
           END-IF
           IF FS-MSG = '00'
              MOVE 1 TO WTEM-MSG-LG
           END-IF
           OPEN INPUT PEDIDOS
           IF FS-PED = '00'
              MOVE 1 TO WTEM-PED-LG
           END-IF
           OPEN INPUT CONTASREC
           IF FS-CREC = '00'
              MOVE 1 TO WTEM-CREC-LG
           END-IF
           OPEN I-O LGPDREG
           IF FS-LG = '35' OR FS-LG = '05'
              OPEN OUTPUT LGPDREG
              CLOSE LGPDREG
              OPEN I-O LGPDREG
           END-IF.
       R-ABRE-LG-FIM.
           EXIT.

       R-FECHA-LG.
           CLOSE CLIENTES VENDEDORES LGPDREG
           IF WTEM-EE-LG = 1
              CLOSE ENDENT
           END-IF
           IF WTEM-CON-LG = 1
              CLOSE CONTATOS
           END-IF
           IF WTEM-MSG-LG = 1
              CLOSE MENSAGENS
           END-IF
           IF WTEM-PED-LG = 1
              CLOSE PEDIDOS
           END-IF
           IF WTEM-CREC-LG = 1
              CLOSE CONTASREC
           END-IF.

      *-------------------------------------
      * SOLICITACAO DO TITULAR: [1] RELATORIO OU [2] ANONIMIZACAO
      * DE TODO CADASTRO COM O CPF/CNPJ INFORMADO.
      *-------------------------------------
       R-TITULAR-LG.
           MOVE SPACES TO WCONFIRMA-LG WSOLICIT-LG
           MOVE ZEROES TO WDOC-LG
           DISPLAY TELA-TITULAR-LG
           ACCEPT TELA-TITULAR-LG
           IF WCONFIRMA-LG NOT = 'S' AND NOT = 's'
              GO TO R-TITULAR-LG-FIM
           END-IF
           IF WDOC-LG = ZEROES
              MOVE 'INFORME O CPF OU CNPJ DO TITULAR' TO WTXT
              PERFORM R-MSG-LG
              GO TO R-TITULAR-LG-FIM
           END-IF
           IF WANOS-LG = ZEROES
              MOVE 5 TO WANOS-LG
           END-IF
           COMPUTE WDATA-CORTE-LG = WDATA-HOJE-LG - WANOS-LG * 10000
           IF WOPCAO-LG = 1
              MOVE SPACE TO WMODO-ABRE-LG
           ELSE
              MOVE 'A' TO WMODO-ABRE-LG
           END-IF
           PERFORM R-ABRE-LG THRU R-ABRE-LG-FIM
           IF FS-CLI NOT = '00' OR FS-VEN NOT = '00'
              GO TO R-TITULAR-LG-FIM
           END-IF
           MOVE ZEROES TO WQTD-CLI-LG WQTD-VEN-LG WQTD-EE-LG
                          WQTD-CON-LG WQTD-LOG-LG WQTD-NOME-LG
                          WQTD-ANON-LG WQTD-NEG-LG WQTD-MSG-LG
           IF WOPCAO-LG = 1
              PERFORM R-RELATORIO-LG THRU R-RELATORIO-LG-FIM
           ELSE
              PERFORM R-ELIMINACAO-LG THRU R-ELIMINACAO-LG-FIM
           END-IF
           PERFORM R-FECHA-LG
           PERFORM R-MSG-LG.
       R-TITULAR-LG-FIM.
           EXIT.

      *-------------------------------------
      * [1] RELATORIO DO TITULAR (RELLGPD): UMA SECAO POR ORIGEM,
      * COM TODO CAMPO PESSOAL E O QUE FICA GUARDADO POR LEI.
      *-------------------------------------
       R-RELATORIO-LG.
           MOVE 'LGPD' TO LINK-NUM-ENTIDADE
           CALL "GeraNumero" USING LINK-NUMERO
           MOVE ZEROES TO WPROTOCOLO-LG
           IF LINK-NUM-STATUS = '0'
              MOVE LINK-NUM-VALOR TO WPROTOCOLO-LG
           END-IF
           MOVE 'RELLGPD.TXT' TO WID-ARQ-REL-1
           MOVE 'RELLGPD'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           STRING 'DOC ' WDOC-LG ' PROT ' WPROTOCOLO-LG
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
           MOVE WDOC-LG       TO RL-DOC-LG
           MOVE WPROTOCOLO-LG TO RL-PROT-LG
           MOVE WDATA-HOJE-LG TO RL-DATA-LG
           MOVE WLG-CAB1 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WLG-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
      *    (CLIENTES COM O DOCUMENTO, COM ENDERECOS E CONTATOS)
           MOVE WDOC-LG TO CNPJ
           START CLIENTES KEY IS NOT LESS THAN CNPJ
           MOVE 0 TO WSAIDA-LG
           IF FS-CLI NOT = '00'
              MOVE 1 TO WSAIDA-LG
           END-IF
           PERFORM R-REL-CLIENTE-LG UNTIL WSAIDA-LG = 1
      *    (VENDEDOR: SO DOCUMENTO DE 11 DIGITOS)
           IF WDOC-LG < 100000000000
              MOVE WDOC-LG TO CPF-VEN
              START VENDEDORES KEY IS NOT LESS THAN CPF-VEN
              MOVE 0 TO WSAIDA-LG
              IF FS-VEN NOT = '00'
                 MOVE 1 TO WSAIDA-LG
              END-IF
              PERFORM R-REL-VENDEDOR-LG UNTIL WSAIDA-LG = 1
           END-IF
      *    (LINHAS DOS LOGS COM O DOCUMENTO OU UM DOS NOMES)
           MOVE SPACES TO RS-TITULO-LG
           MOVE 'HISTORICO DE ALTERACOES (TRANLOG E ARQUIVO MORTO)'
              TO RS-TITULO-LG
           MOVE WLG-SECAO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           PERFORM R-CARREGA-ARC-LG
           MOVE 'TRANLOG.LOG' TO WID-ARQ-LOGX
           PERFORM R-PROCURA-LOG-LG THRU R-PROCURA-LOG-LG-FIM
           PERFORM R-PROCURA-ARC-LG
              VARYING WK-LG FROM 1 BY 1 UNTIL WK-LG > WQTD-ARC-LG
           MOVE WLG-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'CADASTROS DE CLIENTE......:' TO RO-TEXTO-LG
           MOVE WQTD-CLI-LG TO RO-QTD-LG
           PERFORM R-GRAVA-ROD-LG
           MOVE 'ENDERECOS DE ENTREGA......:' TO RO-TEXTO-LG
           MOVE WQTD-EE-LG TO RO-QTD-LG
           PERFORM R-GRAVA-ROD-LG
           MOVE 'CONTATOS..................:' TO RO-TEXTO-LG
           MOVE WQTD-CON-LG TO RO-QTD-LG
           PERFORM R-GRAVA-ROD-LG
           MOVE 'MENSAGENS NA FILA.........:' TO RO-TEXTO-LG
           MOVE WQTD-MSG-LG TO RO-QTD-LG
           PERFORM R-GRAVA-ROD-LG
           MOVE 'CADASTROS DE VENDEDOR.....:' TO RO-TEXTO-LG
           MOVE WQTD-VEN-LG TO RO-QTD-LG
           PERFORM R-GRAVA-ROD-LG
           MOVE 'LINHAS DE LOG.............:' TO RO-TEXTO-LG
           MOVE WQTD-LOG-LG TO RO-QTD-LG
           PERFORM R-GRAVA-ROD-LG
           CLOSE ARQREL
      *    (A SOLICITACAO DE ACESSO FICA NO REGISTRO)
           MOVE 'A'     TO WREG-TIPO-LG
           MOVE SPACES  TO WREG-TITULAR-LG WREG-MOTIVO-LG
           MOVE ZEROES  TO WREG-CODIGO-LG
           MOVE WDOC-LG TO WREG-DOC-LG
           IF WQTD-CLI-LG = ZEROES AND WQTD-VEN-LG = ZEROES
              MOVE 'I' TO WREG-RESULT-LG
              MOVE 'DOCUMENTO SEM CADASTRO' TO WREG-MOTIVO-LG
           ELSE
              MOVE 'R' TO WREG-RESULT-LG
           END-IF
           IF WQTD-CLI-LG = 1
              MOVE 'C' TO WREG-TITULAR-LG
           END-IF
           IF WQTD-VEN-LG = 1 AND WQTD-CLI-LG = ZEROES
              MOVE 'V' TO WREG-TITULAR-LG
           END-IF
           PERFORM R-GRAVA-REG-LG THRU R-GRAVA-REG-LG-FIM
           MOVE SPACES TO WTXT
           STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
              INTO WTXT.
       R-RELATORIO-LG-FIM.
           EXIT.

       R-GRAVA-ROD-LG.
           MOVE WLG-ROD TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-REL-CLIENTE-LG.
           READ CLIENTES NEXT
           IF FS-CLI NOT = '00' OR CNPJ NOT = WDOC-LG
              MOVE 1 TO WSAIDA-LG
           ELSE
              ADD 1 TO WQTD-CLI-LG
              MOVE RAZAO TO WNOME-AUX-LG
              PERFORM R-GUARDA-NOME-LG THRU R-GUARDA-NOME-LG-FIM
              MOVE SPACES TO RS-TITULO-LG
              STRING 'CLIENTE ' CODIGO DELIMITED BY SIZE
                 INTO RS-TITULO-LG
              MOVE WLG-SECAO TO ARQREL-DATA-01
              WRITE ARQREL-REC
              MOVE 'RAZAO / NOME' TO RC-ROTULO-LG
              MOVE RAZAO TO RC-VALOR-LG
              PERFORM R-GRAVA-CAMPO-LG
              MOVE 'ENDERECO' TO RC-ROTULO-LG
              MOVE ENDERECO TO RC-VALOR-LG
              PERFORM R-GRAVA-CAMPO-LG
              MOVE 'CIDADE / UF' TO RC-ROTULO-LG
              MOVE SPACES TO RC-VALOR-LG
              STRING CIDADE ' / ' ESTADO DELIMITED BY SIZE
                 INTO RC-VALOR-LG
              PERFORM R-GRAVA-CAMPO-LG
              MOVE 'TELEFONE' TO RC-ROTULO-LG
              MOVE TELEFONE TO RC-VALOR-LG
              PERFORM R-GRAVA-CAMPO-LG
              MOVE 'E-MAIL' TO RC-ROTULO-LG
              MOVE EMAIL TO RC-VALOR-LG
              PERFORM R-GRAVA-CAMPO-LG
              MOVE CODIGO TO WCOD-ALVO-LG
              PERFORM R-REL-MSG-LG
              MOVE 'INSCRICAO ESTADUAL' TO RC-ROTULO-LG
              MOVE INSC-ESTADUAL TO RC-VALOR-LG
              PERFORM R-GRAVA-CAMPO-LG
              MOVE 'LATITUDE / LONGITUDE' TO RC-ROTULO-LG
              MOVE SPACES TO RC-VALOR-LG
              MOVE LATITUDE TO WLG-LAT-ED
              MOVE WLG-LAT-ED TO RC-VALOR-LG(1:13)
              MOVE LONGITUDE TO WLG-LAT-ED
              MOVE WLG-LAT-ED TO RC-VALOR-LG(16:13)
              PERFORM R-GRAVA-CAMPO-LG
              MOVE 'LIMITE DE CREDITO' TO RC-ROTULO-LG
              MOVE LIMITE-CRED-CLI TO WLG-LIM-ED
              MOVE WLG-LIM-ED TO RC-VALOR-LG
              PERFORM R-GRAVA-CAMPO-LG
              MOVE 'SITUACAO' TO RC-ROTULO-LG
              IF INATIVO = 'S'
                 MOVE 'INATIVO' TO RC-VALOR-LG
              ELSE
                 MOVE 'ATIVO' TO RC-VALOR-LG
              END-IF
              PERFORM R-GRAVA-CAMPO-LG
              PERFORM R-REL-ENDENT-LG
              PERFORM R-REL-CONTATOS-LG
              PERFORM R-CONTA-MOV-CLI-LG
              MOVE 'GUARDADOS POR LEI' TO RC-ROTULO-LG
              MOVE SPACES TO RC-VALOR-LG
              STRING 'PEDIDOS ' WQTD-PED-LG
                     '  TITULOS ' WQTD-CREC-LG
                     '  EM ABERTO ' WQTD-CREC-AB-LG
                 DELIMITED BY SIZE INTO RC-VALOR-LG
              PERFORM R-GRAVA-CAMPO-LG
           END-IF.

       R-GRAVA-CAMPO-LG.
           MOVE WLG-CAMPO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO RC-VALOR-LG.

       R-REL-ENDENT-LG.
           IF WTEM-EE-LG = 1
              MOVE WCOD-ALVO-LG TO CODIGO-CLI-EE
              MOVE ZEROES       TO SEQ-EE
              START ENDENT KEY IS NOT LESS THAN CHAVE-EE
              MOVE 0 TO WSAIDA2-LG
              IF FS-EE NOT = '00'
                 MOVE 1 TO WSAIDA2-LG
              END-IF
              PERFORM R-REL-ENDENT-1-LG UNTIL WSAIDA2-LG = 1
           END-IF.
       R-REL-ENDENT-1-LG.
           READ ENDENT NEXT
           IF FS-EE NOT = '00' OR CODIGO-CLI-EE NOT = WCOD-ALVO-LG
              MOVE 1 TO WSAIDA2-LG
           ELSE
              ADD 1 TO WQTD-EE-LG
              MOVE SEQ-EE       TO RE-SEQ-LG
              MOVE ENDERECO-EE  TO RE-END-LG
              MOVE CIDADE-EE    TO RE-CIDADE-LG
              MOVE ESTADO-EE    TO RE-UF-LG
              MOVE LATITUDE-EE  TO RE-LAT-LG
              MOVE LONGITUDE-EE TO RE-LON-LG
              MOVE WLG-EE TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.

      *    (MENSAGENS DO CLIENTE NA FILA, COM O E-MAIL DE DESTINO)
       R-REL-MSG-LG.
           IF WTEM-MSG-LG = 1
              MOVE WCOD-ALVO-LG TO CLIENTE-MSG
              START MENSAGENS KEY IS NOT LESS THAN CLIENTE-MSG
              MOVE 0 TO WSAIDA2-LG
              IF FS-MSG NOT = '00'
                 MOVE 1 TO WSAIDA2-LG
              END-IF
              PERFORM R-REL-MSG-1-LG UNTIL WSAIDA2-LG = 1
           END-IF.
       R-REL-MSG-1-LG.
           READ MENSAGENS NEXT
           IF FS-MSG NOT = '00' OR CLIENTE-MSG NOT = WCOD-ALVO-LG
              MOVE 1 TO WSAIDA2-LG
           ELSE
              ADD 1 TO WQTD-MSG-LG
              MOVE SEQ-MSG      TO RM-SEQ-LG
              MOVE DATA-MSG     TO RM-DATA-LG
              MOVE TIPO-MSG     TO RM-TIPO-LG
              MOVE SITUACAO-MSG TO RM-SITUACAO-LG
              MOVE EMAIL-MSG    TO RM-EMAIL-LG
              MOVE WLG-MSG TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.

       R-REL-CONTATOS-LG.
           IF WTEM-CON-LG = 1
              MOVE WCOD-ALVO-LG TO CODIGO-CLI-CON
              MOVE ZEROES       TO DATA-CON HORA-CON
              START CONTATOS KEY IS NOT LESS THAN CHAVE-CON
              MOVE 0 TO WSAIDA2-LG
              IF FS-CON NOT = '00'
                 MOVE 1 TO WSAIDA2-LG
              END-IF
              PERFORM R-REL-CONTATOS-1-LG UNTIL WSAIDA2-LG = 1
           END-IF.
       R-REL-CONTATOS-1-LG.
           READ CONTATOS NEXT
           IF FS-CON NOT = '00' OR CODIGO-CLI-CON NOT = WCOD-ALVO-LG
              MOVE 1 TO WSAIDA2-LG
           ELSE
              ADD 1 TO WQTD-CON-LG
              MOVE DATA-CON     TO RN-DATA-LG
              MOVE HORA-CON     TO RN-HORA-LG
              MOVE TIPO-CON     TO RN-TIPO-LG
              MOVE OPERADOR-CON TO RN-OPER-LG
              MOVE TEXTO-CON    TO RN-TEXTO-LG
              MOVE WLG-CON TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.

       R-REL-VENDEDOR-LG.
           READ VENDEDORES NEXT
           IF FS-VEN NOT = '00' OR CPF-VEN NOT = WDOC-LG
              MOVE 1 TO WSAIDA-LG
           ELSE
              ADD 1 TO WQTD-VEN-LG
              MOVE NOME-VEN TO WNOME-AUX-LG
              PERFORM R-GUARDA-NOME-LG THRU R-GUARDA-NOME-LG-FIM
              MOVE SPACES TO RS-TITULO-LG
              STRING 'VENDEDOR ' CODIGO-VEN DELIMITED BY SIZE
                 INTO RS-TITULO-LG
              MOVE WLG-SECAO TO ARQREL-DATA-01
              WRITE ARQREL-REC
              MOVE 'NOME' TO RC-ROTULO-LG
              MOVE NOME-VEN TO RC-VALOR-LG
              PERFORM R-GRAVA-CAMPO-LG
              MOVE 'LATITUDE / LONGITUDE' TO RC-ROTULO-LG
              MOVE LATITUDE-VEN TO WLG-LAT-ED
              MOVE WLG-LAT-ED TO RC-VALOR-LG(1:13)
              MOVE LONGITUDE-VEN TO WLG-LAT-ED
              MOVE WLG-LAT-ED TO RC-VALOR-LG(16:13)
              PERFORM R-GRAVA-CAMPO-LG
              MOVE 'SUPERVISOR' TO RC-ROTULO-LG
              MOVE SUPERVISOR-VEN TO RC-VALOR-LG
              PERFORM R-GRAVA-CAMPO-LG
              MOVE 'SITUACAO' TO RC-ROTULO-LG
              IF INATIVO-VEN = 'S'
                 MOVE 'INATIVO' TO RC-VALOR-LG
              ELSE
                 MOVE 'ATIVO' TO RC-VALOR-LG
              END-IF
              PERFORM R-GRAVA-CAMPO-LG
           END-IF.

      *-------------------------------------
      * NOME COM O TAMANHO SEM BRANCOS A DIREITA NA TABELA DE NOMES
      * (BUSCA E TROCA NOS LOGS). NOME JA ANONIMIZADO NAO ENTRA.
      *-------------------------------------
       R-GUARDA-NOME-LG.
           IF WNOME-AUX-LG = SPACES OR WNOME-AUX-LG = WANON-NOME-LG
              GO TO R-GUARDA-NOME-LG-FIM
           END-IF
           IF WQTD-NOME-LG NOT < WMAX-NOME-LG
              GO TO R-GUARDA-NOME-LG-FIM
           END-IF
           MOVE 40 TO WTAM-LG
           PERFORM R-RECUA-NOME-LG
              UNTIL WNOME-AUX-LG(WTAM-LG:1) NOT = SPACE
           ADD 1 TO WQTD-NOME-LG
           MOVE WNOME-AUX-LG TO WNOME-LG(WQTD-NOME-LG)
           MOVE WTAM-LG      TO WNOME-TAM-LG(WQTD-NOME-LG).
       R-GUARDA-NOME-LG-FIM.
           EXIT.
       R-RECUA-NOME-LG.
           SUBTRACT 1 FROM WTAM-LG.

      *-------------------------------------
      * ARQUIVOS MORTOS DO TRANLOG: UM POR DATA LIMITE REGISTRADA
      * PELO EXPURGO NO LIMPALOG.LOG (TRANLOG.LOG.<LIMITE>.ARC).
      *-------------------------------------
       R-CARREGA-ARC-LG.
           MOVE ZEROES TO WQTD-ARC-LG
           OPEN INPUT ARQLIMPA
           IF FS-LIMPA = '00'
              MOVE 0 TO WSAIDA2-LG
              PERFORM R-CARREGA-ARC-1-LG UNTIL WSAIDA2-LG = 1
              CLOSE ARQLIMPA
           END-IF.
       R-CARREGA-ARC-1-LG.
           READ ARQLIMPA INTO WLIMPA-LINHA-LG
              AT END MOVE 1 TO WSAIDA2-LG
           END-READ
           IF WSAIDA2-LG = 0 AND WLP-NOME-LG = 'TRANLOG.LOG' AND
              WLP-LIMITE-LG IS NUMERIC AND WQTD-ARC-LG < WMAX-ARC-LG
              MOVE 0 TO WACHOU-LG
              PERFORM R-CONFERE-ARC-LG
                 VARYING WI-LG FROM 1 BY 1 UNTIL WI-LG > WQTD-ARC-LG
              IF WACHOU-LG = 0
                 ADD 1 TO WQTD-ARC-LG
                 MOVE WLP-LIMITE-LG TO WARC-LIMITE-LG(WQTD-ARC-LG)
              END-IF
           END-IF.
       R-CONFERE-ARC-LG.
           IF WARC-LIMITE-LG(WI-LG) = WLP-LIMITE-LG
              MOVE 1 TO WACHOU-LG
           END-IF.

       R-NOME-ARC-LG.
           MOVE SPACES TO WID-ARQ-LOGX
           STRING 'TRANLOG.LOG.' WARC-LIMITE-LG(WK-LG) '.ARC'
              DELIMITED BY SIZE INTO WID-ARQ-LOGX.

       R-PROCURA-ARC-LG.
           PERFORM R-NOME-ARC-LG
           PERFORM R-PROCURA-LOG-LG THRU R-PROCURA-LOG-LG-FIM.

      *-------------------------------------
      * LINHAS DE UM LOG COM O DOCUMENTO (14 DIGITOS, OU 11 SE FOR
      * CPF) OU COM UM DOS NOMES DO TITULAR.
      *-------------------------------------
       R-PROCURA-LOG-LG.
           OPEN INPUT ARQLOGX
           IF FS-LOGX NOT = '00'
              GO TO R-PROCURA-LOG-LG-FIM
           END-IF
           MOVE 0 TO WSAIDA2-LG
           PERFORM R-PROCURA-LINHA-LG UNTIL WSAIDA2-LG = 1
           CLOSE ARQLOGX.
       R-PROCURA-LOG-LG-FIM.
           EXIT.
       R-PROCURA-LINHA-LG.
           READ ARQLOGX INTO WLINHA-LOG-LG
              AT END MOVE 1 TO WSAIDA2-LG
           END-READ
           IF WSAIDA2-LG = 0
              MOVE 0 TO WLINHA-ACHOU-LG
              MOVE ZEROES TO WTALLY-LG
              INSPECT WLINHA-LOG-LG TALLYING WTALLY-LG
                 FOR ALL WDOC-T-LG
              IF WDOC-LG < 100000000000
                 INSPECT WLINHA-LOG-LG TALLYING WTALLY-LG
                    FOR ALL WDOC-CPF-X-LG
              END-IF
              IF WTALLY-LG > ZEROES
                 MOVE 1 TO WLINHA-ACHOU-LG
              END-IF
              PERFORM R-PROCURA-NOME-LG
                 VARYING WI-LG FROM 1 BY 1
                 UNTIL WI-LG > WQTD-NOME-LG OR WLINHA-ACHOU-LG = 1
              IF WLINHA-ACHOU-LG = 1
                 ADD 1 TO WQTD-LOG-LG
                 MOVE WID-ARQ-LOGX  TO RG-ARQ-LG
                 MOVE WLINHA-LOG-LG TO RG-LINHA-LG
                 MOVE WLG-LOG TO ARQREL-DATA-01
                 WRITE ARQREL-REC
              END-IF
           END-IF.
       R-PROCURA-NOME-LG.
           MOVE ZEROES TO WTALLY-LG
           INSPECT WLINHA-LOG-LG TALLYING WTALLY-LG
              FOR ALL WNOME-LG(WI-LG)(1:WNOME-TAM-LG(WI-LG))
           IF WTALLY-LG > ZEROES
              MOVE 1 TO WLINHA-ACHOU-LG
           END-IF.

      *-------------------------------------
      * [2] ELIMINACAO A PEDIDO: CADA CADASTRO DO DOCUMENTO E
      * AVALIADO; O QUE NAO PODE SER ANONIMIZADO FICA NO REGISTRO
      * COMO NEGADO, COM O MOTIVO.
      *-------------------------------------
       R-ELIMINACAO-LG.
           MOVE 'E' TO WREG-TIPO-LG
           MOVE WDOC-LG TO CNPJ
           START CLIENTES KEY IS NOT LESS THAN CNPJ
           MOVE 0 TO WSAIDA-LG
           IF FS-CLI NOT = '00'
              MOVE 1 TO WSAIDA-LG
           END-IF
           PERFORM R-ELIMINA-CLIENTE-LG UNTIL WSAIDA-LG = 1
           IF WDOC-LG < 100000000000
              MOVE WDOC-LG TO CPF-VEN
              START VENDEDORES KEY IS NOT LESS THAN CPF-VEN
              MOVE 0 TO WSAIDA-LG
              IF FS-VEN NOT = '00'
                 MOVE 1 TO WSAIDA-LG
              END-IF
              PERFORM R-ELIMINA-VENDEDOR-LG UNTIL WSAIDA-LG = 1
           END-IF
           IF WQTD-CLI-LG = ZEROES AND WQTD-VEN-LG = ZEROES
              MOVE SPACES  TO WREG-TITULAR-LG
              MOVE ZEROES  TO WREG-CODIGO-LG
              MOVE WDOC-LG TO WREG-DOC-LG
              MOVE 'I'     TO WREG-RESULT-LG
              MOVE 'DOCUMENTO SEM CADASTRO' TO WREG-MOTIVO-LG
              PERFORM R-GRAVA-REG-LG THRU R-GRAVA-REG-LG-FIM
              MOVE 'DOCUMENTO SEM CADASTRO' TO WTXT
              GO TO R-ELIMINACAO-LG-FIM
           END-IF
           PERFORM R-TROCA-NOMES-LG THRU R-TROCA-NOMES-LG-FIM
           MOVE SPACES TO WTXT
           STRING 'ANONIMIZADOS ' WQTD-ANON-LG ' NEGADOS ' WQTD-NEG-LG
              ' (VER REGISTRO)' DELIMITED BY SIZE INTO WTXT.
       R-ELIMINACAO-LG-FIM.
           EXIT.

       R-ELIMINA-CLIENTE-LG.
           READ CLIENTES NEXT
           IF FS-CLI NOT = '00' OR CNPJ NOT = WDOC-LG
              MOVE 1 TO WSAIDA-LG
           ELSE
              ADD 1 TO WQTD-CLI-LG
              PERFORM R-AVALIA-CLI-LG THRU R-AVALIA-CLI-LG-FIM
              IF WMOTIVO-NEG-LG = SPACES
                 PERFORM R-ANONIMIZA-CLI-LG
              ELSE
                 ADD 1 TO WQTD-NEG-LG
                 MOVE 'C'            TO WREG-TITULAR-LG
                 MOVE CODIGO         TO WREG-CODIGO-LG
                 MOVE CNPJ           TO WREG-DOC-LG
                 MOVE 'N'            TO WREG-RESULT-LG
                 MOVE WMOTIVO-NEG-LG TO WREG-MOTIVO-LG
                 PERFORM R-GRAVA-REG-LG THRU R-GRAVA-REG-LG-FIM
              END-IF
           END-IF.

       R-ELIMINA-VENDEDOR-LG.
           READ VENDEDORES NEXT
           IF FS-VEN NOT = '00' OR CPF-VEN NOT = WDOC-LG
              MOVE 1 TO WSAIDA-LG
           ELSE
              ADD 1 TO WQTD-VEN-LG
              PERFORM R-AVALIA-VEN-LG THRU R-AVALIA-VEN-LG-FIM
              IF WMOTIVO-NEG-LG = SPACES
                 PERFORM R-ANONIMIZA-VEN-LG
              ELSE
                 ADD 1 TO WQTD-NEG-LG
                 MOVE 'V'            TO WREG-TITULAR-LG
                 MOVE CODIGO-VEN     TO WREG-CODIGO-LG
                 MOVE CPF-VEN        TO WREG-DOC-LG
                 MOVE 'N'            TO WREG-RESULT-LG
                 MOVE WMOTIVO-NEG-LG TO WREG-MOTIVO-LG
                 PERFORM R-GRAVA-REG-LG THRU R-GRAVA-REG-LG-FIM
              END-IF
           END-IF.

      *-------------------------------------
      * CLIENTE SO PODE SER ANONIMIZADO INATIVO, SEM TITULO EM
      * ABERTO, SEM PEDIDO ABERTO E SEM PEDIDO NO PRAZO DE RETENCAO.
      *-------------------------------------
       R-AVALIA-CLI-LG.
           MOVE SPACES TO WMOTIVO-NEG-LG
           IF RAZAO = WANON-NOME-LG
              MOVE 'CADASTRO JA ANONIMIZADO' TO WMOTIVO-NEG-LG
              GO TO R-AVALIA-CLI-LG-FIM
           END-IF
           IF INATIVO NOT = 'S'
              MOVE 'CLIENTE ATIVO' TO WMOTIVO-NEG-LG
              GO TO R-AVALIA-CLI-LG-FIM
           END-IF
           MOVE CODIGO TO WCOD-ALVO-LG
           PERFORM R-CONTA-MOV-CLI-LG
           IF WQTD-CREC-AB-LG > ZEROES
              MOVE 'TITULO EM ABERTO' TO WMOTIVO-NEG-LG
              GO TO R-AVALIA-CLI-LG-FIM
           END-IF
           IF WPED-ABERTO-LG = 1
              MOVE 'PEDIDO EM ABERTO' TO WMOTIVO-NEG-LG
              GO TO R-AVALIA-CLI-LG-FIM
           END-IF
           IF WULT-PED-LG NOT < WDATA-CORTE-LG
              MOVE 'MOVIMENTO DENTRO DO PRAZO DE RETENCAO'
                 TO WMOTIVO-NEG-LG
           END-IF.
       R-AVALIA-CLI-LG-FIM.
           EXIT.

      *    (PEDIDOS E TITULOS DO CLIENTE WCOD-ALVO-LG: QUANTIDADE,
      *     ULTIMA DATA DE PEDIDO, PEDIDO ABERTO, TITULO EM ABERTO)
       R-CONTA-MOV-CLI-LG.
           MOVE ZEROES TO WQTD-PED-LG WQTD-CREC-LG WQTD-CREC-AB-LG
                          WULT-PED-LG WPED-ABERTO-LG
           IF WTEM-PED-LG = 1
              MOVE WCOD-ALVO-LG TO CODIGO-CLI-PED
              START PEDIDOS KEY IS NOT LESS THAN CODIGO-CLI-PED
              MOVE 0 TO WSAIDA2-LG
              IF FS-PED NOT = '00'
                 MOVE 1 TO WSAIDA2-LG
              END-IF
              PERFORM R-CONTA-PED-CLI-LG UNTIL WSAIDA2-LG = 1
           END-IF
           IF WTEM-CREC-LG = 1
              MOVE WCOD-ALVO-LG TO CODIGO-CLI-CREC
              START CONTASREC KEY IS NOT LESS THAN CODIGO-CLI-CREC
              MOVE 0 TO WSAIDA2-LG
              IF FS-CREC NOT = '00'
                 MOVE 1 TO WSAIDA2-LG
              END-IF
              PERFORM R-CONTA-CREC-CLI-LG UNTIL WSAIDA2-LG = 1
           END-IF.
       R-CONTA-PED-CLI-LG.
           READ PEDIDOS NEXT
           IF FS-PED NOT = '00' OR CODIGO-CLI-PED NOT = WCOD-ALVO-LG
              MOVE 1 TO WSAIDA2-LG
           ELSE
              PERFORM R-SOMA-PEDIDO-LG
           END-IF.
       R-SOMA-PEDIDO-LG.
           ADD 1 TO WQTD-PED-LG
           IF DATA-PED > WULT-PED-LG
              MOVE DATA-PED TO WULT-PED-LG
           END-IF
           IF PED-ABERTO
              MOVE 1 TO WPED-ABERTO-LG
           END-IF.
       R-CONTA-CREC-CLI-LG.
           READ CONTASREC NEXT
           IF FS-CREC NOT = '00' OR
              CODIGO-CLI-CREC NOT = WCOD-ALVO-LG
              MOVE 1 TO WSAIDA2-LG
           ELSE
              ADD 1 TO WQTD-CREC-LG
              IF CREC-ABERTO
                 ADD 1 TO WQTD-CREC-AB-LG
              END-IF
           END-IF.

      *-------------------------------------
      * VENDEDOR: INATIVO E SEM PEDIDO ABERTO OU NO PRAZO DE
      * RETENCAO NA SUA CARTEIRA.
      *-------------------------------------
       R-AVALIA-VEN-LG.
           MOVE SPACES TO WMOTIVO-NEG-LG
           IF NOME-VEN = WANON-NOME-LG
              MOVE 'CADASTRO JA ANONIMIZADO' TO WMOTIVO-NEG-LG
              GO TO R-AVALIA-VEN-LG-FIM
           END-IF
           IF INATIVO-VEN NOT = 'S'
              MOVE 'VENDEDOR ATIVO' TO WMOTIVO-NEG-LG
              GO TO R-AVALIA-VEN-LG-FIM
           END-IF
           MOVE ZEROES TO WQTD-PED-LG WULT-PED-LG WPED-ABERTO-LG
           MOVE CODIGO-VEN TO WCOD-ALVO-LG
           IF WTEM-PED-LG = 1
              MOVE WCOD-ALVO-LG TO CODIGO-VEN-PED
              START PEDIDOS KEY IS NOT LESS THAN CODIGO-VEN-PED
              MOVE 0 TO WSAIDA2-LG
              IF FS-PED NOT = '00'
                 MOVE 1 TO WSAIDA2-LG
              END-IF
              PERFORM R-CONTA-PED-VEN-LG UNTIL WSAIDA2-LG = 1
           END-IF
           IF WPED-ABERTO-LG = 1
              MOVE 'PEDIDO EM ABERTO NA CARTEIRA' TO WMOTIVO-NEG-LG
              GO TO R-AVALIA-VEN-LG-FIM
           END-IF
           IF WULT-PED-LG NOT < WDATA-CORTE-LG
              MOVE 'MOVIMENTO DENTRO DO PRAZO DE RETENCAO'
                 TO WMOTIVO-NEG-LG
           END-IF.
       R-AVALIA-VEN-LG-FIM.
           EXIT.
       R-CONTA-PED-VEN-LG.
           READ PEDIDOS NEXT
           IF FS-PED NOT = '00' OR CODIGO-VEN-PED NOT = WCOD-ALVO-LG
              MOVE 1 TO WSAIDA2-LG
           ELSE
              PERFORM R-SOMA-PEDIDO-LG
           END-IF.

      *-------------------------------------
      * ANONIMIZA O CLIENTE CORRENTE: NOME, ENDERECO, TELEFONE,
      * E-MAIL E COORDENADAS; ENDERECOS DE ENTREGA, TEXTO DOS
      * CONTATOS E E-MAIL DAS MENSAGENS DA FILA. DOCUMENTO, IE,
      * MUNICIPIO E MOVIMENTO FICAM.
      *-------------------------------------
       R-ANONIMIZA-CLI-LG.
           MOVE RAZAO TO WNOME-AUX-LG
           IF WQTD-NOME-LG NOT < WMAX-NOME-LG
              PERFORM R-TROCA-NOMES-LG THRU R-TROCA-NOMES-LG-FIM
           END-IF
           PERFORM R-GUARDA-NOME-LG THRU R-GUARDA-NOME-LG-FIM
           MOVE WANON-NOME-LG TO RAZAO
           MOVE WANON-END-LG  TO ENDERECO
           MOVE SPACES        TO TELEFONE EMAIL
           MOVE ZEROES        TO LATITUDE LONGITUDE
           REWRITE REGISTRO-CLIENTES
           MOVE CODIGO TO WCOD-ALVO-LG
           IF WTEM-EE-LG = 1
              MOVE WCOD-ALVO-LG TO CODIGO-CLI-EE
              MOVE ZEROES       TO SEQ-EE
              START ENDENT KEY IS NOT LESS THAN CHAVE-EE
              MOVE 0 TO WSAIDA2-LG
              IF FS-EE NOT = '00'
                 MOVE 1 TO WSAIDA2-LG
              END-IF
              PERFORM R-ANONIMIZA-EE-LG UNTIL WSAIDA2-LG = 1
           END-IF
           IF WTEM-CON-LG = 1
              MOVE WCOD-ALVO-LG TO CODIGO-CLI-CON
              MOVE ZEROES       TO DATA-CON HORA-CON
              START CONTATOS KEY IS NOT LESS THAN CHAVE-CON
              MOVE 0 TO WSAIDA2-LG
              IF FS-CON NOT = '00'
                 MOVE 1 TO WSAIDA2-LG
              END-IF
              PERFORM R-ANONIMIZA-CON-LG UNTIL WSAIDA2-LG = 1
           END-IF
           IF WTEM-MSG-LG = 1
              MOVE WCOD-ALVO-LG TO CLIENTE-MSG
              START MENSAGENS KEY IS NOT LESS THAN CLIENTE-MSG
              MOVE 0 TO WSAIDA2-LG
              IF FS-MSG NOT = '00'
                 MOVE 1 TO WSAIDA2-LG
              END-IF
              PERFORM R-ANONIMIZA-MSG-LG UNTIL WSAIDA2-LG = 1
           END-IF
           ADD 1 TO WQTD-ANON-LG
           MOVE 'C'    TO WREG-TITULAR-LG
           MOVE CODIGO TO WREG-CODIGO-LG
           MOVE CNPJ   TO WREG-DOC-LG
           MOVE 'A'    TO WREG-RESULT-LG
           MOVE SPACES TO WREG-MOTIVO-LG
           PERFORM R-GRAVA-REG-LG THRU R-GRAVA-REG-LG-FIM.
       R-ANONIMIZA-EE-LG.
           READ ENDENT NEXT
           IF FS-EE NOT = '00' OR CODIGO-CLI-EE NOT = WCOD-ALVO-LG
              MOVE 1 TO WSAIDA2-LG
           ELSE
              MOVE WANON-END-LG TO ENDERECO-EE
              MOVE ZEROES       TO LATITUDE-EE LONGITUDE-EE
              REWRITE REGISTRO-ENDENT
           END-IF.
       R-ANONIMIZA-CON-LG.
           READ CONTATOS NEXT
           IF FS-CON NOT = '00' OR CODIGO-CLI-CON NOT = WCOD-ALVO-LG
              MOVE 1 TO WSAIDA2-LG
           ELSE
              MOVE WANON-TEXTO-LG TO TEXTO-CON
              REWRITE REGISTRO-CONTATOS
           END-IF.
       R-ANONIMIZA-MSG-LG.
           READ MENSAGENS NEXT
           IF FS-MSG NOT = '00' OR CLIENTE-MSG NOT = WCOD-ALVO-LG
              MOVE 1 TO WSAIDA2-LG
           ELSE
              IF EMAIL-MSG NOT = SPACES
                 MOVE SPACES TO EMAIL-MSG
                 REWRITE REGISTRO-MENSAGENS
              END-IF
           END-IF.

       R-ANONIMIZA-VEN-LG.
           MOVE NOME-VEN TO WNOME-AUX-LG
           IF WQTD-NOME-LG NOT < WMAX-NOME-LG
              PERFORM R-TROCA-NOMES-LG THRU R-TROCA-NOMES-LG-FIM
           END-IF
           PERFORM R-GUARDA-NOME-LG THRU R-GUARDA-NOME-LG-FIM
           MOVE WANON-NOME-LG TO NOME-VEN
           MOVE ZEROES        TO LATITUDE-VEN LONGITUDE-VEN
           REWRITE REGISTRO-VENDEDORES
           ADD 1 TO WQTD-ANON-LG
           MOVE 'V'        TO WREG-TITULAR-LG
           MOVE CODIGO-VEN TO WREG-CODIGO-LG
           MOVE CPF-VEN    TO WREG-DOC-LG
           MOVE 'A'        TO WREG-RESULT-LG
           MOVE SPACES     TO WREG-MOTIVO-LG
           PERFORM R-GRAVA-REG-LG THRU R-GRAVA-REG-LG-FIM.

      *-------------------------------------
      * TROCA OS NOMES DA TABELA (CAMPO DE 40 POSICOES, COMO OS
      * CADASTROS GRAVAM NO TRANLOG) PELO NOME ANONIMIZADO NO
      * TRANLOG.LOG E NOS SEUS ARQUIVOS MORTOS; ESVAZIA A TABELA.
      *-------------------------------------
       R-TROCA-NOMES-LG.
           IF WQTD-NOME-LG = ZEROES
              GO TO R-TROCA-NOMES-LG-FIM
           END-IF
           PERFORM R-CARREGA-ARC-LG
           MOVE 'TRANLOG.LOG' TO WID-ARQ-LOGX
           PERFORM R-TROCA-LOG-LG THRU R-TROCA-LOG-LG-FIM
           PERFORM R-TROCA-ARC-LG
              VARYING WK-LG FROM 1 BY 1 UNTIL WK-LG > WQTD-ARC-LG
           MOVE ZEROES TO WQTD-NOME-LG.
       R-TROCA-NOMES-LG-FIM.
           EXIT.
       R-TROCA-ARC-LG.
           PERFORM R-NOME-ARC-LG
           PERFORM R-TROCA-LOG-LG THRU R-TROCA-LOG-LG-FIM.

      *    (LOG COPIADO COM AS TROCAS PARA O LGPD.TMP E REGRAVADO,
      *     COMO NO EXPURGO; SEM TROCA NENHUMA O LOG FICA COMO ESTA)
       R-TROCA-LOG-LG.
           OPEN INPUT ARQLOGX
           IF FS-LOGX NOT = '00'
              GO TO R-TROCA-LOG-LG-FIM
           END-IF
           OPEN OUTPUT ARQTMP
           MOVE ZEROES TO WQTD-TROCAS-LG
           MOVE 0 TO WSAIDA2-LG
           PERFORM R-TROCA-LINHA-LG UNTIL WSAIDA2-LG = 1
           CLOSE ARQLOGX ARQTMP
           IF WQTD-TROCAS-LG = ZEROES
              GO TO R-TROCA-LOG-LG-FIM
           END-IF
           OPEN INPUT ARQTMP
           OPEN OUTPUT ARQLOGX
           MOVE 0 TO WSAIDA2-LG
           PERFORM R-REGRAVA-LINHA-LG UNTIL WSAIDA2-LG = 1
           CLOSE ARQLOGX ARQTMP.
       R-TROCA-LOG-LG-FIM.
           EXIT.
       R-TROCA-LINHA-LG.
           READ ARQLOGX INTO WLINHA-LOG-LG
              AT END MOVE 1 TO WSAIDA2-LG
           END-READ
           IF WSAIDA2-LG = 0
              MOVE 0 TO WLINHA-TROCOU-LG
              PERFORM R-TROCA-NOME-LG
                 VARYING WI-LG FROM 1 BY 1 UNTIL WI-LG > WQTD-NOME-LG
              IF WLINHA-TROCOU-LG = 1
                 ADD 1 TO WQTD-TROCAS-LG
              END-IF
              MOVE WLINHA-LOG-LG TO ARQTMP-REC
              WRITE ARQTMP-REC
           END-IF.
       R-TROCA-NOME-LG.
           MOVE ZEROES TO WTALLY-LG
           INSPECT WLINHA-LOG-LG TALLYING WTALLY-LG
              FOR ALL WNOME-LG(WI-LG)
           IF WTALLY-LG > ZEROES
              INSPECT WLINHA-LOG-LG REPLACING
                 ALL WNOME-LG(WI-LG) BY WANON-NOME-LG
              MOVE 1 TO WLINHA-TROCOU-LG
           END-IF.
       R-REGRAVA-LINHA-LG.
           READ ARQTMP
              AT END MOVE 1 TO WSAIDA2-LG
              NOT AT END
                 MOVE ARQTMP-REC TO ARQLOGX-REC
                 WRITE ARQLOGX-REC
           END-READ.

      *-------------------------------------
      * [3] LOTE: TODO CLIENTE E VENDEDOR INATIVO QUE PASSA NA
      * AVALIACAO. NA SIMULACAO SO O RELATORIO (RELLGPDLOT) E
      * GERADO, SEM ALTERAR NEM REGISTRAR NADA.
      *-------------------------------------
       R-LOTE-LG.
           MOVE SPACES TO WCONFIRMA-LG
           MOVE 'S' TO WSIMULA-LG
           DISPLAY TELA-LOTE-LG
           ACCEPT TELA-LOTE-LG
           IF WCONFIRMA-LG NOT = 'S' AND NOT = 's'
              GO TO R-LOTE-LG-FIM
           END-IF
           IF WSIMULA-LG = 'n'
              MOVE 'N' TO WSIMULA-LG
           END-IF
           IF WANOS-LG = ZEROES
              MOVE 5 TO WANOS-LG
           END-IF
           COMPUTE WDATA-CORTE-LG = WDATA-HOJE-LG - WANOS-LG * 10000
           IF WSIMULA-LG = 'N'
              MOVE 'A' TO WMODO-ABRE-LG
           ELSE
              MOVE SPACE TO WMODO-ABRE-LG
           END-IF
           PERFORM R-ABRE-LG THRU R-ABRE-LG-FIM
           IF FS-CLI NOT = '00' OR FS-VEN NOT = '00'
              GO TO R-LOTE-LG-FIM
           END-IF
           MOVE ZEROES TO WQTD-ANON-LG WQTD-NOME-LG
           MOVE 'L'      TO WREG-TIPO-LG
           MOVE SPACES   TO WSOLICIT-LG
           MOVE 'RELLGPDLOT.TXT' TO WID-ARQ-REL-1
           MOVE 'RELLGPDLOT'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           STRING 'RETENCAO ' WANOS-LG ' SIMULA ' WSIMULA-LG
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
           MOVE WANOS-LG       TO RL-ANOS-LG
           MOVE WDATA-CORTE-LG TO RL-CORTE-LG
           IF WSIMULA-LG = 'N'
              MOVE SPACES TO RL-SIMULA-LG
           ELSE
              MOVE '  (SIMULACAO)' TO RL-SIMULA-LG
           END-IF
           MOVE WLG-CAB-LOTE TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WLG-CAB-LOTE2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WLG-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO CHAVE-CLI
           START CLIENTES KEY IS NOT LESS THAN CHAVE-CLI
           MOVE 0 TO WSAIDA-LG
           IF FS-CLI NOT = '00'
              MOVE 1 TO WSAIDA-LG
           END-IF
           PERFORM R-LOTE-CLIENTE-LG UNTIL WSAIDA-LG = 1
           MOVE ZEROES TO CHAVE-VEN
           START VENDEDORES KEY IS NOT LESS THAN CHAVE-VEN
           MOVE 0 TO WSAIDA-LG
           IF FS-VEN NOT = '00'
              MOVE 1 TO WSAIDA-LG
           END-IF
           PERFORM R-LOTE-VENDEDOR-LG UNTIL WSAIDA-LG = 1
           IF WSIMULA-LG = 'N'
              PERFORM R-TROCA-NOMES-LG THRU R-TROCA-NOMES-LG-FIM
           END-IF
           MOVE WLG-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF WSIMULA-LG = 'N'
              MOVE 'CADASTROS ANONIMIZADOS....:' TO RO-TEXTO-LG
           ELSE
              MOVE 'CADASTROS A ANONIMIZAR....:' TO RO-TEXTO-LG
           END-IF
           MOVE WQTD-ANON-LG TO RO-QTD-LG
           PERFORM R-GRAVA-ROD-LG
           CLOSE ARQREL
           PERFORM R-FECHA-LG
           MOVE SPACES TO WTXT
           STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
              INTO WTXT
           PERFORM R-MSG-LG.
       R-LOTE-LG-FIM.
           EXIT.

       R-LOTE-CLIENTE-LG.
           READ CLIENTES NEXT
           IF FS-CLI NOT = '00'
              MOVE 1 TO WSAIDA-LG
           ELSE
              IF INATIVO = 'S' AND RAZAO NOT = WANON-NOME-LG
                 PERFORM R-AVALIA-CLI-LG THRU R-AVALIA-CLI-LG-FIM
                 IF WMOTIVO-NEG-LG = SPACES
                    MOVE 'CLIENTE'   TO RT-TITULAR-LG
                    MOVE CODIGO      TO RT-CODIGO-LG
                    MOVE CNPJ        TO RT-DOC-LG
                    MOVE RAZAO       TO RT-NOME-LG
                    MOVE WULT-PED-LG TO RT-ULT-PED-LG
                    PERFORM R-LOTE-ANONIMIZA-CLI-LG
                 END-IF
              END-IF
           END-IF.
       R-LOTE-ANONIMIZA-CLI-LG.
           IF WSIMULA-LG = 'N'
              PERFORM R-ANONIMIZA-CLI-LG
              MOVE 'ANONIMIZADO' TO RT-SITUACAO-LG
           ELSE
              ADD 1 TO WQTD-ANON-LG
              MOVE 'A ANONIMIZAR' TO RT-SITUACAO-LG
           END-IF
           MOVE WLG-LOTE TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-LOTE-VENDEDOR-LG.
           READ VENDEDORES NEXT
           IF FS-VEN NOT = '00'
              MOVE 1 TO WSAIDA-LG
           ELSE
              IF INATIVO-VEN = 'S' AND NOME-VEN NOT = WANON-NOME-LG
                 PERFORM R-AVALIA-VEN-LG THRU R-AVALIA-VEN-LG-FIM
                 IF WMOTIVO-NEG-LG = SPACES
                    MOVE 'VENDEDOR'  TO RT-TITULAR-LG
                    MOVE CODIGO-VEN  TO RT-CODIGO-LG
                    MOVE CPF-VEN     TO RT-DOC-LG
                    MOVE NOME-VEN    TO RT-NOME-LG
                    MOVE WULT-PED-LG TO RT-ULT-PED-LG
                    PERFORM R-LOTE-ANONIMIZA-VEN-LG
                 END-IF
              END-IF
           END-IF.
       R-LOTE-ANONIMIZA-VEN-LG.
           IF WSIMULA-LG = 'N'
              PERFORM R-ANONIMIZA-VEN-LG
              MOVE 'ANONIMIZADO' TO RT-SITUACAO-LG
           ELSE
              ADD 1 TO WQTD-ANON-LG
              MOVE 'A ANONIMIZAR' TO RT-SITUACAO-LG
           END-IF
           MOVE WLG-LOTE TO ARQREL-DATA-01
           WRITE ARQREL-REC.

      *-------------------------------------
      * GRAVA UMA LINHA NO REGISTRO DE SOLICITACOES (ARQLGPD.DAT).
      * O ACESSO USA O PROTOCOLO JA IMPRESSO NO RELATORIO.
      *-------------------------------------
       R-GRAVA-REG-LG.
           IF WREG-TIPO-LG = 'A' AND WPROTOCOLO-LG NOT = ZEROES
              MOVE WPROTOCOLO-LG TO LINK-NUM-VALOR
           ELSE
              MOVE 'LGPD' TO LINK-NUM-ENTIDADE
              CALL "GeraNumero" USING LINK-NUMERO
              IF LINK-NUM-STATUS NOT = '0'
                 GO TO R-GRAVA-REG-LG-FIM
              END-IF
           END-IF
           INITIALIZE REGISTRO-LGPDREG
           MOVE LINK-NUM-VALOR   TO SEQ-LG
           MOVE WDATA-HOJE-LG    TO DATA-LG
           ACCEPT WHORA-LG FROM TIME
           MOVE WHORA-HHMMSS-LG  TO HORA-LG
           MOVE WREG-TIPO-LG     TO TIPO-LG
           MOVE WREG-DOC-LG      TO DOC-LG
           MOVE WREG-TITULAR-LG  TO TITULAR-LG
           MOVE WREG-CODIGO-LG   TO CODIGO-LG
           MOVE WREG-RESULT-LG   TO RESULTADO-LG
           MOVE WREG-MOTIVO-LG   TO MOTIVO-LG
           MOVE WSOLICIT-LG      TO SOLICITANTE-LG
           MOVE LID-OPERADOR-1   TO OPERADOR-LG
           WRITE REGISTRO-LGPDREG.
       R-GRAVA-REG-LG-FIM.
           EXIT.

      *-------------------------------------
      * [4] REGISTRO DE SOLICITACOES NO PERIODO (RELLGPDREG).
      *-------------------------------------
       R-REGISTRO-LG.
           MOVE SPACES TO WCONFIRMA-LG
           MOVE WDATA-HOJE-LG TO WDATA-FIM-LG WDATA-INI-LG
           MOVE '0101' TO WDATA-INI-LG(5:4)
           DISPLAY TELA-REGISTRO-LG
           ACCEPT TELA-REGISTRO-LG
           IF WCONFIRMA-LG NOT = 'S' AND NOT = 's'
              GO TO R-REGISTRO-LG-FIM
           END-IF
           IF WDATA-INI-LG > WDATA-FIM-LG
              MOVE 'PERIODO INVALIDO' TO WTXT
              PERFORM R-MSG-LG
              GO TO R-REGISTRO-LG-FIM
           END-IF
           OPEN INPUT LGPDREG
           IF FS-LG NOT = '00'
              MOVE 'NENHUMA SOLICITACAO REGISTRADA' TO WTXT
              PERFORM R-MSG-LG
              GO TO R-REGISTRO-LG-FIM
           END-IF
           MOVE 'RELLGPDREG.TXT' TO WID-ARQ-REL-1
           MOVE 'RELLGPDREG'     TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           STRING WDATA-INI-LG ' A ' WDATA-FIM-LG
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
           MOVE WDATA-INI-LG TO RL-INI-LG
           MOVE WDATA-FIM-LG TO RL-FIM-LG
           MOVE WLG-CAB-REG TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WLG-CAB-REG2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WLG-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WQTD-REG-LG
           MOVE WDATA-INI-LG TO DATA-LG
           START LGPDREG KEY IS NOT LESS THAN DATA-LG
           MOVE 0 TO WSAIDA-LG
           IF FS-LG NOT = '00'
              MOVE 1 TO WSAIDA-LG
           END-IF
           PERFORM R-REGISTRO-1-LG UNTIL WSAIDA-LG = 1
           MOVE WLG-TRACO TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE 'SOLICITACOES NO PERIODO...:' TO RO-TEXTO-LG
           MOVE WQTD-REG-LG TO RO-QTD-LG
           PERFORM R-GRAVA-ROD-LG
           MOVE WLG-LEGENDA1 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WLG-LEGENDA2 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WLG-LEGENDA3 TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL LGPDREG
           MOVE SPACES TO WTXT
           STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
              INTO WTXT
           PERFORM R-MSG-LG.
       R-REGISTRO-LG-FIM.
           EXIT.

       R-REGISTRO-1-LG.
           READ LGPDREG NEXT
           IF FS-LG NOT = '00' OR DATA-LG > WDATA-FIM-LG
              MOVE 1 TO WSAIDA-LG
           ELSE
              ADD 1 TO WQTD-REG-LG
              MOVE SEQ-LG         TO RR-SEQ-LG
              MOVE DATA-LG        TO RR-DATA-LG
              MOVE HORA-LG        TO RR-HORA-LG
              MOVE TIPO-LG        TO RR-TIPO-LG
              MOVE DOC-LG         TO RR-DOC-LG
              MOVE TITULAR-LG     TO RR-TITULAR-LG
              MOVE CODIGO-LG      TO RR-CODIGO-LG
              MOVE RESULTADO-LG   TO RR-RESULT-LG
              MOVE MOTIVO-LG      TO RR-MOTIVO-LG
              MOVE SOLICITANTE-LG TO RR-SOLICIT-LG
              MOVE OPERADOR-LG    TO RR-OPER-LG
              MOVE WLG-REG TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF.
