      *        'L' = LOTE - CADEIA/AGENDADOR SEM OPERADOR; ETAPAS
      *        ENCADEAVEIS NAO PODEM PARAR EM TELA NESSE MODO)
          02 LID-MODO-1                   PIC X(01).
      *       (EMPRESA DE TREINAMENTO - 'T' NO EMPRESAS.CFG, GERADA
      *        PELO ExeTreino; A FAIXA VAI NA LINHA 1 DE TODA TELA:
      *        ASTERISCOS NA PRODUCAO, AVISO NO TREINAMENTO)
          02 LID-TREINO-1                 PIC X(01).
             88 LID-EMP-TREINO            VALUE 'T'.
          02 LID-FAIXA-1                  PIC X(21).
      *       (REGISTROS PROCESSADOS PELA ETAPA DE LOTE: ZERADO PELO
      *        ExeFimDia/ExeAgendador ANTES DA CHAMADA E GRAVADO NO
      *        JOBLOG.LOG NO FIM DA ETAPA)
          02 LID-QTD-REG-1                PIC 9(09).

       01 LINK-CPFCGC.
          02 LINK-CPFCGC-1                PIC X(01).
          02 LINK-JRN-IMAGEM              PIC X(200).
          02 LINK-JRN-EMPRESA             PIC 9(003).
          02 LINK-JRN-STATUS              PIC X(001).

       01 LINK-MOVBCO.
          02 LINK-MBC-CONTA               PIC 9(003).
          02 LINK-MBC-DATA                PIC 9(008).
          02 LINK-MBC-TIPO                PIC X(001).
          02 LINK-MBC-ORIGEM              PIC X(002).
          02 LINK-MBC-DOCUMENTO           PIC X(020).
          02 LINK-MBC-VALOR               PIC 9(009)V9(002).
          02 LINK-MBC-OPERADOR            PIC X(010).
          02 LINK-MBC-EMPRESA             PIC 9(003).
          02 LINK-MBC-STATUS              PIC X(001).

       01 LINK-NFE.
          02 LINK-NFE-FUNCAO              PIC X(001).
          02 LINK-NFE-NUMERO              PIC 9(009).
          02 LINK-NFE-EMPRESA             PIC 9(003).
          02 LINK-NFE-OPERADOR            PIC X(010).
          02 LINK-NFE-ARQ-CLIENTE         PIC X(050).
          02 LINK-NFE-ARQ-PRODUTO         PIC X(050).
          02 LINK-NFE-ARQ-PEDIDOS         PIC X(050).
          02 LINK-NFE-JUSTIFICATIVA       PIC X(030).
          02 LINK-NFE-CHAVE               PIC X(044).
          02 LINK-NFE-ARQUIVO             PIC X(050).
          02 LINK-NFE-STATUS              PIC X(001).

       01 LINK-CFOP.
          02 LINK-CFOP-OPERACAO           PIC X(001).
          02 LINK-CFOP-EMPRESA            PIC 9(003).
          02 LINK-CFOP-UF-ORIGEM          PIC X(002).
          02 LINK-CFOP-UF-DESTINO         PIC X(002).
          02 LINK-CFOP-ORIGINAL           PIC 9(004).
          02 LINK-CFOP-CODIGO             PIC 9(004).
          02 LINK-CFOP-DESCRICAO          PIC X(030).
          02 LINK-CFOP-STATUS             PIC X(001).

      *       (SUGESTAO DE PEDIDO PELO HISTORICO DO CLIENTE - FUNCAO
      *        'A' ABRE OS ARQUIVOS, 'S' SUGERE, 'F' FECHA; STATUS
      *        '0' = OK, '1' = ARQUIVOS INDISPONIVEIS)
       01 LINK-SUGESTAO.
          02 LINK-SUG-FUNCAO              PIC X(001).
          02 LINK-SUG-EMPRESA             PIC 9(003).
          02 LINK-SUG-ARQ-PEDIDOS         PIC X(050).
          02 LINK-SUG-ARQ-PRODUTO         PIC X(050).
          02 LINK-SUG-CLIENTE             PIC 9(007).
          02 LINK-SUG-VENDEDOR            PIC 9(007).
          02 LINK-SUG-PEDIDO              PIC 9(009).
          02 LINK-SUG-DATA-REF            PIC 9(008).
          02 LINK-SUG-QTD                 PIC 9(003).
          02 LINK-SUG-ITEM OCCURS 50 TIMES.
             03 LINK-SUG-PROD             PIC 9(007).
             03 LINK-SUG-QTDE             PIC 9(005).
             03 LINK-SUG-QTDE-HAB         PIC 9(005).
             03 LINK-SUG-INTERVALO        PIC 9(003).
             03 LINK-SUG-ULT-COMPRA       PIC 9(008).
             03 LINK-SUG-ATP              PIC S9(009).
             03 LINK-SUG-FALTA            PIC X(001).
          02 LINK-SUG-STATUS              PIC X(001).

      *       (MIX AUTORIZADO DE PRODUTOS DO CLIENTE - FUNCAO 'A'
      *        ABRE, 'V' VERIFICA CLIENTE/GRUPO X PRODUTO, 'M' DEVOLVE
      *        O MODO DA LISTA DO CLIENTE, 'E' DIZ SE O PRODUTO E
      *        EXCLUSIVO, 'F' FECHA; SITUACAO 'L' = LIBERADO, 'B' =
      *        BLOQUEADO; MOTIVO 'L' = FORA DA LISTA, 'N' = NA LISTA
      *        DE NAO PERMITIDOS, 'E' = EXCLUSIVO DE OUTRO CLIENTE;
      *        STATUS '1' NA ABERTURA = SEM CONTROLE DE MIX)
       01 LINK-MIX.
          02 LINK-MIX-FUNCAO              PIC X(001).
          02 LINK-MIX-EMPRESA             PIC 9(003).
          02 LINK-MIX-CLIENTE             PIC 9(007).
          02 LINK-MIX-GRUPO               PIC 9(003).
          02 LINK-MIX-PRODUTO             PIC 9(007).
          02 LINK-MIX-PROGRAMA            PIC X(015).
          02 LINK-MIX-OPERADOR            PIC X(010).
          02 LINK-MIX-PEDIDO              PIC 9(009).
          02 LINK-MIX-REGISTRA            PIC X(001).
          02 LINK-MIX-MODO                PIC X(001).
          02 LINK-MIX-EXCLUSIVO           PIC X(001).
          02 LINK-MIX-SITUACAO            PIC X(001).
          02 LINK-MIX-MOTIVO              PIC X(001).
          02 LINK-MIX-STATUS              PIC X(001).

      *       (VENDA PERDIDA - GravaPerda; MOTIVO E=SEM ESTOQUE,
      *        P=PRECO, C=CONCORRENTE, D=PRAZO DE ENTREGA, M=FORA DO
      *        MIX, O=OUTROS; ORIGEM P=PEDIDO, O=ORCAMENTO,
      *        I=IMPORTACAO; DATA ZERO = HOJE; STATUS '0' GRAVADO,
      *        '1' ERRO, '2' NADA A GRAVAR)
       01 LINK-PERDA.
          02 LINK-PDA-EMPRESA             PIC 9(003).
          02 LINK-PDA-DATA                PIC 9(008).
          02 LINK-PDA-PRODUTO             PIC 9(007).
          02 LINK-PDA-CLIENTE             PIC 9(007).
          02 LINK-PDA-VENDEDOR            PIC 9(007).
          02 LINK-PDA-QTDE                PIC 9(005).
          02 LINK-PDA-VALOR-UNIT          PIC 9(007)V9(002).
          02 LINK-PDA-MOTIVO              PIC X(001).
          02 LINK-PDA-ORIGEM              PIC X(001).
          02 LINK-PDA-DOCUMENTO           PIC 9(009).
          02 LINK-PDA-OPERADOR            PIC X(010).
          02 LINK-PDA-STATUS              PIC X(001).

      *       (FILA DE DOCUMENTOS AO CLIENTE POR E-MAIL - GravaMsg;
      *        TIPO BOL=BOLETO, EXT=EXTRATO, CAR=CARTA DE COBRANCA,
      *        NFE=XML DA NF-E; O ANEXO E COPIADO PARA A FILA
      *        (ANEXO<seq>.TXT), POIS O ARQUIVO DE ORIGEM E REGRAVADO
      *        NA PROXIMA EMISSAO - MENOS O XML DA NF-E, QUE VAI COMO
      *        ESTA (UM ARQUIVO POR NOTA);
      *        NF/PARCELA LIGAM AO TITULO OU NOTA (ZERO NO EXTRATO);
      *        STATUS '0' ENFILEIRADO, '1' ERRO, '2' SEM ANEXO)
       01 LINK-MENSAGEM.
          02 LINK-MSG-EMPRESA             PIC 9(003).
          02 LINK-MSG-CLIENTE             PIC 9(007).
          02 LINK-MSG-EMAIL               PIC X(040).
          02 LINK-MSG-TIPO                PIC X(003).
          02 LINK-MSG-ANEXO               PIC X(050).
          02 LINK-MSG-NF                  PIC 9(009).
          02 LINK-MSG-PARCELA             PIC 9(003).
          02 LINK-MSG-ASSUNTO             PIC X(040).
          02 LINK-MSG-OPERADOR            PIC X(010).
          02 LINK-MSG-SEQ                 PIC 9(009).
          02 LINK-MSG-STATUS              PIC X(001).

      *       (VALIDACAO DE E-MAIL - ChkEmail; STATUS '0' = VALIDO,
      *        '1' = EM BRANCO, '2' = FORMATO INVALIDO)
       01 LINK-EMAIL.
          02 LINK-EML-ENDERECO            PIC X(040).
          02 LINK-EML-STATUS              PIC X(001).
