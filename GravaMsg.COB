      *--------------------------
      * FILA DE DOCUMENTOS AO CLIENTE POR E-MAIL (INCLUSAO)
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GravaMsg.
      * AUTHOR.     URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Rotina nova. Inclui na fila de saida de e-mails
      *              (ARQMSG.DAT, por empresa) um documento gerado
      *              para o cliente: boleto (CadContasRec), extrato
      *              (RelExtrato) ou carta de cobranca (ExeCobranca).
      *              Guarda destinatario (e-mail do cadastro no
      *              momento da emissao), tipo, assunto, NF/parcela
      *              do titulo, operador e data/hora. O arquivo
      *              gerado e copiado para ANEXO<seq>.TXT, que e o
      *              anexo enviado - o arquivo de origem e regravado
      *              na emissao seguinte. A sequencia vem do controle
      *              central (GeraNumero). O envio e feito pelo
      *              ExeEnvioMsg. LINK-MSG-STATUS '0' = enfileirado,
      *              '1' = erro, '2' = anexo nao encontrado.
      * 2026-10-15 - Tipo NFE (ExeFaturamento): o anexo e o proprio
      *              XML da nota, gravado uma vez por numero de NF e
      *              numa linha so; vai sem copia para a fila.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MENSAGENS ASSIGN TO  DISK WID-ARQ-MSG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS SEQ-MSG
              ALTERNATE RECORD KEY IS CLIENTE-MSG  WITH DUPLICATES
              ALTERNATE RECORD KEY IS SITUACAO-MSG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MSG.

       SELECT ARQORIGEM ASSIGN TO DISK WID-ARQ-ORIGEM
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-ORIGEM.

       SELECT ARQANEXO ASSIGN TO DISK WID-ARQ-ANEXO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-ANEXO.

       DATA DIVISION.
       FILE SECTION.
      *    (SITUACAO: P=PENDENTE, E=ENTREGUE AO GATEWAY DE E-MAIL,
      *     D=DEVOLVIDA PELO SERVIDOR DO DESTINATARIO, N=SEM
      *     ENDERECO VALIDO NO CADASTRO)
       FD MENSAGENS.
       01 REGISTRO-MENSAGENS.
          02 SEQ-MSG                  PIC  9(009).
          02 CLIENTE-MSG              PIC  9(007) VALUE ZEROES.
          02 SITUACAO-MSG             PIC  X(001) VALUE 'P'.
             88 MSG-PENDENTE          VALUE 'P'.
             88 MSG-ENVIADA           VALUE 'E'.
             88 MSG-DEVOLVIDA         VALUE 'D'.
             88 MSG-SEM-ENDERECO      VALUE 'N'.
          02 TIPO-MSG                 PIC  X(003) VALUE SPACES.
             88 MSG-BOLETO            VALUE 'BOL'.
             88 MSG-EXTRATO           VALUE 'EXT'.
             88 MSG-CARTA             VALUE 'CAR'.
             88 MSG-NFE               VALUE 'NFE'.
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

       FD  ARQORIGEM.
       01  ARQORIGEM-REC            PIC X(512).

       FD  ARQANEXO.
       01  ARQANEXO-REC             PIC X(512).

       WORKING-STORAGE SECTION.
       01 WID-ARQ-MSG             PIC X(50) VALUE 'ARQMSG.DAT'.
       01 FS-MSG.
           02 FS-MSG-1                PIC 9.
           02 FS-MSG-2                PIC 9.
           02 FS-MSG-R REDEFINES FS-MSG-2 PIC 99 COMP-X.
       01 WID-ARQ-ORIGEM          PIC X(50) VALUE SPACES.
       01 FS-ORIGEM               PIC XX VALUE '00'.
       01 WID-ARQ-ANEXO           PIC X(50) VALUE SPACES.
       01 FS-ANEXO                PIC XX VALUE '00'.
       77 WSAIDA-GM               PIC 9 VALUE ZEROES.

       01 WDATA-HORA-GM.
          02 WDHGM-DATA             PIC 9(008).
          02 WDHGM-HORA.
             03 WDHGM-HHMMSS        PIC 9(006).
             03 FILLER              PIC 9(002).

       01 LINK-NUMERO.
          02 LINK-NUM-ENTIDADE            PIC X(10).
          02 LINK-NUM-VALOR               PIC 9(009).
          02 LINK-NUM-STATUS              PIC X(01).

       LINKAGE SECTION.
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

       PROCEDURE DIVISION USING LINK-MENSAGEM.
       INICIO.
           MOVE '1' TO LINK-MSG-STATUS
           MOVE ZEROES TO LINK-MSG-SEQ
           IF LINK-MSG-CLIENTE = ZEROES OR LINK-MSG-TIPO = SPACES
              GO TO INICIO-EXIT
           END-IF
           MOVE LINK-MSG-ANEXO TO WID-ARQ-ORIGEM
           OPEN INPUT ARQORIGEM
           IF FS-ORIGEM NOT = '00'
              MOVE '2' TO LINK-MSG-STATUS
              GO TO INICIO-EXIT
           END-IF
           MOVE 'ARQMSG.DAT' TO WID-ARQ-MSG
           CALL "NomeEmpresa" USING LINK-MSG-EMPRESA WID-ARQ-MSG
           OPEN I-O MENSAGENS
           IF FS-MSG = '35' OR FS-MSG = '05'
              OPEN OUTPUT MENSAGENS
              CLOSE MENSAGENS
              OPEN I-O MENSAGENS
           END-IF
           IF FS-MSG NOT = '00'
              CLOSE ARQORIGEM
              GO TO INICIO-EXIT
           END-IF
           PERFORM R-GRAVA-MSG THRU R-GRAVA-MSG-EXIT
           CLOSE MENSAGENS ARQORIGEM.
       INICIO-EXIT.
           EXIT PROGRAM.

      *-------------------------------------
      * COPIA O ANEXO E GRAVA A MENSAGEM PENDENTE. SEM A COPIA NADA
      * E GRAVADO (A MENSAGEM SAIRIA SEM O DOCUMENTO).
      *-------------------------------------
       R-GRAVA-MSG.
           MOVE 'MENSAGEM' TO LINK-NUM-ENTIDADE
           CALL "GeraNumero" USING LINK-NUMERO
           IF LINK-NUM-STATUS NOT = '0'
              GO TO R-GRAVA-MSG-EXIT
           END-IF
           MOVE SPACES TO WID-ARQ-ANEXO
           IF LINK-MSG-TIPO = 'NFE'
              MOVE LINK-MSG-ANEXO TO WID-ARQ-ANEXO
           ELSE
              PERFORM R-COPIA-ANEXO THRU R-COPIA-ANEXO-EXIT
           END-IF
           IF WID-ARQ-ANEXO = SPACES
              GO TO R-GRAVA-MSG-EXIT
           END-IF
           ACCEPT WDHGM-DATA FROM DATE YYYYMMDD
           ACCEPT WDHGM-HORA FROM TIME
           INITIALIZE REGISTRO-MENSAGENS
           MOVE LINK-NUM-VALOR      TO SEQ-MSG
           MOVE LINK-MSG-CLIENTE    TO CLIENTE-MSG
           MOVE 'P'                 TO SITUACAO-MSG
           MOVE LINK-MSG-TIPO       TO TIPO-MSG
           MOVE LINK-MSG-EMAIL      TO EMAIL-MSG
           MOVE LINK-MSG-ASSUNTO    TO ASSUNTO-MSG
           MOVE WID-ARQ-ANEXO       TO ANEXO-MSG
           MOVE LINK-MSG-ANEXO      TO ORIGEM-MSG
           MOVE LINK-MSG-NF         TO NF-MSG
           MOVE LINK-MSG-PARCELA    TO PARCELA-MSG
           MOVE WDHGM-DATA          TO DATA-MSG
           MOVE WDHGM-HHMMSS        TO HORA-MSG
           MOVE LINK-MSG-OPERADOR   TO OPERADOR-MSG
           WRITE REGISTRO-MENSAGENS
           IF FS-MSG = '00'
              MOVE '0'            TO LINK-MSG-STATUS
              MOVE LINK-NUM-VALOR TO LINK-MSG-SEQ
           END-IF.
       R-GRAVA-MSG-EXIT.
           EXIT.

      *-------------------------------------
      * COPIA DO ARQUIVO GERADO PARA ANEXO<seq>.TXT. SEM A COPIA O
      * NOME DO ANEXO VOLTA EM BRANCO.
      * (O XML DA NF-E NAO PASSA AQUI: E UMA LINHA SO, MAIOR QUE O
      *  REGISTRO DA COPIA, E NAO E REGRAVADO PARA A MESMA NOTA)
      *-------------------------------------
       R-COPIA-ANEXO.
           STRING 'ANEXO' LINK-NUM-VALOR '.TXT'
              DELIMITED BY SIZE INTO WID-ARQ-ANEXO
           CALL "NomeEmpresa" USING LINK-MSG-EMPRESA WID-ARQ-ANEXO
           OPEN OUTPUT ARQANEXO
           IF FS-ANEXO NOT = '00'
              MOVE SPACES TO WID-ARQ-ANEXO
              GO TO R-COPIA-ANEXO-EXIT
           END-IF
           MOVE 0 TO WSAIDA-GM
           PERFORM R-COPIA-LINHA UNTIL WSAIDA-GM = 1
           CLOSE ARQANEXO.
       R-COPIA-ANEXO-EXIT.
           EXIT.

       R-COPIA-LINHA.
           READ ARQORIGEM
              AT END MOVE 1 TO WSAIDA-GM
           END-READ
           IF WSAIDA-GM = ZERO
              MOVE ARQORIGEM-REC TO ARQANEXO-REC
              WRITE ARQANEXO-REC
           END-IF.
