      *--------------------------
      * NEGATIVACAO E PROTESTO DE TITULOS (REMESSA AO BUREAU/CARTORIO)
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ExeNegativa.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-09 - Programa novo. Ultimo passo da cobranca: os
      *              titulos em aberto de cliente que recebeu o aviso
      *              final do ExeCobranca (estagio 3 no ARQDUNLOG)
      *              ha mais dos dias do NEGATIVA.CFG (posicoes 1-3,
      *              padrao 15) vao para o arquivo de inclusao do
      *              destino do NEGATIVA.CFG (posicao 4: B = bureau
      *              de credito, C = cartorio de protesto, padrao B).
      *              Titulo ja negativado que foi quitado (baixa no
      *              CadContasRec ou retorno do ExeCnab), renegociado
      *              em acordo ou excluido do contas a receber gera o
      *              registro de exclusao na remessa seguinte, no
      *              destino em que foi incluido. Remessas NEGB/NEGC
      *              + numero (GeraNumero 'NEGATIVA') + .REM, leiaute
      *              de 200 posicoes. Cada inclusao e exclusao fica
      *              no registro ARQNEGAT.DAT e no NEGATIVA.LOG;
      *              relatorio RELNEGAT do registro. Roda sem tela
      *              como etapa de cadeia/agendador.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CONTASREC ASSIGN TO  DISK WID-ARQ-CREC
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-CREC
              ALTERNATE RECORD KEY IS CODIGO-CLI-CREC WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-VENC-CREC  WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-CREC.

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

       SELECT DUNLOG ASSIGN TO  DISK WID-ARQ-DUN
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-DUN
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-DUN.

       SELECT NEGATIVA ASSIGN TO  DISK WID-ARQ-NEG
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-NEG
              ALTERNATE RECORD KEY IS CODIGO-CLI-NEG WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NEG.

       SELECT ARQREMB ASSIGN TO DISK WID-ARQ-REMB
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REMB.

       SELECT ARQREMC ASSIGN TO DISK WID-ARQ-REMC
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REMC.

       SELECT ARQNEGCFG ASSIGN TO DISK WID-ARQ-NEGCFG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-NEGCFG.

       SELECT ARQNEGLOG ASSIGN TO DISK WID-ARQ-NEGLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-NEGLOG.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
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
          02 FILLER                 PIC  X(109).

       FD DUNLOG.
       01 REGISTRO-DUNLOG.
          02 CHAVE-DUN.
             03 CODIGO-CLI-DUN        PIC  9(007).
             03 ESTAGIO-DUN           PIC  9(001).
          02 DATA-DUN                 PIC  9(008) VALUE ZEROES.
          02 VALOR-DUN                PIC  9(011)v9(002) VALUE ZEROES.
          02 OPERADOR-DUN             PIC  X(010) VALUE SPACES.

       FD NEGATIVA.
       01 REGISTRO-NEGATIVA.
          02 CHAVE-NEG.
             03 NF-NEG                PIC  9(009).
             03 PARC-NEG              PIC  9(003).
          02 CODIGO-CLI-NEG           PIC  9(007).
          02 CNPJ-NEG                 PIC  9(014) VALUE ZEROES.
          02 DESTINO-NEG              PIC  X(001) VALUE 'B'.
             88 NEG-BUREAU            VALUE 'B'.
             88 NEG-CARTORIO          VALUE 'C'.
          02 VENC-NEG                 PIC  9(008) VALUE ZEROES.
          02 VALOR-NEG                PIC  9(009)v9(002) VALUE ZEROES.
          02 DATA-AVISO-NEG           PIC  9(008) VALUE ZEROES.
          02 DATA-INC-NEG             PIC  9(008) VALUE ZEROES.
          02 REMESSA-INC-NEG          PIC  9(009) VALUE ZEROES.
          02 DATA-EXC-NEG             PIC  9(008) VALUE ZEROES.
          02 REMESSA-EXC-NEG          PIC  9(009) VALUE ZEROES.
          02 MOTIVO-EXC-NEG           PIC  X(002) VALUE SPACES.
          02 SITUACAO-NEG             PIC  X(001) VALUE 'I'.
             88 NEG-INCLUIDO          VALUE 'I'.
             88 NEG-EXCLUIDO          VALUE 'E'.
          02 OPERADOR-NEG             PIC  X(010) VALUE SPACES.

       FD  ARQREMB.
       01  ARQREMB-REC              PIC X(200).

       FD  ARQREMC.
       01  ARQREMC-REC              PIC X(200).

       FD  ARQNEGCFG.
       01  ARQNEGCFG-REC            PIC X(10).

       FD  ARQNEGLOG.
       01  ARQNEGLOG-REC            PIC X(100).

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       WORKING-STORAGE SECTION.
       01 FS-CREC.
           02 FS-CREC-1                PIC 9.
           02 FS-CREC-2                PIC 9.
           02 FS-CREC-R REDEFINES FS-CREC-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLIENTES-1                PIC 9.
           02 FS-CLIENTES-2                PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01 FS-DUN.
           02 FS-DUN-1                PIC 9.
           02 FS-DUN-2                PIC 9.
           02 FS-DUN-R REDEFINES FS-DUN-2 PIC 99 COMP-X.
       01 FS-NEG.
           02 FS-NEG-1                PIC 9.
           02 FS-NEG-2                PIC 9.
           02 FS-NEG-R REDEFINES FS-NEG-2 PIC 99 COMP-X.
       01 FS-REMB                     PIC XX VALUE '00'.
       01 FS-REMC                     PIC XX VALUE '00'.
       01 FS-NEGCFG                   PIC XX VALUE '00'.
       01 FS-NEGLOG                   PIC XX VALUE '00'.
       01 FS-REL                      PIC XX VALUE '00'.

       01 WID-ARQ-CREC                PIC X(50) VALUE 'ARQCREC.DAT'.
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-DUN                 PIC X(50) VALUE 'ARQDUNLOG.DAT'.
       01 WID-ARQ-NEG                 PIC X(50) VALUE 'ARQNEGAT.DAT'.
       01 WID-ARQ-REMB                PIC X(50) VALUE SPACES.
       01 WID-ARQ-REMC                PIC X(50) VALUE SPACES.
       01 WID-ARQ-NEGCFG              PIC X(50) VALUE 'NEGATIVA.CFG'.
       01 WID-ARQ-NEGLOG              PIC X(50) VALUE 'NEGATIVA.LOG'.
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).

       77 WX                   PIC X VALUE SPACES.
       01 WCONFIRMA-NG         PIC X VALUE SPACES.
       01 WRELAT-NG            PIC X VALUE SPACES.
       77 WDIAS-APOS-NG        PIC 9(003) VALUE 15.
       01 WDESTINO-CFG-NG      PIC X(001) VALUE 'B'.
       01 WDESTINO-NG          PIC X(001) VALUE SPACES.
       01 WDIAS-CFG-TXT        PIC X(003) VALUE SPACES.
       01 WDIAS-CFG-NUM REDEFINES WDIAS-CFG-TXT PIC 9(003).

       77 WHOJE-INT-NG         PIC 9(008) VALUE ZEROES.
       77 WDIAS-NG             PIC S9(005) VALUE ZEROES.
       01 WDATA-HOJE-NG        PIC 9(008) VALUE ZEROES.
       01 WCLI-ALVO-NG         PIC 9(007) VALUE ZEROES.
       01 WDATA-AVISO-NG       PIC 9(008) VALUE ZEROES.
       01 WMOTIVO-EXC-NG       PIC X(002) VALUE SPACES.
       01 WREMESSA-NG          PIC 9(009) VALUE ZEROES.
       77 WERRO-NG             PIC 9 VALUE ZEROES.
       77 WABERTA-B-NG         PIC 9 VALUE ZEROES.
       77 WABERTA-C-NG         PIC 9 VALUE ZEROES.
       77 WQTD-INC-NG          PIC 9(005) VALUE ZEROES.
       77 WQTD-EXC-NG          PIC 9(005) VALUE ZEROES.
       77 WQTD-DET-B-NG        PIC 9(006) VALUE ZEROES.
       77 WQTD-DET-C-NG        PIC 9(006) VALUE ZEROES.
       01 WTOT-DET-B-NG        PIC 9(013)v9(002) VALUE ZEROES.
       01 WTOT-DET-C-NG        PIC 9(013)v9(002) VALUE ZEROES.

      *-------------LEIAUTE DA REMESSA (200 POSICOES)---------------
      * 0 = HEADER, 1 = DETALHE (I = INCLUSAO, E = EXCLUSAO),
      * 9 = TRAILER. VALORES SEM VIRGULA, 2 DECIMAIS IMPLICITAS.
      * MOTIVO DA EXCLUSAO: 01 = PAGO, 02 = RENEGOCIADO,
      * 03 = TITULO CANCELADO.
       01 WREM-HEADER.
          02 RH-TIPO               PIC X(001) VALUE '0'.
          02 RH-DATA               PIC 9(008).
          02 RH-REMESSA            PIC 9(009).
          02 RH-EMPRESA            PIC 9(003).
          02 RH-NOME-EMPRESA       PIC X(040).
          02 RH-DESTINO            PIC X(001).
          02 RH-DESCRICAO          PIC X(020).
          02 FILLER                PIC X(118) VALUE SPACES.

       01 WREM-DETALHE.
          02 RD-TIPO               PIC X(001) VALUE '1'.
          02 RD-OPERACAO           PIC X(001).
          02 RD-TIPO-PESSOA        PIC X(001).
          02 RD-DOCUMENTO          PIC 9(014).
          02 RD-NOME               PIC X(040).
          02 RD-ENDERECO           PIC X(040).
          02 RD-CIDADE             PIC X(020).
          02 RD-UF                 PIC X(002).
          02 RD-NATUREZA           PIC X(002) VALUE 'DP'.
          02 RD-NF                 PIC 9(009).
          02 RD-PARCELA            PIC 9(003).
          02 RD-VENCIMENTO         PIC 9(008).
          02 RD-VALOR              PIC 9(013)v9(002).
          02 RD-DATA-OCORRENCIA    PIC 9(008).
          02 RD-MOTIVO-EXC         PIC X(002).
          02 RD-SEQUENCIA          PIC 9(006).
          02 FILLER                PIC X(028) VALUE SPACES.

       01 WREM-TRAILER.
          02 RT-TIPO               PIC X(001) VALUE '9'.
          02 RT-REMESSA            PIC 9(009).
          02 RT-QTD-DETALHES       PIC 9(006).
          02 RT-TOTAL              PIC 9(013)v9(002).
          02 FILLER                PIC X(169) VALUE SPACES.
      *--------------------------------------------------

       01 WDATA-HORA-NG.
          02 WDHNG-DATA             PIC 9(008).
          02 WDHNG-HORA.
             03 WDHNG-HH            PIC 9(002).
             03 WDHNG-MM            PIC 9(002).
             03 WDHNG-SS            PIC 9(002).
             03 FILLER              PIC 9(002).

       01 WNEG-LINHA.
          02 NL-DATA               PIC 9(004)/9(002)/9(002).
          02 FILLER                 PIC X VALUE SPACE.
          02 NL-HH                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 NL-MM                 PIC 99.
          02 FILLER                 PIC X VALUE ':'.
          02 NL-SS                 PIC 99.
          02 FILLER                 PIC X VALUE SPACE.
          02 NL-EVENTO             PIC X(008).
          02 FILLER                 PIC X VALUE SPACE.
          02 NL-DESTINO            PIC X(001).
          02 FILLER                 PIC X(05) VALUE ' REM '.
          02 NL-REMESSA            PIC 9(009).
          02 FILLER                 PIC X(04) VALUE ' NF '.
          02 NL-NF                 PIC 9(009).
          02 FILLER                 PIC X VALUE '/'.
          02 NL-PARCELA            PIC 9(003).
          02 FILLER                 PIC X(05) VALUE ' CLI '.
          02 NL-CLIENTE            PIC 9(007).
          02 FILLER                 PIC X VALUE SPACE.
          02 NL-VALOR              PIC ZZZZZZZZ9,99.
          02 FILLER                 PIC X VALUE SPACE.
          02 NL-MOTIVO             PIC X(002).

      *-------------TOTAIS DO RELATORIO DO REGISTRO-----------------
       77 WCONT                PIC 9(04) VALUE ZEROES.
       01 WTOT-INCLUIDOS-RN    PIC 9(005) VALUE ZEROES.
       01 WTOT-EXCLUIDOS-RN    PIC 9(005) VALUE ZEROES.
       01 WTOT-VALOR-INC-RN    PIC 9(011)v9(002) VALUE ZEROES.
       01 WTOT-VALOR-EXC-RN    PIC 9(011)v9(002) VALUE ZEROES.

       01 WMENSAGEM.
          02 WTXT         PIC X(50) VALUE SPACES.
          02 WST          PIC 99 VALUE ZEROES.

      *------------------------------------
      * LAYOUT DO RELATORIO DO REGISTRO DE NEGATIVACOES
      *------------------------------------
       01  CAB01-NG.
           02 FILLER            PIC X(38) VALUE SPACES.
           02 FILLER            PIC X(54) VALUE
           '  REGISTRO DE NEGATIVACOES E PROTESTOS  '.

       01  CAB02-NG.
           03 FILLER PIC X(14) VALUE 'TITULO        '.
           03 FILLER PIC X(30) VALUE 'CLIENTE                       '.
           03 FILLER PIC X(09) VALUE 'DESTINO  '.
           03 FILLER PIC X(11) VALUE 'VENCIMENTO '.
           03 FILLER PIC X(13) VALUE '        VALOR'.
           03 FILLER PIC X(21) VALUE ' INCLUSAO  REMESSA   '.
           03 FILLER PIC X(21) VALUE ' EXCLUSAO  REMESSA   '.
           03 FILLER PIC X(14) VALUE 'SITUACAO      '.

       01  CAB03-NG.
           03 FILLER PIC X(140) VALUE IS ALL '-'.

       01  DET01-NG.
           03 RN-NF               PIC 9(009).
           03 FILLER              PIC X(01)  VALUE '/'.
           03 RN-PARCELA          PIC 9(003).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RN-CLIENTE          PIC 9(007).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RN-RAZAO            PIC X(021).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RN-DESTINO          PIC X(008).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RN-VENC             PIC 9(004)/9(002)/9(002).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RN-VALOR            PIC ZZZZZZZZ9,99.
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RN-DATA-INC         PIC 9(004)/9(002)/9(002).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RN-REMESSA-INC      PIC 9(009).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RN-DATA-EXC         PIC X(010).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RN-REMESSA-EXC      PIC X(009).
           03 FILLER              PIC X(01)  VALUE SPACES.
           03 RN-SITUACAO         PIC X(020).

       01  TOT01-NG.
           03 FILLER              PIC X(18) VALUE 'NEGATIVADOS......:'.
           03 RN-TOT-INCLUIDOS    PIC ZZZZ9.
           03 FILLER              PIC X(10) VALUE '  VALOR: '.
           03 RN-TOT-VALOR-INC    PIC ZZZZZZZZZZ9,99.

       01  TOT02-NG.
           03 FILLER              PIC X(18) VALUE 'EXCLUIDOS........:'.
           03 RN-TOT-EXCLUIDOS    PIC ZZZZ9.
           03 FILLER              PIC X(10) VALUE '  VALOR: '.
           03 RN-TOT-VALOR-EXC    PIC ZZZZZZZZZZ9,99.

       01 WDATA-EDT-NG             PIC 9(004)/9(002)/9(002).

       COPY "LAY-REL-EMP.CPY".

       LINKAGE SECTION.
       COPY "L-LINK.CPY".

       SCREEN SECTION.
       01 TELA-NEGATIVA.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - NEGATIVACAO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 22 VALUE "REMESSA AO BUREAU / CARTORIO".
          02 LINE 7 COL 10 VALUE "DIAS APOS O AVISO FINAL.....:".
          02 LINE 7 COL 41 PIC 999 FROM WDIAS-APOS-NG.
          02 LINE 8 COL 10 VALUE "DESTINO (B=BUREAU C=CARTORIO):".
          02 LINE 8 COL 41 PIC X FROM WDESTINO-CFG-NG.
          02 LINE 10 COL 10 VALUE "GERAR A REMESSA AGORA ? (S/N):".
          02 LINE 10 COL 42 PIC X USING WCONFIRMA-NG.
          02 LINE 11 COL 10 VALUE "RELATORIO DO REGISTRO ? (S/N):".
          02 LINE 11 COL 42 PIC X USING WRELAT-NG.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       INICIO.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-CREC
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-DUN
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NEG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NEGCFG
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-NEGLOG
           MOVE LID-ARQ-CLIENTE-1  TO WID-ARQ-CLIENTE-1
           PERFORM R-LE-NEGATIVA-CFG
           MOVE SPACES TO WCONFIRMA-NG WRELAT-NG
      *    (ETAPA DE CADEIA/AGENDADOR: SO A REMESSA, SEM TELA - O
      *     RESULTADO FICA NO NEGATIVA.LOG)
           IF LID-MODO-1 = 'L'
              MOVE 'S' TO WCONFIRMA-NG
           ELSE
              DISPLAY TELA-NEGATIVA
              ACCEPT TELA-NEGATIVA
           END-IF
           IF WCONFIRMA-NG = 'S' OR 's'
              PERFORM R-GERA-REMESSA THRU R-GERA-REMESSA-FIM
           END-IF
           IF WRELAT-NG = 'S' OR 's'
              PERFORM R-RELATORIO THRU R-RELATORIO-FIM
           END-IF.
       INICIO-EXIT.
           EXIT PROGRAM.

      *-------------------------------------
      * NEGATIVA.CFG: DIAS APOS O AVISO FINAL (999) E O DESTINO DAS
      * INCLUSOES (B/C) NA POSICAO 4. SEM O ARQUIVO, O PADRAO E
      * GRAVADO.
      *-------------------------------------
       R-LE-NEGATIVA-CFG.
           OPEN INPUT ARQNEGCFG
           IF FS-NEGCFG = '00'
              READ ARQNEGCFG
                 NOT AT END
                    MOVE ARQNEGCFG-REC(1:3) TO WDIAS-CFG-TXT
                    IF WDIAS-CFG-TXT IS NUMERIC
                       MOVE WDIAS-CFG-NUM TO WDIAS-APOS-NG
                    END-IF
                    IF ARQNEGCFG-REC(4:1) = 'B' OR 'C'
                       MOVE ARQNEGCFG-REC(4:1) TO WDESTINO-CFG-NG
                    END-IF
              END-READ
              CLOSE ARQNEGCFG
           ELSE
              OPEN OUTPUT ARQNEGCFG
              MOVE SPACES          TO ARQNEGCFG-REC
              MOVE WDIAS-APOS-NG   TO WDIAS-CFG-NUM
              MOVE WDIAS-CFG-TXT   TO ARQNEGCFG-REC(1:3)
              MOVE WDESTINO-CFG-NG TO ARQNEGCFG-REC(4:1)
              WRITE ARQNEGCFG-REC
              CLOSE ARQNEGCFG
           END-IF.

      *-------------------------------------
      * PRIMEIRO AS EXCLUSOES (TITULOS DO REGISTRO QUE DEIXARAM DE
      * SER DEVIDOS), DEPOIS AS INCLUSOES DOS CLIENTES COM AVISO
      * FINAL VENCIDO. O NUMERO DA REMESSA SO E TIRADO QUANDO HA O
      * PRIMEIRO DETALHE.
      *-------------------------------------
       R-GERA-REMESSA.
           OPEN I-O NEGATIVA
           IF FS-NEG = '35'
              CLOSE NEGATIVA OPEN OUTPUT NEGATIVA
              CLOSE NEGATIVA OPEN I-O NEGATIVA
           END-IF
           IF FS-NEG NOT = '00' AND FS-NEG NOT = '05'
              MOVE 'ERRO NA ABERTURA DO REGISTRO DE NEGATIVACAO ST '
                TO WTXT
              MOVE FS-NEG TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-GERA-REMESSA-FIM
           END-IF
           OPEN INPUT CONTASREC
           IF FS-CREC NOT = '00'
              MOVE 'ERRO NA ABERTURA DO CONTAS A RECEBER ST ' TO WTXT
              MOVE FS-CREC TO WST
              PERFORM R-MOSTRA-MENSAGEM
              CLOSE NEGATIVA
              GO TO R-GERA-REMESSA-FIM
           END-IF
           OPEN INPUT CLIENTES
           ACCEPT WDATA-HOJE-NG FROM DATE YYYYMMDD
           COMPUTE WHOJE-INT-NG =
              FUNCTION INTEGER-OF-DATE(WDATA-HOJE-NG)
           MOVE ZEROES TO WREMESSA-NG WERRO-NG WABERTA-B-NG
                          WABERTA-C-NG WQTD-INC-NG WQTD-EXC-NG
                          WQTD-DET-B-NG WQTD-DET-C-NG
                          WTOT-DET-B-NG WTOT-DET-C-NG
           MOVE ZEROES TO CHAVE-NEG
           START NEGATIVA KEY IS NOT LESS THAN CHAVE-NEG
           IF FS-NEG = '00'
              PERFORM R-VARRE-EXCLUSAO
                 UNTIL FS-NEG NOT = '00' OR WERRO-NG = 1
           END-IF
           OPEN INPUT DUNLOG
           IF FS-DUN = '00'
              MOVE ZEROES TO CHAVE-DUN
              START DUNLOG KEY IS NOT LESS THAN CHAVE-DUN
              IF FS-DUN = '00'
                 PERFORM R-VARRE-AVISOS
                    UNTIL FS-DUN NOT = '00' OR WERRO-NG = 1
              END-IF
              CLOSE DUNLOG
           END-IF
           IF WABERTA-B-NG = 1
              MOVE WREMESSA-NG   TO RT-REMESSA
              MOVE WQTD-DET-B-NG TO RT-QTD-DETALHES
              MOVE WTOT-DET-B-NG TO RT-TOTAL
              MOVE WREM-TRAILER  TO ARQREMB-REC
              WRITE ARQREMB-REC
              CLOSE ARQREMB
           END-IF
           IF WABERTA-C-NG = 1
              MOVE WREMESSA-NG   TO RT-REMESSA
              MOVE WQTD-DET-C-NG TO RT-QTD-DETALHES
              MOVE WTOT-DET-C-NG TO RT-TOTAL
              MOVE WREM-TRAILER  TO ARQREMC-REC
              WRITE ARQREMC-REC
              CLOSE ARQREMC
           END-IF
           CLOSE NEGATIVA CONTASREC CLIENTES
           IF WERRO-NG = 1
              MOVE 'ERRO NA NUMERACAO DA REMESSA' TO WTXT
              PERFORM R-MOSTRA-MENSAGEM
           END-IF
           MOVE SPACES TO WTXT
           STRING 'REMESSA ' WREMESSA-NG
                  ' INCLUSOES ' WQTD-INC-NG
                  ' EXCLUSOES ' WQTD-EXC-NG
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-GERA-REMESSA-FIM.
           EXIT.

      *-------------------------------------
      * TITULO NEGATIVADO: QUITADO, RENEGOCIADO OU FORA DO CONTAS A
      * RECEBER GERA A EXCLUSAO. BAIXA PARCIAL E PERDA MANTEM A
      * NEGATIVACAO.
      *-------------------------------------
       R-VARRE-EXCLUSAO.
           READ NEGATIVA NEXT
           IF FS-NEG = '00' AND NEG-INCLUIDO
              MOVE SPACES TO WMOTIVO-EXC-NG
              MOVE NF-NEG   TO NUMERO-NF-CREC
              MOVE PARC-NEG TO PARCELA-CREC
              READ CONTASREC
              EVALUATE TRUE
                 WHEN FS-CREC NOT = '00'
                    MOVE '03' TO WMOTIVO-EXC-NG
                 WHEN CREC-QUITADO
                    MOVE '01' TO WMOTIVO-EXC-NG
                 WHEN CREC-RENEGOCIADO
                    MOVE '02' TO WMOTIVO-EXC-NG
              END-EVALUATE
              IF WMOTIVO-EXC-NG NOT = SPACES
                 PERFORM R-EXCLUI-TITULO THRU R-EXCLUI-TITULO-FIM
              END-IF
              MOVE '00' TO FS-NEG
           END-IF.

       R-EXCLUI-TITULO.
           PERFORM R-PREPARA-REMESSA
           IF WERRO-NG = 1
              GO TO R-EXCLUI-TITULO-FIM
           END-IF
           MOVE SPACES TO RD-NOME RD-ENDERECO RD-CIDADE RD-UF
           MOVE CODIGO-CLI-NEG TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE RAZAO    TO RD-NOME
              MOVE ENDERECO TO RD-ENDERECO
              MOVE CIDADE   TO RD-CIDADE
              MOVE ESTADO   TO RD-UF
           END-IF
           MOVE 'E'             TO RD-OPERACAO
           MOVE CNPJ-NEG        TO RD-DOCUMENTO
           MOVE NF-NEG          TO RD-NF
           MOVE PARC-NEG        TO RD-PARCELA
           MOVE VENC-NEG        TO RD-VENCIMENTO
           MOVE VALOR-NEG       TO RD-VALOR
           MOVE WDATA-HOJE-NG   TO RD-DATA-OCORRENCIA
           MOVE WMOTIVO-EXC-NG  TO RD-MOTIVO-EXC
           MOVE DESTINO-NEG     TO WDESTINO-NG
           PERFORM R-GRAVA-DETALHE
           MOVE 'E'             TO SITUACAO-NEG
           MOVE WDATA-HOJE-NG   TO DATA-EXC-NEG
           MOVE WREMESSA-NG     TO REMESSA-EXC-NEG
           MOVE WMOTIVO-EXC-NG  TO MOTIVO-EXC-NEG
           REWRITE REGISTRO-NEGATIVA
           ADD 1 TO WQTD-EXC-NG
           MOVE 'EXCLUSAO' TO NL-EVENTO
           PERFORM R-GRAVA-NEGLOG.
       R-EXCLUI-TITULO-FIM.
           EXIT.

      *-------------------------------------
      * AVISO FINAL (ESTAGIO 3) ENVIADO HA MAIS DOS DIAS CONFIGURADOS:
      * OS TITULOS DO CLIENTE AINDA EM ABERTO QUE JA ESTAVAM
      * VENCIDOS NA DATA DO AVISO ENTRAM NA REMESSA.
      *-------------------------------------
       R-VARRE-AVISOS.
           READ DUNLOG NEXT
           IF FS-DUN = '00' AND ESTAGIO-DUN = 3
              COMPUTE WDIAS-NG = WHOJE-INT-NG -
                 FUNCTION INTEGER-OF-DATE(DATA-DUN)
              IF WDIAS-NG NOT < WDIAS-APOS-NG
                 MOVE CODIGO-CLI-DUN TO WCLI-ALVO-NG
                 MOVE DATA-DUN       TO WDATA-AVISO-NG
                 PERFORM R-TITULOS-CLIENTE THRU R-TITULOS-CLIENTE-FIM
              END-IF
           END-IF.

       R-TITULOS-CLIENTE.
           MOVE WCLI-ALVO-NG TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI NOT = '00'
              GO TO R-TITULOS-CLIENTE-FIM
           END-IF
           MOVE WCLI-ALVO-NG TO CODIGO-CLI-CREC
           START CONTASREC KEY IS NOT LESS THAN CODIGO-CLI-CREC
           IF FS-CREC = '00'
              PERFORM R-TITULOS-CLIENTE-1
                 UNTIL FS-CREC NOT = '00' OR WERRO-NG = 1
           END-IF.
       R-TITULOS-CLIENTE-FIM.
           EXIT.

       R-TITULOS-CLIENTE-1.
           READ CONTASREC NEXT
           IF FS-CREC = '00' AND CODIGO-CLI-CREC NOT = WCLI-ALVO-NG
              MOVE '10' TO FS-CREC
           END-IF
           IF FS-CREC = '00' AND CREC-ABERTO
              AND SALDO-CREC NOT = ZEROES
              AND DATA-VENC-CREC < WDATA-AVISO-NG
              MOVE NUMERO-NF-CREC TO NF-NEG
              MOVE PARCELA-CREC   TO PARC-NEG
              READ NEGATIVA
              IF FS-NEG = '23'
                 PERFORM R-INCLUI-TITULO THRU R-INCLUI-TITULO-FIM
              END-IF
           END-IF.

       R-INCLUI-TITULO.
           PERFORM R-PREPARA-REMESSA
           IF WERRO-NG = 1
              GO TO R-INCLUI-TITULO-FIM
           END-IF
           INITIALIZE REGISTRO-NEGATIVA
           MOVE NUMERO-NF-CREC  TO NF-NEG
           MOVE PARCELA-CREC    TO PARC-NEG
           MOVE WCLI-ALVO-NG    TO CODIGO-CLI-NEG
           MOVE CNPJ            TO CNPJ-NEG
           MOVE WDESTINO-CFG-NG TO DESTINO-NEG WDESTINO-NG
           MOVE DATA-VENC-CREC  TO VENC-NEG
           MOVE SALDO-CREC      TO VALOR-NEG
           MOVE WDATA-AVISO-NG  TO DATA-AVISO-NEG
           MOVE WDATA-HOJE-NG   TO DATA-INC-NEG
           MOVE WREMESSA-NG     TO REMESSA-INC-NEG
           MOVE 'I'             TO SITUACAO-NEG
           MOVE LID-OPERADOR-1  TO OPERADOR-NEG
           WRITE REGISTRO-NEGATIVA
           IF FS-NEG NOT = '00'
              GO TO R-INCLUI-TITULO-FIM
           END-IF
           MOVE 'I'             TO RD-OPERACAO
           MOVE CNPJ            TO RD-DOCUMENTO
           MOVE RAZAO           TO RD-NOME
           MOVE ENDERECO        TO RD-ENDERECO
           MOVE CIDADE          TO RD-CIDADE
           MOVE ESTADO          TO RD-UF
           MOVE NUMERO-NF-CREC  TO RD-NF
           MOVE PARCELA-CREC    TO RD-PARCELA
           MOVE DATA-VENC-CREC  TO RD-VENCIMENTO
           MOVE SALDO-CREC      TO RD-VALOR
           MOVE WDATA-HOJE-NG   TO RD-DATA-OCORRENCIA
           MOVE SPACES          TO RD-MOTIVO-EXC
           PERFORM R-GRAVA-DETALHE
           ADD 1 TO WQTD-INC-NG
           MOVE 'INCLUSAO' TO NL-EVENTO
           PERFORM R-GRAVA-NEGLOG.
       R-INCLUI-TITULO-FIM.
           EXIT.

      *-------------------------------------
      * NUMERO UNICO DA REMESSA NA RODADA (VALE PARA OS DOIS
      * DESTINOS).
      *-------------------------------------
       R-PREPARA-REMESSA.
           IF WREMESSA-NG = ZEROES
              MOVE 'NEGATIVA' TO LINK-NUM-ENTIDADE
              CALL "GeraNumero" USING LINK-NUMERO
              IF LINK-NUM-STATUS = '0'
                 MOVE LINK-NUM-VALOR TO WREMESSA-NG
              ELSE
                 MOVE 1 TO WERRO-NG
              END-IF
           END-IF.

      *-------------------------------------
      * DETALHE NO ARQUIVO DO DESTINO; O ARQUIVO E ABERTO (COM O
      * HEADER) NO PRIMEIRO DETALHE DAQUELE DESTINO.
      *-------------------------------------
       R-GRAVA-DETALHE.
           IF RD-DOCUMENTO < 100000000000
              MOVE 'F' TO RD-TIPO-PESSOA
           ELSE
              MOVE 'J' TO RD-TIPO-PESSOA
           END-IF
           MOVE WDATA-HOJE-NG      TO RH-DATA
           MOVE WREMESSA-NG        TO RH-REMESSA
           MOVE LID-EMPRESA-1      TO RH-EMPRESA
           MOVE LID-EMPRESA-NOME-1 TO RH-NOME-EMPRESA
           MOVE WDESTINO-NG        TO RH-DESTINO
           IF WDESTINO-NG = 'C'
              IF WABERTA-C-NG = 0
                 MOVE SPACES TO WID-ARQ-REMC
                 STRING 'NEGC' WREMESSA-NG '.REM'
                    DELIMITED BY SIZE INTO WID-ARQ-REMC
                 CALL "NomeEmpresa" USING LID-EMPRESA-1
                                          WID-ARQ-REMC
                 OPEN OUTPUT ARQREMC
                 MOVE 'REMESSA DE PROTESTO' TO RH-DESCRICAO
                 MOVE WREM-HEADER TO ARQREMC-REC
                 WRITE ARQREMC-REC
                 MOVE 1 TO WABERTA-C-NG
              END-IF
              ADD 1 TO WQTD-DET-C-NG
              ADD RD-VALOR TO WTOT-DET-C-NG
              MOVE WQTD-DET-C-NG TO RD-SEQUENCIA
              MOVE WREM-DETALHE TO ARQREMC-REC
              WRITE ARQREMC-REC
           ELSE
              IF WABERTA-B-NG = 0
                 MOVE SPACES TO WID-ARQ-REMB
                 STRING 'NEGB' WREMESSA-NG '.REM'
                    DELIMITED BY SIZE INTO WID-ARQ-REMB
                 CALL "NomeEmpresa" USING LID-EMPRESA-1
                                          WID-ARQ-REMB
                 OPEN OUTPUT ARQREMB
                 MOVE 'REMESSA NEGATIVACAO' TO RH-DESCRICAO
                 MOVE WREM-HEADER TO ARQREMB-REC
                 WRITE ARQREMB-REC
                 MOVE 1 TO WABERTA-B-NG
              END-IF
              ADD 1 TO WQTD-DET-B-NG
              ADD RD-VALOR TO WTOT-DET-B-NG
              MOVE WQTD-DET-B-NG TO RD-SEQUENCIA
              MOVE WREM-DETALHE TO ARQREMB-REC
              WRITE ARQREMB-REC
           END-IF.

       R-GRAVA-NEGLOG.
           ACCEPT WDHNG-DATA FROM DATE YYYYMMDD
           ACCEPT WDHNG-HORA FROM TIME
           MOVE WDHNG-DATA   TO NL-DATA
           MOVE WDHNG-HH     TO NL-HH
           MOVE WDHNG-MM     TO NL-MM
           MOVE WDHNG-SS     TO NL-SS
           MOVE WDESTINO-NG  TO NL-DESTINO
           MOVE WREMESSA-NG  TO NL-REMESSA
           MOVE RD-NF        TO NL-NF
           MOVE RD-PARCELA   TO NL-PARCELA
           MOVE CODIGO-CLI-NEG TO NL-CLIENTE
           MOVE RD-VALOR     TO NL-VALOR
           MOVE RD-MOTIVO-EXC TO NL-MOTIVO
           OPEN EXTEND ARQNEGLOG
           IF FS-NEGLOG = '05' OR FS-NEGLOG = '35'
              OPEN OUTPUT ARQNEGLOG
           END-IF
           MOVE WNEG-LINHA TO ARQNEGLOG-REC
           WRITE ARQNEGLOG-REC
           CLOSE ARQNEGLOG.

      *-------------------------------------
      * RELATORIO DO REGISTRO: TODAS AS INCLUSOES, COM A EXCLUSAO
      * QUANDO HOUVE.
      *-------------------------------------
       R-RELATORIO.
           OPEN INPUT NEGATIVA
           IF FS-NEG NOT = '00'
              MOVE 'REGISTRO DE NEGATIVACAO VAZIO ST ' TO WTXT
              MOVE FS-NEG TO WST
              PERFORM R-MOSTRA-MENSAGEM
              GO TO R-RELATORIO-FIM
           END-IF
           OPEN INPUT CLIENTES
           MOVE 'RELNEGAT.TXT' TO WID-ARQ-REL-1
           MOVE 'RELNEGAT' TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE LID-OPERADOR-1 TO LINK-SPL-OPERADOR
           MOVE LID-EMPRESA-1  TO LINK-SPL-EMPRESA
           CALL "RegSpool" USING LINK-SPOOL
           IF LINK-SPL-STATUS = '0'
              MOVE LINK-SPL-ARQUIVO TO WID-ARQ-REL-1
           END-IF
           OPEN OUTPUT ARQREL
           PERFORM R-IMP-CAB
           MOVE ZEROES TO WTOT-INCLUIDOS-RN WTOT-EXCLUIDOS-RN
                          WTOT-VALOR-INC-RN WTOT-VALOR-EXC-RN
           MOVE ZEROES TO CHAVE-NEG
           START NEGATIVA KEY IS NOT LESS THAN CHAVE-NEG
           IF FS-NEG = '00'
              PERFORM R-RELATORIO-1 UNTIL FS-NEG NOT = '00'
           END-IF
           MOVE CAB03-NG TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WTOT-INCLUIDOS-RN TO RN-TOT-INCLUIDOS
           MOVE WTOT-VALOR-INC-RN TO RN-TOT-VALOR-INC
           MOVE TOT01-NG TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WTOT-EXCLUIDOS-RN TO RN-TOT-EXCLUIDOS
           MOVE WTOT-VALOR-EXC-RN TO RN-TOT-VALOR-EXC
           MOVE TOT02-NG TO ARQREL-DATA-01
           WRITE ARQREL-REC
           CLOSE ARQREL NEGATIVA CLIENTES
           MOVE SPACES TO WTXT
           STRING 'RELATORIO GERADO EM ' WID-ARQ-REL-1
              DELIMITED BY SIZE INTO WTXT
           PERFORM R-MOSTRA-MENSAGEM.
       R-RELATORIO-FIM.
           EXIT.

       R-RELATORIO-1.
           READ NEGATIVA NEXT
           IF FS-NEG = '00'
              PERFORM R-IMPRIME-NEGATIVACAO
           END-IF.

       R-IMPRIME-NEGATIVACAO.
           MOVE NF-NEG          TO RN-NF
           MOVE PARC-NEG        TO RN-PARCELA
           MOVE CODIGO-CLI-NEG  TO RN-CLIENTE
           MOVE SPACES          TO RN-RAZAO
           MOVE CODIGO-CLI-NEG  TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE RAZAO TO RN-RAZAO
           END-IF
           IF NEG-CARTORIO
              MOVE 'CARTORIO' TO RN-DESTINO
           ELSE
              MOVE 'BUREAU'   TO RN-DESTINO
           END-IF
           MOVE VENC-NEG        TO RN-VENC
           MOVE VALOR-NEG       TO RN-VALOR
           MOVE DATA-INC-NEG    TO RN-DATA-INC
           MOVE REMESSA-INC-NEG TO RN-REMESSA-INC
           IF NEG-EXCLUIDO
              MOVE DATA-EXC-NEG    TO WDATA-EDT-NG
              MOVE WDATA-EDT-NG    TO RN-DATA-EXC
              MOVE REMESSA-EXC-NEG TO RN-REMESSA-EXC
              EVALUATE MOTIVO-EXC-NEG
                 WHEN '01'
                    MOVE 'EXCLUIDO - PAGO'     TO RN-SITUACAO
                 WHEN '02'
                    MOVE 'EXCLUIDO - ACORDO'   TO RN-SITUACAO
                 WHEN OTHER
                    MOVE 'EXCLUIDO - CANCELADO' TO RN-SITUACAO
              END-EVALUATE
              ADD 1         TO WTOT-EXCLUIDOS-RN
              ADD VALOR-NEG TO WTOT-VALOR-EXC-RN
           ELSE
              MOVE SPACES       TO RN-DATA-EXC RN-REMESSA-EXC
              MOVE 'NEGATIVADO' TO RN-SITUACAO
              ADD 1         TO WTOT-INCLUIDOS-RN
              ADD VALOR-NEG TO WTOT-VALOR-INC-RN
           END-IF
           MOVE DET01-NG TO ARQREL-DATA-01
           WRITE ARQREL-REC
           ADD 1 TO WCONT.

       R-IMP-CAB.
           MOVE ZEROES TO WCONT
           MOVE LID-EMPRESA-1      TO CAB-EMP-CODIGO
           MOVE LID-EMPRESA-NOME-1 TO CAB-EMP-NOME
           MOVE CAB-EMPRESA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB01-NG TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB02-NG TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE CAB03-NG TO ARQREL-DATA-01
           WRITE ARQREL-REC.

       R-MOSTRA-MENSAGEM.
           IF LID-MODO-1 NOT = 'L'
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              INITIALIZE WMENSAGEM
              DISPLAY TELA-MENSAGEM
           END-IF.
