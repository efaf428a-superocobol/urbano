      *--------------------------
      * COMODATO DE EQUIPAMENTOS EM CLIENTES
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CadComodato.
      * AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Programa novo. Cadastro de equipamentos
      *              emprestados em comodato (ARQEQUIP.DAT, chave
      *              numero de patrimonio): tipo (F=freezer,
      *              G=geladeira/cooler, E=expositor), descricao,
      *              serie e situacao (D=disponivel, C=em comodato,
      *              B=baixado). Emprestimo e devolucao por cliente
      *              com a data do contrato e o minimo de compra
      *              mensal combinado, cada um gravado em
      *              ARQMOVEQP.DAT. O relatorio compara a media
      *              mensal de compras do cliente no cubo de
      *              estatisticas (ARQSTAT.DAT) com a soma dos
      *              minimos dos equipamentos que ele tem e marca
      *              para recolher quem ficou abaixo (RELCOMOD.TXT,
      *              catalogo de spool). Operacoes no TRANLOG.LOG.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT EQUIPAM ASSIGN TO  DISK WID-ARQ-EQUIP
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS PATRIMONIO-EQP
              ALTERNATE RECORD KEY IS CODIGO-CLI-EQP WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-EQP.

       SELECT MOVEQP ASSIGN TO  DISK WID-ARQ-MOVEQP
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-MEQ
              ALTERNATE RECORD KEY IS CODIGO-CLI-MEQ WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-MEQ.

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

       SELECT ESTATIS ASSIGN TO  DISK WID-ARQ-STAT
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS DYNAMIC
              RECORD KEY        IS CHAVE-ST
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-ST.

       SELECT ARQREL  ASSIGN TO DISK WID-ARQ-REL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-REL.

       SELECT ARQTRANLOG ASSIGN TO DISK WID-ARQ-TRANLOG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-TRANLOG.

       DATA DIVISION.
       FILE SECTION.
       FD EQUIPAM.
       01 REGISTRO-EQUIPAM.
          02 PATRIMONIO-EQP           PIC  X(010).
          02 TIPO-EQP                 PIC  X(001) VALUE SPACES.
             88 EQP-FREEZER           VALUE 'F'.
             88 EQP-COOLER            VALUE 'G'.
             88 EQP-EXPOSITOR         VALUE 'E'.
          02 DESCRICAO-EQP            PIC  X(030) VALUE SPACES.
          02 SERIE-EQP                PIC  X(020) VALUE SPACES.
          02 SITUACAO-EQP             PIC  X(001) VALUE 'D'.
             88 EQP-DISPONIVEL        VALUE 'D'.
             88 EQP-COMODATO          VALUE 'C'.
             88 EQP-BAIXADO           VALUE 'B'.
          02 CODIGO-CLI-EQP           PIC  9(007) VALUE ZEROES.
          02 DATA-CONTRATO-EQP        PIC  9(008) VALUE ZEROES.
          02 MINIMO-MES-EQP           PIC  9(007)v9(002) VALUE ZEROES.
          02 QTD-MOV-EQP              PIC  9(004) VALUE ZEROES.
          02 FILLER                   PIC  X(020) VALUE SPACES.

       FD MOVEQP.
       01 REGISTRO-MOVEQP.
          02 CHAVE-MEQ.
             03 PATRIMONIO-MEQ        PIC  X(010).
             03 SEQ-MEQ               PIC  9(004).
          02 CODIGO-CLI-MEQ           PIC  9(007) VALUE ZEROES.
          02 TIPO-MEQ                 PIC  X(001) VALUE SPACES.
             88 MEQ-EMPRESTIMO        VALUE 'E'.
             88 MEQ-DEVOLUCAO         VALUE 'D'.
          02 DATA-MEQ                 PIC  9(008) VALUE ZEROES.
          02 DATA-CONTRATO-MEQ        PIC  9(008) VALUE ZEROES.
          02 MINIMO-MES-MEQ           PIC  9(007)v9(002) VALUE ZEROES.
          02 OPERADOR-MEQ             PIC  X(010) VALUE SPACES.
          02 OBS-MEQ                  PIC  X(030) VALUE SPACES.

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

       FD  ARQREL.
       01  ARQREL-REC.
           05  ARQREL-DATA-01   PIC X(00512).

       FD  ARQTRANLOG.
       01  ARQTRANLOG-REC           PIC X(200).

       WORKING-STORAGE SECTION.
       01 FS-EQP.
           02 FS-EQP-1                PIC 9.
           02 FS-EQP-2                PIC 9.
           02 FS-EQP-R REDEFINES FS-EQP-2 PIC 99 COMP-X.
       01 FS-MEQ.
           02 FS-MEQ-1                PIC 9.
           02 FS-MEQ-2                PIC 9.
           02 FS-MEQ-R REDEFINES FS-MEQ-2 PIC 99 COMP-X.
       01 FS-CLI.
           02 FS-CLIENTES-1           PIC 9.
           02 FS-CLIENTES-2           PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01 FS-ST.
           02 FS-ST-1                 PIC 9.
           02 FS-ST-2                 PIC 9.
           02 FS-ST-R REDEFINES FS-ST-2 PIC 99 COMP-X.
       01 FS-REL.
           02 FS-REL-1                PIC 9.
           02 FS-REL-2                PIC 9.
           02 FS-REL-R REDEFINES FS-REL-2 PIC 99 COMP-X.
       01 FS-TRANLOG                  PIC XX VALUE '00'.

       01 WID-ARQ-EQUIP               PIC X(50) VALUE 'ARQEQUIP.DAT'.
       01 WID-ARQ-MOVEQP              PIC X(50) VALUE 'ARQMOVEQP.DAT'.
       01 WID-ARQ-STAT                PIC X(50) VALUE 'ARQSTAT.DAT'.
       01 WID-ARQ-CLIENTE.
           02 WID-ARQ-CLIENTE-1            PIC X(50).
       01 WID-ARQ-REL.
           02 WID-ARQ-REL-1             PIC X(50).
       01 WID-ARQ-TRANLOG             PIC X(50) VALUE 'TRANLOG.LOG'.

       77 WOPCAO-CD       PIC 9 VALUE ZEROES.
       77 WX              PIC X VALUE SPACES.
       77 WSAIDA          PIC 9 VALUE ZEROES.
       77 WST-DISPONIVEL-CD       PIC 9 VALUE ZEROES.
      *                          (1=CUBO DE ESTATISTICAS ABERTO)

      *-------------EQUIPAMENTO DA TELA-----------------------------
       01 WREG-EQUIP-CD.
          02 WPATRIMONIO-CD        PIC X(010) VALUE SPACES.
          02 WTIPO-CD              PIC X(001) VALUE SPACES.
          02 WDESCRICAO-CD         PIC X(030) VALUE SPACES.
          02 WSERIE-CD             PIC X(020) VALUE SPACES.
          02 WSITUACAO-CD          PIC X(001) VALUE SPACES.
          02 WCLI-EQP-CD           PIC 9(007) VALUE ZEROES.
          02 WDATA-CONTR-CD        PIC 9(008) VALUE ZEROES.
          02 WMINIMO-CD            PIC 9(007)v9(002) VALUE ZEROES.
       01 WRAZAO-CD               PIC X(040) VALUE SPACES.
       01 WOBS-CD                 PIC X(030) VALUE SPACES.
       01 WDATA-HOJE-CD           PIC 9(008) VALUE ZEROES.
       01 WTIPO-MOV-CD            PIC X(001) VALUE SPACES.
      *--------------------------------------------------

      *-------------DESEMPENHO DOS CLIENTES COM COMODATO------------
      * UMA LINHA POR CLIENTE COM EQUIPAMENTO EM COMODATO: A SOMA
      * DOS MINIMOS MENSAIS COMBINADOS E AS COMPRAS NOS MESES DO
      * PERIODO. ATE 2000 CLIENTES; OS EQUIPAMENTOS DOS DEMAIS
      * SAEM CONTADOS NO RODAPE.
       77 WMAX-CD                 PIC 9(004) VALUE 2000.
       77 WQTD-CD                 PIC 9(004) VALUE ZEROES.
       77 WQTD-EXCED-CD           PIC 9(005) VALUE ZEROES.
       77 WI-CD                   PIC 9(004) VALUE ZEROES.
       77 WACHOU-CD               PIC 9(004) VALUE ZEROES.
       01 WTAB-CD.
          02 WCD-ITEM OCCURS 2000 TIMES.
             03 WCD-CLI           PIC 9(007).
             03 WCD-QTD-EQP       PIC 9(003).
             03 WCD-MINIMO        PIC 9(009)v9(002).
             03 WCD-COMPRAS       PIC 9(011)v9(002).
       01 WMES-INI-CD             PIC 9(006) VALUE ZEROES.
       01 WMES-INI-CD-R REDEFINES WMES-INI-CD.
          02 WMES-INI-ANO-CD      PIC 9(004).
          02 WMES-INI-MES-CD      PIC 9(002).
       01 WMES-FIM-CD             PIC 9(006) VALUE ZEROES.
       01 WMES-FIM-CD-R REDEFINES WMES-FIM-CD.
          02 WMES-FIM-ANO-CD      PIC 9(004).
          02 WMES-FIM-MES-CD      PIC 9(002).
       77 WQTD-MESES-CD           PIC 9(003) VALUE ZEROES.
       01 WMEDIA-CD               PIC 9(011)v9(002) VALUE ZEROES.
       77 WQTD-ABAIXO-CD          PIC 9(005) VALUE ZEROES.
       77 WQTD-EQP-ABAIXO-CD      PIC 9(005) VALUE ZEROES.

       01 WRL-TITULOS.
          02 FILLER            PIC X(40) VALUE
             'CLIENTE RAZAO SOCIAL                    '.
          02 FILLER            PIC X(40) VALUE
             '  EQP  MINIMO MENSAL    MEDIA COMPRAS SI'.
          02 FILLER            PIC X(08) VALUE
             'TUACAO'.

       01 WRL-LINHA.
          02 RL-CLI            PIC 9(007).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-RAZAO          PIC X(030).
          02 FILLER            PIC X(02) VALUE SPACES.
          02 RL-QTD-EQP        PIC ZZ9.
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-MINIMO         PIC ZZZZZZZZ9.99.
          02 FILLER            PIC X(02) VALUE SPACES.
          02 RL-MEDIA          PIC ZZZZZZZZZZ9.99.
          02 FILLER            PIC X(02) VALUE SPACES.
          02 RL-SITUACAO       PIC X(010).

       01 WRL-EQUIP.
          02 FILLER            PIC X(10) VALUE SPACES.
          02 RL-PATRIMONIO     PIC X(010).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-TIPO           PIC X(001).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-DESCRICAO      PIC X(030).
          02 FILLER            PIC X(01) VALUE SPACE.
          02 RL-SERIE          PIC X(020).
          02 FILLER            PIC X(10) VALUE ' CONTRATO '.
          02 RL-DATA-CONTR     PIC 9(004)/9(002)/9(002).

       01 WRL-RODAPE.
          02 FILLER            PIC X(30) VALUE
             'CLIENTES ABAIXO DO MINIMO....:'.
          02 RL-QTD-ABAIXO     PIC ZZZZ9.
          02 FILLER            PIC X(30) VALUE
             '   EQUIPAMENTOS A RECOLHER...:'.
          02 RL-EQP-ABAIXO     PIC ZZZZ9.

       01 WRL-EXCEDENTE.
          02 FILLER            PIC X(40) VALUE
             'EQUIPAMENTOS NAO AVALIADOS (LIMITE)....:'.
          02 RL-EXCED          PIC ZZZZ9.
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
          02 FILLER                 PIC X(07) VALUE ' PATR= '.
          02 WTL-PATRIMONIO         PIC X(010).
          02 FILLER                 PIC X(06) VALUE ' CLI= '.
          02 WTL-CLI                PIC 9(007).
          02 FILLER                 PIC X(07) VALUE ' SIT=  '.
          02 WTL-SITUACAO           PIC X(001).

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
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - COMODATO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 33 VALUE "SELECIONE A OPCAO".
          02 LINE 7 COL 10 VALUE "[1] CADASTRO DE EQUIPAMENTO".
          02 LINE 8 COL 10 VALUE "[2] EMPRESTIMO A CLIENTE".
          02 LINE 9 COL 10 VALUE "[3] DEVOLUCAO DO CLIENTE".
          02 LINE 10 COL 10 VALUE "[4] COMPRAS X MINIMO (RELATORIO)".
          02 LINE 11 COL 10 VALUE "[6] SAIR".
          02 LINE 15 COL 10 VALUE "DIGITE A OPCAO DESEJADA[.]".
          02 LINE 15 COL 34 PIC 9 USING WOPCAO-CD AUTO.

       01 TELA-EQUIP-CD.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - COMODATO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 28 VALUE "CADASTRO DE EQUIPAMENTO".
          02 LINE 7 COL 10 VALUE "Patrimonio......:".
          02 LINE 7 COL 29 PIC X(010) FROM WPATRIMONIO-CD.
          02 LINE 9 COL 10 VALUE "Tipo............:".
          02 LINE 9 COL 29 PIC X(001) USING WTIPO-CD.
          02 LINE 9 COL 35 VALUE "(F=FREEZER G=COOLER E=EXPOSITOR)".
          02 LINE 10 COL 10 VALUE "Descricao.......:".
          02 LINE 10 COL 29 PIC X(030) USING WDESCRICAO-CD.
          02 LINE 11 COL 10 VALUE "Serie...........:".
          02 LINE 11 COL 29 PIC X(020) USING WSERIE-CD.
          02 LINE 12 COL 10 VALUE "Situacao........:".
          02 LINE 12 COL 29 PIC X(001) USING WSITUACAO-CD.
          02 LINE 12 COL 35 VALUE "(D=DISPONIVEL B=BAIXADO)".
          02 LINE 14 COL 10 VALUE "Cliente.........:".
          02 LINE 14 COL 29 PIC 9(007) FROM WCLI-EQP-CD.
          02 LINE 15 COL 10 VALUE "Contrato de.....:".
          02 LINE 15 COL 29 PIC 9(008) FROM WDATA-CONTR-CD.
          02 LINE 16 COL 10 VALUE "Minimo mensal...:".
          02 LINE 16 COL 29 PIC ZZZZZZ9,99 FROM WMINIMO-CD.

       01 TELA-ACC-PATR-CD.
          02 LINE 07 COL 29 PIC X(010) USING WPATRIMONIO-CD.

       01 TELA-MOVIMENTO-CD.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - COMODATO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 28 VALUE "EMPRESTIMO / DEVOLUCAO".
          02 LINE 7 COL 10 VALUE "Patrimonio......:".
          02 LINE 7 COL 29 PIC X(010) FROM WPATRIMONIO-CD.
          02 LINE 8 COL 29 PIC X(030) FROM WDESCRICAO-CD.
          02 LINE 9 COL 10 VALUE "Serie...........:".
          02 LINE 9 COL 29 PIC X(020) FROM WSERIE-CD.
          02 LINE 11 COL 10 VALUE "Cliente.........:".
          02 LINE 11 COL 29 PIC 9(007) FROM WCLI-EQP-CD.
          02 LINE 12 COL 29 PIC X(040) FROM WRAZAO-CD.
          02 LINE 13 COL 10 VALUE "Contrato de.....:".
          02 LINE 13 COL 29 PIC 9(008) FROM WDATA-CONTR-CD.
          02 LINE 14 COL 10 VALUE "Minimo mensal...:".
          02 LINE 14 COL 29 PIC 9(007)V99 FROM WMINIMO-CD.
          02 LINE 15 COL 10 VALUE "Observacao......:".
          02 LINE 15 COL 29 PIC X(030) FROM WOBS-CD.

       01 TELA-ACC-EMPREST-CD.
          02 LINE 11 COL 29 PIC 9(007) USING WCLI-EQP-CD.
          02 LINE 13 COL 29 PIC 9(008) USING WDATA-CONTR-CD.
          02 LINE 14 COL 29 PIC 9(007)V99 USING WMINIMO-CD.
          02 LINE 15 COL 29 PIC X(030) USING WOBS-CD.

       01 TELA-ACC-OBS-CD.
          02 LINE 15 COL 29 PIC X(030) USING WOBS-CD.

       01 TELA-PARAM-CD.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 20 VALUE "SISTEMA EXEMPLO - COMODATO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 4 COL 25 VALUE "COMPRAS X MINIMO DO COMODATO".
          02 LINE 7 COL 10 VALUE "Mes inicial (AAAAMM):".
          02 LINE 7 COL 33 PIC 9(006) USING WMES-INI-CD.
          02 LINE 8 COL 10 VALUE "Mes final   (AAAAMM):".
          02 LINE 8 COL 33 PIC 9(006) USING WMES-FIM-CD.

       01 TELA-MENSAGEM.
          02 LINE 25 COL 10 VALUE "MENSAGEM.....:".
          02 LINE 25 COL 27 PIC X(50) USING WMENSAGEM.

       PROCEDURE DIVISION USING LINK-DADOS.
       ABERTURA.
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-EQUIP
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-MOVEQP
           CALL "NomeEmpresa" USING LID-EMPRESA-1
                                    WID-ARQ-STAT
           MOVE LID-ARQ-CLIENTE-1 TO WID-ARQ-CLIENTE-1
           INITIALIZE WSAIDA WOPCAO-CD
           PERFORM ABRE-ARQUIVOS.

       ACCEPTA-OPCAO.
           PERFORM UNTIL WOPCAO-CD = 6
                DISPLAY TELA-OPCAO
                ACCEPT TELA-OPCAO
           EVALUATE WOPCAO-CD
             WHEN 1
               PERFORM S-EQUIPAMENTO-CD
             WHEN 2
               MOVE 'E' TO WTIPO-MOV-CD
               PERFORM S-MOVIMENTO-CD
             WHEN 3
               MOVE 'D' TO WTIPO-MOV-CD
               PERFORM S-MOVIMENTO-CD
             WHEN 4
               PERFORM S-RELATORIO-CD
             WHEN 6
               PERFORM FECHA-ARQUIVOS
               EXIT PROGRAM
           END-EVALUATE
           END-PERFORM.
       ACCEPTA-OPCAO-EXIT.
           EXIT.

      *-------------------------------------
      * CADASTRO DO EQUIPAMENTO: INCLUI OU ALTERA TIPO, DESCRICAO,
      * SERIE E SITUACAO. O CLIENTE E O CONTRATO SO MUDAM PELO
      * EMPRESTIMO E PELA DEVOLUCAO; EQUIPAMENTO EM COMODATO NAO E
      * BAIXADO SEM ANTES VOLTAR.
      *-------------------------------------
       S-EQUIPAMENTO-CD SECTION.
       EQUIPAMENTO-CD-1.
           INITIALIZE WREG-EQUIP-CD
           MOVE '=> PATRIMONIO EM BRANCO PARA SAIR ' TO WTXT
           DISPLAY TELA-EQUIP-CD
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-PATR-CD
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WPATRIMONIO-CD NOT = SPACES
              PERFORM EQUIPAMENTO-CD-2 THRU EQUIPAMENTO-CD-FIM
           END-IF.
       EQUIPAMENTO-CD-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-EQUIPAMENTO-CD-ROTINAS SECTION.

       EQUIPAMENTO-CD-2.
           MOVE WPATRIMONIO-CD TO PATRIMONIO-EQP
           READ EQUIPAM
           IF FS-EQP = '00'
              PERFORM R-CARREGA-EQUIP-CD
           ELSE
              MOVE 'D' TO WSITUACAO-CD
           END-IF
           DISPLAY TELA-EQUIP-CD
           ACCEPT TELA-EQUIP-CD
           IF WTIPO-CD NOT = 'F' AND WTIPO-CD NOT = 'G' AND
              WTIPO-CD NOT = 'E'
              MOVE 'TIPO INVALIDO' TO WTXT
              PERFORM R-MOSTRA-MSG-CD
              GO TO EQUIPAMENTO-CD-FIM
           END-IF
           IF WDESCRICAO-CD = SPACES
              MOVE 'INFORME A DESCRICAO' TO WTXT
              PERFORM R-MOSTRA-MSG-CD
              GO TO EQUIPAMENTO-CD-FIM
           END-IF
           IF WCLI-EQP-CD NOT = ZEROES
              MOVE 'C' TO WSITUACAO-CD
           ELSE
              IF WSITUACAO-CD NOT = 'B'
                 MOVE 'D' TO WSITUACAO-CD
              END-IF
           END-IF
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO EQUIPAMENTO-CD-FIM
           END-IF
           MOVE WPATRIMONIO-CD TO PATRIMONIO-EQP
           READ EQUIPAM
           IF FS-EQP NOT = '00'
              INITIALIZE REGISTRO-EQUIPAM
              MOVE WPATRIMONIO-CD TO PATRIMONIO-EQP
              MOVE ZEROES TO CODIGO-CLI-EQP DATA-CONTRATO-EQP
                             MINIMO-MES-EQP QTD-MOV-EQP
           END-IF
           MOVE WTIPO-CD       TO TIPO-EQP
           MOVE WDESCRICAO-CD  TO DESCRICAO-EQP
           MOVE WSERIE-CD      TO SERIE-EQP
           MOVE WSITUACAO-CD   TO SITUACAO-EQP
           IF FS-EQP = '00'
              REWRITE REGISTRO-EQUIPAM
           ELSE
              WRITE REGISTRO-EQUIPAM
           END-IF
           IF FS-EQP NOT = '00'
              MOVE 'ERRO DE GRAVAÇÃO DO EQUIPAMENTO ST ' TO WTXT
              MOVE FS-EQP TO WST
           ELSE
              MOVE 'EQUIPAMENTO GRAVADO' TO WTXT
              MOVE 'EQUIPAM' TO WTL-OPERACAO
              PERFORM R-GRAVA-LOG
           END-IF
           PERFORM R-MOSTRA-MSG-CD.
       EQUIPAMENTO-CD-FIM.
           EXIT.

      *-------------------------------------
      * EMPRESTIMO ('E') E DEVOLUCAO ('D'): O EMPRESTIMO EXIGE O
      * EQUIPAMENTO DISPONIVEL E O CLIENTE CADASTRADO E ATIVO,
      * COM A DATA DO CONTRATO E O MINIMO MENSAL; A DEVOLUCAO
      * EXIGE O EQUIPAMENTO EM COMODATO E O DEVOLVE DISPONIVEL.
      * CADA UM GRAVA UM MOVIMENTO NO HISTORICO DO EQUIPAMENTO.
      *-------------------------------------
       S-MOVIMENTO-CD SECTION.
       MOVIMENTO-CD-1.
           INITIALIZE WREG-EQUIP-CD WRAZAO-CD WOBS-CD
           MOVE '=> PATRIMONIO EM BRANCO PARA SAIR ' TO WTXT
           DISPLAY TELA-MOVIMENTO-CD
           DISPLAY TELA-MENSAGEM
           ACCEPT TELA-ACC-PATR-CD
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WPATRIMONIO-CD NOT = SPACES
              PERFORM MOVIMENTO-CD-2 THRU MOVIMENTO-CD-FIM
           END-IF.
       MOVIMENTO-CD-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-MOVIMENTO-CD-ROTINAS SECTION.

       MOVIMENTO-CD-2.
           MOVE WPATRIMONIO-CD TO PATRIMONIO-EQP
           READ EQUIPAM
           IF FS-EQP NOT = '00'
              MOVE 'EQUIPAMENTO NAO CADASTRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-CD
              GO TO MOVIMENTO-CD-FIM
           END-IF
           PERFORM R-CARREGA-EQUIP-CD
           IF WTIPO-MOV-CD = 'E' AND NOT EQP-DISPONIVEL
              MOVE 'EQUIPAMENTO NAO ESTA DISPONIVEL' TO WTXT
              PERFORM R-MOSTRA-MSG-CD
              GO TO MOVIMENTO-CD-FIM
           END-IF
           IF WTIPO-MOV-CD = 'D' AND NOT EQP-COMODATO
              MOVE 'EQUIPAMENTO NAO ESTA EM COMODATO' TO WTXT
              PERFORM R-MOSTRA-MSG-CD
              GO TO MOVIMENTO-CD-FIM
           END-IF
           ACCEPT WDATA-HOJE-CD FROM DATE YYYYMMDD
           IF WTIPO-MOV-CD = 'E'
              MOVE WDATA-HOJE-CD TO WDATA-CONTR-CD
              DISPLAY TELA-MOVIMENTO-CD
              ACCEPT TELA-ACC-EMPREST-CD
              PERFORM R-CONFERE-EMPREST-CD THRU R-CONFERE-EMPREST-CD-FIM
              IF WSAIDA = 1
                 GO TO MOVIMENTO-CD-FIM
              END-IF
           ELSE
              PERFORM R-LE-CLIENTE-CD
              DISPLAY TELA-MOVIMENTO-CD
              ACCEPT TELA-ACC-OBS-CD
           END-IF
           DISPLAY TELA-MOVIMENTO-CD
           MOVE 'CONFIRMA ?...' TO WTXT
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM
           IF WX NOT = 'S' AND WX NOT = 's'
              GO TO MOVIMENTO-CD-FIM
           END-IF
           MOVE WPATRIMONIO-CD TO PATRIMONIO-EQP
           READ EQUIPAM
           ADD 1 TO QTD-MOV-EQP
           INITIALIZE REGISTRO-MOVEQP
           MOVE WPATRIMONIO-CD    TO PATRIMONIO-MEQ
           MOVE QTD-MOV-EQP       TO SEQ-MEQ
           MOVE WCLI-EQP-CD       TO CODIGO-CLI-MEQ
           MOVE WTIPO-MOV-CD      TO TIPO-MEQ
           MOVE WDATA-HOJE-CD     TO DATA-MEQ
           MOVE WDATA-CONTR-CD    TO DATA-CONTRATO-MEQ
           MOVE WMINIMO-CD        TO MINIMO-MES-MEQ
           MOVE LID-OPERADOR-1    TO OPERADOR-MEQ
           MOVE WOBS-CD           TO OBS-MEQ
           WRITE REGISTRO-MOVEQP
           IF FS-MEQ NOT = '00'
              MOVE 'ERRO DE GRAVAÇÃO DO MOVIMENTO ST ' TO WTXT
              MOVE FS-MEQ TO WST
              PERFORM R-MOSTRA-MSG-CD
              GO TO MOVIMENTO-CD-FIM
           END-IF
           IF WTIPO-MOV-CD = 'E'
              MOVE 'C'            TO SITUACAO-EQP
              MOVE WCLI-EQP-CD    TO CODIGO-CLI-EQP
              MOVE WDATA-CONTR-CD TO DATA-CONTRATO-EQP
              MOVE WMINIMO-CD     TO MINIMO-MES-EQP
              MOVE 'EMPRESTA'     TO WTL-OPERACAO
           ELSE
              MOVE 'D'            TO SITUACAO-EQP
              MOVE ZEROES TO CODIGO-CLI-EQP DATA-CONTRATO-EQP
                             MINIMO-MES-EQP
              MOVE 'DEVOLVE'      TO WTL-OPERACAO
           END-IF
           REWRITE REGISTRO-EQUIPAM
           IF FS-EQP NOT = '00'
              MOVE 'ERRO DE GRAVAÇÃO DO EQUIPAMENTO ST ' TO WTXT
              MOVE FS-EQP TO WST
           ELSE
              MOVE 'MOVIMENTO GRAVADO' TO WTXT
              MOVE SITUACAO-EQP TO WSITUACAO-CD
              PERFORM R-GRAVA-LOG
           END-IF
           PERFORM R-MOSTRA-MSG-CD.
       MOVIMENTO-CD-FIM.
           EXIT.

       R-CONFERE-EMPREST-CD.
           MOVE 1 TO WSAIDA
           IF WCLI-EQP-CD = ZEROES
              MOVE 'INFORME O CLIENTE' TO WTXT
              PERFORM R-MOSTRA-MSG-CD
              GO TO R-CONFERE-EMPREST-CD-FIM
           END-IF
           PERFORM R-LE-CLIENTE-CD
           IF WRAZAO-CD = SPACES
              MOVE 'CLIENTE NAO CADASTRADO' TO WTXT
              PERFORM R-MOSTRA-MSG-CD
              GO TO R-CONFERE-EMPREST-CD-FIM
           END-IF
           IF INATIVO = 'I'
              MOVE 'CLIENTE INATIVO' TO WTXT
              PERFORM R-MOSTRA-MSG-CD
              GO TO R-CONFERE-EMPREST-CD-FIM
           END-IF
           IF WDATA-CONTR-CD = ZEROES OR
              WDATA-CONTR-CD > WDATA-HOJE-CD
              MOVE 'DATA DO CONTRATO INVALIDA' TO WTXT
              PERFORM R-MOSTRA-MSG-CD
              GO TO R-CONFERE-EMPREST-CD-FIM
           END-IF
           IF WMINIMO-CD = ZEROES
              MOVE 'INFORME O MINIMO MENSAL DE COMPRA' TO WTXT
              PERFORM R-MOSTRA-MSG-CD
              GO TO R-CONFERE-EMPREST-CD-FIM
           END-IF
           MOVE 0 TO WSAIDA.
       R-CONFERE-EMPREST-CD-FIM.
           EXIT.

      *-------------------------------------
      * COMPRAS X MINIMO: A MEDIA MENSAL DE COMPRAS (VALOR LIQUIDO
      * DO CUBO) NOS MESES INFORMADOS CONTRA A SOMA DOS MINIMOS DOS
      * EQUIPAMENTOS EM COMODATO NO CLIENTE. ABAIXO DO MINIMO SAI
      * 'RECOLHER' COM A LISTA DOS EQUIPAMENTOS.
      *-------------------------------------
       S-RELATORIO-CD SECTION.
       RELATORIO-CD-1.
           ACCEPT WDATA-HOJE-CD FROM DATE YYYYMMDD
           MOVE WDATA-HOJE-CD(1:6) TO WMES-FIM-CD
           MOVE WMES-FIM-CD        TO WMES-INI-CD
           IF WMES-INI-MES-CD > 2
              SUBTRACT 2 FROM WMES-INI-MES-CD
           ELSE
              ADD 10 TO WMES-INI-MES-CD
              SUBTRACT 1 FROM WMES-INI-ANO-CD
           END-IF
           DISPLAY TELA-PARAM-CD
           ACCEPT TELA-PARAM-CD
           IF WMES-INI-CD = ZEROES OR WMES-FIM-CD < WMES-INI-CD OR
              WMES-INI-MES-CD < 1 OR WMES-INI-MES-CD > 12 OR
              WMES-FIM-MES-CD < 1 OR WMES-FIM-MES-CD > 12
              MOVE 'PERIODO INVALIDO' TO WTXT
              PERFORM R-MOSTRA-MSG-CD
              GO TO RELATORIO-CD-EXIT
           END-IF
           IF WST-DISPONIVEL-CD = 0
              MOVE 'CUBO DE ESTATISTICAS INDISPONIVEL' TO WTXT
              PERFORM R-MOSTRA-MSG-CD
              GO TO RELATORIO-CD-EXIT
           END-IF
           COMPUTE WQTD-MESES-CD =
              (WMES-FIM-ANO-CD - WMES-INI-ANO-CD) * 12
              + WMES-FIM-MES-CD - WMES-INI-MES-CD + 1
           PERFORM R-CARREGA-COMODATOS-CD
           PERFORM R-ACUMULA-COMPRAS-CD
           PERFORM R-IMPRIME-CD
           MOVE SPACES TO WTXT
           STRING 'RELATORIO EM ' WID-ARQ-REL-1 DELIMITED BY SPACE
              INTO WTXT
           PERFORM R-MOSTRA-MSG-CD.
       RELATORIO-CD-EXIT.
           EXIT.

      * ROTINAS DA OPCAO ACIMA EM SECAO PROPRIA: O PERFORM DA
      * SECAO PRINCIPAL RETORNA NO -EXIT E NAO ATRAVESSA AQUI.
       S-RELATORIO-CD-ROTINAS SECTION.

      *    (PASSADA PELOS EQUIPAMENTOS NA ORDEM DE CLIENTE: UMA LINHA
      *     DA TABELA POR CLIENTE COM COMODATO)
       R-CARREGA-COMODATOS-CD.
           MOVE ZEROES TO WQTD-CD WQTD-EXCED-CD
           MOVE 1 TO CODIGO-CLI-EQP
           START EQUIPAM KEY IS NOT LESS THAN CODIGO-CLI-EQP
           MOVE 0 TO WSAIDA
           IF FS-EQP NOT = '00'
              MOVE 1 TO WSAIDA
           END-IF
           PERFORM R-CARREGA-COMODATOS-CD-1 UNTIL WSAIDA = 1.

       R-CARREGA-COMODATOS-CD-1.
           READ EQUIPAM NEXT
           IF FS-EQP NOT = '00'
              MOVE 1 TO WSAIDA
           ELSE
              IF EQP-COMODATO
                 MOVE 1 TO WACHOU-CD
                 IF WQTD-CD = ZEROES OR
                    WCD-CLI(WQTD-CD) NOT = CODIGO-CLI-EQP
                    IF WQTD-CD < WMAX-CD
                       ADD 1 TO WQTD-CD
                       MOVE CODIGO-CLI-EQP TO WCD-CLI(WQTD-CD)
                       MOVE ZEROES TO WCD-QTD-EQP(WQTD-CD)
                                      WCD-MINIMO(WQTD-CD)
                                      WCD-COMPRAS(WQTD-CD)
                    ELSE
                       ADD 1 TO WQTD-EXCED-CD
                       MOVE 0 TO WACHOU-CD
                    END-IF
                 END-IF
                 IF WACHOU-CD = 1
                    ADD 1 TO WCD-QTD-EQP(WQTD-CD)
                    ADD MINIMO-MES-EQP TO WCD-MINIMO(WQTD-CD)
                 END-IF
              END-IF
           END-IF.

      *    (UMA PASSADA PELAS CELULAS DO CUBO NOS MESES DO PERIODO;
      *     SO CONTAM OS CLIENTES DA TABELA)
       R-ACUMULA-COMPRAS-CD.
           MOVE WMES-INI-CD TO ANO-MES-ST
           MOVE ZEROES TO CODIGO-VEN-ST CODIGO-CLI-ST CODIGO-PROD-ST
           START ESTATIS KEY IS NOT LESS THAN CHAVE-ST
           IF FS-ST = '00' AND WQTD-CD > ZEROES
              PERFORM R-ACUMULA-COMPRAS-CD-1 UNTIL FS-ST NOT = '00'
           END-IF.

       R-ACUMULA-COMPRAS-CD-1.
           READ ESTATIS NEXT
           IF FS-ST = '00'
              IF ANO-MES-ST > WMES-FIM-CD
                 MOVE '10' TO FS-ST
              ELSE
                 MOVE ZEROES TO WACHOU-CD
                 PERFORM R-ACHA-CLIENTE-CD VARYING WI-CD FROM 1 BY 1
                         UNTIL WI-CD > WQTD-CD OR
                               WACHOU-CD NOT = ZEROES
                 IF WACHOU-CD NOT = ZEROES
                    COMPUTE WCD-COMPRAS(WACHOU-CD) =
                       WCD-COMPRAS(WACHOU-CD) + VALOR-ST - DESCONTO-ST
                 END-IF
              END-IF
           END-IF.

       R-ACHA-CLIENTE-CD.
           IF WCD-CLI(WI-CD) = CODIGO-CLI-ST
              MOVE WI-CD TO WACHOU-CD
           END-IF.

       R-IMPRIME-CD.
           MOVE 'RELCOMOD.TXT' TO WID-ARQ-REL-1
           MOVE 'RELCOMODATO'  TO LINK-SPL-RELATORIO
           MOVE SPACES TO LINK-SPL-PARAMS
           MOVE WMES-INI-CD    TO LINK-SPL-PARAMS(1:6)
           MOVE WMES-FIM-CD    TO LINK-SPL-PARAMS(8:6)
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
           MOVE SPACES TO ARQREL-DATA-01
           STRING 'COMODATO - COMPRAS X MINIMO MENSAL  MESES '
                  WMES-INI-CD ' A ' WMES-FIM-CD
              DELIMITED BY SIZE INTO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WRL-TITULOS TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE ZEROES TO WQTD-ABAIXO-CD WQTD-EQP-ABAIXO-CD
           PERFORM R-IMPRIME-CLIENTE-CD VARYING WI-CD FROM 1 BY 1
                   UNTIL WI-CD > WQTD-CD
           MOVE SPACES TO ARQREL-DATA-01
           WRITE ARQREL-REC
           MOVE WQTD-ABAIXO-CD     TO RL-QTD-ABAIXO
           MOVE WQTD-EQP-ABAIXO-CD TO RL-EQP-ABAIXO
           MOVE WRL-RODAPE TO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF WQTD-EXCED-CD NOT = ZEROES
              MOVE WQTD-EXCED-CD TO RL-EXCED
              MOVE WRL-EXCEDENTE TO ARQREL-DATA-01
              WRITE ARQREL-REC
           END-IF
           CLOSE ARQREL.

       R-IMPRIME-CLIENTE-CD.
           MOVE WCD-CLI(WI-CD) TO RL-CLI WCLI-EQP-CD
           PERFORM R-LE-CLIENTE-CD
           MOVE WRAZAO-CD(1:30)     TO RL-RAZAO
           MOVE WCD-QTD-EQP(WI-CD)  TO RL-QTD-EQP
           MOVE WCD-MINIMO(WI-CD)   TO RL-MINIMO
           COMPUTE WMEDIA-CD ROUNDED =
              WCD-COMPRAS(WI-CD) / WQTD-MESES-CD
           MOVE WMEDIA-CD TO RL-MEDIA
           MOVE 'OK' TO RL-SITUACAO
           IF WMEDIA-CD < WCD-MINIMO(WI-CD)
              MOVE 'RECOLHER' TO RL-SITUACAO
              ADD 1 TO WQTD-ABAIXO-CD
              ADD WCD-QTD-EQP(WI-CD) TO WQTD-EQP-ABAIXO-CD
           END-IF
           MOVE WRL-LINHA TO ARQREL-DATA-01
           WRITE ARQREL-REC
           IF RL-SITUACAO = 'RECOLHER'
              MOVE WCD-CLI(WI-CD) TO CODIGO-CLI-EQP
              START EQUIPAM KEY IS NOT LESS THAN CODIGO-CLI-EQP
              MOVE 0 TO WSAIDA
              IF FS-EQP NOT = '00'
                 MOVE 1 TO WSAIDA
              END-IF
              PERFORM R-IMPRIME-EQUIP-CD UNTIL WSAIDA = 1
           END-IF.

       R-IMPRIME-EQUIP-CD.
           READ EQUIPAM NEXT
           IF FS-EQP NOT = '00' OR
              CODIGO-CLI-EQP NOT = WCD-CLI(WI-CD)
              MOVE 1 TO WSAIDA
           ELSE
              IF EQP-COMODATO
                 MOVE PATRIMONIO-EQP    TO RL-PATRIMONIO
                 MOVE TIPO-EQP          TO RL-TIPO
                 MOVE DESCRICAO-EQP     TO RL-DESCRICAO
                 MOVE SERIE-EQP         TO RL-SERIE
                 MOVE DATA-CONTRATO-EQP TO RL-DATA-CONTR
                 MOVE WRL-EQUIP TO ARQREL-DATA-01
                 WRITE ARQREL-REC
              END-IF
           END-IF.

       R-CARREGA-EQUIP-CD.
           MOVE TIPO-EQP          TO WTIPO-CD
           MOVE DESCRICAO-EQP     TO WDESCRICAO-CD
           MOVE SERIE-EQP         TO WSERIE-CD
           MOVE SITUACAO-EQP      TO WSITUACAO-CD
           MOVE CODIGO-CLI-EQP    TO WCLI-EQP-CD
           MOVE DATA-CONTRATO-EQP TO WDATA-CONTR-CD
           MOVE MINIMO-MES-EQP    TO WMINIMO-CD.

       R-LE-CLIENTE-CD.
           MOVE SPACES TO WRAZAO-CD
           MOVE WCLI-EQP-CD TO CODIGO
           READ CLIENTES KEY IS CODIGO
           IF FS-CLI = '00'
              MOVE RAZAO TO WRAZAO-CD
           END-IF.

       R-MOSTRA-MSG-CD.
           DISPLAY TELA-MENSAGEM
           ACCEPT WX
           INITIALIZE WMENSAGEM
           DISPLAY TELA-MENSAGEM.

       S-GRAVA-LOG SECTION.
       R-GRAVA-LOG.
           ACCEPT WDHTL-DATA FROM DATE YYYYMMDD
           ACCEPT WDHTL-HORA FROM TIME
           MOVE WDHTL-DATA      TO WTL-DATA
           MOVE WDHTL-HH        TO WTL-HH
           MOVE WDHTL-MM        TO WTL-MM
           MOVE WDHTL-SS        TO WTL-SS
           MOVE LID-OPERADOR-1  TO WTL-OPERADOR
           MOVE WPATRIMONIO-CD  TO WTL-PATRIMONIO
           MOVE WCLI-EQP-CD     TO WTL-CLI
           MOVE WSITUACAO-CD    TO WTL-SITUACAO
           OPEN EXTEND ARQTRANLOG
           IF FS-TRANLOG = '05' OR FS-TRANLOG = '35'
              OPEN OUTPUT ARQTRANLOG
           END-IF
           MOVE WTRANLOG-LINHA TO ARQTRANLOG-REC
           WRITE ARQTRANLOG-REC
           CLOSE ARQTRANLOG.
       R-GRAVA-LOG-EXIT.
           EXIT.

       ABRE-ARQUIVOS.
           OPEN INPUT CLIENTES.
           IF FS-CLI NOT = '00'
              MOVE 'ERRO NA ABERTURA DO ARQUIVO DE CLIENTES ST ' TO WTXT
              MOVE FS-CLI TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O EQUIPAM.
           IF FS-EQP = '35'
              CLOSE EQUIPAM OPEN OUTPUT EQUIPAM
              CLOSE EQUIPAM OPEN I-O EQUIPAM
           END-IF
           IF FS-EQP = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS EQUIPAMENTOS ST ' TO WTXT
              MOVE FS-EQP TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
           OPEN I-O MOVEQP.
           IF FS-MEQ = '35'
              CLOSE MOVEQP OPEN OUTPUT MOVEQP
              CLOSE MOVEQP OPEN I-O MOVEQP
           END-IF
           IF FS-MEQ = '00' OR '05'
              CONTINUE
           ELSE
              MOVE 'ERRO NA ABERTURA DOS MOVIMENTOS ST ' TO WTXT
              MOVE FS-MEQ TO WST
              DISPLAY TELA-MENSAGEM
              ACCEPT WX
              STOP RUN
           END-IF.
      *    (SEM O CUBO DE ESTATISTICAS SO O RELATORIO FICA FORA)
           MOVE 0 TO WST-DISPONIVEL-CD
           OPEN INPUT ESTATIS
           IF FS-ST = '00'
              MOVE 1 TO WST-DISPONIVEL-CD
           END-IF.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FECHA-ARQUIVOS.
           CLOSE CLIENTES EQUIPAM MOVEQP
           IF WST-DISPONIVEL-CD = 1
              CLOSE ESTATIS
           END-IF.
       FECHA-ARQUIVOS-EXIT.
           EXIT.
