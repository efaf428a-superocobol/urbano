      *--------------------------
      * DETERMINACAO DO CFOP DA OPERACAO
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DefCfop.
      * AUTHOR.     URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Rotina nova. Devolve o CFOP pela operacao e
      *              pelo par de UFs: dentro do estado (UF destino
      *              igual a origem ou em branco) 5/1, fora 6/2,
      *              exterior (UF 'EX') 7/3. Operacoes: 'V' venda
      *              (x102), 'B' bonificacao (x910), 'T'
      *              transferencia entre estabelecimentos (x152),
      *              'D' devolucao de venda recebida - espelha o
      *              CFOP da nota devolvida quando informado (102 >
      *              202, 152 > 209, 910 > 949), senao x202 pelas
      *              UFs; 'N' so descreve o CFOP informado. UF de
      *              origem em branco: a do deposito (DEPOSITO.CFG,
      *              posicoes 4-5), senao a da empresa (FISCAL.CFG),
      *              senao SP - devolvida em LINK-CFOP-UF-ORIGEM.
      *              Status '0' = ok; '1' = operacao invalida.
      * 2026-10-15 - Operacao 'C' venda de mercadoria remetida
      *              anteriormente em consignacao (x114).
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQDEPCFG ASSIGN TO DISK WID-ARQ-DEPCFG
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-DEPCFG.

       SELECT ARQFISCFG ASSIGN TO DISK WID-ARQ-FISCFG
              ORGANIZATION  IS LINE SEQUENTIAL
              ACCESS MODE   IS SEQUENTIAL
              FILE STATUS   IS FS-FISCFG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQDEPCFG.
       01  ARQDEPCFG-REC             PIC X(10).

       FD  ARQFISCFG.
       01  ARQFISCFG-REC             PIC X(10).

       WORKING-STORAGE SECTION.
       01 FS-DEPCFG               PIC XX VALUE '00'.
       01 FS-FISCFG               PIC XX VALUE '00'.

       01 WID-ARQ-DEPCFG          PIC X(50) VALUE 'DEPOSITO.CFG'.
       01 WID-ARQ-FISCFG          PIC X(50) VALUE 'FISCAL.CFG'.

       01 WCFOP-CF                PIC 9(004) VALUE ZEROES.
       01 WCFOP-R-CF REDEFINES WCFOP-CF.
          02 WCFOP-GRUPO-CF       PIC 9(001).
          02 WCFOP-SUFIXO-CF      PIC 9(003).
       01 WORIG-CF                PIC 9(004) VALUE ZEROES.
       01 WORIG-R-CF REDEFINES WORIG-CF.
          02 WORIG-GRUPO-CF       PIC 9(001).
          02 WORIG-SUFIXO-CF      PIC 9(003).

       LINKAGE SECTION.
       01 LINK-CFOP.
          02 LINK-CFOP-OPERACAO           PIC X(001).
          02 LINK-CFOP-EMPRESA            PIC 9(003).
          02 LINK-CFOP-UF-ORIGEM          PIC X(002).
          02 LINK-CFOP-UF-DESTINO         PIC X(002).
          02 LINK-CFOP-ORIGINAL           PIC 9(004).
          02 LINK-CFOP-CODIGO             PIC 9(004).
          02 LINK-CFOP-DESCRICAO          PIC X(030).
          02 LINK-CFOP-STATUS             PIC X(001).

       PROCEDURE DIVISION USING LINK-CFOP.
       INICIO.
           MOVE '1' TO LINK-CFOP-STATUS
           MOVE ZEROES TO LINK-CFOP-CODIGO
           MOVE SPACES TO LINK-CFOP-DESCRICAO
           IF LINK-CFOP-OPERACAO = 'N'
              MOVE LINK-CFOP-ORIGINAL TO WCFOP-CF
              PERFORM R-DESCREVE
              GO TO INICIO-EXIT
           END-IF
           IF LINK-CFOP-UF-ORIGEM = SPACES
              PERFORM R-LE-UF-ORIGEM
           END-IF
           MOVE ZEROES TO WCFOP-CF
           IF LINK-CFOP-UF-DESTINO = 'EX'
              MOVE 7 TO WCFOP-GRUPO-CF
           ELSE
              IF LINK-CFOP-UF-DESTINO = LINK-CFOP-UF-ORIGEM OR
                 LINK-CFOP-UF-DESTINO = SPACES
                 MOVE 5 TO WCFOP-GRUPO-CF
              ELSE
                 MOVE 6 TO WCFOP-GRUPO-CF
              END-IF
           END-IF
           EVALUATE LINK-CFOP-OPERACAO
              WHEN 'V'
                 MOVE 102 TO WCFOP-SUFIXO-CF
              WHEN 'B'
                 MOVE 910 TO WCFOP-SUFIXO-CF
              WHEN 'T'
                 MOVE 152 TO WCFOP-SUFIXO-CF
              WHEN 'C'
                 MOVE 114 TO WCFOP-SUFIXO-CF
              WHEN 'D'
                 PERFORM R-DEVOLUCAO
              WHEN OTHER
                 GO TO INICIO-EXIT
           END-EVALUATE
           PERFORM R-DESCREVE.
       INICIO-EXIT.
           EXIT PROGRAM.

      *-------------------------------------
      * DEVOLUCAO RECEBIDA: ENTRADA (GRUPO 1/2/3) ESPELHANDO A NOTA
      * DE SAIDA DEVOLVIDA.
      *-------------------------------------
       R-DEVOLUCAO.
           MOVE LINK-CFOP-ORIGINAL TO WORIG-CF
           IF WORIG-GRUPO-CF = 5 OR 6 OR 7
              COMPUTE WCFOP-GRUPO-CF = WORIG-GRUPO-CF - 4
           ELSE
              COMPUTE WCFOP-GRUPO-CF = WCFOP-GRUPO-CF - 4
           END-IF
           EVALUATE WORIG-SUFIXO-CF
              WHEN 152
                 MOVE 209 TO WCFOP-SUFIXO-CF
              WHEN 910
                 MOVE 949 TO WCFOP-SUFIXO-CF
              WHEN OTHER
                 MOVE 202 TO WCFOP-SUFIXO-CF
           END-EVALUATE.

       R-DESCREVE.
           MOVE WCFOP-CF TO LINK-CFOP-CODIGO
           MOVE '0' TO LINK-CFOP-STATUS
           EVALUATE WCFOP-SUFIXO-CF
              WHEN 102
                 MOVE 'VENDA DE MERCADORIA' TO LINK-CFOP-DESCRICAO
              WHEN 910
                 MOVE 'REMESSA EM BONIFICACAO' TO LINK-CFOP-DESCRICAO
              WHEN 114
                 MOVE 'VENDA DE MERC. EM CONSIGNACAO'
                   TO LINK-CFOP-DESCRICAO
              WHEN 152
                 MOVE 'TRANSFERENCIA DE MERCADORIA'
                   TO LINK-CFOP-DESCRICAO
              WHEN 202
                 MOVE 'DEVOLUCAO DE VENDA' TO LINK-CFOP-DESCRICAO
              WHEN 209
                 MOVE 'DEVOLUCAO DE TRANSFERENCIA'
                   TO LINK-CFOP-DESCRICAO
              WHEN 949
                 MOVE 'DEVOLUCAO DE BONIFICACAO'
                   TO LINK-CFOP-DESCRICAO
              WHEN OTHER
                 MOVE 'OUTRAS OPERACOES' TO LINK-CFOP-DESCRICAO
           END-EVALUATE.

      *-------------------------------------
      * UF DE ORIGEM: DEPOSITO QUE EXPEDE (DEPOSITO.CFG, LOCAL NAS
      * POSICOES 1-3 E UF NAS 4-5) OU A UF DA EMPRESA.
      *-------------------------------------
       R-LE-UF-ORIGEM.
           MOVE 'DEPOSITO.CFG' TO WID-ARQ-DEPCFG
           MOVE 'FISCAL.CFG'   TO WID-ARQ-FISCFG
           CALL "NomeEmpresa" USING LINK-CFOP-EMPRESA WID-ARQ-DEPCFG
           CALL "NomeEmpresa" USING LINK-CFOP-EMPRESA WID-ARQ-FISCFG
           OPEN INPUT ARQDEPCFG
           IF FS-DEPCFG = '00'
              READ ARQDEPCFG
                 NOT AT END
                    IF ARQDEPCFG-REC(4:2) NOT = SPACES
                       MOVE ARQDEPCFG-REC(4:2) TO LINK-CFOP-UF-ORIGEM
                    END-IF
              END-READ
              CLOSE ARQDEPCFG
           END-IF
           IF LINK-CFOP-UF-ORIGEM = SPACES
              OPEN INPUT ARQFISCFG
              IF FS-FISCFG = '00'
                 READ ARQFISCFG
                    NOT AT END
                       IF ARQFISCFG-REC(1:2) NOT = SPACES
                          MOVE ARQFISCFG-REC(1:2)
                            TO LINK-CFOP-UF-ORIGEM
                       END-IF
                 END-READ
                 CLOSE ARQFISCFG
              END-IF
           END-IF
           IF LINK-CFOP-UF-ORIGEM = SPACES
              MOVE 'SP' TO LINK-CFOP-UF-ORIGEM
           END-IF.
