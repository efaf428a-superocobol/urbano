      *--------------------------
      * VALIDACAO DE ENDERECO DE E-MAIL
      *---------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChkEmail.
      * AUTHOR.     URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Rotina nova. Confere o formato do e-mail do
      *              cadastro antes do envio de documentos ao
      *              cliente: um unico '@' que nao seja o primeiro
      *              caractere, dominio com ponto (nao colado ao '@'
      *              nem no fim, sem '..'), sem espaco no meio e sem
      *              separadores de lista (',' ';' '<' '>' '(' ')').
      *              Status '0' = valido, '1' = em branco, '2' =
      *              formato invalido.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WEND-EM                 PIC X(040) VALUE SPACES.
       01 WEND-EM-R REDEFINES WEND-EM.
          02 WCAR-EM              PIC X(001) OCCURS 40 TIMES.
       77 WTAM-EM                 PIC 9(002) VALUE ZEROES.
       77 WPOS-ARROBA-EM          PIC 9(002) VALUE ZEROES.
       77 WPOS-PONTO-EM           PIC 9(002) VALUE ZEROES.
       77 WI-EM                   PIC 9(002) VALUE ZEROES.
       77 WQTD-ARROBA-EM          PIC 9(002) VALUE ZEROES.
       77 WQTD-ESPACO-EM          PIC 9(002) VALUE ZEROES.
       77 WQTD-SEPARA-EM          PIC 9(002) VALUE ZEROES.
       77 WQTD-DUPLO-EM           PIC 9(002) VALUE ZEROES.

       LINKAGE SECTION.
       01 LINK-EMAIL.
          02 LINK-EML-ENDERECO            PIC X(040).
          02 LINK-EML-STATUS              PIC X(001).

       PROCEDURE DIVISION USING LINK-EMAIL.
       INICIO.
           MOVE '2' TO LINK-EML-STATUS
           IF LINK-EML-ENDERECO = SPACES
              MOVE '1' TO LINK-EML-STATUS
              GO TO INICIO-EXIT
           END-IF
           MOVE LINK-EML-ENDERECO TO WEND-EM
           IF WCAR-EM(1) = SPACE
              GO TO INICIO-EXIT
           END-IF
      *    (TAMANHO UTIL: ATE O ULTIMO CARACTERE NAO BRANCO)
           MOVE 40 TO WTAM-EM
           PERFORM R-ACHA-TAMANHO
              UNTIL WTAM-EM = 1 OR WCAR-EM(WTAM-EM) NOT = SPACE
           MOVE ZEROES TO WQTD-ARROBA-EM WQTD-ESPACO-EM
                          WQTD-SEPARA-EM WQTD-DUPLO-EM
           INSPECT WEND-EM(1:WTAM-EM) TALLYING
                   WQTD-ARROBA-EM FOR ALL '@'
                   WQTD-ESPACO-EM FOR ALL SPACE
                   WQTD-SEPARA-EM FOR ALL ',' ALL ';' ALL '<'
                                      ALL '>' ALL '(' ALL ')'
                   WQTD-DUPLO-EM  FOR ALL '..'
           IF WQTD-ARROBA-EM NOT = 1 OR WQTD-ESPACO-EM NOT = ZEROES
              OR WQTD-SEPARA-EM NOT = ZEROES
              OR WQTD-DUPLO-EM NOT = ZEROES
              GO TO INICIO-EXIT
           END-IF
           MOVE ZEROES TO WPOS-ARROBA-EM WPOS-PONTO-EM
           PERFORM R-ACHA-POSICOES
              VARYING WI-EM FROM 1 BY 1 UNTIL WI-EM > WTAM-EM
      *    (ULTIMO PONTO DEPOIS DO '@', COM ALGO ENTRE OS DOIS E
      *     DEPOIS DELE; NADA DE PONTO COLADO AO '@')
           IF WPOS-ARROBA-EM < 2 OR WPOS-PONTO-EM = ZEROES
              GO TO INICIO-EXIT
           END-IF
           IF WPOS-PONTO-EM NOT > WPOS-ARROBA-EM + 1 OR
              WPOS-PONTO-EM NOT < WTAM-EM
              GO TO INICIO-EXIT
           END-IF
           IF WCAR-EM(WPOS-ARROBA-EM - 1) = '.' OR
              WCAR-EM(WPOS-ARROBA-EM + 1) = '.'
              GO TO INICIO-EXIT
           END-IF
           MOVE '0' TO LINK-EML-STATUS.
       INICIO-EXIT.
           EXIT PROGRAM.

       R-ACHA-TAMANHO.
           SUBTRACT 1 FROM WTAM-EM.

       R-ACHA-POSICOES.
           IF WCAR-EM(WI-EM) = '@'
              MOVE WI-EM TO WPOS-ARROBA-EM
           END-IF
           IF WCAR-EM(WI-EM) = '.' AND WPOS-ARROBA-EM NOT = ZEROES
              MOVE WI-EM TO WPOS-PONTO-EM
           END-IF.
