      *              por empresa e o total consolidado em
      *              RELCONSOL.TXT. Restrito ao perfil de
      *              administrador, conferido no OPERADOR.CFG.
      * 2026-10-15 - Empresa de treinamento ('T' no EMPRESAS.CFG)
      *              fica fora do consolidado.
      * 2026-10-15 - Chaves alternativas de data em NOTAS.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              RECORD KEY        IS CHAVE-NF
              ALTERNATE RECORD KEY IS CODIGO-PED-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS CODIGO-CLI-NF WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-NF WITH DUPLICATES
              LOCK MODE         IS MANUAL
              FILE STATUS       IS FS-NF.

          02 WEMP-CODIGO             PIC 9(03).
          02 WEMP-NOME               PIC X(40).
          02 WEMP-CNPJ               PIC 9(14).
          02 WEMP-TREINO             PIC X(01).
             88 EMP-TREINAMENTO      VALUE 'T'.

       01 WEMP-ALVO-CO         PIC 9(003) VALUE ZEROES.
       77 WSAIDA-CO            PIC 9 VALUE ZEROES.
          02 BLANK SCREEN.
          02 LINE 1 COL 1 VALUE "***************************************
      -"************************************".
          02 LINE 1 COL 28 PIC X(21) FROM LID-FAIXA-1.
          02 LINE 2 COL 18 VALUE "SISTEMA EXEMPLO - CONSOLIDADO".
          02 LINE 3 COL 1 VALUE "***************************************
      -"************************************".
           EXIT.

       R-TRATA-EMPRESA.
           MOVE SPACE TO WEMP-TREINO
           READ ARQEMP INTO WEMP-REG
             AT END MOVE '10' TO FS-EMP
           END-READ
           IF FS-EMP = '00' AND WEMP-CODIGO NOT = ZEROES AND
              NOT EMP-TREINAMENTO
              MOVE WEMP-CODIGO TO WEMP-ALVO-CO
              PERFORM R-APURA-EMPRESA
              MOVE WEMP-CODIGO     TO RL-EMP-CO
