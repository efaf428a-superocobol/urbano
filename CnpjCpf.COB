       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cnpjcpf.
      *AUTHOR.      URBANO.
      *-------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 - Status 'G' na entrada: gera os digitos
      *              verificadores da base do CPF/CNPJ informada e
      *              devolve o numero formatado com status V.
      *-------------------------------------------------------------
      *
      *  CNPJCGC - Verifica a validade do CPF ou do CNPJ
      *
      *           1 = Pessoa      -> F ou J                ->  1 byte
      *           2 = CPF/CNPJ    -> CPF/CNPJ a validar    -> 18 bytes
      *           3 = Status      -> V=Valido  I=Invalido  ->  1 byte
      *               (G na entrada = gera os digitos verificadores
      *                da base informada, volta formatado e V)
      *                                                       --
      *                                                       20 bytes
      *
              MOVE WS-DIGITO TO WS-CGC-DIG-1 CAMP-1(18)
              PERFORM CALCULA-DIGITO-CGC
              MOVE WS-DIGITO TO WS-CGC-DIG-2
              IF WSM = 'G'
                 MOVE WS-DIGITO-C TO WS-CGC5
              END-IF
              IF WS-DIGITO-C = WS-CGC5
                 MOVE 'V' TO LINK-CPFCGC(20:1)
                 MOVE WS-CGC1 TO MC-MASC-CGC1
              MOVE WS-DIGITO TO WS-CPF-DIG-1 CPF-CAMP-1(11)
              PERFORM CALCULA-DIGITO-CPF
              MOVE WS-DIGITO TO WS-CPF-DIG-2
              IF WSM = 'G'
                 MOVE WS-DIGITO-CPF TO WS-CPF4
              END-IF
              IF WS-DIGITO-CPF = WS-CPF4
                 MOVE 'V' TO LINK-CPFCGC(20:1)
                 MOVE WS-CPF1 TO MC-MASC-CPF1
