      *              operador, gravando as ocorrencias invalidas em
      *              VALIDDOC.LOG, no mesmo padrao do log de excecoes
      *              de importacao (IMPEXC.LOG).
      * 2026-10-15 - Devolve o total de registros lidos em
      *              LID-QTD-REG-1 para o JOBLOG.LOG da cadeia.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * LOG COM OS TOTAIS LIDOS E INVALIDOS.
      *-------------------------------------
       R-GRAVA-RESUMO.
           COMPUTE LID-QTD-REG-1 = WQTD-CLI-LIDOS + WQTD-VEN-LIDOS
           MOVE WQTD-CLI-LIDOS     TO VDR-CLI-LIDOS
           MOVE WQTD-CLI-INVALIDOS TO VDR-CLI-INVALIDOS
           MOVE WQTD-VEN-LIDOS     TO VDR-VEN-LIDOS
