      *              com o operador, gravando as ocorrencias em
      *              INTEGRIDADE.LOG, no mesmo padrao dos demais
      *              logs de varredura (VALIDDOC.LOG/COMISSAO.LOG).
      * 2026-10-15 - Devolve o total de registros lidos em
      *              LID-QTD-REG-1 para o JOBLOG.LOG da cadeia.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * LOG COM OS TOTAIS LIDOS E ORFAOS ENCONTRADOS.
      *-------------------------------------
       R-GRAVA-RESUMO.
           MOVE WQTD-DIS-LIDOS  TO LID-QTD-REG-1
           MOVE WQTD-DIS-LIDOS  TO INR-DIS-LIDOS
           MOVE WQTD-DIS-ORFAOS TO INR-DIS-ORFAOS
           OPEN EXTEND ARQINTEGR
