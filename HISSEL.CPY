      *********************************************
      * COPYBOOK  = HISSEL.CPY
      * OBJETIVO  = SELECT DO HISTORICO MENSAL DA FOLHA
      *             (FOLHAHIS), INDEXADO POR MATRICULA +
      *             COMPETENCIA: UM REGISTRO POR FUNCIONARIO POR
      *             MES CALCULADO, GRAVADO PELO CALCULA-FOLHA E
      *             LIDO PELO INFORME DE RENDIMENTOS. COPIAR
      *             DENTRO DE FILE-CONTROL. REQUER HISFD.CPY NA
      *             FILE SECTION E HISWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "FOLHAHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS WRK-STATUS-HIS.
