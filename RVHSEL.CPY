      *********************************************
      * COPYBOOK  = RVHSEL.CPY
      * OBJETIVO  = SELECT DO HISTORICO DAS CAMPANHAS DE REVISAO
      *             DE ACESSOS (REVHIST), ACRESCIDO POR
      *             CAMPANHA-ACESSO A CADA ENCERRAMENTO. COPIAR
      *             DENTRO DE FILE-CONTROL. REQUER RVHFD.CPY NA
      *             FILE SECTION E RVHWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT REVIEW-HISTORY-FILE ASSIGN TO "REVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RVH.
