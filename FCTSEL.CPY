      *********************************************
      * COPYBOOK  = FCTSEL.CPY
      * OBJETIVO  = SELECT DO CONTROLE DA FOLHA DO MES (FOLHACTL),
      *             GRAVADO PELO CALCULA-FOLHA COM OS TOTAIS DA
      *             PAGINA FOLHATOT EM FORMA LEGIVEL POR PROGRAMA.
      *             COPIAR DENTRO DE FILE-CONTROL. REQUER
      *             FCTFD.CPY NA FILE SECTION E FCTWS.CPY NA
      *             WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT PAYROLL-CONTROL-FILE ASSIGN TO "FOLHACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FCT.
