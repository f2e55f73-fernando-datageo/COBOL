      *********************************************
      * COPYBOOK  = MNTSEL.CPY
      * OBJETIVO  = SELECT DO ARQUIVO DE TITULOS DE MENSALIDADE
      *             ESCOLAR (MENSTIT), GRAVADO PELO FATURAMENTO
      *             MENSAL (GERA-MENSALIDADE) E LIDO PELA BAIXA/
      *             AGING (RECEBE-MENSALIDADE) E PELA INTERFACE
      *             CONTABIL. COPIAR DENTRO DE FILE-CONTROL.
      *             REQUER MNTFD.CPY NA FILE SECTION E MNTWS.CPY
      *             NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT TUITION-TITLE-FILE ASSIGN TO "MENSTIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MNT.
