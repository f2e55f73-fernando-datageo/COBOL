      *********************************************
      * COPYBOOK  = RVSSEL.CPY
      * OBJETIVO  = SELECT DA CAMPANHA DE REVISAO DE ACESSOS
      *             (REVACESS), ABERTA E ENCERRADA POR
      *             CAMPANHA-ACESSO E RESPONDIDA PELOS GESTORES
      *             EM REVISA-ACESSO. COPIAR DENTRO DE
      *             FILE-CONTROL. REQUER RVSFD.CPY NA FILE
      *             SECTION E RVSWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT ACCESS-REVIEW-FILE ASSIGN TO "REVACESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RVS.
