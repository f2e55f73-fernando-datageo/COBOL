      *********************************************
      * COPYBOOK  = LIBSEL.CPY
      * OBJETIVO  = SELECT DAS LIBERACOES DE CREDITO (LIBCRED),
      *             GRAVADAS PELO FINANCEIRO E LIDAS NA CRITICA
      *             DE PEDIDOS. COPIAR DENTRO DE FILE-CONTROL.
      *             REQUER LIBFD.CPY NA FILE SECTION E LIBWS.CPY
      *             NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT CREDIT-RELEASE-FILE ASSIGN TO "LIBCRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LIB.
