      *********************************************
      * COPYBOOK  = POSSEL.CPY
      * OBJETIVO  = SELECT DA POSICAO DE CREDITO POR CLIENTE
      *             (POSCRED), GRAVADA PELO CONTAS A RECEBER E
      *             LIDA NA CRITICA DE PEDIDOS. COPIAR DENTRO DE
      *             FILE-CONTROL. REQUER POSFD.CPY NA FILE
      *             SECTION E POSWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT CREDIT-POSITION-FILE ASSIGN TO "POSCRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-POS.
