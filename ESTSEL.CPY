      *********************************************
      * COPYBOOK  = ESTSEL.CPY
      * OBJETIVO  = SELECT DO SALDO DE ESTOQUE POR PRODUTO
      *             (ESTOQUE), BAIXADO PELO LOTE DE VENDAS E
      *             FECHADO NA POSICAO DE ESTOQUE DA NOITE.
      *             COPIAR DENTRO DE FILE-CONTROL. REQUER
      *             ESTFD.CPY NA FILE SECTION E ESTWS.CPY NA
      *             WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT STOCK-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EST.
