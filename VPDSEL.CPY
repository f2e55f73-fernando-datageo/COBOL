      *********************************************
      * COPYBOOK  = VPDSEL.CPY
      * OBJETIVO  = SELECT DO ARQUIVO VENDA X PEDIDO (VENDPED):
      *             RASTRO DE CADA VENDA DO SALESTXN TRANSFORMADA
      *             EM PEDIDO DE FRETE NO ORDFILE. COPIAR DENTRO
      *             DE FILE-CONTROL. REQUER VPDFD.CPY NA FILE
      *             SECTION E VPDWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT SALE-ORDER-FILE ASSIGN TO "VENDPED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VPD.
