      *********************************************
      * COPYBOOK  = VPDFD.CPY
      * OBJETIVO  = FD/REGISTRO DO ARQUIVO VENDA X PEDIDO
      *             (VENDPED): UMA LINHA POR VENDA QUE ENTROU NUM
      *             PEDIDO GERADO (GERA-PEDIDO), COM O NUMERO DA
      *             VENDA, O PEDIDO, A DATA, O CLIENTE, O PRODUTO
      *             E A QUANTIDADE. ARQUIVO ACUMULADO (MOD).
      *             COPIAR DENTRO DE FILE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  SALE-ORDER-FILE.
       01  SALE-ORDER-RECORD.
           05 VPD-VENDA        PIC 9(06).
           05 VPD-PEDIDO       PIC 9(06).
           05 VPD-DATA         PIC 9(08).
           05 VPD-CLIENTE      PIC 9(05).
           05 VPD-PRODUTO      PIC X(10).
           05 VPD-QUANTIDADE   PIC 9(05).
