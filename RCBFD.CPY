      *********************************************
      * COPYBOOK  = RCBFD.CPY
      * OBJETIVO  = FD/REGISTRO DO RECEBIMENTO DE MERCADORIAS
      *             (RECEBMER): UMA LINHA POR PRODUTO RECEBIDO,
      *             COM O NUMERO DA NOTA DO FORNECEDOR, A DATA
      *             DO RECEBIMENTO E A QUANTIDADE. COPIAR DENTRO
      *             DE FILE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  GOODS-RECEIPT-FILE.
       01  GOODS-RECEIPT-RECORD.
           05 RCB-NOTA         PIC 9(06).
           05 RCB-DATA         PIC 9(08).
           05 RCB-FORNECEDOR   PIC X(20).
           05 RCB-PRODUTO      PIC X(10).
           05 RCB-QUANTIDADE   PIC 9(07).
