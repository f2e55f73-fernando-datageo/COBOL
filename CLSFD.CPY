      *              (VENDAS MENOS DEVOLUCOES) E O TOTAL DE
      *              DEVOLUCOES VIRA O EVENTO DEVOLUCAO DE
      *              GERA-CONTABIL.
      * 15/10/2026 - INCLUIDA A QUANTIDADE DE VENDAS SEM ESTOQUE
      *              (CLS-QT-SEM-EST): VENDAS DO LOTE QUE DEIXARAM
      *              O SALDO DO PRODUTO NEGATIVO NO ESTOQUE.
      * DATA      = 22/08/2026
      *********************************************
       FD  CLOSEOUT-REPORT-FILE.
           05 CLS-ACUM  PIC 9(09)V99.
           05 CLS-QT-DEV  PIC 9(05).
           05 CLS-TOT-DEV PIC 9(09)V99.
           05 CLS-QT-SEM-EST PIC 9(05).
