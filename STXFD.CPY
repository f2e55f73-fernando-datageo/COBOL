      *              O ACOMPANHAMENTO MENSAL DE METAS
      *              (META-VENDAS) PRECISA ACUMULAR O MES POR
      *              VENDEDOR E O REGISTRO NAO TINHA DATA.
      * 15/10/2026 - INCLUIDOS O CLIENTE (STX-CLIENTE) E O CEP DE
      *              ENTREGA (STX-CEP), NO FIM DO REGISTRO: A VENDA
      *              COM CLIENTE VIRA PEDIDO DE FRETE NO ORDFILE
      *              (GERA-PEDIDO) SEM SER REDIGITADA PELA
      *              EXPEDICAO. CLIENTE EM BRANCO OU ZERO = VENDA
      *              DE BALCAO, SEM ENTREGA.
      * DATA      = 22/08/2026
      *********************************************
       FD  SALES-TRANSACTION-FILE.
              88 STX-DEVOLUCAO VALUE 'D'.
           05 STX-NUMERO   PIC 9(06).
           05 STX-REF      PIC 9(06).
           05 STX-CLIENTE  PIC 9(05).
           05 STX-CEP      PIC 9(08).
