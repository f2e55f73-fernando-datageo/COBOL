      *********************************************
      * COPYBOOK  = ESTFD.CPY
      * OBJETIVO  = FD/REGISTRO DO SALDO DE ESTOQUE POR PRODUTO
      *             (ESTOQUE). UM REGISTRO POR PRD-CODIGO COM O
      *             SALDO DE ABERTURA DO PERIODO, AS ENTRADAS
      *             (RECEBIMENTOS DE COMPRA), AS DEVOLUCOES E AS
      *             SAIDAS (VENDAS) DESDE ENTAO, O SALDO ATUAL E
      *             O ESTOQUE MINIMO PARA REPOSICAO. O SALDO PODE
      *             FICAR NEGATIVO QUANDO SE VENDE O QUE NAO HA
      *             EM ESTOQUE; A POSICAO DA NOITE ZERA O
      *             MOVIMENTO E O SALDO VIRA A NOVA ABERTURA.
      *             COPIAR DENTRO DE FILE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  STOCK-FILE.
       01  STOCK-RECORD.
           05 EST-PRODUTO      PIC X(10).
           05 EST-SALDO-INI    PIC S9(07).
           05 EST-ENTRADAS     PIC 9(07).
           05 EST-DEVOLUCOES   PIC 9(07).
           05 EST-SAIDAS       PIC 9(07).
           05 EST-SALDO        PIC S9(07).
           05 EST-MINIMO       PIC 9(07).
           05 EST-DATA-FECH    PIC 9(08).
