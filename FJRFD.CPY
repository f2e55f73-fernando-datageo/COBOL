      *              PRAZO GRAVADO E O QUE A CONFERENCIA DE
      *              ENTREGA VAI COBRAR. REGISTRO ANTIGO FICA COM
      *              OS CAMPOS EM BRANCO/ZERO.
      * 15/10/2026 - JR-ORIGEM 'C' = ESTORNO DE PEDIDO CANCELADO
      *              (CANCELA-PEDIDO): JR-FRETE E O FRETE DEVOLVIDO
      *              AO CLIENTE, JR-DATA A DATA DO ESTORNO E
      *              JR-SW-ATENDIDO 'N'. 'L' = LOTE, 'I' = AVULSA.
      * 15/10/2026 - INCLUIDOS O SEGURO AD VALOREM (JR-ADVALOREM) E
      *              O GRIS (JR-GRIS) COBRADOS DO CLIENTE, FORA DE
      *              JR-FRETE. NO ESTORNO ('C') SAO OS VALORES
      *              DEVOLVIDOS. REGISTRO ANTIGO FICA EM BRANCO.
      * DATA      = 22/08/2026
      *********************************************
       FD  QUOTE-JOURNAL-FILE.
           05 JR-TRANSP        PIC X(03).
           05 JR-PRAZO         PIC 9(02).
           05 JR-CLIENTE       PIC 9(05).
           05 JR-ADVALOREM     PIC 9(07)V99.
           05 JR-GRIS          PIC 9(07)V99.
