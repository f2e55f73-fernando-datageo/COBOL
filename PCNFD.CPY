      *********************************************
      * COPYBOOK  = PCNFD.CPY
      * OBJETIVO  = FD/REGISTRO DO ARQUIVO DE PEDIDOS CANCELADOS
      *             (PEDCANC): DATA DO CANCELAMENTO, MOTIVO, QUEM
      *             CANCELOU E O FRETE ESTORNADO. ARQUIVO
      *             ACUMULADO, GRAVADO POR CANCELA-PEDIDO; PEDIDO
      *             QUE APARECE MAIS DE UMA VEZ VALE O ULTIMO
      *             REGISTRO. COPIAR DENTRO DE FILE SECTION.
      * DATA      = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - LAYOUT EXTRAIDO DE CANCELA-PEDIDO E
      *              CONSULTA-PEDIDO.
      *********************************************
       FD  ORDER-CANCEL-FILE.
       01  ORDER-CANCEL-RECORD.
           05 PCN-PEDIDO       PIC 9(06).
           05 PCN-DATA         PIC 9(08).
           05 PCN-CLIENTE      PIC 9(05).
           05 PCN-TRANSP       PIC X(03).
           05 PCN-VALOR        PIC 9(09)V99.
           05 PCN-DATA-FAT     PIC 9(08).
           05 PCN-USUARIO      PIC X(20).
           05 PCN-MOTIVO       PIC X(30).
