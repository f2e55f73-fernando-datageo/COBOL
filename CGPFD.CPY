      *********************************************
      * COPYBOOK  = CGPFD.CPY
      * OBJETIVO  = FD/REGISTRO DO ARQUIVO PEDIDO/CARGA
      *             (CARGAPED): PEDIDO EMBARCADO, EM QUE CARGA,
      *             POR QUAL TRANSPORTADORA E EM QUE DATA.
      *             ARQUIVO ACUMULADO (MOD), GRAVADO POR
      *             MONTA-CARGA; PEDIDO QUE APARECE MAIS DE UMA
      *             VEZ VALE O ULTIMO REGISTRO. COPIAR DENTRO DE
      *             FILE SECTION.
      * DATA      = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - LAYOUT EXTRAIDO DE MONTA-CARGA E
      *              CONSULTA-PEDIDO.
      *********************************************
       FD  LOAD-ORDER-FILE.
       01  LOAD-ORDER-RECORD.
           05 CGP-PEDIDO       PIC 9(06).
           05 CGP-CARGA        PIC 9(11).
           05 CGP-TRANSP       PIC X(03).
           05 CGP-DATA         PIC 9(08).
