      *********************************************
      * COPYBOOK  = LIBFD.CPY
      * OBJETIVO  = FD/REGISTRO DAS LIBERACOES DE CREDITO
      *             (LIBCRED): PEDIDO LIBERADO DO BLOQUEIO DE
      *             CREDITO, DATA DA LIBERACAO, QUEM LIBEROU E
      *             POR QUE. A LIBERACAO VALE PARA O LOTE DA
      *             NOITE DA DATA E DO DIA SEGUINTE. ARQUIVO
      *             ACUMULADO. COPIAR DENTRO DE FILE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  CREDIT-RELEASE-FILE.
       01  CREDIT-RELEASE-RECORD.
           05 LIB-PEDIDO       PIC 9(06).
           05 LIB-DATA         PIC 9(08).
           05 LIB-CLIENTE      PIC 9(05).
           05 LIB-USUARIO      PIC X(20).
           05 LIB-MOTIVO       PIC X(30).
