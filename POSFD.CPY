      *********************************************
      * COPYBOOK  = POSFD.CPY
      * OBJETIVO  = FD/REGISTRO DA POSICAO DE CREDITO POR
      *             CLIENTE (POSCRED): SALDO DOS TITULOS EM
      *             ABERTO APOS AS BAIXAS E MAIOR ATRASO EM DIAS
      *             (ZERO = NADA VENCIDO) NA DATA DE REFERENCIA
      *             DO AGING. UM REGISTRO POR CLIENTE, REFEITO A
      *             CADA EXECUCAO DO CONTAS A RECEBER. COPIAR
      *             DENTRO DE FILE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  CREDIT-POSITION-FILE.
       01  CREDIT-POSITION-RECORD.
           05 PCR-CLIENTE      PIC 9(05).
           05 PCR-DATA-REF     PIC 9(08).
           05 PCR-SALDO-ABERTO PIC 9(11)V99.
           05 PCR-MAIOR-ATRASO PIC 9(05).
