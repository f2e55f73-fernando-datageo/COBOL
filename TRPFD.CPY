      *********************************************
      * COPYBOOK  = TRPFD.CPY
      * OBJETIVO  = FD/REGISTRO DO CADASTRO DE TRANSPORTADORAS
      *             (TRANSPMS). COPIAR DENTRO DE FILE SECTION.
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - LAYOUT EXTRAIDO DE FRETE (O REGISTRO ESTAVA
      *              DUPLICADO NA AUDITORIA DE FATURAS E IA PARA
      *              UM TERCEIRO PROGRAMA). INCLUIDA A
      *              CAPACIDADE DE CARGA POR VEICULO EM KG
      *              (TRP-CAPAC-KG), USADA NA MONTAGEM DE CARGAS;
      *              REGISTRO ANTIGO FICA COM O CAMPO EM BRANCO
      *              (SEM LIMITE).
      * DATA      = 15/10/2026
      *********************************************
       FD  CARRIER-MASTER-FILE.
       01  CARRIER-MASTER-RECORD.
           05 TRP-CODIGO   PIC X(03).
           05 TRP-NOME     PIC X(20).
           05 TRP-SW-ATIVA PIC X(01).
           05 TRP-CAPAC-KG PIC 9(06).
