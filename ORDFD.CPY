      *********************************************
      * COPYBOOK  = ORDFD.CPY
      * OBJETIVO  = FD/REGISTRO DO ARQUIVO DE PEDIDOS DE FRETE
      *             (ORDFILE): CABECALHO (TIPO 1) COM NUMERO, UF,
      *             CLIENTE, EXPRESSO, CEP E DATA DO PEDIDO (EM
      *             BRANCO = DATA DO PROCESSAMENTO), SEGUIDO DOS
      *             ITENS (TIPO 2) COM PRODUTO, VALOR E PESO.
      *             GRAVADO POR GERA-PEDIDO (OU DIGITADO PELA
      *             EXPEDICAO), LIDO POR FRETE E MONTA-CARGA.
      *             COPIAR DENTRO DE FILE SECTION.
      * DATA      = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - LAYOUT EXTRAIDO DE FRETE, GERA-PEDIDO E
      *              MONTA-CARGA (O DE MONTA-CARGA AINDA NAO TINHA
      *              O OR-DATA NO CABECALHO).
      *********************************************
       FD  ORDER-FILE.
       01  ORDER-RECORD.
           05 OR-TIPO          PIC X(01).
              88 OR-CABECALHO  VALUE '1'.
              88 OR-ITEM       VALUE '2'.
           05 OR-RESTO         PIC X(35).
           05 OR-RESTO-CABEC REDEFINES OR-RESTO.
               10 OR-NUMERO    PIC 9(06).
               10 OR-UF        PIC X(02).
               10 OR-CLIENTE   PIC 9(05).
               10 OR-EXPRESSO  PIC X(01).
               10 OR-CEP       PIC 9(08).
               10 OR-DATA      PIC 9(08).
               10 FILLER       PIC X(05).
           05 OR-RESTO-ITEM REDEFINES OR-RESTO.
               10 OR-PRODUTO   PIC X(20).
               10 OR-VALOR     PIC 9(06)V99.
               10 OR-PESO      PIC 9(05)V99.
