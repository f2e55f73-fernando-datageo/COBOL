      *********************************************
      * COPYBOOK  = TRTFD.CPY
      * OBJETIVO  = FD/REGISTRO DA TABELA DE FRETE POR
      *             TRANSPORTADORA E UF (TRPRATE). COPIAR DENTRO
      *             DE FILE SECTION.
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - LAYOUT EXTRAIDO DE FRETE. CADA REGISTRO
      *              PASSA A SER UMA VERSAO DA TAXA DA
      *              TRANSPORTADORA NA UF, COM INICIO
      *              (TRT-VIG-INI) E FIM OPCIONAL (TRT-VIG-FIM) DE
      *              VIGENCIA. DATA EM BRANCO OU ZERO = SEM
      *              LIMITE. COM MAIS DE UMA VERSAO VIGENTE NA
      *              DATA, VALE A DE INICIO MAIS RECENTE.
      * 15/10/2026 - INCLUIDOS O SEGURO AD VALOREM E O GRIS
      *              (GERENCIAMENTO DE RISCO) QUE A TRANSPORTADORA
      *              COBRA NA UF: PERCENTUAL SOBRE O VALOR DA
      *              MERCADORIA E COBRANCA MINIMA DE CADA UM. EM
      *              BRANCO OU ZERO = NAO COBRADO.
      * DATA      = 15/10/2026
      *********************************************
       FD  CARRIER-RATE-FILE.
       01  CARRIER-RATE-RECORD.
           05 TRT-TRANSP   PIC X(03).
           05 TRT-UF       PIC X(02).
           05 TRT-TAXA     PIC 9V999.
           05 TRT-PRAZO    PIC 9(02).
           05 TRT-VIG-INI  PIC 9(08).
           05 TRT-VIG-FIM  PIC 9(08).
           05 TRT-ADVAL-PCT PIC 9(02)V999.
           05 TRT-ADVAL-MIN PIC 9(05)V99.
           05 TRT-GRIS-PCT  PIC 9(02)V999.
           05 TRT-GRIS-MIN  PIC 9(05)V99.
