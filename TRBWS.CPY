      *********************************************
      * COPYBOOK  = TRBWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO CALCULO DE INSS E IRRF
      *             (TRBCALC.CPY). O CHAMADOR CARREGA AS TABELAS
      *             UMA VEZ (9700) E, A CADA CALCULO, PREENCHE
      *             WRK-TRB-BASE-INSS (9750, DEVOLVE
      *             WRK-TRB-INSS) OU WRK-TRB-BASE-IRRF (9760,
      *             DEVOLVE WRK-TRB-IRRF). WRK-QTD-INSS OU
      *             WRK-QTD-IRRF ZERADO = TABELA AUSENTE. COPIAR
      *             DENTRO DE WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-INS     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-IRF     PIC X(02) VALUE SPACES.
       77 WRK-TRB-EOF        PIC X(01) VALUE 'N'.
       77 WRK-QTD-INSS       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-INSS       PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-IRRF       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-IRRF       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-IRF-ACHADA PIC 9(02) VALUE ZEROS.
       77 WRK-SW-IRF-ACHADA  PIC X(01) VALUE 'N'.
       77 WRK-TRB-BASE-INSS  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TRB-PARCELA    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TRB-INSS       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TRB-BASE-IRRF  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TRB-IRRF       PIC S9(06)V99 VALUE ZEROS.
       01 WRK-TABELA-INSS.
           05 WRK-TAB-INSS OCCURS 10 TIMES.
               10 WRK-TAB-INSS-MIN  PIC 9(06)V99.
               10 WRK-TAB-INSS-MAX  PIC 9(06)V99.
               10 WRK-TAB-INSS-ALIQ PIC 9V9999.
       01 WRK-TABELA-IRRF.
           05 WRK-TAB-IRRF OCCURS 10 TIMES.
               10 WRK-TAB-IRRF-MIN  PIC 9(06)V99.
               10 WRK-TAB-IRRF-MAX  PIC 9(06)V99.
               10 WRK-TAB-IRRF-ALIQ PIC 9V9999.
               10 WRK-TAB-IRRF-DED  PIC 9(06)V99.
