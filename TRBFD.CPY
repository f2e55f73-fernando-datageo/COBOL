      *********************************************
      * COPYBOOK  = TRBFD.CPY
      * OBJETIVO  = FD/REGISTROS DAS TABELAS DE FAIXAS DE INSS
      *             (INSSTAB: MINIMO, MAXIMO, ALIQUOTA DA FAIXA)
      *             E DE IRRF (IRRFTAB: MINIMO, MAXIMO, ALIQUOTA
      *             E PARCELA A DEDUZIR). COPIAR DENTRO DE FILE
      *             SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  INSS-TABLE-FILE.
       01  INSS-TABLE-RECORD.
           05 IN-MINIMO  PIC 9(06)V99.
           05 IN-MAXIMO  PIC 9(06)V99.
           05 IN-ALIQ    PIC 9V9999.

       FD  IRRF-TABLE-FILE.
       01  IRRF-TABLE-RECORD.
           05 IR-MINIMO  PIC 9(06)V99.
           05 IR-MAXIMO  PIC 9(06)V99.
           05 IR-ALIQ    PIC 9V9999.
           05 IR-DEDUZIR PIC 9(06)V99.
