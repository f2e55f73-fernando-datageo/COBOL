      *********************************************
      * COPYBOOK  = JRNWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO DIARIO DE ALTERACOES
      *             (CHGJRNL). COPIAR DENTRO DE WORKING-STORAGE
      *             SECTION. O CHAMADOR PREENCHE WRK-CJR-PROGRAMA
      *             (UMA VEZ), WRK-CJR-ARQUIVO, WRK-CJR-CHAVE,
      *             WRK-CJR-CAMPO, WRK-CJR-ANTES E WRK-CJR-DEPOIS
      *             E EXECUTA 9040 (VER JRNLOG.CPY). VALOR
      *             MONETARIO PASSA ANTES POR WRK-CJR-VALOR-ED,
      *             PARA TODOS OS PROGRAMAS GRAVAREM O MESMO
      *             FORMATO.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-CJR      PIC X(02) VALUE SPACES.
       77 WRK-CJR-PROGRAMA    PIC X(20) VALUE SPACES.
       77 WRK-CJR-ARQUIVO     PIC X(08) VALUE SPACES.
       77 WRK-CJR-CHAVE       PIC X(40) VALUE SPACES.
       77 WRK-CJR-CAMPO       PIC X(15) VALUE SPACES.
       77 WRK-CJR-ANTES       PIC X(30) VALUE SPACES.
       77 WRK-CJR-DEPOIS      PIC X(30) VALUE SPACES.
       77 WRK-CJR-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CJR-DATA        PIC 9(08) VALUE ZEROS.
       77 WRK-CJR-HORA        PIC 9(08) VALUE ZEROS.
