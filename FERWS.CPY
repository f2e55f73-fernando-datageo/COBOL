      *********************************************
      * COPYBOOK  = FERWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO ARQUIVO DE FERIAS
      *             (FERIAFIL) E DA GERACAO DOS PERIODOS
      *             AQUISITIVOS (FERGER.CPY). COPIAR DENTRO DE
      *             WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-FER     PIC X(02) VALUE SPACES.
       77 WRK-FGR-HOJE       PIC 9(08) VALUE ZEROS.
       77 WRK-FGR-ANO        PIC 9(04) VALUE ZEROS.
       77 WRK-FGR-ANO-FIM    PIC 9(04) VALUE ZEROS.
       77 WRK-FGR-MES        PIC 9(02) VALUE ZEROS.
       77 WRK-FGR-VEZ        PIC 9(01) VALUE ZEROS.
       77 WRK-FGR-QT-CRIADOS PIC 9(05) VALUE ZEROS.
       01 WRK-FGR-PERIODO.
           05 WRK-FGR-INICIO PIC 9(08).
           05 WRK-FGR-FIM    PIC 9(08).
           05 WRK-FGR-LIMITE PIC 9(08).
