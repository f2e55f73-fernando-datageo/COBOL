      *********************************************
      * COPYBOOK  = ZONFD.CPY
      * OBJETIVO  = FD/REGISTRO DAS FAIXAS DE CEP POR UF
      *             (UFZONAS). COPIAR DENTRO DE FILE SECTION.
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - LAYOUT EXTRAIDO DE FRETE E MONTA-CARGA. CADA
      *              REGISTRO PASSA A SER UMA VERSAO DA FAIXA, COM
      *              INICIO (ZON-VIG-INI) E FIM OPCIONAL
      *              (ZON-VIG-FIM) DE VIGENCIA. DATA EM BRANCO OU
      *              ZERO = SEM LIMITE. CEP COBERTO POR MAIS DE
      *              UMA FAIXA VIGENTE NA DATA FICA COM A DE
      *              INICIO MAIS RECENTE (FAIXAS REDESENHADAS
      *              PODEM SER CARREGADAS ANTES DA VIRADA).
      * DATA      = 15/10/2026
      *********************************************
       FD  ZONE-FILE.
       01  ZONE-RECORD.
           05 ZON-UF       PIC X(02).
           05 ZON-CEP-INI  PIC 9(08).
           05 ZON-CEP-FIM  PIC 9(08).
           05 ZON-MULT     PIC 9V999.
           05 ZON-PRAZO    PIC 9(02).
           05 ZON-VIG-INI  PIC 9(08).
           05 ZON-VIG-FIM  PIC 9(08).
