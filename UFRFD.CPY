      *********************************************
      * COPYBOOK  = UFRFD.CPY
      * OBJETIVO  = FD/REGISTRO DA TABELA DE FRETE POR UF
      *             (UFRATE). COPIAR DENTRO DE FILE SECTION.
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - LAYOUT EXTRAIDO DE FRETE E VALIDA-ENTRADA.
      *              CADA REGISTRO PASSA A SER UMA VERSAO DA TAXA
      *              DA UF, COM INICIO (UR-VIG-INI) E FIM
      *              OPCIONAL (UR-VIG-FIM) DE VIGENCIA. DATA EM
      *              BRANCO OU ZERO = SEM LIMITE (REGISTRO
      *              ANTIGO VALE DESDE SEMPRE E SEM FIM). COM
      *              MAIS DE UMA VERSAO VIGENTE NA DATA, VALE A
      *              DE INICIO MAIS RECENTE.
      * 15/10/2026 - INCLUIDOS O SEGURO AD VALOREM E O GRIS DA
      *              COTACAO SEM TRANSPORTADORA: PERCENTUAL SOBRE
      *              O VALOR DA MERCADORIA E COBRANCA MINIMA DE
      *              CADA UM. EM BRANCO OU ZERO = NAO COBRADO.
      * DATA      = 15/10/2026
      *********************************************
       FD  UF-RATE-FILE.
       01  UF-RATE-RECORD.
           05 UR-UF        PIC X(02).
           05 UR-TAXA      PIC 9V999.
           05 UR-PRAZO     PIC 9(02).
           05 UR-VIG-INI   PIC 9(08).
           05 UR-VIG-FIM   PIC 9(08).
           05 UR-ADVAL-PCT PIC 9(02)V999.
           05 UR-ADVAL-MIN PIC 9(05)V99.
           05 UR-GRIS-PCT  PIC 9(02)V999.
           05 UR-GRIS-MIN  PIC 9(05)V99.
