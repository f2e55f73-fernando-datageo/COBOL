      *********************************************
      * COPYBOOK  = SODWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DAS REGRAS DE SEGREGACAO
      *             DE FUNCOES (SODRULES). COPIAR DENTRO DE
      *             WORKING-STORAGE SECTION. O CHAMADOR PREENCHE
      *             WRK-SOD-PERFIL E EXECUTA 9030 (VER SODCHK.CPY)
      *             COM A MATRIZ DE PERMISSOES JA EM TABELA; O
      *             RESULTADO VOLTA EM WRK-SOD-QTD-CONFLITOS E,
      *             HAVENDO CONFLITO, NA PRIMEIRA REGRA VIOLADA
      *             (WRK-SOD-IDX-REGRA); CADA REGRA FICA MARCADA
      *             EM WRK-TAB-SOD-SW-VIOLADA.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-SOD      PIC X(02) VALUE SPACES.
       77 WRK-SOD-CARREGADA   PIC X(01) VALUE 'N'.
       77 WRK-SOD-EOF         PIC X(01) VALUE 'N'.
       77 WRK-SOD-QTD         PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SOD-IDX         PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SOD-IDX-REGRA   PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SOD-IDX-PERM    PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SOD-PERFIL      PIC X(10) VALUE SPACES.
       77 WRK-SOD-PROGRAMA    PIC X(20) VALUE SPACES.
       77 WRK-SOD-FUNCAO      PIC X(10) VALUE SPACES.
       77 WRK-SOD-SW-LADO-1   PIC X(01) VALUE 'N'.
       77 WRK-SOD-SW-LADO-2   PIC X(01) VALUE 'N'.
       77 WRK-SOD-SW-TEM      PIC X(01) VALUE 'N'.
       77 WRK-SOD-QTD-CONFLITOS PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-SOD.
           05 WRK-TAB-SOD OCCURS 50 TIMES.
               10 WRK-TAB-SOD-PROGRAMA-1 PIC X(20).
               10 WRK-TAB-SOD-FUNCAO-1   PIC X(10).
               10 WRK-TAB-SOD-PROGRAMA-2 PIC X(20).
               10 WRK-TAB-SOD-FUNCAO-2   PIC X(10).
               10 WRK-TAB-SOD-DESCRICAO  PIC X(30).
               10 WRK-TAB-SOD-SW-VIOLADA PIC X(01).
