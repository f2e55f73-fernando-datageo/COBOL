      *********************************************
      * COPYBOOK  = EVTWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DOS EVENTOS VARIAVEIS DA
      *             FOLHA: TABELA DE CODIGOS (EVTTAB) E TABELA
      *             DOS EVENTOS DA COMPETENCIA (EVTFOLHA), COM O
      *             VALOR CALCULADO E A SITUACAO DE CADA EVENTO
      *             (' ' = PENDENTE, 'P' = PROCESSADO, 'R' =
      *             REJEITADO, COM O MOTIVO). COPIAR DENTRO DE
      *             WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-EVT     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-ETB     PIC X(02) VALUE SPACES.
       77 WRK-QTD-ETB        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-ETB        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-ETB-ACHADO PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-ETB-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-CODIGOS.
           05 WRK-TAB-ETB OCCURS 50 TIMES.
               10 WRK-TAB-ETB-CODIGO    PIC 9(03).
               10 WRK-TAB-ETB-DESCRICAO PIC X(20).
               10 WRK-TAB-ETB-NATUREZA  PIC X(01).
               10 WRK-TAB-ETB-INSS      PIC X(01).
               10 WRK-TAB-ETB-IRRF      PIC X(01).
               10 WRK-TAB-ETB-FORMA     PIC X(01).
               10 WRK-TAB-ETB-PERC      PIC 9(03)V99.
       77 WRK-QTD-EVT        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-EVT        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-EVT-ACHADO PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-EVT-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-EVENTOS.
           05 WRK-TAB-EVT OCCURS 500 TIMES.
               10 WRK-TAB-EVT-MATR      PIC 9(05).
               10 WRK-TAB-EVT-CODIGO    PIC 9(03).
               10 WRK-TAB-EVT-IDX-ETB   PIC 9(03) COMP.
               10 WRK-TAB-EVT-QTDE      PIC 9(03)V99.
               10 WRK-TAB-EVT-VALOR     PIC 9(07)V99.
               10 WRK-TAB-EVT-SITUACAO  PIC X(01).
               10 WRK-TAB-EVT-MOTIVO    PIC X(30).
