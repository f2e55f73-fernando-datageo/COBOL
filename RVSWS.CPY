      *********************************************
      * COPYBOOK  = RVSWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO E TABELA EM MEMORIA DA
      *             CAMPANHA DE REVISAO DE ACESSOS (REVACESS),
      *             COM OS PARAGRAFOS DE CARGA E REGRAVACAO EM
      *             RVSCHK.CPY. COPIAR DENTRO DE WORKING-STORAGE
      *             SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-RVS      PIC X(02) VALUE SPACES.
       77 WRK-RVS-EOF         PIC X(01) VALUE 'N'.
       77 WRK-RVS-QTD         PIC 9(03) VALUE ZEROS COMP.
       77 WRK-RVS-IDX         PIC 9(03) VALUE ZEROS COMP.
       77 WRK-RVS-SW-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-RVS-QTD-ABERTOS PIC 9(03) VALUE ZEROS COMP.
       77 WRK-RVS-CAMPANHA    PIC X(06) VALUE SPACES.
       77 WRK-RVS-PRAZO       PIC 9(08) VALUE ZEROS.
       01 WRK-TABELA-REVISAO.
           05 WRK-TAB-RVS OCCURS 300 TIMES.
               10 WRK-TAB-RVS-CAMPANHA   PIC X(06).
               10 WRK-TAB-RVS-USUARIO    PIC X(20).
               10 WRK-TAB-RVS-NOME       PIC X(30).
               10 WRK-TAB-RVS-PERFIL     PIC X(10).
               10 WRK-TAB-RVS-GESTOR     PIC X(20).
               10 WRK-TAB-RVS-ABERTURA   PIC 9(08).
               10 WRK-TAB-RVS-PRAZO      PIC 9(08).
               10 WRK-TAB-RVS-DECISAO    PIC X(01).
               10 WRK-TAB-RVS-PERFIL-NOVO PIC X(10).
               10 WRK-TAB-RVS-DECISOR    PIC X(20).
               10 WRK-TAB-RVS-DT-DECISAO PIC 9(08).
               10 WRK-TAB-RVS-SITUACAO   PIC X(01).
               10 WRK-TAB-RVS-ENCERRAMENTO PIC 9(08).
