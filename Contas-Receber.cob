      *              REGISTRO NO LOG DE EXCECOES. AS BAIXAS SAO
      *              APLICADAS POR CLIENTE, DO TITULO MAIS ANTIGO
      *              PARA O MAIS NOVO.
      * 15/10/2026 - CREDITO DE PEDIDO CANCELADO (FATINTF TIPO
      *              '2') ABATE O TITULO DO CLIENTE FATURADO NA
      *              DATA INFORMADA NO CREDITO; SOBRA (OU TITULO
      *              NAO ACHADO) VIRA CREDITO DO CLIENTE, APLICADO
      *              COMO AS BAIXAS, COM REGISTRO NO LOG DE
      *              EXCECOES. TOTAL DE CREDITOS NO AGING.
      * 15/10/2026 - DETALHES DE SEGURO AD VALOREM E GRIS (FAT-
      *              COMPONENTE 'A'/'G') NAO SAO TITULOS A PARTE:
      *              SOMAM AO TITULO DE FRETE DO MESMO CLIENTE E
      *              DATA (O ULTIMO CARREGADO).
      * 15/10/2026 - GRAVA A POSICAO DE CREDITO POR CLIENTE
      *              (POSCRED: SALDO EM ABERTO E MAIOR ATRASO EM
      *              DIAS NA DATA DE REFERENCIA), LIDA PELA
      *              CRITICA DE PEDIDOS (VALIDA-ENTRADA) PARA O
      *              BLOQUEIO POR LIMITE DE CREDITO E POR ATRASO.
      *              PASSA A RODAR NO LOTE NOTURNO ANTES DELA.
      * 15/10/2026 - COBRANCA (OPCIONAL, PERGUNTADA NA PARTIDA):
      *              CADA BAIXA PASSA A SER APLICADA NA HORA, DO
      *              TITULO MAIS ANTIGO PARA O MAIS NOVO; A PARTE
      *              QUE QUITA TITULO JA VENCIDO NA DATA DO
      *              PAGAMENTO GERA JUROS POR DIA E MULTA FIXA
      *              (SYSPARM), LANCADOS COMO NOVO TITULO NO
      *              FATINTF (COMPONENTE 'J') UMA UNICA VEZ POR
      *              PAGAMENTO (CONTROLE NO ENCCOBR). CLIENTE COM
      *              TITULO VENCIDO RECEBE CARTA DE COBRANCA EM
      *              NIVEIS (LEMBRETE, NOTIFICACAO FORMAL, ULTIMO
      *              AVISO; DIAS DE ATRASO NO SYSPARM) NO CARTARPT;
      *              O CARTAHIS GUARDA O NIVEL JA ENVIADO POR
      *              TITULO PARA A MESMA CARTA NAO SAIR DUAS VEZES.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AGING-REPORT-FILE ASSIGN TO "AGINGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           COPY 'POSSEL.CPY'.
           SELECT LATE-CHARGE-FILE ASSIGN TO "ENCCOBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENC.
           SELECT LETTER-HISTORY-FILE ASSIGN TO "CARTAHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LTC.
           SELECT LETTER-REPORT-FILE ASSIGN TO "CARTARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CRT.
           COPY 'SYSSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD PIC X(100).

           COPY 'POSFD.CPY'.

       FD  LATE-CHARGE-FILE.
       01  LATE-CHARGE-RECORD.
           05 ENC-CLIENTE      PIC 9(05).
           05 ENC-DATA-BAIXA   PIC 9(08).
           05 ENC-VALOR-BAIXA  PIC 9(09)V99.
           05 ENC-JUROS        PIC 9(07)V99.
           05 ENC-MULTA        PIC 9(07)V99.
           05 ENC-DATA-LANC    PIC 9(08).

       FD  LETTER-HISTORY-FILE.
       01  LETTER-HISTORY-RECORD.
           05 LTC-CLIENTE      PIC 9(05).
           05 LTC-DATA-TIT     PIC 9(08).
           05 LTC-ENCARGO      PIC X(01).
           05 LTC-NIVEL        PIC 9(01).
           05 LTC-DATA-ENVIO   PIC 9(08).

       FD  LETTER-REPORT-FILE.
       01  LETTER-REPORT-RECORD PIC X(80).

           COPY 'SYSFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'POSWS.CPY'.
           COPY 'FATWS.CPY'.
           COPY 'CLIWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'DTCWS.CPY'.
           COPY 'SYSWS.CPY'.
       77 WRK-STATUS-BXA     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-ENC     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-LTC     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CRT     PIC X(02) VALUE SPACES.
       77 WRK-SW-COBRANCA    PIC X(01) VALUE 'N'.
       77 WRK-DIAS-CARTA-1   PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-CARTA-2   PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-CARTA-3   PIC 9(05) VALUE ZEROS.
       77 WRK-JUROS-MES-PCT  PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MULTA-PCT      PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PCT-ED         PIC ZZ9,99 VALUE ZEROS.
       77 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-SERIAL-BAIXA   PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-PAGTO     PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-PARCELA  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ENC-JUROS      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ENC-MULTA      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SW-ENC-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-QTD-COBR       PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-COBR       PIC 9(03) VALUE ZEROS COMP.
       77 WRK-QTD-ENC        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-ENC        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-TOT-ENCARGOS   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FAT-HASH       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-NIVEL-CARTA    PIC 9(01) VALUE ZEROS.
       77 WRK-SW-CARTA       PIC X(01) VALUE 'N'.
       77 WRK-QT-CARTAS      PIC 9(05) VALUE ZEROS.
       77 WRK-JUROS-DIA      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-JUROS-TIT      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MULTA-TIT      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CARTA-SALDO    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CARTA-JUROS    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CARTA-MULTA    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DIAS-ED        PIC ZZZZ9 VALUE ZEROS.
       77 WRK-JUROS-DIA-ED   PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ENC-ED         PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MULTA-ED       PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-CARTA    PIC X(80) VALUE SPACES.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-DATA-REF       PIC 9(08) VALUE ZEROS.
       77 WRK-SERIAL-REF     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-TIT        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-TIT        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-VALOR-BAIXA    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-CREDITO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SW-TIT-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-IDX-TIT-ACHADO PIC 9(03) VALUE ZEROS COMP.
       77 WRK-TOT-ABERTO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(100) VALUE SPACES.
               10 WRK-TAB-CLI-FX3    PIC 9(11)V99.
               10 WRK-TAB-CLI-FX4    PIC 9(11)V99.
               10 WRK-TAB-CLI-FX5    PIC 9(11)V99.
               10 WRK-TAB-CLI-ABERTO PIC 9(11)V99.
               10 WRK-TAB-CLI-ATRASO PIC 9(05).
       01 WRK-TABELA-TITULOS.
           05 WRK-TAB-TIT OCCURS 500 TIMES.
               10 WRK-TAB-TIT-CLI    PIC 9(03) COMP.
               10 WRK-TAB-TIT-DATA   PIC 9(08).
               10 WRK-TAB-TIT-VENC   PIC 9(07).
               10 WRK-TAB-TIT-SALDO  PIC 9(11)V99.
               10 WRK-TAB-TIT-ENCARGO PIC X(01).
               10 WRK-TAB-TIT-NIVEL  PIC 9(01).
               10 WRK-TAB-TIT-NIVEL-HOJE PIC 9(01).
       01 WRK-TABELA-COBRADOS.
           05 WRK-TAB-COBR OCCURS 500 TIMES.
               10 WRK-TAB-COBR-CLI   PIC 9(05).
               10 WRK-TAB-COBR-DATA  PIC 9(08).
               10 WRK-TAB-COBR-VALOR PIC 9(09)V99.
       01 WRK-TABELA-ENCARGOS.
           05 WRK-TAB-ENC OCCURS 200 TIMES.
               10 WRK-TAB-ENC-CLI    PIC 9(03) COMP.
               10 WRK-TAB-ENC-DATA   PIC 9(08).
               10 WRK-TAB-ENC-VALOR  PIC 9(09)V99.
               10 WRK-TAB-ENC-JUROS  PIC 9(07)V99.
               10 WRK-TAB-ENC-MULTA  PIC 9(07)V99.
       01 WRK-TOTAIS-FAIXAS.
           05 WRK-TOT-FX1    PIC 9(11)V99 VALUE ZEROS.
           05 WRK-TOT-FX2    PIC 9(11)V99 VALUE ZEROS.
               PERFORM 0100-INICIALIZAR
               PERFORM 0200-CARREGAR-CLIENTES
               PERFORM 0300-CARREGAR-FATURAS
               IF WRK-SW-COBRANCA = 'S'
                   PERFORM 0380-CARREGAR-COBRADOS
               END-IF
               PERFORM 0400-CARREGAR-BAIXAS
               IF WRK-QTD-ENC > 0
                   PERFORM 0450-LANCAR-ENCARGOS
               END-IF
               PERFORM 0500-APLICAR-BAIXAS
               PERFORM 0600-CLASSIFICAR-ABERTOS
               PERFORM 0700-GRAVAR-AGING
               PERFORM 0750-GRAVAR-POSICAO
               IF WRK-SW-COBRANCA = 'S'
                   PERFORM 0900-EMITIR-CARTAS
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA RECEBIVEIS'
               MOVE 'CONTAS-RECEBER' TO WRK-EXCP-PROGRAMA
           MOVE WRK-DATA-REF TO WRK-DTC-DATA.
           PERFORM 9400-DATA-PARA-SERIAL.
           MOVE WRK-DTC-SERIAL TO WRK-SERIAL-REF.
           DISPLAY 'EMITIR CARTAS E LANCAR JUROS/MULTA (S/N): '
           ACCEPT WRK-SW-COBRANCA.
           IF WRK-SW-COBRANCA NOT = 'S'
               MOVE 'N' TO WRK-SW-COBRANCA
           END-IF.
           PERFORM 0110-OBTER-PARAMETROS.

       0110-OBTER-PARAMETROS.
      * DIAS DE ATRASO DE CADA NIVEL DE CARTA, JUROS AO MES (O
      * DIA E 1/30 DO MES) E MULTA, AMBOS EM PERCENTUAL.
           MOVE 'CONTAS-RECEBER' TO WRK-PAR-PROGRAMA.
           MOVE 'DIAS-CARTA-1' TO WRK-PAR-CHAVE.
           MOVE 5 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-DIAS-CARTA-1.
           MOVE 'DIAS-CARTA-2' TO WRK-PAR-CHAVE.
           MOVE 30 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-DIAS-CARTA-2.
           MOVE 'DIAS-CARTA-3' TO WRK-PAR-CHAVE.
           MOVE 60 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-DIAS-CARTA-3.
           MOVE 'JUROS-MES-PCT' TO WRK-PAR-CHAVE.
           MOVE 1 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-JUROS-MES-PCT.
           MOVE 'MULTA-PCT' TO WRK-PAR-CHAVE.
           MOVE 2 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-MULTA-PCT.

       0200-CARREGAR-CLIENTES.
           MOVE ZEROS TO WRK-QTD-CLI.
               MOVE ZEROS TO WRK-TAB-CLI-FX3(WRK-QTD-CLI)
               MOVE ZEROS TO WRK-TAB-CLI-FX4(WRK-QTD-CLI)
               MOVE ZEROS TO WRK-TAB-CLI-FX5(WRK-QTD-CLI)
               MOVE ZEROS TO WRK-TAB-CLI-ABERTO(WRK-QTD-CLI)
               MOVE ZEROS TO WRK-TAB-CLI-ATRASO(WRK-QTD-CLI)
           END-IF.
           PERFORM 0210-LER-CLIENTE.

           END-READ.

       0320-ARMAZENAR-FATURA.
      * SO OS DETALHES (TIPO 1) SAO TITULOS; CREDITOS (TIPO 2)
      * ABATEM TITULOS JA CARREGADOS (O CANCELAMENTO E SEMPRE
      * POSTERIOR AO FATURAMENTO); CABECALHO E TRAILER DO BLOCO
      * SAO PULADOS.
           EVALUATE TRUE
               WHEN FAT-REG-DETALHE
                   PERFORM 0330-GUARDAR-FATURA
               WHEN FAT-REG-CREDITO
                   PERFORM 0350-APLICAR-CREDITO
               WHEN OTHER
                   PERFORM 0310-LER-FATURA
           END-EVALUATE.

       0330-GUARDAR-FATURA.
      * SEGURO AD VALOREM E GRIS VEM LOGO APOS O FRETE DO
      * CLIENTE E SOMAM AO MESMO TITULO; SO SE O TITULO NAO FOR
      * ACHADO E QUE VIRAM TITULO PROPRIO.
           MOVE FAT-CLIENTE TO WRK-CLI-PROCURADO.
           PERFORM 0340-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-SW-TIT-ACHADO.
           IF FAT-COMP-ADVALOREM OR FAT-COMP-GRIS
               PERFORM 0335-COMPARAR-TITULO-FATURA
                   VARYING WRK-IDX-TIT FROM WRK-QTD-TIT BY -1
                   UNTIL WRK-IDX-TIT < 1
                      OR WRK-SW-TIT-ACHADO = 'S'
           END-IF.
           IF WRK-SW-TIT-ACHADO = 'S'
               ADD FAT-TOTAL-FRETE
                   TO WRK-TAB-TIT-SALDO(WRK-IDX-TIT-ACHADO)
           ELSE
               PERFORM 0332-INCLUIR-TITULO
           END-IF.
           PERFORM 0310-LER-FATURA.

       0332-INCLUIR-TITULO.
           IF WRK-QTD-TIT < 500
               ADD 1 TO WRK-QTD-TIT
               MOVE WRK-IDX-CLI-ACHADO
                   TO WRK-TAB-TIT-CLI(WRK-QTD-TIT)
               MOVE FAT-DATA TO WRK-TAB-TIT-DATA(WRK-QTD-TIT)
               MOVE FAT-DATA TO WRK-DTC-DATA
               PERFORM 9400-DATA-PARA-SERIAL
               COMPUTE WRK-TAB-TIT-VENC(WRK-QTD-TIT) =
                   + WRK-TAB-CLI-DIAS(WRK-IDX-CLI-ACHADO)
               MOVE FAT-TOTAL-FRETE
                   TO WRK-TAB-TIT-SALDO(WRK-QTD-TIT)
               IF FAT-COMP-ENCARGO
                   MOVE 'S' TO WRK-TAB-TIT-ENCARGO(WRK-QTD-TIT)
               ELSE
                   MOVE 'N' TO WRK-TAB-TIT-ENCARGO(WRK-QTD-TIT)
               END-IF
               MOVE ZEROS TO WRK-TAB-TIT-NIVEL(WRK-QTD-TIT)
               MOVE ZEROS TO WRK-TAB-TIT-NIVEL-HOJE(WRK-QTD-TIT)
           ELSE
               DISPLAY 'TABELA DE TITULOS CHEIA - IGNORADO'
           END-IF.

       0335-COMPARAR-TITULO-FATURA.
           IF WRK-TAB-TIT-CLI(WRK-IDX-TIT) = WRK-IDX-CLI-ACHADO
              AND WRK-TAB-TIT-DATA(WRK-IDX-TIT) = FAT-DATA
               MOVE 'S' TO WRK-SW-TIT-ACHADO
               MOVE WRK-IDX-TIT TO WRK-IDX-TIT-ACHADO
           END-IF.

       0340-LOCALIZAR-CLIENTE.
      * ACHA (OU INCLUI) O CLIENTE NA TABELA; CLIENTE FORA DO
                       TO WRK-TAB-CLI-FX4(WRK-IDX-CLI-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-CLI-FX5(WRK-IDX-CLI-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-CLI-ABERTO(WRK-IDX-CLI-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-CLI-ATRASO(WRK-IDX-CLI-ACHADO)
                   MOVE 'CONTAS-RECEBER' TO WRK-EXCP-PROGRAMA
                   STRING 'CLIENTE SEM CADASTRO: '
                       WRK-CLI-PROCURADO
               MOVE WRK-IDX-CLI TO WRK-IDX-CLI-ACHADO
           END-IF.

       0350-APLICAR-CREDITO.
      * O CREDITO NAO TRAZ O NUMERO DO PEDIDO: O TITULO E O DO
      * CLIENTE FATURADO NA DATA DO CREDITO (FAT-CRD-DATA-FAT).
           MOVE FAT-CRD-CLIENTE TO WRK-CLI-PROCURADO.
           PERFORM 0340-LOCALIZAR-CLIENTE.
           MOVE FAT-CRD-VALOR TO WRK-VALOR-CREDITO.
           ADD FAT-CRD-VALOR TO WRK-TOT-CREDITOS.
           MOVE 'N' TO WRK-SW-TIT-ACHADO.
           PERFORM 0355-COMPARAR-TITULO
               VARYING WRK-IDX-TIT FROM 1 BY 1
               UNTIL WRK-IDX-TIT > WRK-QTD-TIT
                  OR WRK-SW-TIT-ACHADO = 'S'.
           IF WRK-SW-TIT-ACHADO = 'S'
               IF WRK-VALOR-CREDITO
                      > WRK-TAB-TIT-SALDO(WRK-IDX-TIT-ACHADO)
                   SUBTRACT WRK-TAB-TIT-SALDO(WRK-IDX-TIT-ACHADO)
                       FROM WRK-VALOR-CREDITO
                   MOVE ZEROS
                       TO WRK-TAB-TIT-SALDO(WRK-IDX-TIT-ACHADO)
               ELSE
                   SUBTRACT WRK-VALOR-CREDITO
                       FROM WRK-TAB-TIT-SALDO(WRK-IDX-TIT-ACHADO)
                   MOVE ZEROS TO WRK-VALOR-CREDITO
               END-IF
           END-IF.
           IF WRK-VALOR-CREDITO > 0
               ADD WRK-VALOR-CREDITO
                   TO WRK-TAB-CLI-CREDITO(WRK-IDX-CLI-ACHADO)
               MOVE 'CONTAS-RECEBER' TO WRK-EXCP-PROGRAMA
               STRING 'CREDITO SEM TITULO CLI '
                   FAT-CRD-CLIENTE ' FAT ' FAT-CRD-DATA-FAT
                   DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
               MOVE 'A' TO WRK-EXCP-SEVERIDADE
               PERFORM 9000-REGISTRAR-EXCECAO
           END-IF.
           PERFORM 0310-LER-FATURA.

       0355-COMPARAR-TITULO.
           IF WRK-TAB-TIT-CLI(WRK-IDX-TIT) = WRK-IDX-CLI-ACHADO
              AND WRK-TAB-TIT-DATA(WRK-IDX-TIT) = FAT-CRD-DATA-FAT
              AND WRK-TAB-TIT-SALDO(WRK-IDX-TIT) > 0
               MOVE 'S' TO WRK-SW-TIT-ACHADO
               MOVE WRK-IDX-TIT TO WRK-IDX-TIT-ACHADO
           END-IF.

       0380-CARREGAR-COBRADOS.
      * PAGAMENTOS QUE JA GERARAM JUROS E MULTA EM EXECUCAO
      * ANTERIOR (O ARQUIVO DE BAIXAS E RELIDO POR INTEIRO A CADA
      * EXECUCAO); ARQUIVO AUSENTE = NADA COBRADO AINDA.
           MOVE ZEROS TO WRK-QTD-COBR.
           OPEN INPUT LATE-CHARGE-FILE.
           IF WRK-STATUS-ENC = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0385-LER-COBRADO
               PERFORM 0387-ARMAZENAR-COBRADO
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE LATE-CHARGE-FILE.

       0385-LER-COBRADO.
           READ LATE-CHARGE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0387-ARMAZENAR-COBRADO.
           IF WRK-QTD-COBR < 500
               ADD 1 TO WRK-QTD-COBR
               MOVE ENC-CLIENTE TO WRK-TAB-COBR-CLI(WRK-QTD-COBR)
               MOVE ENC-DATA-BAIXA TO WRK-TAB-COBR-DATA(WRK-QTD-COBR)
               MOVE ENC-VALOR-BAIXA
                   TO WRK-TAB-COBR-VALOR(WRK-QTD-COBR)
           ELSE
               DISPLAY 'TABELA DE ENCARGOS COBRADOS CHEIA'
           END-IF.
           PERFORM 0385-LER-COBRADO.

       0400-CARREGAR-BAIXAS.
      * APLICA CADA PAGAMENTO DO ARQUIVO DE BAIXAS DO BANCO;
      * ARQUIVO AUSENTE = NADA BAIXADO.
           MOVE ZEROS TO WRK-QTD-ENC.
           OPEN INPUT PAYMENT-FILE.
           IF WRK-STATUS-BXA = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0410-LER-BAIXA
               PERFORM 0420-APLICAR-BAIXA
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'ARQUIVO DE BAIXAS AUSENTE'
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0420-APLICAR-BAIXA.
      * O PAGAMENTO ABATE OS TITULOS DO CLIENTE DO MAIS ANTIGO
      * PARA O MAIS NOVO (A INTERFACE E GRAVADA EM ORDEM
      * CRONOLOGICA); A SOBRA VIRA CREDITO DO CLIENTE (0500).
           MOVE BXA-CLIENTE TO WRK-CLI-PROCURADO.
           PERFORM 0340-LOCALIZAR-CLIENTE.
           MOVE BXA-VALOR TO WRK-VALOR-BAIXA.
           MOVE BXA-DATA TO WRK-DTC-DATA.
           PERFORM 9400-DATA-PARA-SERIAL.
           MOVE WRK-DTC-SERIAL TO WRK-SERIAL-BAIXA.
           MOVE ZEROS TO WRK-ENC-JUROS.
           MOVE ZEROS TO WRK-ENC-MULTA.
           PERFORM 0430-BAIXAR-TITULO
               VARYING WRK-IDX-TIT FROM 1 BY 1
               UNTIL WRK-IDX-TIT > WRK-QTD-TIT
                  OR WRK-VALOR-BAIXA = 0.
           IF WRK-VALOR-BAIXA > 0
               ADD WRK-VALOR-BAIXA
                   TO WRK-TAB-CLI-CREDITO(WRK-IDX-CLI-ACHADO)
           END-IF.
           IF WRK-ENC-JUROS > 0 OR WRK-ENC-MULTA > 0
               PERFORM 0440-REGISTRAR-ENCARGO
           END-IF.
           PERFORM 0410-LER-BAIXA.

       0430-BAIXAR-TITULO.
      * A PARTE DO PAGAMENTO QUE QUITA TITULO JA VENCIDO NA DATA
      * DO PAGAMENTO PAGA JUROS POR DIA DE ATRASO E MULTA. TITULO
      * DE ENCARGO NAO GERA NOVO ENCARGO.
           IF WRK-TAB-TIT-CLI(WRK-IDX-TIT) = WRK-IDX-CLI-ACHADO
              AND WRK-TAB-TIT-SALDO(WRK-IDX-TIT) > 0
               IF WRK-VALOR-BAIXA >= WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                   MOVE WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                       TO WRK-VALOR-PARCELA
               ELSE
                   MOVE WRK-VALOR-BAIXA TO WRK-VALOR-PARCELA
               END-IF
               SUBTRACT WRK-VALOR-PARCELA
                   FROM WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
               SUBTRACT WRK-VALOR-PARCELA FROM WRK-VALOR-BAIXA
               IF WRK-SW-COBRANCA = 'S'
                  AND WRK-TAB-TIT-ENCARGO(WRK-IDX-TIT) = 'N'
                  AND WRK-SERIAL-BAIXA > WRK-TAB-TIT-VENC(WRK-IDX-TIT)
                   COMPUTE WRK-DIAS-PAGTO = WRK-SERIAL-BAIXA
                       - WRK-TAB-TIT-VENC(WRK-IDX-TIT)
                   COMPUTE WRK-ENC-JUROS ROUNDED = WRK-ENC-JUROS
                       + WRK-VALOR-PARCELA * WRK-JUROS-MES-PCT
                       * WRK-DIAS-PAGTO / 3000
                   COMPUTE WRK-ENC-MULTA ROUNDED = WRK-ENC-MULTA
                       + WRK-VALOR-PARCELA * WRK-MULTA-PCT / 100
               END-IF
           END-IF.

       0440-REGISTRAR-ENCARGO.
      * O MESMO PAGAMENTO (CLIENTE, DATA E VALOR) SO GERA
      * ENCARGO UMA VEZ.
           MOVE 'N' TO WRK-SW-ENC-ACHADO.
           PERFORM 0445-COMPARAR-COBRADO
               VARYING WRK-IDX-COBR FROM 1 BY 1
               UNTIL WRK-IDX-COBR > WRK-QTD-COBR
                  OR WRK-SW-ENC-ACHADO = 'S'.
           IF WRK-SW-ENC-ACHADO = 'N'
               IF WRK-QTD-ENC < 200
                   ADD 1 TO WRK-QTD-ENC
                   MOVE WRK-IDX-CLI-ACHADO
                       TO WRK-TAB-ENC-CLI(WRK-QTD-ENC)
                   MOVE BXA-DATA TO WRK-TAB-ENC-DATA(WRK-QTD-ENC)
                   MOVE BXA-VALOR TO WRK-TAB-ENC-VALOR(WRK-QTD-ENC)
                   MOVE WRK-ENC-JUROS
                       TO WRK-TAB-ENC-JUROS(WRK-QTD-ENC)
                   MOVE WRK-ENC-MULTA
                       TO WRK-TAB-ENC-MULTA(WRK-QTD-ENC)
               ELSE
                   DISPLAY 'TABELA DE ENCARGOS CHEIA - IGNORADO'
               END-IF
           END-IF.

       0445-COMPARAR-COBRADO.
           IF WRK-TAB-COBR-CLI(WRK-IDX-COBR) = BXA-CLIENTE
              AND WRK-TAB-COBR-DATA(WRK-IDX-COBR) = BXA-DATA
              AND WRK-TAB-COBR-VALOR(WRK-IDX-COBR) = BXA-VALOR
               MOVE 'S' TO WRK-SW-ENC-ACHADO
           END-IF.

       0450-LANCAR-ENCARGOS.
      * OS ENCARGOS NOVOS SAEM NUM BLOCO COMPLETO DO FATINTF
      * (CABECALHO, DETALHES 'J' NA DATA DE REFERENCIA E TRAILER)
      * E JA ENTRAM COMO TITULOS NESTA EXECUCAO; O ENCCOBR GUARDA
      * O PAGAMENTO QUE ORIGINOU CADA UM.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           OPEN EXTEND BILLING-INTERFACE-FILE.
           IF WRK-STATUS-FAT NOT = '00'
               OPEN OUTPUT BILLING-INTERFACE-FILE
               CLOSE BILLING-INTERFACE-FILE
               OPEN EXTEND BILLING-INTERFACE-FILE
           END-IF.
           OPEN EXTEND LATE-CHARGE-FILE.
           IF WRK-STATUS-ENC NOT = '00'
               OPEN OUTPUT LATE-CHARGE-FILE
               CLOSE LATE-CHARGE-FILE
               OPEN EXTEND LATE-CHARGE-FILE
           END-IF.
           MOVE SPACES TO BILLING-INTERFACE-RECORD.
           MOVE '0' TO FAT-TIPO.
           MOVE WRK-DATA-SISTEMA TO FAT-HDR-DATA.
           MOVE WRK-HORA-SISTEMA TO FAT-HDR-HORA.
           MOVE 'CONTAS-RECEBER' TO FAT-HDR-PROGRAMA.
           WRITE BILLING-INTERFACE-RECORD.
           MOVE ZEROS TO WRK-FAT-HASH.
           PERFORM 0455-LANCAR-UM-ENCARGO
               VARYING WRK-IDX-ENC FROM 1 BY 1
               UNTIL WRK-IDX-ENC > WRK-QTD-ENC.
           MOVE SPACES TO BILLING-INTERFACE-RECORD.
           MOVE '9' TO FAT-TIPO.
           MOVE WRK-QTD-ENC TO FAT-TRL-QT.
           MOVE WRK-FAT-HASH TO FAT-TRL-HASH.
           WRITE BILLING-INTERFACE-RECORD.
           CLOSE BILLING-INTERFACE-FILE.
           CLOSE LATE-CHARGE-FILE.

       0455-LANCAR-UM-ENCARGO.
           MOVE WRK-TAB-ENC-CLI(WRK-IDX-ENC) TO WRK-IDX-CLI-ACHADO.
           COMPUTE WRK-VALOR-PARCELA = WRK-TAB-ENC-JUROS(WRK-IDX-ENC)
               + WRK-TAB-ENC-MULTA(WRK-IDX-ENC).
           MOVE SPACES TO BILLING-INTERFACE-RECORD.
           MOVE '1' TO FAT-TIPO.
           MOVE WRK-DATA-REF TO FAT-DATA.
           MOVE WRK-TAB-CLI-COD(WRK-IDX-CLI-ACHADO) TO FAT-CLIENTE.
           MOVE WRK-VALOR-PARCELA TO FAT-TOTAL-FRETE.
           MOVE 'J' TO FAT-COMPONENTE.
           PERFORM 0332-INCLUIR-TITULO.
           WRITE BILLING-INTERFACE-RECORD.
           ADD WRK-VALOR-PARCELA TO WRK-FAT-HASH.
           ADD WRK-VALOR-PARCELA TO WRK-TOT-ENCARGOS.
           MOVE WRK-TAB-CLI-COD(WRK-IDX-CLI-ACHADO) TO ENC-CLIENTE.
           MOVE WRK-TAB-ENC-DATA(WRK-IDX-ENC) TO ENC-DATA-BAIXA.
           MOVE WRK-TAB-ENC-VALOR(WRK-IDX-ENC) TO ENC-VALOR-BAIXA.
           MOVE WRK-TAB-ENC-JUROS(WRK-IDX-ENC) TO ENC-JUROS.
           MOVE WRK-TAB-ENC-MULTA(WRK-IDX-ENC) TO ENC-MULTA.
           MOVE WRK-DATA-REF TO ENC-DATA-LANC.
           WRITE LATE-CHARGE-RECORD.

       0500-APLICAR-BAIXAS.
      * APLICA O CREDITO DE CADA CLIENTE DO TITULO MAIS ANTIGO
      * PARA O MAIS NOVO (A INTERFACE E GRAVADA EM ORDEM
                   - WRK-TAB-TIT-VENC(WRK-IDX-TIT)
               ADD WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                   TO WRK-TOT-ABERTO
               ADD WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                   TO WRK-TAB-CLI-ABERTO(WRK-IDX-CLI)
               IF WRK-DIAS-ATRASO > WRK-TAB-CLI-ATRASO(WRK-IDX-CLI)
                   MOVE WRK-DIAS-ATRASO
                       TO WRK-TAB-CLI-ATRASO(WRK-IDX-CLI)
               END-IF
               EVALUATE TRUE
                   WHEN WRK-DIAS-ATRASO <= 0
                       ADD WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
           STRING 'VENCIDO 90 MAIS: R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-CREDITOS TO WRK-VALOR-ED.
           STRING 'CREDITOS (CANC): R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-TOT-ENCARGOS > 0
               MOVE WRK-TOT-ENCARGOS TO WRK-VALOR-ED
               STRING 'JUROS/MULTA LANC:R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           CLOSE AGING-REPORT-FILE.

       0710-GRAVAR-UM-CLIENTE.
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0750-GRAVAR-POSICAO.
      * UM REGISTRO POR CLIENTE DA TABELA, MESMO SEM NADA EM
      * ABERTO: O ARQUIVO E REFEITO A CADA EXECUCAO.
           OPEN OUTPUT CREDIT-POSITION-FILE.
           PERFORM 0760-GRAVAR-UMA-POSICAO
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI > WRK-QTD-CLI.
           CLOSE CREDIT-POSITION-FILE.

       0760-GRAVAR-UMA-POSICAO.
           MOVE WRK-TAB-CLI-COD(WRK-IDX-CLI) TO PCR-CLIENTE.
           MOVE WRK-DATA-REF TO PCR-DATA-REF.
           MOVE WRK-TAB-CLI-ABERTO(WRK-IDX-CLI) TO PCR-SALDO-ABERTO.
           MOVE WRK-TAB-CLI-ATRASO(WRK-IDX-CLI) TO PCR-MAIOR-ATRASO.
           WRITE CREDIT-POSITION-RECORD.

       0800-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           DISPLAY WRK-LINHA-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.

       0900-EMITIR-CARTAS.
      * UMA CARTA POR CLIENTE QUANDO ALGUM TITULO VENCIDO ATINGIU
      * NIVEL DE COBRANCA AINDA NAO ENVIADO PARA ELE: 1 =
      * LEMBRETE, 2 = NOTIFICACAO FORMAL, 3 = ULTIMO AVISO. A
      * CARTA SAI NO MAIOR NIVEL ENTRE OS TITULOS DO CLIENTE.
           PERFORM 0905-CARREGAR-HISTORICO.
           MOVE ZEROS TO WRK-QT-CARTAS.
           OPEN OUTPUT LETTER-REPORT-FILE.
           OPEN EXTEND LETTER-HISTORY-FILE.
           IF WRK-STATUS-LTC NOT = '00'
               OPEN OUTPUT LETTER-HISTORY-FILE
               CLOSE LETTER-HISTORY-FILE
               OPEN EXTEND LETTER-HISTORY-FILE
           END-IF.
           PERFORM 0910-AVALIAR-CLIENTE
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI > WRK-QTD-CLI.
           CLOSE LETTER-HISTORY-FILE.
           CLOSE LETTER-REPORT-FILE.
           DISPLAY 'CARTAS DE COBRANCA EMITIDAS: ' WRK-QT-CARTAS.

       0905-CARREGAR-HISTORICO.
      * O CARTAHIS GUARDA, POR TITULO (CLIENTE, DATA DA FATURA E
      * SE E TITULO DE ENCARGO), OS NIVEIS DE CARTA JA ENVIADOS;
      * VALE O MAIOR.
           OPEN INPUT LETTER-HISTORY-FILE.
           IF WRK-STATUS-LTC = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0906-LER-HISTORICO
               PERFORM 0907-ARMAZENAR-HISTORICO
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE LETTER-HISTORY-FILE.

       0906-LER-HISTORICO.
           READ LETTER-HISTORY-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0907-ARMAZENAR-HISTORICO.
           PERFORM 0908-MARCAR-TITULO
               VARYING WRK-IDX-TIT FROM 1 BY 1
               UNTIL WRK-IDX-TIT > WRK-QTD-TIT.
           PERFORM 0906-LER-HISTORICO.

       0908-MARCAR-TITULO.
           MOVE WRK-TAB-TIT-CLI(WRK-IDX-TIT) TO WRK-IDX-CLI.
           IF WRK-TAB-CLI-COD(WRK-IDX-CLI) = LTC-CLIENTE
              AND WRK-TAB-TIT-DATA(WRK-IDX-TIT) = LTC-DATA-TIT
              AND WRK-TAB-TIT-ENCARGO(WRK-IDX-TIT) = LTC-ENCARGO
              AND WRK-TAB-TIT-NIVEL(WRK-IDX-TIT) < LTC-NIVEL
               MOVE LTC-NIVEL TO WRK-TAB-TIT-NIVEL(WRK-IDX-TIT)
           END-IF.

       0910-AVALIAR-CLIENTE.
           MOVE 'N' TO WRK-SW-CARTA.
           MOVE ZEROS TO WRK-NIVEL-CARTA.
           PERFORM 0915-AVALIAR-TITULO
               VARYING WRK-IDX-TIT FROM 1 BY 1
               UNTIL WRK-IDX-TIT > WRK-QTD-TIT.
           IF WRK-SW-CARTA = 'S'
               PERFORM 0920-EMITIR-CARTA
           END-IF.

       0915-AVALIAR-TITULO.
           MOVE ZEROS TO WRK-TAB-TIT-NIVEL-HOJE(WRK-IDX-TIT).
           IF WRK-TAB-TIT-CLI(WRK-IDX-TIT) = WRK-IDX-CLI
              AND WRK-TAB-TIT-SALDO(WRK-IDX-TIT) > 0
               COMPUTE WRK-DIAS-ATRASO = WRK-SERIAL-REF
                   - WRK-TAB-TIT-VENC(WRK-IDX-TIT)
               EVALUATE TRUE
                   WHEN WRK-DIAS-ATRASO <= 0
                       CONTINUE
                   WHEN WRK-DIAS-ATRASO >= WRK-DIAS-CARTA-3
                       MOVE 3 TO WRK-TAB-TIT-NIVEL-HOJE(WRK-IDX-TIT)
                   WHEN WRK-DIAS-ATRASO >= WRK-DIAS-CARTA-2
                       MOVE 2 TO WRK-TAB-TIT-NIVEL-HOJE(WRK-IDX-TIT)
                   WHEN WRK-DIAS-ATRASO >= WRK-DIAS-CARTA-1
                       MOVE 1 TO WRK-TAB-TIT-NIVEL-HOJE(WRK-IDX-TIT)
               END-EVALUATE
               IF WRK-TAB-TIT-NIVEL-HOJE(WRK-IDX-TIT)
                      > WRK-NIVEL-CARTA
                   MOVE WRK-TAB-TIT-NIVEL-HOJE(WRK-IDX-TIT)
                       TO WRK-NIVEL-CARTA
               END-IF
               IF WRK-TAB-TIT-NIVEL-HOJE(WRK-IDX-TIT)
                      > WRK-TAB-TIT-NIVEL(WRK-IDX-TIT)
                   MOVE 'S' TO WRK-SW-CARTA
               END-IF
           END-IF.

       0920-EMITIR-CARTA.
           ADD 1 TO WRK-QT-CARTAS.
           MOVE ZEROS TO WRK-CARTA-SALDO.
           MOVE ZEROS TO WRK-CARTA-JUROS.
           MOVE ZEROS TO WRK-CARTA-MULTA.
           MOVE ALL '-' TO WRK-LINHA-CARTA.
           PERFORM 0990-GRAVAR-LINHA-CARTA.
           EVALUATE WRK-NIVEL-CARTA
               WHEN 1
                   STRING 'LEMBRETE DE VENCIMENTO'
                       DELIMITED BY SIZE INTO WRK-LINHA-CARTA
               WHEN 2
                   STRING 'NOTIFICACAO FORMAL DE DEBITO'
                       DELIMITED BY SIZE INTO WRK-LINHA-CARTA
               WHEN OTHER
                   STRING 'ULTIMO AVISO DE COBRANCA'
                       DELIMITED BY SIZE INTO WRK-LINHA-CARTA
           END-EVALUATE.
           MOVE WRK-DATA-REF TO WRK-LINHA-CARTA(70:8).
           PERFORM 0990-GRAVAR-LINHA-CARTA.
           PERFORM 0990-GRAVAR-LINHA-CARTA.
           STRING 'A ' WRK-TAB-CLI-NOME(WRK-IDX-CLI)
               ' (CLIENTE ' WRK-TAB-CLI-COD(WRK-IDX-CLI) ')'
               DELIMITED BY SIZE INTO WRK-LINHA-CARTA.
           PERFORM 0990-GRAVAR-LINHA-CARTA.
           PERFORM 0990-GRAVAR-LINHA-CARTA.
           EVALUATE WRK-NIVEL-CARTA
               WHEN 1
                   MOVE 'CONSTAM EM ABERTO OS TITULOS ABAIXO. SE JA'
                       TO WRK-LINHA-CARTA
                   PERFORM 0990-GRAVAR-LINHA-CARTA
                   MOVE 'FORAM PAGOS, DESCONSIDERE ESTE AVISO.'
                       TO WRK-LINHA-CARTA
               WHEN 2
                   MOVE 'NOTIFICAMOS O DEBITO DOS TITULOS ABAIXO E'
                       TO WRK-LINHA-CARTA
                   PERFORM 0990-GRAVAR-LINHA-CARTA
                   MOVE 'SOLICITAMOS A SUA REGULARIZACAO IMEDIATA.'
                       TO WRK-LINHA-CARTA
               WHEN OTHER
                   MOVE 'SEM A QUITACAO DOS TITULOS ABAIXO O CREDITO'
                       TO WRK-LINHA-CARTA
                   PERFORM 0990-GRAVAR-LINHA-CARTA
                   MOVE 'FICA SUSPENSO E O DEBITO SEGUE PARA COBRANCA.'
                       TO WRK-LINHA-CARTA
           END-EVALUATE.
           PERFORM 0990-GRAVAR-LINHA-CARTA.
           PERFORM 0990-GRAVAR-LINHA-CARTA.
           MOVE 'FATURA   VENCTO            SALDO  DIAS  JUROS/DIA'
               TO WRK-LINHA-CARTA.
           MOVE '       JUROS        MULTA' TO WRK-LINHA-CARTA(51:26).
           PERFORM 0990-GRAVAR-LINHA-CARTA.
           PERFORM 0925-LISTAR-TITULO
               VARYING WRK-IDX-TIT FROM 1 BY 1
               UNTIL WRK-IDX-TIT > WRK-QTD-TIT.
           MOVE WRK-CARTA-SALDO TO WRK-VALOR-ED.
           MOVE WRK-CARTA-JUROS TO WRK-ENC-ED.
           MOVE WRK-CARTA-MULTA TO WRK-MULTA-ED.
           STRING 'TOTAL             ' WRK-VALOR-ED
               '                  ' WRK-ENC-ED ' ' WRK-MULTA-ED
               DELIMITED BY SIZE INTO WRK-LINHA-CARTA.
           PERFORM 0990-GRAVAR-LINHA-CARTA.
           PERFORM 0990-GRAVAR-LINHA-CARTA.
           MOVE WRK-JUROS-MES-PCT TO WRK-PCT-ED.
           STRING 'JUROS DE ' WRK-PCT-ED '% AO MES ATE O PAGAMENTO'
               DELIMITED BY SIZE INTO WRK-LINHA-CARTA.
           MOVE WRK-MULTA-PCT TO WRK-PCT-ED.
           STRING ' E MULTA DE ' WRK-PCT-ED '% SOBRE O SALDO.'
               DELIMITED BY SIZE INTO WRK-LINHA-CARTA(40:41).
           PERFORM 0990-GRAVAR-LINHA-CARTA.

       0925-LISTAR-TITULO.
      * LISTA OS TITULOS VENCIDOS DO CLIENTE E REGISTRA NO
      * CARTAHIS O NIVEL DOS QUE SUBIRAM DE NIVEL. TITULO DE
      * ENCARGO NAO TEM JUROS NEM MULTA.
           IF WRK-TAB-TIT-CLI(WRK-IDX-TIT) = WRK-IDX-CLI
              AND WRK-TAB-TIT-SALDO(WRK-IDX-TIT) > 0
              AND WRK-TAB-TIT-VENC(WRK-IDX-TIT) < WRK-SERIAL-REF
               COMPUTE WRK-DIAS-PAGTO = WRK-SERIAL-REF
                   - WRK-TAB-TIT-VENC(WRK-IDX-TIT)
               IF WRK-TAB-TIT-ENCARGO(WRK-IDX-TIT) = 'S'
                   MOVE ZEROS TO WRK-JUROS-DIA
                   MOVE ZEROS TO WRK-JUROS-TIT
                   MOVE ZEROS TO WRK-MULTA-TIT
               ELSE
                   COMPUTE WRK-JUROS-DIA ROUNDED =
                       WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                       * WRK-JUROS-MES-PCT / 3000
                   COMPUTE WRK-JUROS-TIT ROUNDED =
                       WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                       * WRK-JUROS-MES-PCT * WRK-DIAS-PAGTO / 3000
                   COMPUTE WRK-MULTA-TIT ROUNDED =
                       WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                       * WRK-MULTA-PCT / 100
               END-IF
               ADD WRK-TAB-TIT-SALDO(WRK-IDX-TIT) TO WRK-CARTA-SALDO
               ADD WRK-JUROS-TIT TO WRK-CARTA-JUROS
               ADD WRK-MULTA-TIT TO WRK-CARTA-MULTA
               MOVE WRK-TAB-TIT-VENC(WRK-IDX-TIT) TO WRK-DTC-SERIAL
               PERFORM 9410-SERIAL-PARA-DATA
               MOVE WRK-TAB-TIT-SALDO(WRK-IDX-TIT) TO WRK-VALOR-ED
               MOVE WRK-DIAS-PAGTO TO WRK-DIAS-ED
               MOVE WRK-JUROS-DIA TO WRK-JUROS-DIA-ED
               MOVE WRK-JUROS-TIT TO WRK-ENC-ED
               MOVE WRK-MULTA-TIT TO WRK-MULTA-ED
               STRING WRK-TAB-TIT-DATA(WRK-IDX-TIT) ' '
                   WRK-DTC-DATA ' ' WRK-VALOR-ED ' '
                   WRK-DIAS-ED ' ' WRK-JUROS-DIA-ED ' '
                   WRK-ENC-ED ' ' WRK-MULTA-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-CARTA
               PERFORM 0990-GRAVAR-LINHA-CARTA
               IF WRK-TAB-TIT-NIVEL-HOJE(WRK-IDX-TIT)
                      > WRK-TAB-TIT-NIVEL(WRK-IDX-TIT)
                   MOVE WRK-TAB-CLI-COD(WRK-IDX-CLI) TO LTC-CLIENTE
                   MOVE WRK-TAB-TIT-DATA(WRK-IDX-TIT) TO LTC-DATA-TIT
                   MOVE WRK-TAB-TIT-ENCARGO(WRK-IDX-TIT)
                       TO LTC-ENCARGO
                   MOVE WRK-TAB-TIT-NIVEL-HOJE(WRK-IDX-TIT)
                       TO LTC-NIVEL
                   MOVE WRK-DATA-REF TO LTC-DATA-ENVIO
                   WRITE LETTER-HISTORY-RECORD
               END-IF
           END-IF.

       0990-GRAVAR-LINHA-CARTA.
           MOVE WRK-LINHA-CARTA TO LETTER-REPORT-RECORD.
           WRITE LETTER-REPORT-RECORD.
           MOVE SPACES TO WRK-LINHA-CARTA.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'DTCALC.CPY'.

           COPY 'SYSPRM.CPY'.
