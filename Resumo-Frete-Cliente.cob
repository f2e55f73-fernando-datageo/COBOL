      *              RECUSAR O ARQUIVO COM RC=8 QUANDO NAO BATE -
      *              UM FATINTF TRUNCADO POR ABEND FOI CONSUMIDO
      *              INTEIRO E NINGUEM PERCEBEU POR UMA SEMANA.
      * 15/10/2026 - CREDITOS DE PEDIDO CANCELADO (FAT-TIPO 2,
      *              GRAVADOS POR CANCELA-PEDIDO) SAEM COMO
      *              ESTORNOS POR CLIENTE E NO TOTAL, COM O
      *              LIQUIDO DO MES.
      * 15/10/2026 - DETALHES DE SEGURO AD VALOREM E GRIS (FAT-
      *              COMPONENTE 'A'/'G') ENTRAM NO TOTAL DO CLIENTE
      *              E SAEM DISCRIMINADOS ABAIXO DELE E NO MES.
      * 15/10/2026 - JUROS E MULTA POR ATRASO (FAT-COMPONENTE 'J',
      *              LANCADOS PELO CONTAS A RECEBER) ENTRAM NO
      *              TOTAL DO CLIENTE E SAEM DISCRIMINADOS COMO O
      *              SEGURO E O GRIS.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-IDX-CLI-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-SW-CLI-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-MES      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CRED     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-ADVAL    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-GRIS     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-ENCARGO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQ      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CLI-PROCURADO  PIC 9(05) VALUE ZEROS.
       77 WRK-SW-CONFERE     PIC X(01) VALUE 'S'.
       77 WRK-BLO-QT         PIC 9(07) VALUE ZEROS.
       77 WRK-BLO-SOMA       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-VALOR-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LIQUIDO-ED     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.
       01 WRK-TABELA-CLIENTES.
           05 WRK-TAB-CLI OCCURS 100 TIMES.
               10 WRK-TAB-CLI-COD   PIC 9(05).
               10 WRK-TAB-CLI-NOME  PIC X(30).
               10 WRK-TAB-CLI-TOTAL PIC 9(11)V99.
               10 WRK-TAB-CLI-CREDITO PIC 9(11)V99.
               10 WRK-TAB-CLI-ADVAL PIC 9(11)V99.
               10 WRK-TAB-CLI-GRIS  PIC 9(11)V99.
               10 WRK-TAB-CLI-ENCARGO PIC 9(11)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-ANOMES.
           MOVE ZEROS TO WRK-QTD-CLI.
           MOVE ZEROS TO WRK-TOTAL-MES.
           MOVE ZEROS TO WRK-TOTAL-CRED.
           MOVE ZEROS TO WRK-TOTAL-ADVAL.
           MOVE ZEROS TO WRK-TOTAL-GRIS.

       0150-CONFERIR-TRAILERS.
      * CONFERE CADA BLOCO DO FATINTF ANTES DE PROCESSAR: A
           END-READ.

       0220-ACUMULAR-REGISTRO.
      * SO OS DETALHES (TIPO 1) E OS CREDITOS DE PEDIDO CANCELADO
      * (TIPO 2) DO MES PEDIDO ENTRAM NO RESUMO; O CREDITO ENTRA
      * PELA DATA DO CANCELAMENTO.
           EVALUATE TRUE
               WHEN FAT-REG-DETALHE
                AND FAT-ANOMES = WRK-ANOMES
                   MOVE FAT-CLIENTE TO WRK-CLI-PROCURADO
                   PERFORM 0222-LOCALIZAR-CLIENTE
                   IF WRK-SW-CLI-ACHADO = 'S'
                       ADD FAT-TOTAL-FRETE
                           TO WRK-TAB-CLI-TOTAL(WRK-IDX-CLI-ACHADO)
                       ADD FAT-TOTAL-FRETE TO WRK-TOTAL-MES
                       PERFORM 0224-SEPARAR-COMPONENTE
                   END-IF
               WHEN FAT-REG-CREDITO
                AND FAT-CRD-ANOMES = WRK-ANOMES
                   MOVE FAT-CRD-CLIENTE TO WRK-CLI-PROCURADO
                   PERFORM 0222-LOCALIZAR-CLIENTE
                   IF WRK-SW-CLI-ACHADO = 'S'
                       ADD FAT-CRD-VALOR
                           TO WRK-TAB-CLI-CREDITO(WRK-IDX-CLI-ACHADO)
                       ADD FAT-CRD-VALOR TO WRK-TOTAL-CRED
                   END-IF
           END-EVALUATE.
           PERFORM 0210-LER-FATURAMENTO.

       0222-LOCALIZAR-CLIENTE.
      * O PERFORM VARYING
      * DEIXA O INDICE UMA POSICAO ALEM DA ENTRADA ENCONTRADA,
      * POR ISSO A POSICAO E GUARDADA EM WRK-IDX-CLI-ACHADO.
           MOVE 'N' TO WRK-SW-CLI-ACHADO.
           PERFORM 0225-COMPARAR-CLIENTE
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI > WRK-QTD-CLI
                  OR WRK-SW-CLI-ACHADO = 'S'.
           IF WRK-SW-CLI-ACHADO = 'N'
               IF WRK-QTD-CLI < 100
                   ADD 1 TO WRK-QTD-CLI
                   MOVE WRK-QTD-CLI TO WRK-IDX-CLI-ACHADO
                   MOVE WRK-CLI-PROCURADO
                       TO WRK-TAB-CLI-COD(WRK-IDX-CLI-ACHADO)
                   MOVE 'NAO CADASTRADO'
                       TO WRK-TAB-CLI-NOME(WRK-IDX-CLI-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-CLI-TOTAL(WRK-IDX-CLI-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-CLI-CREDITO(WRK-IDX-CLI-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-CLI-ADVAL(WRK-IDX-CLI-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-CLI-GRIS(WRK-IDX-CLI-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-CLI-ENCARGO(WRK-IDX-CLI-ACHADO)
                   MOVE 'S' TO WRK-SW-CLI-ACHADO
               ELSE
                   DISPLAY 'TABELA DE CLIENTES CHEIA'
               END-IF
           END-IF.

       0224-SEPARAR-COMPONENTE.
      * O SEGURO AD VALOREM, O GRIS E OS ENCARGOS DE ATRASO JA
      * ESTAO NO TOTAL DO CLIENTE; AQUI SO SE GUARDA A PARTE DE
      * CADA UM.
           EVALUATE TRUE
               WHEN FAT-COMP-ADVALOREM
                   ADD FAT-TOTAL-FRETE
                       TO WRK-TAB-CLI-ADVAL(WRK-IDX-CLI-ACHADO)
                   ADD FAT-TOTAL-FRETE TO WRK-TOTAL-ADVAL
               WHEN FAT-COMP-GRIS
                   ADD FAT-TOTAL-FRETE
                       TO WRK-TAB-CLI-GRIS(WRK-IDX-CLI-ACHADO)
                   ADD FAT-TOTAL-FRETE TO WRK-TOTAL-GRIS
               WHEN FAT-COMP-ENCARGO
                   ADD FAT-TOTAL-FRETE
                       TO WRK-TAB-CLI-ENCARGO(WRK-IDX-CLI-ACHADO)
                   ADD FAT-TOTAL-FRETE TO WRK-TOTAL-ENCARGO
           END-EVALUATE.

       0225-COMPARAR-CLIENTE.
           IF WRK-CLI-PROCURADO = WRK-TAB-CLI-COD(WRK-IDX-CLI)
               MOVE 'S' TO WRK-SW-CLI-ACHADO
               MOVE WRK-IDX-CLI TO WRK-IDX-CLI-ACHADO
           END-IF.
           STRING 'TOTAL DO MES: R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-TOTAL-ADVAL > 0
               MOVE WRK-TOTAL-ADVAL TO WRK-VALOR-ED
               STRING '  SEGURO AD VALOREM NO MES: R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           IF WRK-TOTAL-GRIS > 0
               MOVE WRK-TOTAL-GRIS TO WRK-VALOR-ED
               STRING '  GRIS NO MES:              R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           IF WRK-TOTAL-ENCARGO > 0
               MOVE WRK-TOTAL-ENCARGO TO WRK-VALOR-ED
               STRING '  JUROS E MULTA NO MES:     R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           IF WRK-TOTAL-CRED > 0
               MOVE WRK-TOTAL-CRED TO WRK-VALOR-ED
               STRING 'ESTORNOS:     R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
               COMPUTE WRK-TOTAL-LIQ = WRK-TOTAL-MES
                   - WRK-TOTAL-CRED
               MOVE WRK-TOTAL-LIQ TO WRK-LIQUIDO-ED
               STRING 'LIQUIDO:      R' WRK-LIQUIDO-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           CLOSE BILLING-REPORT-FILE.

       0410-GRAVAR-UM-CLIENTE.
               WRK-TAB-CLI-NOME(WRK-IDX-CLI) ' R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-TAB-CLI-ADVAL(WRK-IDX-CLI) > 0
               MOVE WRK-TAB-CLI-ADVAL(WRK-IDX-CLI) TO WRK-VALOR-ED
               STRING '      SEGURO AD VALOREM'
                   ' R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           IF WRK-TAB-CLI-GRIS(WRK-IDX-CLI) > 0
               MOVE WRK-TAB-CLI-GRIS(WRK-IDX-CLI) TO WRK-VALOR-ED
               STRING '      GRIS             '
                   ' R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           IF WRK-TAB-CLI-ENCARGO(WRK-IDX-CLI) > 0
               MOVE WRK-TAB-CLI-ENCARGO(WRK-IDX-CLI) TO WRK-VALOR-ED
               STRING '      JUROS E MULTA    '
                   ' R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           IF WRK-TAB-CLI-CREDITO(WRK-IDX-CLI) > 0
               MOVE WRK-TAB-CLI-CREDITO(WRK-IDX-CLI) TO WRK-VALOR-ED
               STRING '      ESTORNOS DE PEDIDOS CANCELADOS'
                   ' R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0800-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO BILLING-REPORT-RECORD.
