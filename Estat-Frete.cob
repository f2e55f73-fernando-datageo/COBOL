      *              DA PROXIMA APURACAO: O PRIMEIRO DIA UTIL DO
      *              MES SEGUINTE AO DA COMPETENCIA, PELO
      *              CALENDARIO CENTRAL CALFILE.
      * 15/10/2026 - ESTORNOS DE PEDIDO CANCELADO (JR-ORIGEM 'C')
      *              NAO SAO COTACOES E FICAM FORA DA ESTATISTICA.
      * 15/10/2026 - O JORNAL GANHOU O SEGURO AD VALOREM E O GRIS
      *              COBRADOS DO CLIENTE: COLUNAS PROPRIAS POR UF
      *              E POR TRANSPORTADORA E TOTAIS DO MES, FORA DO
      *              TOTAL DE FRETE. COTACAO ANTIGA (CAMPOS EM
      *              BRANCO) ENTRA COM ZERO.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-VALOR-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MEDIA-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PCT-ED         PIC ZZ9,99 VALUE ZEROS.
       77 WRK-JR-ADVAL       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-JR-GRIS        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-ADVAL      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-GRIS       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ADVAL-ED       PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-GRIS-ED        PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.
       77 WRK-PROX-MESES      PIC 9(06) VALUE ZEROS.
       77 WRK-PROX-ANO        PIC 9(04) VALUE ZEROS.
               10 WRK-TAB-UF-COD    PIC X(02).
               10 WRK-TAB-UF-QT     PIC 9(07).
               10 WRK-TAB-UF-TOTAL  PIC 9(11)V99.
               10 WRK-TAB-UF-ADVAL  PIC 9(09)V99.
               10 WRK-TAB-UF-GRIS   PIC 9(09)V99.
       77 WRK-QTD-TRP        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-TRP        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-TRP-ACHADA PIC 9(02) VALUE ZEROS.
               10 WRK-TAB-TRP-COD   PIC X(03).
               10 WRK-TAB-TRP-QT    PIC 9(07).
               10 WRK-TAB-TRP-TOTAL PIC 9(11)V99.
               10 WRK-TAB-TRP-ADVAL PIC 9(09)V99.
               10 WRK-TAB-TRP-GRIS  PIC 9(09)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE ZEROS TO WRK-QTD-UF.
           MOVE ZEROS TO WRK-QT-COTACOES.
           MOVE ZEROS TO WRK-QT-RECUSADAS.
           MOVE ZEROS TO WRK-TOT-ADVAL.
           MOVE ZEROS TO WRK-TOT-GRIS.

       0200-ACUMULAR-MES.
           OPEN INPUT QUOTE-JOURNAL-FILE.
      * DEIXA O INDICE UMA POSICAO ALEM DA ENTRADA ENCONTRADA,
      * POR ISSO A POSICAO E GUARDADA EM WRK-IDX-UF-ACHADA.
           IF JR-ANOMES = WRK-ANOMES
              AND JR-ORIGEM NOT = 'C'
               ADD 1 TO WRK-QT-COTACOES
               IF JR-SW-ATENDIDO = 'N'
                   ADD 1 TO WRK-QT-RECUSADAS
               END-IF
               IF JR-ADVALOREM NUMERIC
                   MOVE JR-ADVALOREM TO WRK-JR-ADVAL
               ELSE
                   MOVE ZEROS TO WRK-JR-ADVAL
               END-IF
               IF JR-GRIS NUMERIC
                   MOVE JR-GRIS TO WRK-JR-GRIS
               ELSE
                   MOVE ZEROS TO WRK-JR-GRIS
               END-IF
               ADD WRK-JR-ADVAL TO WRK-TOT-ADVAL
               ADD WRK-JR-GRIS TO WRK-TOT-GRIS
               MOVE 'N' TO WRK-SW-UF-ACHADA
               PERFORM 0225-COMPARAR-UF
                   VARYING WRK-IDX-UF FROM 1 BY 1
                           TO WRK-TAB-UF-QT(WRK-IDX-UF-ACHADA)
                       MOVE ZEROS
                           TO WRK-TAB-UF-TOTAL(WRK-IDX-UF-ACHADA)
                       MOVE ZEROS
                           TO WRK-TAB-UF-ADVAL(WRK-IDX-UF-ACHADA)
                       MOVE ZEROS
                           TO WRK-TAB-UF-GRIS(WRK-IDX-UF-ACHADA)
                       MOVE 'S' TO WRK-SW-UF-ACHADA
                   ELSE
                       DISPLAY 'TABELA DE UF CHEIA - IGNORADO'
                   ADD 1 TO WRK-TAB-UF-QT(WRK-IDX-UF-ACHADA)
                   ADD JR-FRETE
                       TO WRK-TAB-UF-TOTAL(WRK-IDX-UF-ACHADA)
                   ADD WRK-JR-ADVAL
                       TO WRK-TAB-UF-ADVAL(WRK-IDX-UF-ACHADA)
                   ADD WRK-JR-GRIS
                       TO WRK-TAB-UF-GRIS(WRK-IDX-UF-ACHADA)
               END-IF
               IF JR-SW-ATENDIDO = 'S'
                   PERFORM 0230-ACUMULAR-TRANSPORTADORA
                       TO WRK-TAB-TRP-QT(WRK-IDX-TRP-ACHADA)
                   MOVE ZEROS
                       TO WRK-TAB-TRP-TOTAL(WRK-IDX-TRP-ACHADA)
                   MOVE ZEROS
                       TO WRK-TAB-TRP-ADVAL(WRK-IDX-TRP-ACHADA)
                   MOVE ZEROS
                       TO WRK-TAB-TRP-GRIS(WRK-IDX-TRP-ACHADA)
                   MOVE 'S' TO WRK-SW-TRP-ACHADA
               ELSE
                   DISPLAY 'TABELA DE TRANSPORTADORAS CHEIA'
               ADD 1 TO WRK-TAB-TRP-QT(WRK-IDX-TRP-ACHADA)
               ADD JR-FRETE
                   TO WRK-TAB-TRP-TOTAL(WRK-IDX-TRP-ACHADA)
               ADD WRK-JR-ADVAL
                   TO WRK-TAB-TRP-ADVAL(WRK-IDX-TRP-ACHADA)
               ADD WRK-JR-GRIS
                   TO WRK-TAB-TRP-GRIS(WRK-IDX-TRP-ACHADA)
           END-IF.

       0235-COMPARAR-TRANSPORTADORA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'UF COTACOES TOTAL FRETE       MEDIA'
               TO WRK-LINHA-RPT.
           MOVE 'AD VALOREM         GRIS' TO WRK-LINHA-RPT(46:23).
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0310-GRAVAR-UMA-UF
               VARYING WRK-IDX-UF FROM 1 BY 1
               ' RECUSADAS: ' WRK-QT-RECUSADAS
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-ADVAL TO WRK-VALOR-ED.
           STRING 'SEGURO AD VALOREM NO MES: R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-GRIS TO WRK-VALOR-ED.
           STRING 'GRIS NO MES:              R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-QT-COTACOES > 0
               COMPUTE WRK-PCT-RECUSADAS ROUNDED =
                   WRK-QT-RECUSADAS * 100 / WRK-QT-COTACOES
           END-IF.
           MOVE WRK-TAB-UF-TOTAL(WRK-IDX-UF) TO WRK-VALOR-ED.
           MOVE WRK-MEDIA-UF TO WRK-MEDIA-ED.
           MOVE WRK-TAB-UF-ADVAL(WRK-IDX-UF) TO WRK-ADVAL-ED.
           MOVE WRK-TAB-UF-GRIS(WRK-IDX-UF) TO WRK-GRIS-ED.
           STRING WRK-TAB-UF-COD(WRK-IDX-UF) ' '
               WRK-TAB-UF-QT(WRK-IDX-UF)
               ' R' WRK-VALOR-ED ' R' WRK-MEDIA-ED
               ' ' WRK-ADVAL-ED ' ' WRK-GRIS-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.

           END-IF.
           MOVE WRK-TAB-TRP-TOTAL(WRK-IDX-TRP) TO WRK-VALOR-ED.
           MOVE WRK-MEDIA-UF TO WRK-MEDIA-ED.
           MOVE WRK-TAB-TRP-ADVAL(WRK-IDX-TRP) TO WRK-ADVAL-ED.
           MOVE WRK-TAB-TRP-GRIS(WRK-IDX-TRP) TO WRK-GRIS-ED.
           STRING WRK-TAB-TRP-COD(WRK-IDX-TRP) ' '
               WRK-TAB-TRP-QT(WRK-IDX-TRP)
               ' R' WRK-VALOR-ED ' R' WRK-MEDIA-ED
               ' ' WRK-ADVAL-ED ' ' WRK-GRIS-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.

