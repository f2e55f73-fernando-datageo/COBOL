      *********************************************
      * COPYBOOK  = TRBCALC.CPY
      * OBJETIVO  = PARAGRAFOS PADRAO DE CARGA DAS TABELAS
      *             INSSTAB/IRRFTAB E DE CALCULO DO INSS
      *             (PROGRESSIVO POR FAIXA) E DO IRRF (ALIQUOTA
      *             MENOS PARCELA A DEDUZIR). COPIAR DENTRO DA
      *             PROCEDURE DIVISION, APOS OS DEMAIS
      *             PARAGRAFOS. REQUER TRBSEL.CPY, TRBFD.CPY E
      *             TRBWS.CPY NO MESMO PROGRAMA.
      * DATA      = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PARAGRAFOS EXTRAIDOS DE CALCULA-FOLHA: O
      *              CALCULO ESTAVA DUPLICADO NO 13O SALARIO E IA
      *              PARA O RECIBO DE FERIAS.
      *********************************************
       9700-CARREGAR-TRIBUTOS.
           MOVE ZEROS TO WRK-QTD-INSS.
           OPEN INPUT INSS-TABLE-FILE.
           IF WRK-STATUS-INS = '00'
               MOVE 'N' TO WRK-TRB-EOF
               PERFORM 9705-LER-INSS
               PERFORM 9710-ARMAZENAR-INSS
                   UNTIL WRK-TRB-EOF = 'S'
           END-IF.
           CLOSE INSS-TABLE-FILE.
           MOVE ZEROS TO WRK-QTD-IRRF.
           OPEN INPUT IRRF-TABLE-FILE.
           IF WRK-STATUS-IRF = '00'
               MOVE 'N' TO WRK-TRB-EOF
               PERFORM 9715-LER-IRRF
               PERFORM 9720-ARMAZENAR-IRRF
                   UNTIL WRK-TRB-EOF = 'S'
           END-IF.
           CLOSE IRRF-TABLE-FILE.

       9705-LER-INSS.
           READ INSS-TABLE-FILE
               AT END
                   MOVE 'S' TO WRK-TRB-EOF
           END-READ.

       9710-ARMAZENAR-INSS.
           IF WRK-QTD-INSS < 10
               ADD 1 TO WRK-QTD-INSS
               MOVE IN-MINIMO TO WRK-TAB-INSS-MIN(WRK-QTD-INSS)
               MOVE IN-MAXIMO TO WRK-TAB-INSS-MAX(WRK-QTD-INSS)
               MOVE IN-ALIQ   TO WRK-TAB-INSS-ALIQ(WRK-QTD-INSS)
           END-IF.
           PERFORM 9705-LER-INSS.

       9715-LER-IRRF.
           READ IRRF-TABLE-FILE
               AT END
                   MOVE 'S' TO WRK-TRB-EOF
           END-READ.

       9720-ARMAZENAR-IRRF.
           IF WRK-QTD-IRRF < 10
               ADD 1 TO WRK-QTD-IRRF
               MOVE IR-MINIMO  TO WRK-TAB-IRRF-MIN(WRK-QTD-IRRF)
               MOVE IR-MAXIMO  TO WRK-TAB-IRRF-MAX(WRK-QTD-IRRF)
               MOVE IR-ALIQ    TO WRK-TAB-IRRF-ALIQ(WRK-QTD-IRRF)
               MOVE IR-DEDUZIR TO WRK-TAB-IRRF-DED(WRK-QTD-IRRF)
           END-IF.
           PERFORM 9715-LER-IRRF.

       9750-CALCULAR-INSS.
      * O INSS E PROGRESSIVO: CADA FAIXA TRIBUTA SO A PARCELA DA
      * BASE QUE CAI DENTRO DELA; O QUE PASSA DO TETO DA ULTIMA
      * FAIXA NAO CONTRIBUI.
           MOVE ZEROS TO WRK-TRB-INSS.
           PERFORM 9755-SOMAR-FAIXA-INSS
               VARYING WRK-IDX-INSS FROM 1 BY 1
               UNTIL WRK-IDX-INSS > WRK-QTD-INSS.

       9755-SOMAR-FAIXA-INSS.
           IF WRK-TRB-BASE-INSS >= WRK-TAB-INSS-MIN(WRK-IDX-INSS)
               IF WRK-TRB-BASE-INSS > WRK-TAB-INSS-MAX(WRK-IDX-INSS)
                   COMPUTE WRK-TRB-PARCELA =
                       WRK-TAB-INSS-MAX(WRK-IDX-INSS)
                       - WRK-TAB-INSS-MIN(WRK-IDX-INSS)
               ELSE
                   COMPUTE WRK-TRB-PARCELA = WRK-TRB-BASE-INSS
                       - WRK-TAB-INSS-MIN(WRK-IDX-INSS)
               END-IF
               COMPUTE WRK-TRB-INSS ROUNDED = WRK-TRB-INSS
                   + WRK-TRB-PARCELA
                   * WRK-TAB-INSS-ALIQ(WRK-IDX-INSS)
           END-IF.

       9760-CALCULAR-IRRF.
      * LOCALIZA A FAIXA DA BASE E APLICA ALIQUOTA MENOS A
      * PARCELA A DEDUZIR, NUNCA ABAIXO DE ZERO. O PERFORM
      * VARYING DEIXA O INDICE UMA POSICAO ALEM DA FAIXA
      * ENCONTRADA, POR ISSO A POSICAO E GUARDADA EM
      * WRK-IDX-IRF-ACHADA.
           MOVE 'N' TO WRK-SW-IRF-ACHADA.
           PERFORM 9765-LOCALIZAR-FAIXA-IRRF
               VARYING WRK-IDX-IRRF FROM 1 BY 1
               UNTIL WRK-IDX-IRRF > WRK-QTD-IRRF
                  OR WRK-SW-IRF-ACHADA = 'S'.
           IF WRK-SW-IRF-ACHADA = 'S'
               COMPUTE WRK-TRB-IRRF ROUNDED = WRK-TRB-BASE-IRRF
                   * WRK-TAB-IRRF-ALIQ(WRK-IDX-IRF-ACHADA)
                   - WRK-TAB-IRRF-DED(WRK-IDX-IRF-ACHADA)
               IF WRK-TRB-IRRF < 0
                   MOVE ZEROS TO WRK-TRB-IRRF
               END-IF
           ELSE
               MOVE ZEROS TO WRK-TRB-IRRF
           END-IF.

       9765-LOCALIZAR-FAIXA-IRRF.
           IF WRK-TRB-BASE-IRRF >= WRK-TAB-IRRF-MIN(WRK-IDX-IRRF)
              AND WRK-TRB-BASE-IRRF
                  <= WRK-TAB-IRRF-MAX(WRK-IDX-IRRF)
               MOVE 'S' TO WRK-SW-IRF-ACHADA
               MOVE WRK-IDX-IRRF TO WRK-IDX-IRF-ACHADA
           END-IF.
