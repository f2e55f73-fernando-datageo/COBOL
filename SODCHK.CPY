      *********************************************
      * COPYBOOK  = SODCHK.CPY
      * OBJETIVO  = PARAGRAFOS PADRAO DAS REGRAS DE SEGREGACAO
      *             DE FUNCOES (SODRULES). 9020 CARREGA AS REGRAS
      *             (UMA VEZ); 9030 CONTA QUANTAS REGRAS O PERFIL
      *             WRK-SOD-PERFIL VIOLA NA MATRIZ DE PERMISSOES
      *             EM TABELA (WRK-TAB-PERM, SO LINHAS PERMITIDAS)
      *             E GUARDA A PRIMEIRA EM WRK-SOD-IDX-REGRA. SEM
      *             ARQUIVO DE REGRAS NAO HA CONFLITO. COPIAR
      *             DENTRO DA PROCEDURE DIVISION, APOS OS DEMAIS
      *             PARAGRAFOS. REQUER SODSEL/SODFD/SODWS E A
      *             MATRIZ (PERMSEL/PERMFD/PERMWS) NO MESMO
      *             PROGRAMA.
      * DATA      = 15/10/2026
      *********************************************
       9020-CARREGAR-REGRAS-SOD.
           MOVE ZEROS TO WRK-SOD-QTD.
           OPEN INPUT SOD-RULES-FILE.
           IF WRK-STATUS-SOD = '00'
               MOVE 'N' TO WRK-SOD-EOF
               PERFORM 9022-LER-REGRA-SOD
               PERFORM 9025-ARMAZENAR-REGRA-SOD
                   UNTIL WRK-SOD-EOF = 'S'
           END-IF.
           CLOSE SOD-RULES-FILE.
           MOVE 'S' TO WRK-SOD-CARREGADA.

       9022-LER-REGRA-SOD.
           READ SOD-RULES-FILE
               AT END
                   MOVE 'S' TO WRK-SOD-EOF
           END-READ.

       9025-ARMAZENAR-REGRA-SOD.
           IF WRK-SOD-QTD < 50
               ADD 1 TO WRK-SOD-QTD
               MOVE SOD-RULES-RECORD TO WRK-TAB-SOD(WRK-SOD-QTD)
               MOVE 'N' TO WRK-TAB-SOD-SW-VIOLADA(WRK-SOD-QTD)
           ELSE
               DISPLAY 'TABELA DE REGRAS SOD CHEIA - IGNORADA: '
                   SOD-DESCRICAO
           END-IF.
           PERFORM 9022-LER-REGRA-SOD.

       9030-VERIFICAR-CONFLITO-SOD.
      * O CHAMADOR PREENCHE WRK-SOD-PERFIL; A MATRIZ JA DEVE
      * ESTAR EM TABELA (9210 DE PERMCHK.CPY).
           IF WRK-SOD-CARREGADA = 'N'
               PERFORM 9020-CARREGAR-REGRAS-SOD
           END-IF.
           MOVE ZEROS TO WRK-SOD-QTD-CONFLITOS.
           MOVE ZEROS TO WRK-SOD-IDX-REGRA.
           PERFORM 9032-TESTAR-REGRA-SOD
               VARYING WRK-SOD-IDX FROM 1 BY 1
               UNTIL WRK-SOD-IDX > WRK-SOD-QTD.

       9032-TESTAR-REGRA-SOD.
           MOVE WRK-TAB-SOD-PROGRAMA-1(WRK-SOD-IDX)
               TO WRK-SOD-PROGRAMA.
           MOVE WRK-TAB-SOD-FUNCAO-1(WRK-SOD-IDX) TO WRK-SOD-FUNCAO.
           PERFORM 9034-PROCURAR-LADO-SOD.
           MOVE WRK-SOD-SW-TEM TO WRK-SOD-SW-LADO-1.
           MOVE WRK-TAB-SOD-PROGRAMA-2(WRK-SOD-IDX)
               TO WRK-SOD-PROGRAMA.
           MOVE WRK-TAB-SOD-FUNCAO-2(WRK-SOD-IDX) TO WRK-SOD-FUNCAO.
           PERFORM 9034-PROCURAR-LADO-SOD.
           MOVE WRK-SOD-SW-TEM TO WRK-SOD-SW-LADO-2.
           MOVE 'N' TO WRK-TAB-SOD-SW-VIOLADA(WRK-SOD-IDX).
           IF WRK-SOD-SW-LADO-1 = 'S'
              AND WRK-SOD-SW-LADO-2 = 'S'
               MOVE 'S' TO WRK-TAB-SOD-SW-VIOLADA(WRK-SOD-IDX)
               ADD 1 TO WRK-SOD-QTD-CONFLITOS
               IF WRK-SOD-IDX-REGRA = 0
                   MOVE WRK-SOD-IDX TO WRK-SOD-IDX-REGRA
               END-IF
           END-IF.

       9034-PROCURAR-LADO-SOD.
           MOVE 'N' TO WRK-SOD-SW-TEM.
           PERFORM 9036-COMPARAR-LADO-SOD
               VARYING WRK-SOD-IDX-PERM FROM 1 BY 1
               UNTIL WRK-SOD-IDX-PERM > WRK-PERM-QTD
                  OR WRK-SOD-SW-TEM = 'S'.

       9036-COMPARAR-LADO-SOD.
           IF WRK-TAB-PERM-PROGRAMA(WRK-SOD-IDX-PERM)
                  = WRK-SOD-PROGRAMA
              AND WRK-TAB-PERM-FUNCAO(WRK-SOD-IDX-PERM)
                  = WRK-SOD-FUNCAO
              AND WRK-TAB-PERM-PERFIL(WRK-SOD-IDX-PERM)
                  = WRK-SOD-PERFIL
              AND WRK-TAB-PERM-PERMITIDO(WRK-SOD-IDX-PERM) = 'S'
               MOVE 'S' TO WRK-SOD-SW-TEM
           END-IF.
