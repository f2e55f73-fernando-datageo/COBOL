      *********************************************
      * COPYBOOK  = PRFCHK.CPY
      * OBJETIVO  = PARAGRAFOS PADRAO DO CADASTRO DE PROFESSORES
      *             (PROFMAST): 9900 CARREGA O CADASTRO EM
      *             TABELA (LIGA WRK-PRF-SW-CHEIA QUANDO SOBRA
      *             REGISTRO), 9950 PROCURA A ATRIBUICAO
      *             WRK-PRF-USUARIO/TURMA/DISCIPLINA (RESPOSTA EM
      *             WRK-PRF-SW-ACHADO E POSICAO EM
      *             WRK-PRF-IDX-ACHADO) E 9970 REGRAVA O
      *             PROFMAST A PARTIR DA TABELA. COPIAR DENTRO DA
      *             PROCEDURE DIVISION, APOS OS DEMAIS
      *             PARAGRAFOS. REQUER PRFSEL.CPY, PRFFD.CPY E
      *             PRFWS.CPY NO MESMO PROGRAMA.
      * DATA      = 15/10/2026
      *********************************************
       9900-CARREGAR-PROFESSORES.
           MOVE ZEROS TO WRK-PRF-QTD.
           MOVE 'N' TO WRK-PRF-SW-CHEIA.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WRK-STATUS-PRF = '00'
               MOVE 'N' TO WRK-PRF-EOF
               PERFORM 9910-LER-PROFESSOR
               PERFORM 9920-ARMAZENAR-PROFESSOR
                   UNTIL WRK-PRF-EOF = 'S'
           ELSE
               DISPLAY 'CADASTRO PROFMAST AUSENTE'
           END-IF.
           CLOSE TEACHER-MASTER-FILE.

       9910-LER-PROFESSOR.
           READ TEACHER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-PRF-EOF
           END-READ.

       9920-ARMAZENAR-PROFESSOR.
           IF WRK-PRF-QTD < 300
               ADD 1 TO WRK-PRF-QTD
               MOVE PRF-USUARIO TO WRK-TAB-PRF-USUARIO(WRK-PRF-QTD)
               MOVE PRF-TURMA TO WRK-TAB-PRF-TURMA(WRK-PRF-QTD)
               MOVE PRF-DISCIPLINA TO WRK-TAB-PRF-DISC(WRK-PRF-QTD)
           ELSE
               DISPLAY 'TABELA DE PROFESSORES CHEIA - IGNORADO'
               MOVE 'S' TO WRK-PRF-SW-CHEIA
           END-IF.
           PERFORM 9910-LER-PROFESSOR.

       9950-LOCALIZAR-ATRIBUICAO.
      * O PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA EM
      * WRK-PRF-IDX-ACHADO.
           MOVE 'N' TO WRK-PRF-SW-ACHADO.
           PERFORM 9960-COMPARAR-ATRIBUICAO
               VARYING WRK-PRF-IDX FROM 1 BY 1
               UNTIL WRK-PRF-IDX > WRK-PRF-QTD
                  OR WRK-PRF-SW-ACHADO = 'S'.

       9960-COMPARAR-ATRIBUICAO.
           IF WRK-PRF-USUARIO = WRK-TAB-PRF-USUARIO(WRK-PRF-IDX)
              AND WRK-PRF-TURMA = WRK-TAB-PRF-TURMA(WRK-PRF-IDX)
              AND WRK-PRF-DISCIPLINA = WRK-TAB-PRF-DISC(WRK-PRF-IDX)
               MOVE 'S' TO WRK-PRF-SW-ACHADO
               MOVE WRK-PRF-IDX TO WRK-PRF-IDX-ACHADO
           END-IF.

       9970-REGRAVAR-PROFESSORES.
      * REGRAVA O PROFMAST INTEIRO A PARTIR DA TABELA. SO PODE
      * SER USADO COM A TABELA COMPLETA (WRK-PRF-SW-CHEIA = 'N').
           OPEN OUTPUT TEACHER-MASTER-FILE.
           PERFORM 9975-GRAVAR-PROFESSOR
               VARYING WRK-PRF-IDX FROM 1 BY 1
               UNTIL WRK-PRF-IDX > WRK-PRF-QTD.
           CLOSE TEACHER-MASTER-FILE.

       9975-GRAVAR-PROFESSOR.
           MOVE WRK-TAB-PRF-USUARIO(WRK-PRF-IDX) TO PRF-USUARIO.
           MOVE WRK-TAB-PRF-TURMA(WRK-PRF-IDX) TO PRF-TURMA.
           MOVE WRK-TAB-PRF-DISC(WRK-PRF-IDX) TO PRF-DISCIPLINA.
           WRITE TEACHER-MASTER-RECORD.
