      *             PARAGRAFOS. REQUER ALUSEL.CPY, ALUFD.CPY E
      *             ALUWS.CPY NO MESMO PROGRAMA.
      * DATA      = 30/08/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - CARGA GUARDA SITUACAO E ANO LETIVO (ANO NAO
      *              NUMERICO DO REGISTRO ANTIGO VIRA ZEROS) E
      *              LIGA WRK-ALU-SW-CHEIA QUANDO SOBRA ALUNO
      *              FORA DA TABELA; 9170 REGRAVA O ALUNMAST
      *              INTEIRO A PARTIR DA TABELA.
      *********************************************
       9100-CARREGAR-ALUNOS.
           MOVE ZEROS TO WRK-ALU-QTD.
           MOVE 'N' TO WRK-ALU-SW-CHEIA.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WRK-STATUS-ALU = '00'
               MOVE 'N' TO WRK-ALU-EOF
               MOVE ALU-TURMA TO WRK-TAB-ALU-TURMA(WRK-ALU-QTD)
               MOVE ALU-RESPONSAVEL
                   TO WRK-TAB-ALU-RESP(WRK-ALU-QTD)
               MOVE ALU-SITUACAO TO WRK-TAB-ALU-SIT(WRK-ALU-QTD)
               IF ALU-ANO-LETIVO IS NUMERIC
                   MOVE ALU-ANO-LETIVO
                       TO WRK-TAB-ALU-ANO(WRK-ALU-QTD)
               ELSE
                   MOVE ZEROS TO WRK-TAB-ALU-ANO(WRK-ALU-QTD)
               END-IF
           ELSE
               DISPLAY 'TABELA DE ALUNOS CHEIA - IGNORADO'
               MOVE 'S' TO WRK-ALU-SW-CHEIA
           END-IF.
           PERFORM 9110-LER-ALUNO-CAD.

               MOVE 'S' TO WRK-ALU-SW-ACHADO
               MOVE WRK-ALU-IDX TO WRK-ALU-IDX-ACHADO
           END-IF.

       9170-REGRAVAR-ALUNOS.
      * REGRAVA O ALUNMAST INTEIRO A PARTIR DA TABELA. SO PODE
      * SER USADO COM A TABELA COMPLETA (WRK-ALU-SW-CHEIA = 'N').
           OPEN OUTPUT STUDENT-MASTER-FILE.
           PERFORM 9175-GRAVAR-ALUNO-CAD
               VARYING WRK-ALU-IDX FROM 1 BY 1
               UNTIL WRK-ALU-IDX > WRK-ALU-QTD.
           CLOSE STUDENT-MASTER-FILE.

       9175-GRAVAR-ALUNO-CAD.
           MOVE WRK-TAB-ALU-MATR(WRK-ALU-IDX) TO ALU-MATRICULA.
           MOVE WRK-TAB-ALU-NOME(WRK-ALU-IDX) TO ALU-NOME.
           MOVE WRK-TAB-ALU-TURMA(WRK-ALU-IDX) TO ALU-TURMA.
           MOVE WRK-TAB-ALU-RESP(WRK-ALU-IDX) TO ALU-RESPONSAVEL.
           MOVE WRK-TAB-ALU-SIT(WRK-ALU-IDX) TO ALU-SITUACAO.
           MOVE WRK-TAB-ALU-ANO(WRK-ALU-IDX) TO ALU-ANO-LETIVO.
           WRITE STUDENT-MASTER-RECORD.
