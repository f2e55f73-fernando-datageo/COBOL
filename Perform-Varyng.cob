      *              POR TABUADA COM O CABECALHO JA USADO EM
      *              0110-ABRIR-IMPRESSAO, QUEBRA DE PAGINA E
      *              NUMERACAO DE PAGINAS.
      * 15/10/2026 - A APOSTILA PODE SAIR COMO CADERNO DE
      *              EXERCICIOS: AS CONTAS SAO NUMERADAS POR ITEM
      *              COM O RESULTADO EM BRANCO E O GABARITO DE
      *              CADA ITEM E GRAVADO NO ARQUIVO GABARITO PARA
      *              CADA TREINANDO ATIVO DA TURMA INFORMADA
      *              (ALUNMAST), SOB UM CODIGO DE APOSTILA QUE NAO
      *              SE REPETE. A CORRECAO FICA COM O NOVO
      *              PROGRAMA CORRIGE-APOSTILA, QUE SUBSTITUI A
      *              CORRECAO A MAO.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT EXERCISE-PARAM-FILE ASSIGN TO "EXPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXP.
           COPY 'GABSEL.CPY'.
           COPY 'ALUSEL.CPY'.
           COPY 'EXCPSEL.CPY'.

       DATA DIVISION.
           05 EX-NUMERO   PIC 9(02).
           05 EX-LIMITE   PIC 9(02).

           COPY 'GABFD.CPY'.

           COPY 'ALUFD.CPY'.

           COPY 'EXCPFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'GABWS.CPY'.
           COPY 'ALUWS.CPY'.
       77 WRK-NUMERO     PIC 9(02) VALUE ZEROS.
       77 WRK-CONTADOR   PIC 9(02) VALUE 1.
       77 WRK-LIMITE     PIC 9(02) VALUE 10.
       77 WRK-PAGINA       PIC 9(03) VALUE ZEROS.
       77 WRK-LINHAS-PAG   PIC 9(02) VALUE ZEROS.
       77 WRK-LINHAS-POR-PAG PIC 9(02) VALUE 20.
       77 WRK-SW-EXERCICIO PIC X(01) VALUE 'N'.
       77 WRK-SW-GAB-OK    PIC X(01) VALUE 'S'.
       77 WRK-SW-APOSTILA-USADA PIC X(01) VALUE 'N'.
       77 WRK-APOSTILA     PIC X(08) VALUE SPACES.
       77 WRK-TURMA-TREINO PIC X(05) VALUE SPACES.
       77 WRK-QTD-TREINANDOS PIC 9(03) VALUE ZEROS.
       77 WRK-ITEM         PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 WRK-TABELA-EXERC.
           05 WRK-TAB-EXERC OCCURS 50 TIMES.
               10 WRK-TAB-EX-NUMERO PIC 9(02).
               MOVE 'A' TO WRK-EXCP-SEVERIDADE
               PERFORM 9000-REGISTRAR-EXCECAO
           ELSE
               PERFORM 0405-DEFINIR-EXERCICIO
           END-IF.
           IF WRK-QTD-EXERC > 0
              AND WRK-SW-GAB-OK = 'S'
               OPEN OUTPUT PRINT-FILE
               MOVE 'S' TO WRK-SW-IMPRIMIR
               MOVE ZEROS TO WRK-PAGINA
               MOVE ZEROS TO WRK-ITEM
               IF WRK-SW-EXERCICIO = 'S'
                   PERFORM 0480-ABRIR-GABARITO
               END-IF
               PERFORM 0470-NOVA-PAGINA
               PERFORM 0430-GRAVAR-CAPA
               PERFORM 0440-GERAR-SECAO
               CLOSE PRINT-FILE
               DISPLAY 'APOSTILA GERADA COM ' WRK-QTD-EXERC
                   ' SECAO(OES) EM ' WRK-PAGINA ' PAGINA(S)'
               IF WRK-SW-EXERCICIO = 'S'
                   CLOSE ANSWER-KEY-FILE
                   DISPLAY 'GABARITO ' WRK-APOSTILA ' GRAVADO: '
                       WRK-ITEM ' ITEM(NS) PARA '
                       WRK-QTD-TREINANDOS ' TREINANDO(S)'
               END-IF
           END-IF.

       0405-DEFINIR-EXERCICIO.
      * NO CADERNO DE EXERCICIOS O RESULTADO SAI EM BRANCO E O
      * GABARITO E GRAVADO PARA CADA TREINANDO ATIVO DA TURMA.
           MOVE 'S' TO WRK-SW-GAB-OK.
           DISPLAY 'APOSTILA DE EXERCICIOS COM GABARITO? (S/N): '
           ACCEPT WRK-SW-EXERCICIO.
           IF WRK-SW-EXERCICIO = 'S'
               DISPLAY 'CODIGO DA APOSTILA (ATE 8 POSICOES): '
               ACCEPT WRK-APOSTILA
               DISPLAY 'TURMA DOS TREINANDOS: '
               ACCEPT WRK-TURMA-TREINO
               PERFORM 0406-VALIDAR-GABARITO
           ELSE
               MOVE 'N' TO WRK-SW-EXERCICIO
           END-IF.

       0406-VALIDAR-GABARITO.
      * O CODIGO DA APOSTILA IDENTIFICA O GABARITO NA CORRECAO E
      * POR ISSO NAO PODE SE REPETIR NO ARQUIVO GABARITO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 9100-CARREGAR-ALUNOS.
           MOVE ZEROS TO WRK-QTD-TREINANDOS.
           PERFORM 0407-CONTAR-TREINANDO
               VARYING WRK-ALU-IDX FROM 1 BY 1
               UNTIL WRK-ALU-IDX > WRK-ALU-QTD.
           PERFORM 0408-VERIFICAR-APOSTILA.
           MOVE SPACES TO WRK-EXCP-MENSAGEM.
           EVALUATE TRUE
               WHEN WRK-APOSTILA = SPACES
                   MOVE 'N' TO WRK-SW-GAB-OK
                   DISPLAY 'CODIGO DA APOSTILA NAO INFORMADO'
                   MOVE 'APOSTILA SEM CODIGO' TO WRK-EXCP-MENSAGEM
               WHEN WRK-SW-APOSTILA-USADA = 'S'
                   MOVE 'N' TO WRK-SW-GAB-OK
                   DISPLAY 'CODIGO DE APOSTILA JA UTILIZADO: '
                       WRK-APOSTILA
                   STRING 'APOSTILA JA EXISTE ' WRK-APOSTILA
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
               WHEN WRK-QTD-TREINANDOS = 0
                   MOVE 'N' TO WRK-SW-GAB-OK
                   DISPLAY 'NENHUM TREINANDO ATIVO NA TURMA '
                       WRK-TURMA-TREINO
                   STRING 'TURMA SEM TREINANDOS ' WRK-TURMA-TREINO
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
           END-EVALUATE.
           IF WRK-SW-GAB-OK = 'N'
               MOVE 'PERFORM-VARYNG' TO WRK-EXCP-PROGRAMA
               MOVE 'A' TO WRK-EXCP-SEVERIDADE
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF.

       0407-CONTAR-TREINANDO.
           IF WRK-TAB-ALU-TURMA(WRK-ALU-IDX) = WRK-TURMA-TREINO
              AND WRK-TAB-ALU-SIT(WRK-ALU-IDX) = SPACE
               ADD 1 TO WRK-QTD-TREINANDOS
           END-IF.

       0408-VERIFICAR-APOSTILA.
           MOVE 'N' TO WRK-SW-APOSTILA-USADA.
           OPEN INPUT ANSWER-KEY-FILE.
           IF WRK-STATUS-GAB = '00'
               MOVE 'N' TO WRK-EOF-GAB
               PERFORM 0409-LER-GABARITO
               PERFORM 0409-LER-GABARITO
                   UNTIL WRK-EOF-GAB = 'S'
                      OR WRK-SW-APOSTILA-USADA = 'S'
           END-IF.
           CLOSE ANSWER-KEY-FILE.

       0409-LER-GABARITO.
           READ ANSWER-KEY-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-GAB
               NOT AT END
                   IF GAB-APOSTILA = WRK-APOSTILA
                       MOVE 'S' TO WRK-SW-APOSTILA-USADA
                   END-IF
           END-READ.

       0410-CARREGAR-EXERCICIOS.
           MOVE ZEROS TO WRK-QTD-EXERC.
           PERFORM 0460-GRAVAR-LINHA-APOSTILA.
           MOVE '       CENTRO DE TREINAMENTO' TO WRK-LINHA-IMP.
           PERFORM 0460-GRAVAR-LINHA-APOSTILA.
           IF WRK-SW-EXERCICIO = 'S'
               STRING 'APOSTILA ' WRK-APOSTILA ' - TURMA '
                   WRK-TURMA-TREINO
                   DELIMITED BY SIZE INTO WRK-LINHA-IMP
               PERFORM 0460-GRAVAR-LINHA-APOSTILA
               MOVE 'DIGITE AS RESPOSTAS PELO NUMERO DO ITEM'
                   TO WRK-LINHA-IMP
               PERFORM 0460-GRAVAR-LINHA-APOSTILA
           END-IF.
           MOVE '========================================'
               TO WRK-LINHA-IMP.
           PERFORM 0460-GRAVAR-LINHA-APOSTILA.
       0450-GERAR-LINHA-SECAO.
           COMPUTE WRK-RESUL = WRK-NUMERO * WRK-CONTADOR.
           MOVE WRK-RESUL TO WRK-RESUL-ED.
           IF WRK-SW-EXERCICIO = 'S'
               ADD 1 TO WRK-ITEM
               STRING 'ITEM ' WRK-ITEM ': ' WRK-NUMERO ' X '
                   WRK-CONTADOR ' = ______'
                   DELIMITED BY SIZE INTO WRK-LINHA-IMP
               PERFORM 0490-GRAVAR-GABARITO
                   VARYING WRK-ALU-IDX FROM 1 BY 1
                   UNTIL WRK-ALU-IDX > WRK-ALU-QTD
           ELSE
               STRING WRK-NUMERO ' X ' WRK-CONTADOR ' = '
                   WRK-RESUL-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-IMP
           END-IF.
           PERFORM 0460-GRAVAR-LINHA-APOSTILA.

       0460-GRAVAR-LINHA-APOSTILA.
           MOVE SPACES TO WRK-LINHA-IMP.
           MOVE ZEROS TO WRK-LINHAS-PAG.

       0480-ABRIR-GABARITO.
           OPEN EXTEND ANSWER-KEY-FILE.
           IF WRK-STATUS-GAB NOT = '00'
               OPEN OUTPUT ANSWER-KEY-FILE
               CLOSE ANSWER-KEY-FILE
               OPEN EXTEND ANSWER-KEY-FILE
           END-IF.

       0490-GRAVAR-GABARITO.
      * UM REGISTRO DO ITEM PARA CADA TREINANDO ATIVO DA TURMA.
           IF WRK-TAB-ALU-TURMA(WRK-ALU-IDX) = WRK-TURMA-TREINO
              AND WRK-TAB-ALU-SIT(WRK-ALU-IDX) = SPACE
               MOVE WRK-APOSTILA TO GAB-APOSTILA
               MOVE WRK-TAB-ALU-MATR(WRK-ALU-IDX) TO GAB-MATRICULA
               MOVE WRK-ITEM TO GAB-ITEM
               MOVE WRK-IDX-EXERC TO GAB-SECAO
               MOVE WRK-NUMERO TO GAB-NUMERO
               MOVE WRK-CONTADOR TO GAB-MULTIPLICADOR
               MOVE WRK-RESUL TO GAB-RESPOSTA
               MOVE WRK-DATA-HOJE TO GAB-DATA-GERACAO
               WRITE ANSWER-KEY-RECORD
           END-IF.

           COPY 'EXCPLOG.CPY'.

           COPY 'ALUCHK.CPY'.
