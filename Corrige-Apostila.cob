       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRIGE-APOSTILA.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: CORRECAO DAS APOSTILAS DE EXERCICIOS DO CENTRO
      * DE TREINAMENTO - CONFERE AS RESPOSTAS DIGITADAS PELOS
      * TREINANDOS (RESPTREI) CONTRA O GABARITO GRAVADO PELO
      * PERFORM-VARYNG (GABARITO), IMPRIME EM CORRRPT A NOTA DE
      * CADA TREINANDO COM OS ITENS ERRADOS E LANCA A NOTA NO
      * HISTORICO ESCOLAR (TRANSCPT) NA DISCIPLINA DE
      * TREINAMENTO, PARA O BOLETIM E AS ESTATISTICAS DA TURMA
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: AS APOSTILAS ERAM CORRIGIDAS
      *              A MAO. A NOTA E A PROPORCAO DE ACERTOS SOBRE OS
      *              ITENS DO GABARITO DO TREINANDO (0 A 10), COM A
      *              MESMA CLASSIFICACAO DO PROGCOB07; ITEM SEM
      *              RESPOSTA CONTA COMO ERRO. TREINANDO SEM
      *              NENHUMA RESPOSTA NAO TEM NOTA LANCADA. NOTA JA
      *              LANCADA NA DISCIPLINA/ANO/BIMESTRE NAO E
      *              SOBREPOSTA (ALTERACAO DE NOTA SEGUE PELO
      *              PROGCOB07 COM O COORDENADOR). RESPOSTA SEM
      *              ITEM CORRESPONDENTE NO GABARITO SAI NA LISTA
      *              E NO LOG DE EXCECOES.
      * 15/10/2026 - RESPOSTA DIGITADA ALINHADA A ESQUERDA (12 E
      *              DOIS BRANCOS) E ALINHADA A DIREITA ANTES DE
      *              COMPLETAR COM ZEROS; ANTES SO A ALINHADA A
      *              DIREITA ERA RECONHECIDA E A OUTRA SAIA ERRADA.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'GABSEL.CPY'.
           COPY 'TRNSEL.CPY'.
           COPY 'ALUSEL.CPY'.
           SELECT TRAINEE-ANSWER-FILE ASSIGN TO "RESPTREI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RSP.
           SELECT GRADING-REPORT-FILE ASSIGN TO "CORRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'GABFD.CPY'.

           COPY 'TRNFD.CPY'.

           COPY 'ALUFD.CPY'.

      * RESPOSTAS DIGITADAS: UMA LINHA POR APOSTILA, TREINANDO E
      * ITEM. RESPOSTA EM BRANCO = ITEM NAO RESPONDIDO.
       FD  TRAINEE-ANSWER-FILE.
       01  TRAINEE-ANSWER-RECORD.
           05 RSP-APOSTILA    PIC X(08).
           05 RSP-MATRICULA   PIC X(10).
           05 RSP-ITEM        PIC 9(04).
           05 RSP-RESPOSTA    PIC X(04).

       FD  GRADING-REPORT-FILE.
       01  GRADING-REPORT-RECORD PIC X(80).

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'GABWS.CPY'.
           COPY 'TRNWS.CPY'.
           COPY 'ALUWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-RSP     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-APOSTILA       PIC X(08) VALUE SPACES.
       77 WRK-ANO-LETIVO     PIC 9(04) VALUE ZEROS.
       77 WRK-TERMO          PIC 9(01) VALUE ZEROS.
       77 WRK-DISCIPLINA     PIC X(05) VALUE SPACES.
       77 WRK-DISC-TREINO    PIC X(05) VALUE 'TREIN'.
       77 WRK-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-GAB        PIC 9(04) VALUE ZEROS COMP.
       77 WRK-IDX-GAB        PIC 9(04) VALUE ZEROS COMP.
       77 WRK-IDX-GAB-ACHADO PIC 9(04) VALUE ZEROS COMP.
       77 WRK-SW-GAB-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-QTD-TRE        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-TRE        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-TRE-ACHADO PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-TRE-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-QTD-LAN        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-LAN        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-LAN-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-QTD-REJ        PIC 9(02) VALUE ZEROS COMP.
       77 WRK-IDX-REJ        PIC 9(02) VALUE ZEROS COMP.
       77 WRK-CHAVE-MATR     PIC X(10) VALUE SPACES.
       77 WRK-CHAVE-ITEM     PIC 9(04) VALUE ZEROS.
       77 WRK-NOTA           PIC 9(02)V9 VALUE ZEROS.
       77 WRK-NOTA-ED        PIC Z9,9 VALUE ZEROS.
       77 WRK-STATUS-NOTA    PIC X(25) VALUE SPACES.
       77 WRK-SOMA-NOTAS     PIC 9(05)V9 VALUE ZEROS.
       77 WRK-MEDIA-GERAL    PIC 9(02)V9 VALUE ZEROS.
       77 WRK-QT-REJEITADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CORRIGIDOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LANCADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-JA-LANCADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-RESP    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ED          PIC ZZZZ9 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.
       01 WRK-RESP-DADA      PIC X(04) VALUE SPACES.
       01 WRK-RESP-DADA-N REDEFINES WRK-RESP-DADA PIC 9(04).
       77 WRK-RESP-DIREITA   PIC X(04) JUSTIFIED RIGHT VALUE SPACES.
       77 WRK-RESP-TAM       PIC 9(02) VALUE ZEROS COMP.
       01 WRK-DATA-ED.
           05 WRK-DATA-ED-DIA PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-DATA-ED-MES PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-DATA-ED-ANO PIC 9(04).
      * GABARITO DA APOSTILA: UMA ENTRADA POR TREINANDO E ITEM,
      * COM A RESPOSTA DIGITADA (SW-RESP = 'S' QUANDO HOUVE).
       01 WRK-TABELA-GABARITO.
           05 WRK-TAB-GAB OCCURS 5000 TIMES.
               10 WRK-TAB-GAB-MATR    PIC X(10).
               10 WRK-TAB-GAB-ITEM    PIC 9(04).
               10 WRK-TAB-GAB-NUMERO  PIC 9(02).
               10 WRK-TAB-GAB-MULT    PIC 9(02).
               10 WRK-TAB-GAB-RESP    PIC 9(04).
               10 WRK-TAB-GAB-DADA    PIC X(04).
               10 WRK-TAB-GAB-SW-RESP PIC X(01).
      * TREINANDOS DO GABARITO, NA ORDEM EM QUE APARECEM, COM
      * ITENS, ITENS RESPONDIDOS E ACERTOS.
       01 WRK-TABELA-TREINANDOS.
           05 WRK-TAB-TRE OCCURS 200 TIMES.
               10 WRK-TAB-TRE-MATR    PIC X(10).
               10 WRK-TAB-TRE-ITENS   PIC 9(04).
               10 WRK-TAB-TRE-RESP    PIC 9(04).
               10 WRK-TAB-TRE-ACERTOS PIC 9(04).
      * TREINANDOS COM NOTA JA LANCADA NA DISCIPLINA/ANO/BIMESTRE.
       01 WRK-TABELA-LANCADOS.
           05 WRK-TAB-LAN OCCURS 200 TIMES.
               10 WRK-TAB-LAN-MATR    PIC X(10).
      * RESPOSTAS SEM ITEM CORRESPONDENTE NO GABARITO.
       01 WRK-TABELA-REJEITADAS.
           05 WRK-TAB-REJ OCCURS 50 TIMES.
               10 WRK-TAB-REJ-MATR    PIC X(10).
               10 WRK-TAB-REJ-ITEM    PIC X(04).
               10 WRK-TAB-REJ-DADA    PIC X(04).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               PERFORM 0200-CARREGAR-GABARITO
               EVALUATE TRUE
                   WHEN WRK-TERMO < 1 OR WRK-TERMO > 4
                       DISPLAY 'BIMESTRE INVALIDO - INFORME DE 1 A 4'
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-QTD-GAB = 0
                       DISPLAY 'APOSTILA SEM GABARITO: ' WRK-APOSTILA
                       MOVE 'CORRIGE-APOSTILA' TO WRK-EXCP-PROGRAMA
                       MOVE SPACES TO WRK-EXCP-MENSAGEM
                       STRING 'APOSTILA SEM GABARITO ' WRK-APOSTILA
                           DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
                       PERFORM 9000-REGISTRAR-EXCECAO
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM 9100-CARREGAR-ALUNOS
                       PERFORM 0300-LER-RESPOSTAS
                       PERFORM 0350-CARREGAR-LANCADOS
                       PERFORM 0400-GRAVAR-RELATORIO
                       IF WRK-QT-REJEITADAS > 0
                          OR WRK-QT-JA-LANCADOS > 0
                           MOVE 4 TO RETURN-CODE
                       END-IF
               END-EVALUATE
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA CORRECAO'
               MOVE 'CORRIGE-APOSTILA' TO WRK-EXCP-PROGRAMA
               MOVE 'ACESSO NAO AUTORIZADO' TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

       0040-AUTORIZAR.
      * A AUTENTICACAO E FEITA PELA ROTINA CENTRAL VALIDA-LOGIN
      * E A AUTORIZACAO PELA MATRIZ DE PERMISSOES (PERMFILE).
      * COM SESSAO ABERTA PELO MENU, O USUARIO VEM DA SESSAO.
           IF SES-SW-ATIVA = 'S'
               MOVE SES-USUARIO TO LOG-USUARIO
               MOVE SES-PERFIL  TO LOG-PERFIL
               MOVE SES-NOME    TO LOG-NOME
               MOVE 'S' TO LOG-RESULTADO
           ELSE
               CALL 'VALIDA-LOGIN' USING WRK-LOGIN-PARAMETROS
           END-IF.
           MOVE 'CORRIGE-APOSTILA' TO WRK-PERM-PROGRAMA.
           MOVE 'CORRIGE' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
           DISPLAY 'CODIGO DA APOSTILA: '
           ACCEPT WRK-APOSTILA.
           DISPLAY 'ANO LETIVO (AAAA): '
           ACCEPT WRK-ANO-LETIVO.
           DISPLAY 'BIMESTRE (1 A 4): '
           ACCEPT WRK-TERMO.
           DISPLAY 'DISCIPLINA (BRANCO = ' WRK-DISC-TREINO '): '
           ACCEPT WRK-DISCIPLINA.
           IF WRK-DISCIPLINA = SPACES
               MOVE WRK-DISC-TREINO TO WRK-DISCIPLINA
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(7:2) TO WRK-DATA-ED-DIA.
           MOVE WRK-DATA-HOJE(5:2) TO WRK-DATA-ED-MES.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-DATA-ED-ANO.

       0200-CARREGAR-GABARITO.
      * SO OS ITENS DA APOSTILA PEDIDA; O TREINANDO ENTRA NA
      * TABELA NA PRIMEIRA VEZ QUE APARECE NO GABARITO.
           MOVE ZEROS TO WRK-QTD-GAB.
           MOVE ZEROS TO WRK-QTD-TRE.
           OPEN INPUT ANSWER-KEY-FILE.
           IF WRK-STATUS-GAB = '00'
               MOVE 'N' TO WRK-EOF-GAB
               PERFORM 0210-LER-GABARITO
               PERFORM 0220-ARMAZENAR-ITEM
                   UNTIL WRK-EOF-GAB = 'S'
           ELSE
               DISPLAY 'ARQUIVO GABARITO AUSENTE OU VAZIO'
           END-IF.
           CLOSE ANSWER-KEY-FILE.

       0210-LER-GABARITO.
           READ ANSWER-KEY-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-GAB
           END-READ.

       0220-ARMAZENAR-ITEM.
           IF GAB-APOSTILA = WRK-APOSTILA
              AND WRK-APOSTILA NOT = SPACES
               IF WRK-QTD-GAB < 5000
                   ADD 1 TO WRK-QTD-GAB
                   MOVE GAB-MATRICULA
                       TO WRK-TAB-GAB-MATR(WRK-QTD-GAB)
                   MOVE GAB-ITEM TO WRK-TAB-GAB-ITEM(WRK-QTD-GAB)
                   MOVE GAB-NUMERO
                       TO WRK-TAB-GAB-NUMERO(WRK-QTD-GAB)
                   MOVE GAB-MULTIPLICADOR
                       TO WRK-TAB-GAB-MULT(WRK-QTD-GAB)
                   MOVE GAB-RESPOSTA
                       TO WRK-TAB-GAB-RESP(WRK-QTD-GAB)
                   MOVE SPACES TO WRK-TAB-GAB-DADA(WRK-QTD-GAB)
                   MOVE 'N' TO WRK-TAB-GAB-SW-RESP(WRK-QTD-GAB)
                   MOVE GAB-MATRICULA TO WRK-CHAVE-MATR
                   PERFORM 0230-LOCALIZAR-TREINANDO
                   IF WRK-SW-TRE-ACHADO = 'N'
                       PERFORM 0240-INCLUIR-TREINANDO
                   END-IF
                   IF WRK-SW-TRE-ACHADO = 'S'
                       ADD 1
                           TO WRK-TAB-TRE-ITENS(WRK-IDX-TRE-ACHADO)
                   END-IF
               ELSE
                   DISPLAY 'TABELA DE GABARITO CHEIA - IGNORADO'
               END-IF
           END-IF.
           PERFORM 0210-LER-GABARITO.

       0230-LOCALIZAR-TREINANDO.
      * O PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA EM
      * WRK-IDX-TRE-ACHADO.
           MOVE 'N' TO WRK-SW-TRE-ACHADO.
           PERFORM 0235-COMPARAR-TREINANDO
               VARYING WRK-IDX-TRE FROM 1 BY 1
               UNTIL WRK-IDX-TRE > WRK-QTD-TRE
                  OR WRK-SW-TRE-ACHADO = 'S'.

       0235-COMPARAR-TREINANDO.
           IF WRK-CHAVE-MATR = WRK-TAB-TRE-MATR(WRK-IDX-TRE)
               MOVE 'S' TO WRK-SW-TRE-ACHADO
               MOVE WRK-IDX-TRE TO WRK-IDX-TRE-ACHADO
           END-IF.

       0240-INCLUIR-TREINANDO.
           IF WRK-QTD-TRE < 200
               ADD 1 TO WRK-QTD-TRE
               MOVE WRK-QTD-TRE TO WRK-IDX-TRE-ACHADO
               MOVE WRK-CHAVE-MATR
                   TO WRK-TAB-TRE-MATR(WRK-IDX-TRE-ACHADO)
               MOVE ZEROS TO WRK-TAB-TRE-ITENS(WRK-IDX-TRE-ACHADO)
               MOVE ZEROS TO WRK-TAB-TRE-RESP(WRK-IDX-TRE-ACHADO)
               MOVE ZEROS TO WRK-TAB-TRE-ACERTOS(WRK-IDX-TRE-ACHADO)
               MOVE 'S' TO WRK-SW-TRE-ACHADO
           ELSE
               DISPLAY 'TABELA DE TREINANDOS CHEIA - IGNORADO'
           END-IF.

       0300-LER-RESPOSTAS.
      * CADA RESPOSTA DA APOSTILA E GUARDADA NO ITEM DO GABARITO
      * DO TREINANDO; SE O ITEM FOR DIGITADO DUAS VEZES, VALE A
      * ULTIMA DIGITACAO.
           MOVE ZEROS TO WRK-QTD-REJ.
           OPEN INPUT TRAINEE-ANSWER-FILE.
           IF WRK-STATUS-RSP = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0310-LER-RESPOSTA
               PERFORM 0320-CONFERIR-RESPOSTA
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'ARQUIVO DE RESPOSTAS RESPTREI AUSENTE'
           END-IF.
           CLOSE TRAINEE-ANSWER-FILE.

       0310-LER-RESPOSTA.
           READ TRAINEE-ANSWER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0320-CONFERIR-RESPOSTA.
           IF RSP-APOSTILA = WRK-APOSTILA
               MOVE 'N' TO WRK-SW-GAB-ACHADO
               IF RSP-ITEM IS NUMERIC
                   MOVE RSP-MATRICULA TO WRK-CHAVE-MATR
                   MOVE RSP-ITEM TO WRK-CHAVE-ITEM
                   PERFORM 0330-LOCALIZAR-ITEM
               END-IF
               IF WRK-SW-GAB-ACHADO = 'S'
                   PERFORM 0340-GUARDAR-RESPOSTA
               ELSE
                   PERFORM 0345-REJEITAR-RESPOSTA
               END-IF
           END-IF.
           PERFORM 0310-LER-RESPOSTA.

       0330-LOCALIZAR-ITEM.
           MOVE 'N' TO WRK-SW-GAB-ACHADO.
           PERFORM 0335-COMPARAR-ITEM
               VARYING WRK-IDX-GAB FROM 1 BY 1
               UNTIL WRK-IDX-GAB > WRK-QTD-GAB
                  OR WRK-SW-GAB-ACHADO = 'S'.

       0335-COMPARAR-ITEM.
           IF WRK-CHAVE-MATR = WRK-TAB-GAB-MATR(WRK-IDX-GAB)
              AND WRK-CHAVE-ITEM = WRK-TAB-GAB-ITEM(WRK-IDX-GAB)
               MOVE 'S' TO WRK-SW-GAB-ACHADO
               MOVE WRK-IDX-GAB TO WRK-IDX-GAB-ACHADO
           END-IF.

       0340-GUARDAR-RESPOSTA.
      * RESPOSTA EM BRANCO NAO CONTA COMO RESPONDIDA. O NUMERO
      * PODE VIR ALINHADO A ESQUERDA OU A DIREITA: OS BRANCOS DO
      * FIM SAO DESCARTADOS, O NUMERO VAI PARA A DIREITA E OS
      * BRANCOS DA ESQUERDA VIRAM ZEROS.
           MOVE RSP-RESPOSTA TO WRK-RESP-DADA.
           IF WRK-RESP-DADA NOT = SPACES
               MOVE 4 TO WRK-RESP-TAM
               PERFORM 0342-DESCONTAR-BRANCO
                   UNTIL WRK-RESP-DADA(WRK-RESP-TAM:1) NOT = SPACE
               MOVE WRK-RESP-DADA(1:WRK-RESP-TAM) TO WRK-RESP-DIREITA
               MOVE WRK-RESP-DIREITA TO WRK-RESP-DADA
               INSPECT WRK-RESP-DADA
                   REPLACING LEADING SPACE BY ZERO
               IF WRK-TAB-GAB-SW-RESP(WRK-IDX-GAB-ACHADO) = 'N'
                   PERFORM 0230-LOCALIZAR-TREINANDO
                   ADD 1 TO WRK-TAB-TRE-RESP(WRK-IDX-TRE-ACHADO)
               END-IF
               MOVE 'S' TO WRK-TAB-GAB-SW-RESP(WRK-IDX-GAB-ACHADO)
               MOVE WRK-RESP-DADA
                   TO WRK-TAB-GAB-DADA(WRK-IDX-GAB-ACHADO)
           END-IF.

       0342-DESCONTAR-BRANCO.
           SUBTRACT 1 FROM WRK-RESP-TAM.

       0345-REJEITAR-RESPOSTA.
           ADD 1 TO WRK-QT-REJEITADAS.
           IF WRK-QTD-REJ < 50
               ADD 1 TO WRK-QTD-REJ
               MOVE RSP-MATRICULA TO WRK-TAB-REJ-MATR(WRK-QTD-REJ)
               MOVE RSP-ITEM TO WRK-TAB-REJ-ITEM(WRK-QTD-REJ)
               MOVE RSP-RESPOSTA TO WRK-TAB-REJ-DADA(WRK-QTD-REJ)
           END-IF.
           MOVE 'CORRIGE-APOSTILA' TO WRK-EXCP-PROGRAMA.
           MOVE SPACES TO WRK-EXCP-MENSAGEM.
           STRING 'RESPOSTA SEM GABARITO ' RSP-MATRICULA ' '
               RSP-ITEM
               DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM.
           MOVE 'A' TO WRK-EXCP-SEVERIDADE.
           PERFORM 9000-REGISTRAR-EXCECAO.

       0350-CARREGAR-LANCADOS.
      * TREINANDOS QUE JA TEM NOTA NA DISCIPLINA NO ANO/BIMESTRE.
           MOVE ZEROS TO WRK-QTD-LAN.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WRK-STATUS-TRAN = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0360-LER-TRANSCRIPT
               PERFORM 0370-ARMAZENAR-LANCADO
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE TRANSCRIPT-FILE.

       0360-LER-TRANSCRIPT.
           READ TRANSCRIPT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0370-ARMAZENAR-LANCADO.
           IF TR-DISCIPLINA = WRK-DISCIPLINA
              AND TR-ANO = WRK-ANO-LETIVO
              AND TR-TERMO = WRK-TERMO
               MOVE TR-MATRICULA TO WRK-CHAVE-MATR
               PERFORM 0380-LOCALIZAR-LANCADO
               IF WRK-SW-LAN-ACHADO = 'N'
                   IF WRK-QTD-LAN < 200
                       ADD 1 TO WRK-QTD-LAN
                       MOVE TR-MATRICULA
                           TO WRK-TAB-LAN-MATR(WRK-QTD-LAN)
                   ELSE
                       DISPLAY 'TABELA DE NOTAS LANCADAS CHEIA'
                   END-IF
               END-IF
           END-IF.
           PERFORM 0360-LER-TRANSCRIPT.

       0380-LOCALIZAR-LANCADO.
           MOVE 'N' TO WRK-SW-LAN-ACHADO.
           PERFORM 0385-COMPARAR-LANCADO
               VARYING WRK-IDX-LAN FROM 1 BY 1
               UNTIL WRK-IDX-LAN > WRK-QTD-LAN
                  OR WRK-SW-LAN-ACHADO = 'S'.

       0385-COMPARAR-LANCADO.
           IF WRK-CHAVE-MATR = WRK-TAB-LAN-MATR(WRK-IDX-LAN)
               MOVE 'S' TO WRK-SW-LAN-ACHADO
           END-IF.

       0400-GRAVAR-RELATORIO.
           OPEN OUTPUT GRADING-REPORT-FILE.
           OPEN EXTEND TRANSCRIPT-FILE.
           IF WRK-STATUS-TRAN NOT = '00'
               OPEN OUTPUT TRANSCRIPT-FILE
               CLOSE TRANSCRIPT-FILE
               OPEN EXTEND TRANSCRIPT-FILE
           END-IF.
           STRING 'CORRECAO DA APOSTILA ' WRK-APOSTILA
               '   DISCIPLINA ' WRK-DISCIPLINA
               '   ANO ' WRK-ANO-LETIVO ' BIMESTRE ' WRK-TERMO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           STRING 'EMITIDO EM ' WRK-DATA-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL '-' TO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-SOMA-NOTAS.
           PERFORM 0410-CORRIGIR-TREINANDO
               VARYING WRK-IDX-TRE FROM 1 BY 1
               UNTIL WRK-IDX-TRE > WRK-QTD-TRE.
           IF WRK-QT-REJEITADAS > 0
               PERFORM 0500-LISTAR-REJEITADAS
           END-IF.
           PERFORM 0700-TOTAIS.
           CLOSE TRANSCRIPT-FILE.
           CLOSE GRADING-REPORT-FILE.

       0410-CORRIGIR-TREINANDO.
           MOVE WRK-TAB-TRE-MATR(WRK-IDX-TRE) TO WRK-ALU-PROCURADO.
           PERFORM 9150-LOCALIZAR-ALUNO.
           STRING 'TREINANDO ' WRK-TAB-TRE-MATR(WRK-IDX-TRE) ' '
               WRK-ALU-NOME ' TURMA ' WRK-ALU-TURMA
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-TAB-TRE-RESP(WRK-IDX-TRE) = 0
               ADD 1 TO WRK-QT-SEM-RESP
               MOVE '    SEM RESPOSTAS - NOTA NAO LANCADA'
                   TO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           ELSE
               ADD 1 TO WRK-QT-CORRIGIDOS
               MOVE ZEROS TO WRK-TAB-TRE-ACERTOS(WRK-IDX-TRE)
               PERFORM 0420-CORRIGIR-ITEM
                   VARYING WRK-IDX-GAB FROM 1 BY 1
                   UNTIL WRK-IDX-GAB > WRK-QTD-GAB
               COMPUTE WRK-NOTA ROUNDED =
                   WRK-TAB-TRE-ACERTOS(WRK-IDX-TRE) * 10
                   / WRK-TAB-TRE-ITENS(WRK-IDX-TRE)
               ADD WRK-NOTA TO WRK-SOMA-NOTAS
               PERFORM 0430-CLASSIFICAR
               MOVE WRK-NOTA TO WRK-NOTA-ED
               STRING '    ACERTOS ' WRK-TAB-TRE-ACERTOS(WRK-IDX-TRE)
                   ' DE ' WRK-TAB-TRE-ITENS(WRK-IDX-TRE)
                   '   NOTA ' WRK-NOTA-ED '   ' WRK-STATUS-NOTA
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
               PERFORM 0440-LANCAR-NOTA
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.

       0420-CORRIGIR-ITEM.
      * ITEM CERTO SO SOMA; ITEM ERRADO OU EM BRANCO SAI LISTADO.
           IF WRK-TAB-GAB-MATR(WRK-IDX-GAB)
                  = WRK-TAB-TRE-MATR(WRK-IDX-TRE)
               MOVE WRK-TAB-GAB-DADA(WRK-IDX-GAB) TO WRK-RESP-DADA
               EVALUATE TRUE
                   WHEN WRK-TAB-GAB-SW-RESP(WRK-IDX-GAB) = 'N'
                       STRING '    ITEM ' WRK-TAB-GAB-ITEM(WRK-IDX-GAB)
                           '  ' WRK-TAB-GAB-NUMERO(WRK-IDX-GAB)
                           ' X ' WRK-TAB-GAB-MULT(WRK-IDX-GAB)
                           '  EM BRANCO       CORRETA '
                           WRK-TAB-GAB-RESP(WRK-IDX-GAB)
                           DELIMITED BY SIZE INTO WRK-LINHA-RPT
                       PERFORM 0800-GRAVAR-LINHA
                   WHEN WRK-RESP-DADA IS NUMERIC
                    AND WRK-RESP-DADA-N
                            = WRK-TAB-GAB-RESP(WRK-IDX-GAB)
                       ADD 1 TO WRK-TAB-TRE-ACERTOS(WRK-IDX-TRE)
                   WHEN OTHER
                       STRING '    ITEM ' WRK-TAB-GAB-ITEM(WRK-IDX-GAB)
                           '  ' WRK-TAB-GAB-NUMERO(WRK-IDX-GAB)
                           ' X ' WRK-TAB-GAB-MULT(WRK-IDX-GAB)
                           '  RESPOSTA ' WRK-RESP-DADA
                           '  CORRETA '
                           WRK-TAB-GAB-RESP(WRK-IDX-GAB)
                           DELIMITED BY SIZE INTO WRK-LINHA-RPT
                       PERFORM 0800-GRAVAR-LINHA
               END-EVALUATE
           END-IF.

       0430-CLASSIFICAR.
      * MESMA FAIXA DE CLASSIFICACAO DO PROGCOB07.
           EVALUATE WRK-NOTA
               WHEN 10
                   MOVE 'APROVADO COM EXCELENCIA' TO WRK-STATUS-NOTA
               WHEN 6 THRU 9,99
                   MOVE 'APROVADO' TO WRK-STATUS-NOTA
               WHEN 2 THRU 5,99
                   MOVE 'RECUPERACAO' TO WRK-STATUS-NOTA
               WHEN OTHER
                   MOVE 'REPROVADO' TO WRK-STATUS-NOTA
           END-EVALUATE.

       0440-LANCAR-NOTA.
      * NOTA UNICA DA APOSTILA: NOTA1 COM PESO 1, MEDIA IGUAL A
      * NOTA. A APOSTILA E FEITA NA SALA DE TREINAMENTO, POR ISSO
      * A FREQUENCIA E LANCADA COMO 100 POR CENTO.
           MOVE WRK-TAB-TRE-MATR(WRK-IDX-TRE) TO WRK-CHAVE-MATR.
           PERFORM 0380-LOCALIZAR-LANCADO.
           IF WRK-SW-LAN-ACHADO = 'S'
               ADD 1 TO WRK-QT-JA-LANCADOS
               MOVE '    NOTA JA LANCADA NO BIMESTRE - NAO ALTERADA'
                   TO WRK-LINHA-RPT
               MOVE 'CORRIGE-APOSTILA' TO WRK-EXCP-PROGRAMA
               MOVE SPACES TO WRK-EXCP-MENSAGEM
               STRING 'NOTA JA LANCADA ' WRK-CHAVE-MATR ' '
                   WRK-DISCIPLINA
                   DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
               MOVE 'A' TO WRK-EXCP-SEVERIDADE
               PERFORM 9000-REGISTRAR-EXCECAO
           ELSE
               MOVE WRK-CHAVE-MATR  TO TR-MATRICULA
               MOVE WRK-DISCIPLINA  TO TR-DISCIPLINA
               MOVE WRK-ANO-LETIVO  TO TR-ANO
               MOVE WRK-TERMO       TO TR-TERMO
               MOVE WRK-NOTA        TO TR-NOTA1
               MOVE ZEROS           TO TR-NOTA2
               MOVE ZEROS           TO TR-NOTA3
               MOVE 1               TO TR-PESO1
               MOVE ZEROS           TO TR-PESO2
               MOVE ZEROS           TO TR-PESO3
               MOVE WRK-NOTA        TO TR-MEDIA
               MOVE 100             TO TR-FREQUENCIA
               MOVE WRK-STATUS-NOTA TO TR-STATUS
               MOVE SPACE           TO TR-ORIGEM
               WRITE TRANSCRIPT-RECORD
               ADD 1 TO WRK-QT-LANCADOS
               MOVE '    NOTA LANCADA NO HISTORICO ESCOLAR'
                   TO WRK-LINHA-RPT
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.

       0500-LISTAR-REJEITADAS.
           MOVE 'RESPOSTAS SEM ITEM NO GABARITO DA APOSTILA'
               TO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0510-LISTAR-REJEITADA
               VARYING WRK-IDX-REJ FROM 1 BY 1
               UNTIL WRK-IDX-REJ > WRK-QTD-REJ.
           IF WRK-QT-REJEITADAS > WRK-QTD-REJ
               MOVE '    (DEMAIS OCORRENCIAS NO LOG DE EXCECOES)'
                   TO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.

       0510-LISTAR-REJEITADA.
           STRING '    ' WRK-TAB-REJ-MATR(WRK-IDX-REJ)
               ' ITEM ' WRK-TAB-REJ-ITEM(WRK-IDX-REJ)
               ' RESPOSTA ' WRK-TAB-REJ-DADA(WRK-IDX-REJ)
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.

       0700-TOTAIS.
           MOVE ALL '-' TO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-TRE TO WRK-QT-ED.
           STRING 'TREINANDOS NO GABARITO ........ ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QT-CORRIGIDOS TO WRK-QT-ED.
           STRING 'APOSTILAS CORRIGIDAS .......... ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QT-SEM-RESP TO WRK-QT-ED.
           STRING 'SEM RESPOSTAS ................. ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QT-LANCADOS TO WRK-QT-ED.
           STRING 'NOTAS LANCADAS ................ ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QT-JA-LANCADOS TO WRK-QT-ED.
           STRING 'JA LANCADAS (NAO ALTERADAS) ... ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QT-REJEITADAS TO WRK-QT-ED.
           STRING 'RESPOSTAS SEM GABARITO ........ ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-QT-CORRIGIDOS > 0
               COMPUTE WRK-MEDIA-GERAL ROUNDED =
                   WRK-SOMA-NOTAS / WRK-QT-CORRIGIDOS
               MOVE WRK-MEDIA-GERAL TO WRK-NOTA-ED
               STRING 'MEDIA DAS APOSTILAS CORRIGIDAS   ' WRK-NOTA-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0800-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO GRADING-REPORT-RECORD.
           WRITE GRADING-REPORT-RECORD.
           DISPLAY WRK-LINHA-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'ALUCHK.CPY'.
