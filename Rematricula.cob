       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMATRICULA.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: VIRADA DO ANO LETIVO (REMATRICULA) A PARTIR DO
      * RESULTADO OFICIAL DO ANO (ANORES): APROVADO VAI PARA A
      * TURMA DA SERIE SEGUINTE (05A -> 06A, OU A TURMA DA
      * TABELA TURMAMAP), REPROVADO FICA NA MESMA TURMA, QUEM
      * CONCLUIU A ULTIMA SERIE OU SAIU POR TRANSFERENCIA FICA
      * MARCADO COMO SAIDA. IMPRIME AS NOVAS LISTAS DE TURMA E AS
      * EXCECOES (REMATRPT) E, SO NO MODO DE ATUALIZACAO, GRAVA
      * UMA GERACAO DE BACKUP DO ALUNMAST E O SUBSTITUI
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: A SECRETARIA REDIGITAVA O
      *              CADASTRO INTEIRO TODO JANEIRO. APROVADO =
      *              TODAS AS DISCIPLINAS APROVADAS NO ANO;
      *              QUALQUER REPROVADO NO ANO RETEM; TERMOS
      *              INCOMPLETOS OU ALUNO SEM RESULTADO FICAM
      *              COMO EXCECAO, SEM ALTERACAO, PARA UMA NOVA
      *              PASSADA DEPOIS DE ACERTADOS. O ANO LETIVO
      *              GRAVADO NO ALUNO IMPEDE QUE UMA SEGUNDA
      *              EXECUCAO PROMOVA DE NOVO. ULTIMA SERIE EM
      *              SYSPARM (REMATRICULA/ULTIMA-SERIE).
      * 15/10/2026 - O ANORES PASSOU PARA OS COPYBOOKS ANRSEL/
      *              ANRFD/ANRWS, COMPARTILHADOS COM CONSOLIDA-ANO.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'ALUSEL.CPY'.
           COPY 'ANRSEL.CPY'.
           SELECT CLASS-MAP-FILE ASSIGN TO "TURMAMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAP.
           SELECT ROLLOVER-REPORT-FILE ASSIGN TO "REMATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           COPY 'BKPSEL.CPY'.
           COPY 'AUDSEL.CPY'.
           COPY 'SYSSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'ALUFD.CPY'.

           COPY 'ANRFD.CPY'.

       FD  CLASS-MAP-FILE.
       01  CLASS-MAP-RECORD.
           05 TM-TURMA-ORIGEM  PIC X(05).
           05 TM-TURMA-DESTINO PIC X(05).

       FD  ROLLOVER-REPORT-FILE.
       01  ROLLOVER-REPORT-RECORD PIC X(80).

           COPY 'BKPFD.CPY'.

           COPY 'AUDFD.CPY'.

           COPY 'SYSFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'ALUWS.CPY'.
           COPY 'BKPWS.CPY'.
           COPY 'SYSWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'ANRWS.CPY'.
       77 WRK-STATUS-MAP     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-AUDIT   PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-ANO-LETIVO     PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-NOVO       PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-ALUNO      PIC 9(04) VALUE ZEROS.
       77 WRK-SW-ATUALIZA    PIC X(01) VALUE 'N'.
       77 WRK-SW-PROSSEGUE   PIC X(01) VALUE 'N'.
       77 WRK-ULTIMA-SERIE   PIC 9(02) VALUE ZEROS.
       77 WRK-SERIE          PIC 9(02) VALUE ZEROS.
       77 WRK-SERIE-TXT      PIC X(02) VALUE SPACES.
       77 WRK-SERIE-NOVA     PIC 9(02) VALUE ZEROS.
       77 WRK-TURMA-NOVA     PIC X(05) VALUE SPACES.
       77 WRK-TURMA-AUX      PIC X(05) VALUE SPACES.
       77 WRK-IDX            PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX2           PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-MENOR      PIC 9(03) VALUE ZEROS COMP.
       77 WRK-QTD-MAP        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-MAP        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-MAP-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-QTD-TURMAS     PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-TURMA      PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-TURMA-ACH   PIC X(01) VALUE 'N'.
       77 WRK-QTD-SEMCAD     PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-SEMCAD     PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-SEMCAD-ACH  PIC X(01) VALUE 'N'.
       77 WRK-QT-RESULTADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NA-TURMA    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-PROMOVIDOS  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-RETIDOS     PIC 9(03) VALUE ZEROS.
       77 WRK-QT-CONCLUINTES PIC 9(03) VALUE ZEROS.
       77 WRK-QT-TRANSFERIDOS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-JA-FEITOS   PIC 9(03) VALUE ZEROS.
       77 WRK-QT-EXCECOES    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-SAIDAS-ANT  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-MUDANCAS    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-NOVOS-CONCL PIC 9(03) VALUE ZEROS.
       77 WRK-QT-SEMCAD-ED   PIC 9(03) VALUE ZEROS.
       77 WRK-DESCR-ACAO     PIC X(23) VALUE SPACES.
       77 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.
      * DESTINO DE CADA ALUNO, NA MESMA POSICAO DA TABELA DO
      * CADASTRO (WRK-TAB-ALU). RESULTADO: BRANCO = SEM
      * RESULTADO, A = APROVADO, R = REPROVADO, I = INCOMPLETO.
      * ACAO: P = PROMOVIDO, R = RETIDO, C = CONCLUIU, T =
      * TRANSFERIDO, J = JA REMATRICULADO, N = SAIDA DE ANO
      * ANTERIOR, E = EXCECAO (FICA COMO ESTA).
       01 WRK-TABELA-DESTINOS.
           05 WRK-TAB-DST OCCURS 200 TIMES.
               10 WRK-DST-RESULTADO  PIC X(01).
               10 WRK-DST-ACAO       PIC X(01).
               10 WRK-DST-TURMA-NOVA PIC X(05).
               10 WRK-DST-MOTIVO     PIC X(30).
       01 WRK-TABELA-MAPA.
           05 WRK-TAB-MAP OCCURS 50 TIMES.
               10 WRK-MAP-ORIGEM  PIC X(05).
               10 WRK-MAP-DESTINO PIC X(05).
       01 WRK-TABELA-TURMAS.
           05 WRK-TAB-TURMA OCCURS 50 TIMES PIC X(05).
       01 WRK-TABELA-SEMCAD.
           05 WRK-TAB-SEMCAD OCCURS 50 TIMES PIC X(10).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               PERFORM 9100-CARREGAR-ALUNOS
               MOVE 'N' TO WRK-SW-PROSSEGUE
               EVALUATE TRUE
                   WHEN WRK-ALU-SW-CHEIA = 'S'
                       DISPLAY 'ALUNMAST MAIOR QUE A TABELA - '
                           'REMATRICULA NAO EXECUTADA'
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-ALU-QTD = 0
                       DISPLAY 'CADASTRO DE ALUNOS VAZIO'
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM 0200-CARREGAR-RESULTADOS
               END-EVALUATE
               IF WRK-SW-PROSSEGUE = 'S'
                   PERFORM 0300-APURAR-DESTINOS
                   OPEN OUTPUT ROLLOVER-REPORT-FILE
                   PERFORM 0400-LISTAR-TURMAS
                   PERFORM 0500-LISTAR-EXCECOES
                   PERFORM 0600-LISTAR-SAIDAS
                   PERFORM 0650-GRAVAR-TOTAIS
                   PERFORM 0680-CONCLUIR
                   CLOSE ROLLOVER-REPORT-FILE
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA REMATRICULA'
               MOVE 'REMATRICULA' TO WRK-EXCP-PROGRAMA
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
           MOVE 'REMATRICULA' TO WRK-PERM-PROGRAMA.
           MOVE 'VIRADA' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
           DISPLAY 'ANO LETIVO ENCERRADO (AAAA): '
           ACCEPT WRK-ANO-LETIVO.
           COMPUTE WRK-ANO-NOVO = WRK-ANO-LETIVO + 1.
           DISPLAY 'ATUALIZAR O ALUNMAST? (S = ATUALIZA, '
               'N = SO PREVIA): '
           ACCEPT WRK-SW-ATUALIZA.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE 'REMATRICULA' TO WRK-PAR-PROGRAMA.
           MOVE 'ULTIMA-SERIE' TO WRK-PAR-CHAVE.
           MOVE 9 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-ULTIMA-SERIE.
           PERFORM 0110-CARREGAR-MAPA.

       0110-CARREGAR-MAPA.
      * TABELA DE TROCA DE TURMA (TURMAMAP): TURMA DE ORIGEM E
      * TURMA DE DESTINO DO APROVADO. TURMA FORA DA TABELA SEGUE
      * A REGRA PADRAO (SERIE + 1, MESMA LETRA). ARQUIVO
      * OPCIONAL.
           MOVE ZEROS TO WRK-QTD-MAP.
           OPEN INPUT CLASS-MAP-FILE.
           IF WRK-STATUS-MAP = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0120-LER-MAPA
               PERFORM 0130-ARMAZENAR-MAPA
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE CLASS-MAP-FILE.

       0120-LER-MAPA.
           READ CLASS-MAP-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0130-ARMAZENAR-MAPA.
           IF TM-TURMA-ORIGEM NOT = SPACES
               IF WRK-QTD-MAP < 50
                   ADD 1 TO WRK-QTD-MAP
                   MOVE TM-TURMA-ORIGEM
                       TO WRK-MAP-ORIGEM(WRK-QTD-MAP)
                   MOVE TM-TURMA-DESTINO
                       TO WRK-MAP-DESTINO(WRK-QTD-MAP)
               ELSE
                   DISPLAY 'TABELA TURMAMAP CHEIA - IGNORADO: '
                       TM-TURMA-ORIGEM
               END-IF
           END-IF.
           PERFORM 0120-LER-MAPA.

       0200-CARREGAR-RESULTADOS.
      * O RESULTADO DO ALUNO E O PIOR ENTRE AS DISCIPLINAS:
      * REPROVADO PREVALECE SOBRE INCOMPLETO, QUE PREVALECE SOBRE
      * APROVADO.
           PERFORM 0205-LIMPAR-DESTINO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ALU-QTD.
           MOVE ZEROS TO WRK-QT-RESULTADOS.
           MOVE ZEROS TO WRK-QTD-SEMCAD.
           OPEN INPUT YEAR-RESULT-FILE.
           IF WRK-STATUS-RES = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0210-LER-RESULTADO
               PERFORM 0220-ACUMULAR-RESULTADO
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE YEAR-RESULT-FILE.
           IF WRK-QT-RESULTADOS > 0
               MOVE 'S' TO WRK-SW-PROSSEGUE
           ELSE
      * SEM O RESULTADO DO ANO TODOS SAIRIAM COMO EXCECAO: O
      * CONSOLIDA-ANO AINDA NAO RODOU PARA ESTE ANO.
               DISPLAY 'NENHUM RESULTADO DE ' WRK-ANO-LETIVO
                   ' NO ANORES - RODAR O CONSOLIDA-ANO ANTES'
               MOVE 'REMATRICULA' TO WRK-EXCP-PROGRAMA
               MOVE SPACES TO WRK-EXCP-MENSAGEM
               STRING 'ANORES SEM RESULTADO DE ' WRK-ANO-LETIVO
                   DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
               MOVE 'A' TO WRK-EXCP-SEVERIDADE
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF.

       0205-LIMPAR-DESTINO.
           MOVE SPACES TO WRK-DST-RESULTADO(WRK-IDX).
           MOVE SPACES TO WRK-DST-ACAO(WRK-IDX).
           MOVE SPACES TO WRK-DST-TURMA-NOVA(WRK-IDX).
           MOVE SPACES TO WRK-DST-MOTIVO(WRK-IDX).

       0210-LER-RESULTADO.
           READ YEAR-RESULT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0220-ACUMULAR-RESULTADO.
           IF RA-ANO = WRK-ANO-LETIVO
               ADD 1 TO WRK-QT-RESULTADOS
               MOVE RA-MATRICULA TO WRK-ALU-PROCURADO
               PERFORM 9150-LOCALIZAR-ALUNO
               IF WRK-ALU-SW-ACHADO = 'S'
                   PERFORM 0230-COMBINAR-RESULTADO
               ELSE
                   PERFORM 0240-GUARDAR-SEM-CADASTRO
               END-IF
           END-IF.
           PERFORM 0210-LER-RESULTADO.

       0230-COMBINAR-RESULTADO.
           EVALUATE RA-SITUACAO
               WHEN 'REPROVADO NO ANO'
                   MOVE 'R' TO WRK-DST-RESULTADO(WRK-ALU-IDX-ACHADO)
               WHEN 'APROVADO NO ANO'
                   IF WRK-DST-RESULTADO(WRK-ALU-IDX-ACHADO)
                          = SPACES
                       MOVE 'A'
                           TO WRK-DST-RESULTADO(WRK-ALU-IDX-ACHADO)
                   END-IF
               WHEN OTHER
                   IF WRK-DST-RESULTADO(WRK-ALU-IDX-ACHADO)
                          NOT = 'R'
                       MOVE 'I'
                           TO WRK-DST-RESULTADO(WRK-ALU-IDX-ACHADO)
                   END-IF
           END-EVALUATE.

       0240-GUARDAR-SEM-CADASTRO.
      * MATRICULA DO ANORES FORA DO ALUNMAST: VAI PARA AS
      * EXCECOES UMA VEZ SO (O ANORES TEM UMA LINHA POR
      * DISCIPLINA).
           MOVE 'N' TO WRK-SW-SEMCAD-ACH.
           PERFORM 0245-COMPARAR-SEM-CADASTRO
               VARYING WRK-IDX-SEMCAD FROM 1 BY 1
               UNTIL WRK-IDX-SEMCAD > WRK-QTD-SEMCAD
                  OR WRK-SW-SEMCAD-ACH = 'S'.
           IF WRK-SW-SEMCAD-ACH = 'N'
              AND WRK-QTD-SEMCAD < 50
               ADD 1 TO WRK-QTD-SEMCAD
               MOVE RA-MATRICULA TO WRK-TAB-SEMCAD(WRK-QTD-SEMCAD)
           END-IF.

       0245-COMPARAR-SEM-CADASTRO.
           IF WRK-TAB-SEMCAD(WRK-IDX-SEMCAD) = RA-MATRICULA
               MOVE 'S' TO WRK-SW-SEMCAD-ACH
           END-IF.

       0300-APURAR-DESTINOS.
           MOVE ZEROS TO WRK-QT-PROMOVIDOS.
           MOVE ZEROS TO WRK-QT-RETIDOS.
           MOVE ZEROS TO WRK-QT-CONCLUINTES.
           MOVE ZEROS TO WRK-QT-TRANSFERIDOS.
           MOVE ZEROS TO WRK-QT-JA-FEITOS.
           MOVE ZEROS TO WRK-QT-EXCECOES.
           MOVE ZEROS TO WRK-QT-SAIDAS-ANT.
           MOVE ZEROS TO WRK-QT-NOVOS-CONCL.
           PERFORM 0310-APURAR-UM-ALUNO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ALU-QTD.
           COMPUTE WRK-QT-MUDANCAS = WRK-QT-PROMOVIDOS
               + WRK-QT-RETIDOS + WRK-QT-NOVOS-CONCL.

       0310-APURAR-UM-ALUNO.
      * ANO LETIVO ZERADO (REGISTRO ANTIGO) VALE O ANO EM
      * ENCERRAMENTO. ALUNO JA NO ANO NOVO FOI REMATRICULADO
      * POR UMA EXECUCAO ANTERIOR E NAO E PROMOVIDO DE NOVO.
           MOVE WRK-TAB-ALU-ANO(WRK-IDX) TO WRK-ANO-ALUNO.
           IF WRK-ANO-ALUNO = 0
               MOVE WRK-ANO-LETIVO TO WRK-ANO-ALUNO
           END-IF.
           MOVE WRK-TAB-ALU-TURMA(WRK-IDX)
               TO WRK-DST-TURMA-NOVA(WRK-IDX).
           EVALUATE TRUE
               WHEN WRK-TAB-ALU-SIT(WRK-IDX) NOT = SPACES
                AND WRK-ANO-ALUNO NOT = WRK-ANO-LETIVO
                   MOVE 'N' TO WRK-DST-ACAO(WRK-IDX)
                   ADD 1 TO WRK-QT-SAIDAS-ANT
               WHEN WRK-TAB-ALU-SIT(WRK-IDX) = 'T'
                   MOVE 'T' TO WRK-DST-ACAO(WRK-IDX)
                   ADD 1 TO WRK-QT-TRANSFERIDOS
               WHEN WRK-TAB-ALU-SIT(WRK-IDX) = 'C'
                   MOVE 'C' TO WRK-DST-ACAO(WRK-IDX)
                   ADD 1 TO WRK-QT-CONCLUINTES
               WHEN WRK-TAB-ALU-SIT(WRK-IDX) NOT = SPACES
                   MOVE 'E' TO WRK-DST-ACAO(WRK-IDX)
                   MOVE 'SITUACAO DESCONHECIDA NO CADASTRO'
                       TO WRK-DST-MOTIVO(WRK-IDX)
                   ADD 1 TO WRK-QT-EXCECOES
               WHEN WRK-ANO-ALUNO = WRK-ANO-NOVO
                   MOVE 'J' TO WRK-DST-ACAO(WRK-IDX)
                   ADD 1 TO WRK-QT-JA-FEITOS
               WHEN WRK-ANO-ALUNO NOT = WRK-ANO-LETIVO
                   MOVE 'E' TO WRK-DST-ACAO(WRK-IDX)
                   MOVE 'ANO LETIVO DO CADASTRO DIFERENTE'
                       TO WRK-DST-MOTIVO(WRK-IDX)
                   ADD 1 TO WRK-QT-EXCECOES
               WHEN WRK-DST-RESULTADO(WRK-IDX) = 'R'
                   MOVE 'R' TO WRK-DST-ACAO(WRK-IDX)
                   ADD 1 TO WRK-QT-RETIDOS
               WHEN WRK-DST-RESULTADO(WRK-IDX) = 'A'
                   PERFORM 0320-PROMOVER-ALUNO
               WHEN WRK-DST-RESULTADO(WRK-IDX) = 'I'
                   MOVE 'E' TO WRK-DST-ACAO(WRK-IDX)
                   MOVE 'RESULTADO INCOMPLETO NO ANORES'
                       TO WRK-DST-MOTIVO(WRK-IDX)
                   ADD 1 TO WRK-QT-EXCECOES
               WHEN OTHER
                   MOVE 'E' TO WRK-DST-ACAO(WRK-IDX)
                   MOVE 'SEM RESULTADO NO ANORES'
                       TO WRK-DST-MOTIVO(WRK-IDX)
                   ADD 1 TO WRK-QT-EXCECOES
           END-EVALUATE.

       0320-PROMOVER-ALUNO.
      * A TABELA TURMAMAP VEM PRIMEIRO (PERMITE LEVAR A ULTIMA
      * SERIE DE UM CICLO PARA O CICLO SEGUINTE); FORA DELA, A
      * ULTIMA SERIE CONCLUI E AS DEMAIS VAO PARA SERIE + 1 COM
      * A MESMA LETRA.
           MOVE WRK-TAB-ALU-TURMA(WRK-IDX) TO WRK-TURMA-AUX.
           PERFORM 0330-PROCURAR-MAPA.
           MOVE WRK-TURMA-AUX(1:2) TO WRK-SERIE-TXT.
           EVALUATE TRUE
               WHEN WRK-SW-MAP-ACHADO = 'S'
                   MOVE 'P' TO WRK-DST-ACAO(WRK-IDX)
                   MOVE WRK-MAP-DESTINO(WRK-IDX-MAP)
                       TO WRK-DST-TURMA-NOVA(WRK-IDX)
                   ADD 1 TO WRK-QT-PROMOVIDOS
               WHEN WRK-SERIE-TXT IS NOT NUMERIC
                   MOVE 'E' TO WRK-DST-ACAO(WRK-IDX)
                   MOVE 'TURMA FORA DA REGRA E DO TURMAMAP'
                       TO WRK-DST-MOTIVO(WRK-IDX)
                   ADD 1 TO WRK-QT-EXCECOES
               WHEN OTHER
                   MOVE WRK-SERIE-TXT TO WRK-SERIE
                   IF WRK-SERIE >= WRK-ULTIMA-SERIE
                       MOVE 'C' TO WRK-DST-ACAO(WRK-IDX)
                       ADD 1 TO WRK-QT-CONCLUINTES
                       ADD 1 TO WRK-QT-NOVOS-CONCL
                   ELSE
                       COMPUTE WRK-SERIE-NOVA = WRK-SERIE + 1
                       MOVE WRK-TURMA-AUX TO WRK-TURMA-NOVA
                       MOVE WRK-SERIE-NOVA TO WRK-TURMA-NOVA(1:2)
                       MOVE 'P' TO WRK-DST-ACAO(WRK-IDX)
                       MOVE WRK-TURMA-NOVA
                           TO WRK-DST-TURMA-NOVA(WRK-IDX)
                       ADD 1 TO WRK-QT-PROMOVIDOS
                   END-IF
           END-EVALUATE.

       0330-PROCURAR-MAPA.
      * O PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA; POR ISSO O INDICE E RECUADO.
           MOVE 'N' TO WRK-SW-MAP-ACHADO.
           PERFORM 0335-COMPARAR-MAPA
               VARYING WRK-IDX-MAP FROM 1 BY 1
               UNTIL WRK-IDX-MAP > WRK-QTD-MAP
                  OR WRK-SW-MAP-ACHADO = 'S'.
           IF WRK-SW-MAP-ACHADO = 'S'
               SUBTRACT 1 FROM WRK-IDX-MAP
           END-IF.

       0335-COMPARAR-MAPA.
           IF WRK-MAP-ORIGEM(WRK-IDX-MAP) = WRK-TURMA-AUX
               MOVE 'S' TO WRK-SW-MAP-ACHADO
           END-IF.

       0400-LISTAR-TURMAS.
      * NOVAS LISTAS DE TURMA DO ANO SEGUINTE: PROMOVIDOS,
      * RETIDOS E OS JA REMATRICULADOS, EM ORDEM DE TURMA.
           STRING 'REMATRICULA ' WRK-ANO-LETIVO ' -> '
               WRK-ANO-NOVO ' - NOVAS LISTAS DE TURMA'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-SW-ATUALIZA = 'S'
               MOVE 'MODO: ATUALIZACAO DO ALUNMAST'
                   TO WRK-LINHA-RPT
           ELSE
               MOVE 'MODO: PREVIA (ALUNMAST NAO E ALTERADO)'
                   TO WRK-LINHA-RPT
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-QTD-TURMAS.
           PERFORM 0410-REGISTRAR-TURMA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ALU-QTD.
           PERFORM 0420-ORDENAR-TURMAS
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX >= WRK-QTD-TURMAS.
           PERFORM 0430-LISTAR-UMA-TURMA
               VARYING WRK-IDX-TURMA FROM 1 BY 1
               UNTIL WRK-IDX-TURMA > WRK-QTD-TURMAS.

       0410-REGISTRAR-TURMA.
           IF WRK-DST-ACAO(WRK-IDX) = 'P' OR 'R' OR 'J'
               MOVE 'N' TO WRK-SW-TURMA-ACH
               PERFORM 0415-COMPARAR-TURMA
                   VARYING WRK-IDX2 FROM 1 BY 1
                   UNTIL WRK-IDX2 > WRK-QTD-TURMAS
                      OR WRK-SW-TURMA-ACH = 'S'
               IF WRK-SW-TURMA-ACH = 'N'
                   IF WRK-QTD-TURMAS < 50
                       ADD 1 TO WRK-QTD-TURMAS
                       MOVE WRK-DST-TURMA-NOVA(WRK-IDX)
                           TO WRK-TAB-TURMA(WRK-QTD-TURMAS)
                   ELSE
                       DISPLAY 'TABELA DE TURMAS CHEIA - '
                           'IGNORADA: '
                           WRK-DST-TURMA-NOVA(WRK-IDX)
                   END-IF
               END-IF
           END-IF.

       0415-COMPARAR-TURMA.
           IF WRK-TAB-TURMA(WRK-IDX2) = WRK-DST-TURMA-NOVA(WRK-IDX)
               MOVE 'S' TO WRK-SW-TURMA-ACH
           END-IF.

       0420-ORDENAR-TURMAS.
      * ORDENACAO POR SELECAO: A MENOR TURMA RESTANTE VAI PARA A
      * POSICAO WRK-IDX.
           MOVE WRK-IDX TO WRK-IDX-MENOR.
           PERFORM 0425-COMPARAR-MENOR
               VARYING WRK-IDX2 FROM WRK-IDX BY 1
               UNTIL WRK-IDX2 > WRK-QTD-TURMAS.
           IF WRK-IDX-MENOR NOT = WRK-IDX
               MOVE WRK-TAB-TURMA(WRK-IDX) TO WRK-TURMA-AUX
               MOVE WRK-TAB-TURMA(WRK-IDX-MENOR)
                   TO WRK-TAB-TURMA(WRK-IDX)
               MOVE WRK-TURMA-AUX TO WRK-TAB-TURMA(WRK-IDX-MENOR)
           END-IF.

       0425-COMPARAR-MENOR.
           IF WRK-TAB-TURMA(WRK-IDX2) < WRK-TAB-TURMA(WRK-IDX-MENOR)
               MOVE WRK-IDX2 TO WRK-IDX-MENOR
           END-IF.

       0430-LISTAR-UMA-TURMA.
           MOVE SPACES TO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           STRING 'TURMA ' WRK-TAB-TURMA(WRK-IDX-TURMA)
               ' - ANO LETIVO ' WRK-ANO-NOVO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-QT-NA-TURMA.
           PERFORM 0440-LISTAR-ALUNO-TURMA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ALU-QTD.
           STRING '  ALUNOS NA TURMA: ' WRK-QT-NA-TURMA
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.

       0440-LISTAR-ALUNO-TURMA.
           IF (WRK-DST-ACAO(WRK-IDX) = 'P' OR 'R' OR 'J')
              AND WRK-DST-TURMA-NOVA(WRK-IDX)
                  = WRK-TAB-TURMA(WRK-IDX-TURMA)
               ADD 1 TO WRK-QT-NA-TURMA
               EVALUATE WRK-DST-ACAO(WRK-IDX)
                   WHEN 'P'
                       MOVE 'PROMOVIDO' TO WRK-DESCR-ACAO
                   WHEN 'R'
                       MOVE 'RETIDO' TO WRK-DESCR-ACAO
                   WHEN OTHER
                       MOVE 'JA REMATRICULADO' TO WRK-DESCR-ACAO
               END-EVALUATE
               STRING '  ' WRK-TAB-ALU-MATR(WRK-IDX) ' '
                   WRK-TAB-ALU-NOME(WRK-IDX) ' DE '
                   WRK-TAB-ALU-TURMA(WRK-IDX) ' '
                   WRK-DESCR-ACAO
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0500-LISTAR-EXCECOES.
      * ALUNOS QUE FICAM COMO ESTAO ATE A SECRETARIA ACERTAR O
      * RESULTADO OU A TURMA, E RESULTADOS SEM CADASTRO.
           MOVE SPACES TO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'EXCECOES (ALUNO NAO ALTERADO)' TO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0510-LISTAR-UMA-EXCECAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ALU-QTD.
           PERFORM 0520-LISTAR-SEM-CADASTRO
               VARYING WRK-IDX-SEMCAD FROM 1 BY 1
               UNTIL WRK-IDX-SEMCAD > WRK-QTD-SEMCAD.
           IF WRK-QT-EXCECOES = 0 AND WRK-QTD-SEMCAD = 0
               MOVE '  NENHUMA' TO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0510-LISTAR-UMA-EXCECAO.
           IF WRK-DST-ACAO(WRK-IDX) = 'E'
               STRING '  ' WRK-TAB-ALU-MATR(WRK-IDX) ' '
                   WRK-TAB-ALU-TURMA(WRK-IDX) ' '
                   WRK-DST-MOTIVO(WRK-IDX)
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0520-LISTAR-SEM-CADASTRO.
           STRING '  ' WRK-TAB-SEMCAD(WRK-IDX-SEMCAD)
               ' RESULTADO NO ANORES SEM CADASTRO NO ALUNMAST'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.

       0600-LISTAR-SAIDAS.
           MOVE SPACES TO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           STRING 'SAIDAS DO ANO LETIVO ' WRK-ANO-LETIVO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0610-LISTAR-UMA-SAIDA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ALU-QTD.
           IF WRK-QT-CONCLUINTES = 0 AND WRK-QT-TRANSFERIDOS = 0
               MOVE '  NENHUMA' TO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0610-LISTAR-UMA-SAIDA.
           IF WRK-DST-ACAO(WRK-IDX) = 'C' OR 'T'
               IF WRK-DST-ACAO(WRK-IDX) = 'C'
                   MOVE 'CONCLUIU A ULTIMA SERIE' TO WRK-DESCR-ACAO
               ELSE
                   MOVE 'TRANSFERIDO' TO WRK-DESCR-ACAO
               END-IF
               STRING '  ' WRK-TAB-ALU-MATR(WRK-IDX) ' '
                   WRK-TAB-ALU-NOME(WRK-IDX) ' '
                   WRK-TAB-ALU-TURMA(WRK-IDX) ' '
                   WRK-DESCR-ACAO
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0650-GRAVAR-TOTAIS.
           MOVE SPACES TO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           STRING 'PROMOVIDOS: ' WRK-QT-PROMOVIDOS
               ' RETIDOS: ' WRK-QT-RETIDOS
               ' CONCLUINTES: ' WRK-QT-CONCLUINTES
               ' TRANSFERIDOS: ' WRK-QT-TRANSFERIDOS
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-SEMCAD TO WRK-QT-SEMCAD-ED.
           STRING 'EXCECOES: ' WRK-QT-EXCECOES
               ' SEM CADASTRO: ' WRK-QT-SEMCAD-ED
               ' JA REMATRICULADOS: ' WRK-QT-JA-FEITOS
               ' SAIDAS ANTERIORES: ' WRK-QT-SAIDAS-ANT
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.

       0680-CONCLUIR.
           EVALUATE TRUE
               WHEN WRK-SW-ATUALIZA NOT = 'S'
                   MOVE 'PREVIA - ALUNMAST NAO ALTERADO'
                       TO WRK-LINHA-RPT
                   PERFORM 0800-GRAVAR-LINHA
               WHEN WRK-QT-MUDANCAS = 0
                   STRING 'NENHUM ALUNO A REMATRICULAR - '
                       'ALUNMAST NAO ALTERADO'
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
                   PERFORM 0800-GRAVAR-LINHA
               WHEN OTHER
                   PERFORM 0700-SUBSTITUIR-CADASTRO
           END-EVALUATE.
           IF WRK-QT-EXCECOES > 0 OR WRK-QTD-SEMCAD > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       0700-SUBSTITUIR-CADASTRO.
      * A GERACAO DE BACKUP E GRAVADA DA TABELA AINDA SEM AS
      * MUDANCAS; A VOLTA E PELA RESTAURACAO DE BACKUP (ARQUIVO
      * ALUNMAST).
           MOVE 'BACKUP' TO WRK-PAR-PROGRAMA.
           MOVE 'QT-GERACOES' TO WRK-PAR-CHAVE.
           MOVE 5 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-BKP-MAXGER.
           ACCEPT WRK-BKP-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-BKP-HORA FROM TIME.
           MOVE SPACES TO WRK-BKP-NOME.
           STRING 'ALUNMAST.B' WRK-BKP-DATA WRK-BKP-HORA(1:6)
               DELIMITED BY SIZE INTO WRK-BKP-NOME.
           OPEN OUTPUT BACKUP-GEN-FILE.
           PERFORM 0710-DESCARREGAR-ALUNO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ALU-QTD.
           CLOSE BACKUP-GEN-FILE.
           MOVE 'ALUNMAST' TO WRK-BKP-ARQUIVO.
           PERFORM 9600-REGISTRAR-BACKUP.
           PERFORM 0720-APLICAR-DESTINO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ALU-QTD.
           PERFORM 9170-REGRAVAR-ALUNOS.
           PERFORM 0730-REGISTRAR-AUDITORIA.
           STRING 'ALUNMAST ATUALIZADO - BACKUP: ' WRK-BKP-NOME
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.

       0710-DESCARREGAR-ALUNO.
           MOVE SPACES TO BACKUP-GEN-RECORD.
           MOVE WRK-TAB-ALU(WRK-IDX) TO BACKUP-GEN-RECORD(1:70).
           WRITE BACKUP-GEN-RECORD.

       0720-APLICAR-DESTINO.
      * PROMOVIDO E RETIDO PASSAM PARA O ANO NOVO; CONCLUINTE
      * FICA NO ANO ENCERRADO, MARCADO COMO SAIDA.
           EVALUATE WRK-DST-ACAO(WRK-IDX)
               WHEN 'P'
               WHEN 'R'
                   MOVE WRK-DST-TURMA-NOVA(WRK-IDX)
                       TO WRK-TAB-ALU-TURMA(WRK-IDX)
                   MOVE WRK-ANO-NOVO TO WRK-TAB-ALU-ANO(WRK-IDX)
               WHEN 'C'
                   MOVE 'C' TO WRK-TAB-ALU-SIT(WRK-IDX)
                   MOVE WRK-ANO-LETIVO TO WRK-TAB-ALU-ANO(WRK-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0730-REGISTRAR-AUDITORIA.
      * A SUBSTITUICAO DO CADASTRO FICA NA TRILHA: QUEM, QUANDO
      * E QUAL ANO FOI VIRADO.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO WRK-DATA-HORA.
           STRING WRK-DATA-SISTEMA '-' WRK-HORA-SISTEMA
               DELIMITED BY SIZE INTO WRK-DATA-HORA.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WRK-STATUS-AUDIT NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.
           MOVE WRK-DATA-HORA TO AL-DATA-HORA.
           MOVE LOG-USUARIO   TO AL-USUARIO.
           MOVE LOG-PERFIL    TO AL-PERFIL.
           MOVE SPACES TO AL-MENSAGEM.
           STRING 'REMATRICULA ' WRK-ANO-LETIVO '-' WRK-ANO-NOVO
               DELIMITED BY SIZE INTO AL-MENSAGEM.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       0800-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO ROLLOVER-REPORT-RECORD.
           WRITE ROLLOVER-REPORT-RECORD.
           DISPLAY WRK-LINHA-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'SYSPRM.CPY'.

           COPY 'BKPCAT.CPY'.

           COPY 'ALUCHK.CPY'.
