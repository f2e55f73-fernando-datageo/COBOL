      *              NOME DO ALUNO NA LINHA DO CLASSRPT;
      *              MATRICULA FORA DO CADASTRO SAI COMO NAO
      *              CADASTRADO E VAI AO LOG DE EXCECOES.
      * 15/10/2026 - LANCAMENTO RESTRITO AO PROFESSOR DA TURMA:
      *              NOS MODOS 1, 2 E 4 A NOTA SO E ACEITA QUANDO A
      *              TURMA DO ALUNO (ALUNMAST) E A DISCIPLINA ESTAO
      *              ATRIBUIDAS AO USUARIO NO CADASTRO DE
      *              PROFESSORES (PROFMAST); O COORDENADOR (FUNCAO
      *              COORDENA NA MATRIZ) NAO E RESTRINGIDO. NOTA DO
      *              BIMESTRE JA LANCADA NO TRANSCPT SO E ALTERADA
      *              COM APROVACAO DO COORDENADOR: A ALTERACAO DO
      *              PROFESSOR VAI PARA A FILA NOTAPEND E O NOVO
      *              MODO 5 APROVA OU RECUSA; TODA ALTERACAO
      *              DECIDIDA FICA NO NOTALOG COM A MEDIA E A
      *              SITUACAO ANTERIOR E NOVA.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RETAKE-REPORT-FILE ASSIGN TO "RECUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RRP.
           SELECT GRADE-PENDING-FILE ASSIGN TO "NOTAPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PND.
           SELECT GRADE-CHANGE-LOG-FILE ASSIGN TO "NOTALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NLG.
           COPY 'PRFSEL.CPY'.
           COPY 'SYSSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.
       FD  RETAKE-REPORT-FILE.
       01  RETAKE-REPORT-RECORD PIC X(80).

      * ALTERACAO DE NOTA JA LANCADA AGUARDANDO O COORDENADOR:
      * O REGISTRO NOVO COMPLETO E A MEDIA/SITUACAO ANTERIOR.
       FD  GRADE-PENDING-FILE.
       01  GRADE-PENDING-RECORD.
           05 NP-MATRICULA    PIC X(10).
           05 NP-DISCIPLINA   PIC X(05).
           05 NP-ANO          PIC 9(04).
           05 NP-TERMO        PIC 9(01).
           05 NP-NOTA1        PIC 9(02)V9.
           05 NP-NOTA2        PIC 9(02)V9.
           05 NP-NOTA3        PIC 9(02)V9.
           05 NP-PESO1        PIC 9(02)V9.
           05 NP-PESO2        PIC 9(02)V9.
           05 NP-PESO3        PIC 9(02)V9.
           05 NP-MEDIA        PIC 9(02)V9.
           05 NP-FREQUENCIA   PIC 9(03).
           05 NP-STATUS       PIC X(25).
           05 NP-MEDIA-ANT    PIC 9(02)V9.
           05 NP-STATUS-ANT   PIC X(25).
           05 NP-SOLICITANTE  PIC X(20).
           05 NP-DATA         PIC 9(08).
           05 NP-HORA         PIC 9(06).

      * ALTERACOES DE NOTA JA LANCADA, APROVADAS (A) OU
      * RECUSADAS (R), COM QUEM PEDIU E QUEM DECIDIU.
       FD  GRADE-CHANGE-LOG-FILE.
       01  GRADE-CHANGE-LOG-RECORD.
           05 NL-DATA         PIC 9(08).
           05 NL-HORA         PIC 9(06).
           05 NL-MATRICULA    PIC X(10).
           05 NL-DISCIPLINA   PIC X(05).
           05 NL-ANO          PIC 9(04).
           05 NL-TERMO        PIC 9(01).
           05 NL-MEDIA-ANT    PIC 9(02)V9.
           05 NL-MEDIA-NOVA   PIC 9(02)V9.
           05 NL-STATUS-ANT   PIC X(25).
           05 NL-STATUS-NOVO  PIC X(25).
           05 NL-SOLICITANTE  PIC X(20).
           05 NL-APROVADOR    PIC X(20).
           05 NL-DECISAO      PIC X(01).

           COPY 'PRFFD.CPY'.

           COPY 'SYSFD.CPY'.

           COPY 'TRNFD.CPY'.
               10 WRK-TAB-PEND-TERMO  PIC 9(01).
               10 WRK-TAB-PEND-MEDIA  PIC 9(02)V9.
               10 WRK-TAB-PEND-STATUS PIC X(25).
           COPY 'PRFWS.CPY'.
       77 WRK-STATUS-PND         PIC X(02) VALUE SPACES.
       77 WRK-STATUS-NLG         PIC X(02) VALUE SPACES.
       77 WRK-SW-COORDENADOR     PIC X(01) VALUE 'N'.
       77 WRK-SW-DIREITO         PIC X(01) VALUE 'S'.
       77 WRK-SW-PENDENTE        PIC X(01) VALUE 'N'.
       77 WRK-SW-PND-CHEIA       PIC X(01) VALUE 'N'.
       77 WRK-QTD-LANC           PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-LANC           PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-LANC-ACHADO    PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-LANC-ACHADO     PIC X(01) VALUE 'N'.
       77 WRK-LANC-MATR          PIC X(10) VALUE SPACES.
       77 WRK-LANC-DISC          PIC X(05) VALUE SPACES.
       77 WRK-LANC-TERMO         PIC 9(01) VALUE ZEROS.
       77 WRK-ALT-MEDIA-ANT      PIC 9(02)V9 VALUE ZEROS.
       77 WRK-ALT-STATUS-ANT     PIC X(25) VALUE SPACES.
       77 WRK-ALT-SOLICITANTE    PIC X(20) VALUE SPACES.
       77 WRK-ALT-DECISAO        PIC X(01) VALUE SPACES.
       77 WRK-ALT-MEDIA-ANT-ED   PIC Z9,9 VALUE ZEROS.
       77 WRK-ALT-MEDIA-NOVA-ED  PIC Z9,9 VALUE ZEROS.
       77 WRK-QTD-PND            PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-PND            PIC 9(03) VALUE ZEROS COMP.
       77 WRK-QTD-APROVADAS      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-RECUSADAS      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-MANTIDAS       PIC 9(03) VALUE ZEROS.
       77 WRK-DECISAO            PIC X(01) VALUE SPACES.
       77 WRK-DATA-ALT           PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-ALT           PIC 9(08) VALUE ZEROS.
      * ULTIMA MEDIA/SITUACAO JA LANCADA NO TRANSCPT POR ALUNO,
      * DISCIPLINA E BIMESTRE DO ANO EM PROCESSAMENTO.
       01 WRK-TABELA-LANCADAS.
           05 WRK-TAB-LANC OCCURS 500 TIMES.
               10 WRK-TAB-LANC-MATR   PIC X(10).
               10 WRK-TAB-LANC-DISC   PIC X(05).
               10 WRK-TAB-LANC-TERMO  PIC 9(01).
               10 WRK-TAB-LANC-MEDIA  PIC 9(02)V9.
               10 WRK-TAB-LANC-STATUS PIC X(25).
      * FILA NOTAPEND EM MEMORIA DURANTE A APROVACAO: IMAGEM DO
      * REGISTRO E A DECISAO (A/R; BRANCO = MANTIDA NA FILA).
       01 WRK-TABELA-PENDENTES-NOTA.
           05 WRK-TAB-PND OCCURS 100 TIMES.
               10 WRK-TAB-PND-IMAGEM  PIC X(131).
               10 WRK-TAB-PND-DECISAO PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0050-VERIFICAR-COORDENADOR
               DISPLAY 'MODO (1-INDIVIDUAL  2-LOTE TURMA'
               DISPLAY '      3-EXTRAIR RECUPERACAO'
               DISPLAY '      4-RESULTADO FINAL RECUPERACAO'
               DISPLAY '      5-APROVAR ALTERACOES DE NOTAS): '
               ACCEPT WRK-MODO
               EVALUATE WRK-MODO
                   WHEN 2
                       PERFORM 0500-EXTRAIR-RECUPERACAO
                   WHEN 4
                       PERFORM 0600-RESULTADO-FINAL
                   WHEN 5
                       PERFORM 0800-APROVAR-ALTERACOES
                   WHEN OTHER
                       PERFORM 0100-INICIAR
                       IF WRK-SW-DIREITO = 'S'
                           PERFORM 0200-PROCESSAR
                           PERFORM 0700-CARREGAR-LANCADAS
                           PERFORM 0310-LANCAR-NOTA
                       END-IF
               END-EVALUATE
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA NOTAS'
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0050-VERIFICAR-COORDENADOR.
      * O COORDENADOR (FUNCAO COORDENA DO PROGCOB07 NA MATRIZ)
      * LANCA EM QUALQUER TURMA E APROVA AS ALTERACOES DE NOTA JA
      * LANCADA; OS DEMAIS SO LANCAM NAS TURMAS E DISCIPLINAS
      * ATRIBUIDAS A ELES NO PROFMAST.
           MOVE 'COORDENA' TO WRK-PERM-FUNCAO.
           PERFORM 9200-VERIFICAR-PERMISSAO.
           MOVE WRK-PERM-AUTORIZADO TO WRK-SW-COORDENADOR.
           IF WRK-SW-COORDENADOR = 'N'
               PERFORM 9100-CARREGAR-ALUNOS
               PERFORM 9900-CARREGAR-PROFESSORES
           END-IF.

       0100-INICIAR.
           DISPLAY 'MATRICULA DO ALUNO: '
           ACCEPT WRK-MATRICULA.
           DISPLAY 'DISCIPLINA (EX: MAT, HIST): '
           ACCEPT WRK-DISCIPLINA.
           PERFORM 0150-PEDIR-ANO-TERMO.
           PERFORM 0170-VERIFICAR-DIREITO.
           IF WRK-SW-DIREITO = 'S'
               PERFORM 0105-LER-NOTAS
           ELSE
               DISPLAY 'SEM ATRIBUICAO PARA LANCAR NOTA NA TURMA '
                   WRK-ALU-TURMA ' DISCIPLINA ' WRK-DISCIPLINA
               MOVE 4 TO RETURN-CODE
           END-IF.

       0105-LER-NOTAS.
           MOVE 'N' TO WRK-SW-NOTA-VALIDA.
           PERFORM 0110-LER-NOTA1 UNTIL WRK-SW-NOTA-VALIDA = 'S'.
           MOVE 'N' TO WRK-SW-NOTA-VALIDA.
           DISPLAY 'BIMESTRE (1 A 4): '
           ACCEPT WRK-TERMO.

       0170-VERIFICAR-DIREITO.
      * A NOTA SO E ACEITA NA TURMA (ALU-TURMA DO ALUNO NO
      * ALUNMAST) E DISCIPLINA ATRIBUIDAS AO USUARIO NO
      * PROFMAST; ALUNO FORA DO CADASTRO NAO TEM TURMA E FICA DE
      * FORA. O COORDENADOR NAO E RESTRINGIDO.
           MOVE 'S' TO WRK-SW-DIREITO.
           IF WRK-SW-COORDENADOR = 'N'
               MOVE WRK-MATRICULA TO WRK-ALU-PROCURADO
               PERFORM 9150-LOCALIZAR-ALUNO
               MOVE LOG-USUARIO TO WRK-PRF-USUARIO
               MOVE WRK-ALU-TURMA TO WRK-PRF-TURMA
               MOVE WRK-DISCIPLINA TO WRK-PRF-DISCIPLINA
               PERFORM 9950-LOCALIZAR-ATRIBUICAO
               IF WRK-ALU-SW-ACHADO = 'N'
                  OR WRK-PRF-SW-ACHADO = 'N'
                   MOVE 'N' TO WRK-SW-DIREITO
                   MOVE 'PROGCOB07' TO WRK-EXCP-PROGRAMA
                   MOVE SPACES TO WRK-EXCP-MENSAGEM
                   STRING 'NOTA SEM ATRIBUICAO: ' WRK-MATRICULA
                       ' ' WRK-DISCIPLINA
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
                   MOVE 'A' TO WRK-EXCP-SEVERIDADE
                   PERFORM 9000-REGISTRAR-EXCECAO
               END-IF
           END-IF.

       0160-CARREGAR-PESOS-LOTE.
      * OS PESOS DO LOTE VEM DO SYSPARM; OS PADROES SAO OS
      * VALORES QUE ERAM FIXOS NO PROGRAMA (5/5 SEM TERCEIRA
           MOVE WRK-MEDIA      TO TR-MEDIA.
           MOVE WRK-FREQ-PCT   TO TR-FREQUENCIA.
           MOVE WRK-STATUS-NOTA TO TR-STATUS.
      * LANCAMENTO DESTE PROGRAMA E SEMPRE DA PROPRIA ESCOLA; A
      * AREA DO REGISTRO PODE TRAZER A ORIGEM DA ULTIMA LEITURA.
           MOVE SPACE TO TR-ORIGEM.
           WRITE TRANSCRIPT-RECORD.
           CLOSE TRANSCRIPT-FILE.

           PERFORM 0150-PEDIR-ANO-TERMO.
           PERFORM 0160-CARREGAR-PESOS-LOTE.
           PERFORM 9100-CARREGAR-ALUNOS.
           PERFORM 0700-CARREGAR-LANCADAS.
           PERFORM 0480-CARREGAR-FREQUENCIA.
           DISPLAY 'GERAR EXPORTACAO CSV (CLASSCSV)? (S/N): '
           ACCEPT WRK-SW-CSV.
           END-READ.

       0420-PROCESSAR-ALUNO.
           MOVE 'N' TO WRK-SW-PENDENTE.
           PERFORM 0170-VERIFICAR-DIREITO.
           EVALUATE TRUE
               WHEN WRK-SW-DIREITO = 'N'
                   STRING WRK-MATRICULA ' ' WRK-DISCIPLINA
                       ' SEM ATRIBUICAO AO PROFESSOR - IGNORADO'
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
               WHEN (WRK-NOTA1 < 0 OR WRK-NOTA1 > 10)
                 OR (WRK-NOTA2 < 0 OR WRK-NOTA2 > 10)
                 OR (WRK-NOTA3 < 0 OR WRK-NOTA3 > 10)
                   STRING WRK-MATRICULA
                       ' NOTA FORA DA FAIXA 0-10 - REGISTRO IGNORADO'
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
                   MOVE 'PROGCOB07' TO WRK-EXCP-PROGRAMA
                   STRING 'NOTA FORA DA FAIXA 0-10: ' WRK-MATRICULA
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
                   MOVE 'A' TO WRK-EXCP-SEVERIDADE
                   PERFORM 9000-REGISTRAR-EXCECAO
               WHEN OTHER
                   PERFORM 0140-DEFINIR-PESOS-LOTE
                   PERFORM 0200-PROCESSAR
                   PERFORM 0428-APLICAR-FREQUENCIA
                   PERFORM 0310-LANCAR-NOTA
                   ADD 1 TO WRK-QTD-ALUNOS
                   ADD WRK-MEDIA TO WRK-SOMA-MEDIAS
                   PERFORM 0440-CONTAR-STATUS
                   PERFORM 0460-ACUMULAR-RESULTADO-ALUNO
                   MOVE WRK-MATRICULA TO WRK-ALU-PROCURADO
                   PERFORM 9150-LOCALIZAR-ALUNO
                   IF WRK-ALU-SW-ACHADO = 'N'
                       MOVE 'PROGCOB07' TO WRK-EXCP-PROGRAMA
                       STRING 'ALUNO SEM CADASTRO: ' WRK-MATRICULA
                           DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
                       MOVE 'A' TO WRK-EXCP-SEVERIDADE
                       PERFORM 9000-REGISTRAR-EXCECAO
                   END-IF
                   STRING WRK-MATRICULA ' ' WRK-ALU-NOME
                       ' ' WRK-DISCIPLINA
                       ' MEDIA: ' WRK-MEDIA
                       ' FREQ: ' WRK-FREQ-PCT
                       ' ' WRK-STATUS-NOTA
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
                   IF WRK-SW-CSV = 'S'
                       PERFORM 0450-GRAVAR-CSV-ALUNO
                   END-IF
           END-EVALUATE.
           MOVE WRK-LINHA-RPT TO CLASS-REPORT-RECORD.
           WRITE CLASS-REPORT-RECORD.
           IF WRK-SW-PENDENTE = 'S'
               MOVE SPACES TO WRK-LINHA-RPT
               STRING '    NOTA JA LANCADA - ALTERACAO AGUARDA '
                   'APROVACAO DO COORDENADOR'
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               MOVE WRK-LINHA-RPT TO CLASS-REPORT-RECORD
               WRITE CLASS-REPORT-RECORD
           END-IF.
           MOVE SPACES TO WRK-LINHA-RPT.
           PERFORM 0410-LER-ALUNO.

       0140-DEFINIR-PESOS-LOTE.
           MOVE WRK-LINHA-RPT TO CLASS-REPORT-RECORD.
           WRITE CLASS-REPORT-RECORD.

       0310-LANCAR-NOTA.
      * NOTA AINDA NAO LANCADA NO BIMESTRE VAI DIRETO AO
      * TRANSCPT, ASSIM COMO A RELANCADA SEM MUDANCA. ALTERACAO DE
      * NOTA JA LANCADA (MEDIA OU SITUACAO DIFERENTE DO ULTIMO
      * REGISTRO) DEPENDE DO COORDENADOR: FEITA POR ELE, E
      * GRAVADA E REGISTRADA NO NOTALOG; POR OUTRO USUARIO, VAI
      * PARA A FILA NOTAPEND E SO CHEGA AO TRANSCPT QUANDO
      * APROVADA NO MODO 5. NO RESULTADO DA RECUPERACAO (MODO 4)
      * O REGISTRO EM RECUPERACAO E O PONTO DE PARTIDA; SO O
      * RESULTADO FINAL JA GRAVADO CONTA COMO LANCADO.
           MOVE 'N' TO WRK-SW-PENDENTE.
           MOVE WRK-MATRICULA TO WRK-LANC-MATR.
           MOVE WRK-DISCIPLINA TO WRK-LANC-DISC.
           MOVE WRK-TERMO TO WRK-LANC-TERMO.
           PERFORM 0720-LOCALIZAR-LANCADA.
           IF WRK-SW-LANC-ACHADO = 'S' AND WRK-MODO = 4
               IF WRK-TAB-LANC-STATUS(WRK-IDX-LANC-ACHADO)
                      NOT = 'APROVADO FINAL'
                  AND WRK-TAB-LANC-STATUS(WRK-IDX-LANC-ACHADO)
                      NOT = 'REPROVADO FINAL'
                   MOVE 'N' TO WRK-SW-LANC-ACHADO
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WRK-SW-LANC-ACHADO = 'N'
                   PERFORM 0300-GRAVAR-HISTORICO
                   PERFORM 0730-GUARDAR-LANCADA
               WHEN WRK-TAB-LANC-MEDIA(WRK-IDX-LANC-ACHADO)
                       = WRK-MEDIA
                AND WRK-TAB-LANC-STATUS(WRK-IDX-LANC-ACHADO)
                       = WRK-STATUS-NOTA
                   PERFORM 0300-GRAVAR-HISTORICO
               WHEN WRK-SW-COORDENADOR = 'S'
                   MOVE WRK-TAB-LANC-MEDIA(WRK-IDX-LANC-ACHADO)
                       TO WRK-ALT-MEDIA-ANT
                   MOVE WRK-TAB-LANC-STATUS(WRK-IDX-LANC-ACHADO)
                       TO WRK-ALT-STATUS-ANT
                   MOVE LOG-USUARIO TO WRK-ALT-SOLICITANTE
                   MOVE 'A' TO WRK-ALT-DECISAO
                   PERFORM 0300-GRAVAR-HISTORICO
                   PERFORM 0740-REGISTRAR-ALTERACAO
                   PERFORM 0730-GUARDAR-LANCADA
               WHEN OTHER
                   PERFORM 0750-GRAVAR-PENDENTE
                   MOVE 'S' TO WRK-SW-PENDENTE
                   DISPLAY 'NOTA JA LANCADA: ' WRK-MATRICULA ' '
                       WRK-DISCIPLINA ' - ALTERACAO AGUARDA '
                       'APROVACAO DO COORDENADOR'
           END-EVALUATE.

       0300-FINALIZAR.
           DISPLAY '-------------------'.
           DISPLAY 'FIM DO PROCESSAMENTO'.
      * COM 5,0 OU MAIS - E GRAVA A SITUACAO FINAL NO TRANSCPT,
      * COM O RELATORIO DE ENCERRAMENTO EM RECUPRPT.
           PERFORM 0610-CARREGAR-PAUTA.
           MOVE ZEROS TO WRK-TERMO.
           PERFORM 0700-CARREGAR-LANCADAS.
           MOVE ZEROS TO WRK-QTD-APROV-FINAL.
           MOVE ZEROS TO WRK-QTD-REPROV-FINAL.
           MOVE ZEROS TO WRK-QTD-SEM-PENDENCIA.
           MOVE RG-TERMO      TO WRK-TERMO.
           MOVE RG-NOTA       TO WRK-NOTA-EXAME.
           PERFORM 0530-LOCALIZAR-PENDENCIA.
           IF WRK-SW-PEND-ACHADO = 'S'
               PERFORM 0170-VERIFICAR-DIREITO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-SW-PEND-ACHADO = 'N'
                   ADD 1 TO WRK-QTD-SEM-PENDENCIA
                   STRING WRK-MATRICULA ' ' WRK-DISCIPLINA
                       ' SEM RECUPERACAO PENDENTE - IGNORADO'
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
                   PERFORM 0690-GRAVAR-LINHA-RECUP
               WHEN WRK-SW-DIREITO = 'N'
                   STRING WRK-MATRICULA ' ' WRK-DISCIPLINA
                       ' SEM ATRIBUICAO AO PROFESSOR - IGNORADO'
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
                   PERFORM 0690-GRAVAR-LINHA-RECUP
               WHEN OTHER
                   COMPUTE WRK-MEDIA-FINAL ROUNDED =
                       (WRK-TAB-PEND-MEDIA(WRK-IDX-PEND-ACHADO)
                        + WRK-NOTA-EXAME) / 2
                   IF WRK-MEDIA-FINAL >= 5
                       MOVE 'APROVADO FINAL' TO WRK-STATUS-NOTA
                       ADD 1 TO WRK-QTD-APROV-FINAL
                   ELSE
                       MOVE 'REPROVADO FINAL' TO WRK-STATUS-NOTA
                       ADD 1 TO WRK-QTD-REPROV-FINAL
                   END-IF
                   PERFORM 0640-GRAVAR-FINAL-TRANSCPT
                   MOVE WRK-MEDIA-FINAL TO WRK-MEDIA-EXAME-ED
                   STRING WRK-MATRICULA ' ' WRK-DISCIPLINA
                       ' MEDIA FINAL ' WRK-MEDIA-EXAME-ED
                       ' ' WRK-STATUS-NOTA
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
                   PERFORM 0690-GRAVAR-LINHA-RECUP
                   IF WRK-SW-PENDENTE = 'S'
                       STRING '    RESULTADO JA LANCADO - ALTERACAO '
                           'AGUARDA APROVACAO DO COORDENADOR'
                           DELIMITED BY SIZE INTO WRK-LINHA-RPT
                       PERFORM 0690-GRAVAR-LINHA-RECUP
                   END-IF
           END-EVALUATE.
           PERFORM 0620-LER-NOTA-EXAME.

       0640-GRAVAR-FINAL-TRANSCPT.
           MOVE ZEROS TO WRK-PESO3.
           MOVE WRK-MEDIA-FINAL TO WRK-MEDIA.
           MOVE 100 TO WRK-FREQ-PCT.
           PERFORM 0310-LANCAR-NOTA.

       0690-GRAVAR-LINHA-RECUP.
           MOVE WRK-LINHA-RPT TO RETAKE-REPORT-RECORD.
           DISPLAY WRK-LINHA-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.

       0700-CARREGAR-LANCADAS.
      * ULTIMA MEDIA/SITUACAO DE CADA ALUNO/DISCIPLINA/BIMESTRE
      * JA LANCADA NO TRANSCPT PARA O ANO (E O BIMESTRE, QUANDO
      * WRK-TERMO NAO E ZERO) EM PROCESSAMENTO.
           MOVE ZEROS TO WRK-QTD-LANC.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WRK-STATUS-TRAN = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0515-LER-TRANSCRIPT
               PERFORM 0710-ACUMULAR-LANCADA
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE TRANSCRIPT-FILE.

       0710-ACUMULAR-LANCADA.
           IF TR-ANO = WRK-ANO-LETIVO
              AND (WRK-TERMO = 0 OR TR-TERMO = WRK-TERMO)
               MOVE TR-MATRICULA TO WRK-LANC-MATR
               MOVE TR-DISCIPLINA TO WRK-LANC-DISC
               MOVE TR-TERMO TO WRK-LANC-TERMO
               MOVE TR-MEDIA TO WRK-MEDIA-FINAL
               MOVE TR-STATUS TO WRK-ALT-STATUS-ANT
               PERFORM 0735-ARMAZENAR-LANCADA
           END-IF.
           PERFORM 0515-LER-TRANSCRIPT.

       0720-LOCALIZAR-LANCADA.
      * O PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA EM
      * WRK-IDX-LANC-ACHADO.
           MOVE 'N' TO WRK-SW-LANC-ACHADO.
           PERFORM 0725-COMPARAR-LANCADA
               VARYING WRK-IDX-LANC FROM 1 BY 1
               UNTIL WRK-IDX-LANC > WRK-QTD-LANC
                  OR WRK-SW-LANC-ACHADO = 'S'.

       0725-COMPARAR-LANCADA.
           IF WRK-LANC-MATR = WRK-TAB-LANC-MATR(WRK-IDX-LANC)
              AND WRK-LANC-DISC = WRK-TAB-LANC-DISC(WRK-IDX-LANC)
              AND WRK-LANC-TERMO = WRK-TAB-LANC-TERMO(WRK-IDX-LANC)
               MOVE 'S' TO WRK-SW-LANC-ACHADO
               MOVE WRK-IDX-LANC TO WRK-IDX-LANC-ACHADO
           END-IF.

       0730-GUARDAR-LANCADA.
      * O QUE ACABOU DE SER GRAVADO PASSA A SER A NOTA LANCADA:
      * O MESMO ALUNO REPETIDO NO LOTE CONTA COMO ALTERACAO.
           MOVE WRK-MEDIA TO WRK-MEDIA-FINAL.
           MOVE WRK-STATUS-NOTA TO WRK-ALT-STATUS-ANT.
           PERFORM 0735-ARMAZENAR-LANCADA.

       0735-ARMAZENAR-LANCADA.
      * ENTRADA: CHAVE EM WRK-LANC-*, MEDIA EM WRK-MEDIA-FINAL E
      * SITUACAO EM WRK-ALT-STATUS-ANT.
           PERFORM 0720-LOCALIZAR-LANCADA.
           IF WRK-SW-LANC-ACHADO = 'N'
               IF WRK-QTD-LANC < 500
                   ADD 1 TO WRK-QTD-LANC
                   MOVE WRK-QTD-LANC TO WRK-IDX-LANC-ACHADO
                   MOVE WRK-LANC-MATR
                       TO WRK-TAB-LANC-MATR(WRK-IDX-LANC-ACHADO)
                   MOVE WRK-LANC-DISC
                       TO WRK-TAB-LANC-DISC(WRK-IDX-LANC-ACHADO)
                   MOVE WRK-LANC-TERMO
                       TO WRK-TAB-LANC-TERMO(WRK-IDX-LANC-ACHADO)
                   MOVE 'S' TO WRK-SW-LANC-ACHADO
               ELSE
                   DISPLAY 'TABELA DE NOTAS LANCADAS CHEIA'
               END-IF
           END-IF.
           IF WRK-SW-LANC-ACHADO = 'S'
               MOVE WRK-MEDIA-FINAL
                   TO WRK-TAB-LANC-MEDIA(WRK-IDX-LANC-ACHADO)
               MOVE WRK-ALT-STATUS-ANT
                   TO WRK-TAB-LANC-STATUS(WRK-IDX-LANC-ACHADO)
           END-IF.

       0740-REGISTRAR-ALTERACAO.
      * ENTRADA: NOTA NOVA NOS CAMPOS DE TRABALHO (WRK-MATRICULA,
      * WRK-MEDIA, WRK-STATUS-NOTA...) E A ANTERIOR, QUEM PEDIU E
      * A DECISAO EM WRK-ALT-*. QUEM DECIDE E O USUARIO LOGADO.
           ACCEPT WRK-DATA-ALT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ALT FROM TIME.
           OPEN EXTEND GRADE-CHANGE-LOG-FILE.
           IF WRK-STATUS-NLG NOT = '00'
               OPEN OUTPUT GRADE-CHANGE-LOG-FILE
               CLOSE GRADE-CHANGE-LOG-FILE
               OPEN EXTEND GRADE-CHANGE-LOG-FILE
           END-IF.
           MOVE WRK-DATA-ALT        TO NL-DATA.
           MOVE WRK-HORA-ALT(1:6)   TO NL-HORA.
           MOVE WRK-MATRICULA       TO NL-MATRICULA.
           MOVE WRK-DISCIPLINA      TO NL-DISCIPLINA.
           MOVE WRK-ANO-LETIVO      TO NL-ANO.
           MOVE WRK-TERMO           TO NL-TERMO.
           MOVE WRK-ALT-MEDIA-ANT   TO NL-MEDIA-ANT.
           MOVE WRK-MEDIA           TO NL-MEDIA-NOVA.
           MOVE WRK-ALT-STATUS-ANT  TO NL-STATUS-ANT.
           MOVE WRK-STATUS-NOTA     TO NL-STATUS-NOVO.
           MOVE WRK-ALT-SOLICITANTE TO NL-SOLICITANTE.
           MOVE LOG-USUARIO         TO NL-APROVADOR.
           MOVE WRK-ALT-DECISAO     TO NL-DECISAO.
           WRITE GRADE-CHANGE-LOG-RECORD.
           CLOSE GRADE-CHANGE-LOG-FILE.

       0750-GRAVAR-PENDENTE.
           ACCEPT WRK-DATA-ALT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ALT FROM TIME.
           OPEN EXTEND GRADE-PENDING-FILE.
           IF WRK-STATUS-PND NOT = '00'
               OPEN OUTPUT GRADE-PENDING-FILE
               CLOSE GRADE-PENDING-FILE
               OPEN EXTEND GRADE-PENDING-FILE
           END-IF.
           MOVE WRK-MATRICULA  TO NP-MATRICULA.
           MOVE WRK-DISCIPLINA TO NP-DISCIPLINA.
           MOVE WRK-ANO-LETIVO TO NP-ANO.
           MOVE WRK-TERMO      TO NP-TERMO.
           MOVE WRK-NOTA1      TO NP-NOTA1.
           MOVE WRK-NOTA2      TO NP-NOTA2.
           MOVE WRK-NOTA3      TO NP-NOTA3.
           MOVE WRK-PESO1      TO NP-PESO1.
           MOVE WRK-PESO2      TO NP-PESO2.
           MOVE WRK-PESO3      TO NP-PESO3.
           MOVE WRK-MEDIA      TO NP-MEDIA.
           MOVE WRK-FREQ-PCT   TO NP-FREQUENCIA.
           MOVE WRK-STATUS-NOTA TO NP-STATUS.
           MOVE WRK-TAB-LANC-MEDIA(WRK-IDX-LANC-ACHADO)
               TO NP-MEDIA-ANT.
           MOVE WRK-TAB-LANC-STATUS(WRK-IDX-LANC-ACHADO)
               TO NP-STATUS-ANT.
           MOVE LOG-USUARIO    TO NP-SOLICITANTE.
           MOVE WRK-DATA-ALT   TO NP-DATA.
           MOVE WRK-HORA-ALT(1:6) TO NP-HORA.
           WRITE GRADE-PENDING-RECORD.
           CLOSE GRADE-PENDING-FILE.

       0800-APROVAR-ALTERACOES.
      * O COORDENADOR PASSA PELA FILA NOTAPEND: CADA ALTERACAO E
      * APROVADA (VAI AO TRANSCPT), RECUSADA OU MANTIDA NA FILA.
      * APROVADAS E RECUSADAS FICAM NO NOTALOG E SAEM DA FILA.
           IF WRK-SW-COORDENADOR = 'N'
               DISPLAY 'APROVACAO DE ALTERACOES RESTRITA AO '
                   'COORDENADOR'
               MOVE 'PROGCOB07' TO WRK-EXCP-PROGRAMA
               MOVE 'APROVACAO DE NOTA NAO AUTORIZADA'
                   TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0810-CARREGAR-PENDENTES
               EVALUATE TRUE
               WHEN WRK-SW-PND-CHEIA = 'S'
                   DISPLAY 'FILA NOTAPEND MAIOR QUE A TABELA (100) -'
                       ' APROVACAO NAO REALIZADA'
                   MOVE 'PROGCOB07' TO WRK-EXCP-PROGRAMA
                   MOVE 'FILA NOTAPEND EXCEDE A TABELA'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-PND = 0
                   DISPLAY 'NENHUMA ALTERACAO DE NOTA PENDENTE'
               WHEN OTHER
                   MOVE ZEROS TO WRK-QTD-APROVADAS
                   MOVE ZEROS TO WRK-QTD-RECUSADAS
                   MOVE ZEROS TO WRK-QTD-MANTIDAS
                   PERFORM 0830-DECIDIR-PENDENTE
                       VARYING WRK-IDX-PND FROM 1 BY 1
                       UNTIL WRK-IDX-PND > WRK-QTD-PND
                   PERFORM 0850-REGRAVAR-PENDENTES
                   DISPLAY 'APROVADAS: ' WRK-QTD-APROVADAS
                       ' RECUSADAS: ' WRK-QTD-RECUSADAS
                       ' MANTIDAS NA FILA: ' WRK-QTD-MANTIDAS
               END-EVALUATE
           END-IF.

       0810-CARREGAR-PENDENTES.
           MOVE ZEROS TO WRK-QTD-PND.
           MOVE 'N' TO WRK-SW-PND-CHEIA.
           OPEN INPUT GRADE-PENDING-FILE.
           IF WRK-STATUS-PND = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0815-LER-PENDENTE
               PERFORM 0820-ARMAZENAR-PENDENTE
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE GRADE-PENDING-FILE.

       0815-LER-PENDENTE.
           READ GRADE-PENDING-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0820-ARMAZENAR-PENDENTE.
      * A FILA E REGRAVADA NO FIM; SE NAO COUBER INTEIRA NA
      * TABELA, NADA E DECIDIDO PARA NAO PERDER PEDIDOS.
           IF WRK-QTD-PND < 100
               ADD 1 TO WRK-QTD-PND
               MOVE GRADE-PENDING-RECORD
                   TO WRK-TAB-PND-IMAGEM(WRK-QTD-PND)
               MOVE SPACES TO WRK-TAB-PND-DECISAO(WRK-QTD-PND)
               PERFORM 0815-LER-PENDENTE
           ELSE
               MOVE 'S' TO WRK-SW-PND-CHEIA
               MOVE 'S' TO WRK-EOF-ARQ
           END-IF.

       0830-DECIDIR-PENDENTE.
           MOVE WRK-TAB-PND-IMAGEM(WRK-IDX-PND)
               TO GRADE-PENDING-RECORD.
           MOVE NP-MEDIA-ANT TO WRK-ALT-MEDIA-ANT-ED.
           MOVE NP-MEDIA TO WRK-ALT-MEDIA-NOVA-ED.
           DISPLAY '-------------------'.
           DISPLAY 'ALUNO ' NP-MATRICULA ' DISCIPLINA '
               NP-DISCIPLINA ' ANO ' NP-ANO ' BIMESTRE ' NP-TERMO.
           DISPLAY 'ANTES : ' WRK-ALT-MEDIA-ANT-ED ' '
               NP-STATUS-ANT.
           DISPLAY 'DEPOIS: ' WRK-ALT-MEDIA-NOVA-ED ' ' NP-STATUS.
           DISPLAY 'PEDIDO POR ' NP-SOLICITANTE ' EM ' NP-DATA.
           DISPLAY 'APROVA? (S-APROVA  N-RECUSA  P-MANTEM NA '
               'FILA): '
           MOVE SPACES TO WRK-DECISAO.
           ACCEPT WRK-DECISAO.
           MOVE NP-MATRICULA   TO WRK-MATRICULA.
           MOVE NP-DISCIPLINA  TO WRK-DISCIPLINA.
           MOVE NP-ANO         TO WRK-ANO-LETIVO.
           MOVE NP-TERMO       TO WRK-TERMO.
           MOVE NP-NOTA1       TO WRK-NOTA1.
           MOVE NP-NOTA2       TO WRK-NOTA2.
           MOVE NP-NOTA3       TO WRK-NOTA3.
           MOVE NP-PESO1       TO WRK-PESO1.
           MOVE NP-PESO2       TO WRK-PESO2.
           MOVE NP-PESO3       TO WRK-PESO3.
           MOVE NP-MEDIA       TO WRK-MEDIA.
           MOVE NP-FREQUENCIA  TO WRK-FREQ-PCT.
           MOVE NP-STATUS      TO WRK-STATUS-NOTA.
           MOVE NP-MEDIA-ANT   TO WRK-ALT-MEDIA-ANT.
           MOVE NP-STATUS-ANT  TO WRK-ALT-STATUS-ANT.
           MOVE NP-SOLICITANTE TO WRK-ALT-SOLICITANTE.
           EVALUATE WRK-DECISAO
               WHEN 'S'
                   MOVE 'A' TO WRK-ALT-DECISAO
                   PERFORM 0300-GRAVAR-HISTORICO
                   PERFORM 0740-REGISTRAR-ALTERACAO
                   MOVE 'A' TO WRK-TAB-PND-DECISAO(WRK-IDX-PND)
                   ADD 1 TO WRK-QTD-APROVADAS
                   DISPLAY 'ALTERACAO APROVADA E LANCADA'
               WHEN 'N'
                   MOVE 'R' TO WRK-ALT-DECISAO
                   PERFORM 0740-REGISTRAR-ALTERACAO
                   MOVE 'R' TO WRK-TAB-PND-DECISAO(WRK-IDX-PND)
                   ADD 1 TO WRK-QTD-RECUSADAS
                   DISPLAY 'ALTERACAO RECUSADA'
               WHEN OTHER
                   ADD 1 TO WRK-QTD-MANTIDAS
                   DISPLAY 'ALTERACAO MANTIDA NA FILA'
           END-EVALUATE.

       0850-REGRAVAR-PENDENTES.
      * A FILA E REGRAVADA SO COM AS ALTERACOES MANTIDAS.
           OPEN OUTPUT GRADE-PENDING-FILE.
           PERFORM 0870-GRAVAR-MANTIDA
               VARYING WRK-IDX-PND FROM 1 BY 1
               UNTIL WRK-IDX-PND > WRK-QTD-PND.
           CLOSE GRADE-PENDING-FILE.

       0870-GRAVAR-MANTIDA.
           IF WRK-TAB-PND-DECISAO(WRK-IDX-PND) = SPACE
               MOVE WRK-TAB-PND-IMAGEM(WRK-IDX-PND)
                   TO GRADE-PENDING-RECORD
               WRITE GRADE-PENDING-RECORD
           END-IF.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.
           COPY 'SYSPRM.CPY'.

           COPY 'ALUCHK.CPY'.

           COPY 'PRFCHK.CPY'.
