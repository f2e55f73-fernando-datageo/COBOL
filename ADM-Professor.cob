       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADM-PROFESSOR.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: MANUTENCAO DO CADASTRO DE PROFESSORES
      * (PROFMAST): ATRIBUI A CADA USUARIO DO USERMAST AS
      * TURMAS E DISCIPLINAS QUE ELE LECIONA (INCLUIR, EXCLUIR
      * E CONSULTAR), NOS MOLDES DE ADM-TRANSPORTADORA, COM
      * GERACAO DE BACKUP E TRILHA AUDITLOG. E O CADASTRO QUE
      * O LANCAMENTO DE NOTAS (PROGCOB07) CONSULTA
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: QUALQUER USUARIO COM ACESSO
      *              AO PROGCOB07 LANCAVA NOTA EM QUALQUER TURMA E
      *              DISCIPLINA. O USUARIO ATRIBUIDO TEM DE EXISTIR
      *              NO USERMAST E ESTAR ATIVO; ATRIBUICAO REPETIDA
      *              E RECUSADA E CADA ALTERACAO FICA NA TRILHA.
      * 15/10/2026 - A TRILHA GRAVAVA O USUARIO DO PROFESSOR NO FIM
      *              DA MENSAGEM E ELE SAIA CORTADO; O PROFESSOR
      *              PASSA PARA AL-USUARIO E A MENSAGEM FICA SO COM
      *              A OPERACAO, A TURMA E A DISCIPLINA.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'PRFSEL.CPY'.
           COPY 'USRSEL.CPY'.
           COPY 'SYSSEL.CPY'.
           COPY 'BKPSEL.CPY'.
           COPY 'AUDSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'PRFFD.CPY'.

           COPY 'USRFD.CPY'.

           COPY 'SYSFD.CPY'.

           COPY 'BKPFD.CPY'.

           COPY 'AUDFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'PRFWS.CPY'.
           COPY 'USRWS.CPY'.
           COPY 'SYSWS.CPY'.
           COPY 'BKPWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-AUDIT   PIC X(02) VALUE SPACES.
       77 WRK-OPCAO-PROF     PIC 9(01) VALUE ZEROS.
       77 WRK-SW-ALTERADO    PIC X(01) VALUE 'N'.
       77 WRK-SW-USR-ABERTO  PIC X(01) VALUE 'N'.
       77 WRK-SW-USR-OK      PIC X(01) VALUE 'N'.
       77 WRK-SW-DADOS-OK    PIC X(01) VALUE 'N'.
       77 WRK-IDX-LISTA      PIC 9(03) VALUE ZEROS COMP.
       77 WRK-QTD-LISTADAS   PIC 9(03) VALUE ZEROS.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-MENSAGEM-AUD   PIC X(25) VALUE SPACES.
       77 WRK-USUARIO-AUD    PIC X(20) VALUE SPACES.
       01 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.

       SCREEN SECTION.
       01  TS-MENU-PROF.
           05 BLANK SCREEN.
           05 LINE 02 COL 10 VALUE 'CADASTRO DE PROFESSORES'.
           05 LINE 02 COL 34 VALUE '(PROFMAST)'.
           05 LINE 04 COL 10 VALUE '1 - INCLUIR TURMA/DISCIPLINA'.
           05 LINE 05 COL 10 VALUE '2 - EXCLUIR TURMA/DISCIPLINA'.
           05 LINE 06 COL 10 VALUE '3 - CONSULTAR PROFESSOR'.
           05 LINE 07 COL 10 VALUE '0 - VOLTAR (GRAVA O ARQUIVO)'.
           05 LINE 09 COL 10 VALUE 'OPCAO: '.
           05 LINE 09 COL 18 PIC 9(01) USING WRK-OPCAO-PROF.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 9900-CARREGAR-PROFESSORES
               DISPLAY 'ATRIBUICOES CARREGADAS: ' WRK-PRF-QTD
               IF WRK-PRF-SW-CHEIA = 'S'
      * REGRAVAR A PARTIR DA TABELA APAGARIA AS ATRIBUICOES QUE
      * NAO COUBERAM NELA; O ARQUIVO FICA INTACTO.
                   DISPLAY 'PROFMAST EXCEDE A CAPACIDADE DO'
                       ' PROGRAMA (300) - MANUTENCAO RECUSADA'
                   MOVE 'ADM-PROFESSOR' TO WRK-EXCP-PROGRAMA
                   MOVE 'PROFMAST EXCEDE A CAPACIDADE DA TABELA'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0150-GERAR-BACKUP
                   PERFORM 0170-ABRIR-USUARIOS
                   MOVE 1 TO WRK-OPCAO-PROF
                   PERFORM 0200-MENU-PROF
                       UNTIL WRK-OPCAO-PROF = 0
                   IF WRK-SW-USR-ABERTO = 'S'
                       CLOSE USER-MASTER-FILE
                   END-IF
                   IF WRK-SW-ALTERADO = 'S'
                       PERFORM 9970-REGRAVAR-PROFESSORES
                       DISPLAY 'PROFMAST GRAVADO: ' WRK-PRF-QTD
                           ' ATRIBUICAO(OES)'
                   END-IF
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA CADASTRO DE'
                   ' PROFESSORES'
               MOVE 'ADM-PROFESSOR' TO WRK-EXCP-PROGRAMA
               MOVE 'ACESSO NAO AUTORIZADO' TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 4 TO RETURN-CODE
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
           MOVE 'ADM-PROFESSOR' TO WRK-PERM-PROGRAMA.
           MOVE 'MANUTENCAO' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

       0150-GERAR-BACKUP.
      * O PROFMAST JA ESTA CARREGADO EM TABELA: A GERACAO E
      * GRAVADA A PARTIR DELA, ANTES DE QUALQUER ALTERACAO,
      * MANTIDAS AS ULTIMAS QT-GERACOES.
           MOVE 'BACKUP' TO WRK-PAR-PROGRAMA.
           MOVE 'QT-GERACOES' TO WRK-PAR-CHAVE.
           MOVE 5 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-BKP-MAXGER.
           ACCEPT WRK-BKP-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-BKP-HORA FROM TIME.
           MOVE SPACES TO WRK-BKP-NOME.
           STRING 'PROFMAST.B' WRK-BKP-DATA WRK-BKP-HORA(1:6)
               DELIMITED BY SIZE INTO WRK-BKP-NOME.
           OPEN OUTPUT BACKUP-GEN-FILE.
           PERFORM 0160-DESCARREGAR-PROF
               VARYING WRK-IDX-LISTA FROM 1 BY 1
               UNTIL WRK-IDX-LISTA > WRK-PRF-QTD.
           CLOSE BACKUP-GEN-FILE.
           MOVE 'PROFMAST' TO WRK-BKP-ARQUIVO.
           PERFORM 9600-REGISTRAR-BACKUP.
           DISPLAY 'BACKUP GERADO: ' WRK-BKP-NOME.

       0160-DESCARREGAR-PROF.
           MOVE SPACES TO BACKUP-GEN-RECORD.
           MOVE WRK-TAB-PRF(WRK-IDX-LISTA)
               TO BACKUP-GEN-RECORD(1:30).
           WRITE BACKUP-GEN-RECORD.

       0170-ABRIR-USUARIOS.
      * O USERMAST SO E LIDO, PARA CONFERIR O USUARIO ATRIBUIDO.
      * SEM ELE A INCLUSAO FICA BLOQUEADA; EXCLUIR E CONSULTAR
      * CONTINUAM DISPONIVEIS.
           OPEN INPUT USER-MASTER-FILE.
           IF WRK-STATUS-USR = '00'
               MOVE 'S' TO WRK-SW-USR-ABERTO
           ELSE
               MOVE 'N' TO WRK-SW-USR-ABERTO
               DISPLAY 'USERMAST INDISPONIVEL - INCLUSAO BLOQUEADA'
           END-IF.

       0200-MENU-PROF.
           DISPLAY TS-MENU-PROF.
           ACCEPT TS-MENU-PROF.
           EVALUATE WRK-OPCAO-PROF
               WHEN 1
                   PERFORM 0300-INCLUIR-ATRIBUICAO
               WHEN 2
                   PERFORM 0400-EXCLUIR-ATRIBUICAO
               WHEN 3
                   PERFORM 0600-CONSULTAR-PROFESSOR
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0250-PEDIR-ATRIBUICAO.
      * USUARIO, TURMA E DISCIPLINA SAO A CHAVE E NENHUM PODE
      * FICAR EM BRANCO. A POSICAO NA TABELA VOLTA EM
      * WRK-PRF-IDX-ACHADO.
           MOVE 'N' TO WRK-SW-DADOS-OK.
           PERFORM 0260-PEDIR-DADOS
               UNTIL WRK-SW-DADOS-OK = 'S'.
           PERFORM 9950-LOCALIZAR-ATRIBUICAO.

       0260-PEDIR-DADOS.
           DISPLAY 'USUARIO DO PROFESSOR: '
           ACCEPT WRK-PRF-USUARIO.
           DISPLAY 'TURMA (EX: 05A): '
           ACCEPT WRK-PRF-TURMA.
           DISPLAY 'DISCIPLINA (EX: MAT, HIST): '
           ACCEPT WRK-PRF-DISCIPLINA.
           EVALUATE TRUE
               WHEN WRK-PRF-USUARIO = SPACES
                   DISPLAY 'USUARIO OBRIGATORIO'
               WHEN WRK-PRF-TURMA = SPACES
                   DISPLAY 'TURMA OBRIGATORIA'
               WHEN WRK-PRF-DISCIPLINA = SPACES
                   DISPLAY 'DISCIPLINA OBRIGATORIA'
               WHEN OTHER
                   MOVE 'S' TO WRK-SW-DADOS-OK
           END-EVALUATE.

       0270-CONFERIR-USUARIO.
      * O PROFESSOR TEM DE SER UM USUARIO CADASTRADO E ATIVO: E
      * COM ESSE LOGIN QUE ELE LANCA AS NOTAS.
           MOVE 'N' TO WRK-SW-USR-OK.
           MOVE WRK-PRF-USUARIO TO UM-USUARIO.
           READ USER-MASTER-FILE
               INVALID KEY
                   DISPLAY 'USUARIO NAO CADASTRADO NO USERMAST'
               NOT INVALID KEY
                   IF UM-SW-ATIVO = 'N'
                       DISPLAY 'USUARIO DESATIVADO NO USERMAST'
                   ELSE
                       MOVE 'S' TO WRK-SW-USR-OK
                       DISPLAY 'PROFESSOR: ' UM-NOME
                   END-IF
           END-READ.

       0300-INCLUIR-ATRIBUICAO.
           IF WRK-SW-USR-ABERTO = 'N'
               DISPLAY 'USERMAST INDISPONIVEL - INCLUSAO BLOQUEADA'
           ELSE
               PERFORM 0250-PEDIR-ATRIBUICAO
               EVALUATE TRUE
                   WHEN WRK-PRF-SW-ACHADO = 'S'
                       DISPLAY 'ATRIBUICAO JA CADASTRADA'
                   WHEN WRK-PRF-QTD NOT < 300
                       DISPLAY 'TABELA DE PROFESSORES CHEIA'
                   WHEN OTHER
                       PERFORM 0270-CONFERIR-USUARIO
                       IF WRK-SW-USR-OK = 'S'
                           ADD 1 TO WRK-PRF-QTD
                           MOVE WRK-PRF-USUARIO
                               TO WRK-TAB-PRF-USUARIO(WRK-PRF-QTD)
                           MOVE WRK-PRF-TURMA
                               TO WRK-TAB-PRF-TURMA(WRK-PRF-QTD)
                           MOVE WRK-PRF-DISCIPLINA
                               TO WRK-TAB-PRF-DISC(WRK-PRF-QTD)
                           MOVE 'S' TO WRK-SW-ALTERADO
                           DISPLAY 'ATRIBUICAO INCLUIDA COM SUCESSO'
                           MOVE SPACES TO WRK-MENSAGEM-AUD
                           MOVE WRK-PRF-USUARIO TO WRK-USUARIO-AUD
                           STRING 'PROF+ ' WRK-PRF-TURMA ' '
                               WRK-PRF-DISCIPLINA
                               DELIMITED BY SIZE
                               INTO WRK-MENSAGEM-AUD
                           PERFORM 0800-REGISTRAR-AUDITORIA
                       END-IF
               END-EVALUATE
           END-IF.

       0400-EXCLUIR-ATRIBUICAO.
      * A ATRIBUICAO SAI DA TABELA (AS SEGUINTES SOBEM UMA
      * POSICAO); AS NOTAS JA LANCADAS NAO SAO AFETADAS. PEDE
      * CONFIRMACAO.
           PERFORM 0250-PEDIR-ATRIBUICAO.
           IF WRK-PRF-SW-ACHADO = 'N'
               DISPLAY 'ATRIBUICAO NAO ENCONTRADA'
           ELSE
               DISPLAY 'CONFIRMA A EXCLUSAO (S/N): '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   PERFORM 0410-SUBIR-ATRIBUICAO
                       VARYING WRK-IDX-LISTA FROM WRK-PRF-IDX-ACHADO
                       BY 1 UNTIL WRK-IDX-LISTA >= WRK-PRF-QTD
                   SUBTRACT 1 FROM WRK-PRF-QTD
                   MOVE 'S' TO WRK-SW-ALTERADO
                   DISPLAY 'ATRIBUICAO EXCLUIDA'
                   MOVE SPACES TO WRK-MENSAGEM-AUD
                   MOVE WRK-PRF-USUARIO TO WRK-USUARIO-AUD
                   STRING 'PROF- ' WRK-PRF-TURMA ' '
                       WRK-PRF-DISCIPLINA
                       DELIMITED BY SIZE INTO WRK-MENSAGEM-AUD
                   PERFORM 0800-REGISTRAR-AUDITORIA
               ELSE
                   DISPLAY 'OPERACAO NAO CONFIRMADA'
               END-IF
           END-IF.

       0410-SUBIR-ATRIBUICAO.
           MOVE WRK-TAB-PRF(WRK-IDX-LISTA + 1)
               TO WRK-TAB-PRF(WRK-IDX-LISTA).

       0600-CONSULTAR-PROFESSOR.
      * USUARIO EM BRANCO LISTA O CADASTRO INTEIRO.
           DISPLAY 'USUARIO DO PROFESSOR (EM BRANCO = TODOS): '
           MOVE SPACES TO WRK-PRF-USUARIO.
           ACCEPT WRK-PRF-USUARIO.
           MOVE ZEROS TO WRK-QTD-LISTADAS.
           PERFORM 0620-LISTAR-UMA
               VARYING WRK-IDX-LISTA FROM 1 BY 1
               UNTIL WRK-IDX-LISTA > WRK-PRF-QTD.
           DISPLAY 'TOTAL DE ATRIBUICOES: ' WRK-QTD-LISTADAS.

       0620-LISTAR-UMA.
           IF WRK-PRF-USUARIO = SPACES
              OR WRK-PRF-USUARIO = WRK-TAB-PRF-USUARIO(WRK-IDX-LISTA)
               ADD 1 TO WRK-QTD-LISTADAS
               DISPLAY WRK-TAB-PRF-USUARIO(WRK-IDX-LISTA) ' '
                   WRK-TAB-PRF-TURMA(WRK-IDX-LISTA) ' '
                   WRK-TAB-PRF-DISC(WRK-IDX-LISTA)
           END-IF.

       0800-REGISTRAR-AUDITORIA.
      * INCLUSAO E EXCLUSAO FICAM NA TRILHA: O PROFESSOR EM
      * AL-USUARIO, O PERFIL DE QUEM ALTEROU, QUANDO E QUAL
      * TURMA/DISCIPLINA.
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
           MOVE WRK-DATA-HORA    TO AL-DATA-HORA.
           MOVE WRK-USUARIO-AUD  TO AL-USUARIO.
           MOVE LOG-PERFIL       TO AL-PERFIL.
           MOVE WRK-MENSAGEM-AUD TO AL-MENSAGEM.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'SYSPRM.CPY'.

           COPY 'BKPCAT.CPY'.

           COPY 'PRFCHK.CPY'.
