       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISA-ACESSO.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: TELA DO GESTOR NA CAMPANHA DE REVISAO DE
      * ACESSOS (REVACESS, ABERTA POR CAMPANHA-ACESSO): MOSTRA
      * UM A UM OS USUARIOS AINDA SEM RESPOSTA QUE O GESTOR
      * LOGADO RESPONDE, COM O PERFIL E AS PERMISSOES QUE O
      * PERFIL TEM NO PERMFILE, E RECEBE A DECISAO: MANTER,
      * ALTERAR (COM O PERFIL NOVO) OU REVOGAR. CADA DECISAO
      * GRAVADA VAI PARA O AUDITLOG; A APLICACAO NO USERMAST E
      * FEITA NO ENCERRAMENTO DA CAMPANHA
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO JUNTO COM A CAMPANHA
      *              TRIMESTRAL DE REVISAO DE ACESSOS. OS ITENS DO
      *              GESTOR SEGURANCA SAO RESPONDIDOS POR QUALQUER
      *              ADM; NINGUEM RESPONDE PELA PROPRIA CONTA.
      *              VENCIDO O PRAZO, A TELA NAO ACEITA MAIS
      *              RESPOSTAS.
      * 15/10/2026 - A RESPOSTA 'ALTERAR' PARA UM PERFIL QUE VIOLA
      *              UMA REGRA DE SEGREGACAO DE FUNCOES (SODRULES)
      *              E RECUSADA: ESSA TROCA EXIGE JUSTIFICATIVA E
      *              E FEITA NA MANUTENCAO DE USUARIOS.
      * 15/10/2026 - O AUDITLOG DA DECISAO PASSA A TER O GESTOR QUE
      *              DECIDIU EM AL-USUARIO E, NA MENSAGEM, O
      *              USUARIO REVISTO, A DECISAO E O PERFIL (O NOVO,
      *              NA ALTERACAO); ANTES SO SE SABIA O USUARIO
      *              REVISTO E NAO QUEM RESPONDEU NEM PARA QUAL
      *              PERFIL.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'AUDSEL.CPY'.
           COPY 'RVSSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.
           COPY 'SODSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'AUDFD.CPY'.

           COPY 'RVSFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

           COPY 'SODFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'RVSWS.CPY'.
           COPY 'SODWS.CPY'.
       77 WRK-STATUS-AUDIT   PIC X(02) VALUE SPACES.
       77 WRK-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-AUD-USUARIO    PIC X(20) VALUE SPACES.
       77 WRK-AUD-MENSAGEM   PIC X(25) VALUE SPACES.
       77 WRK-AUD-PERFIL     PIC X(10) VALUE SPACES.
       77 WRK-REV-USUARIO    PIC X(20) VALUE SPACES.
       77 WRK-REV-NOME       PIC X(30) VALUE SPACES.
       77 WRK-REV-PERFIL     PIC X(10) VALUE SPACES.
       77 WRK-DECISAO        PIC X(01) VALUE SPACE.
       77 WRK-PERFIL-NOVO    PIC X(10) VALUE SPACES.
       77 WRK-SW-FIM         PIC X(01) VALUE 'N'.
       77 WRK-SW-PERFIL-OK   PIC X(01) VALUE 'N'.
       77 WRK-QT-ITENS       PIC 9(03) VALUE ZEROS.
       77 WRK-QT-GRAVADAS    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-PERM-PERFIL PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-DEC        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-DEC        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-RVS-ACHADO PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-RVS-ACHADO  PIC X(01) VALUE 'N'.
      * DECISOES DA SESSAO, GRAVADAS NO REVACESS SO NO FIM.
       01 WRK-TABELA-DECISOES.
           05 WRK-TAB-DEC OCCURS 300 TIMES.
               10 WRK-TAB-DEC-USUARIO PIC X(20).
               10 WRK-TAB-DEC-DECISAO PIC X(01).
               10 WRK-TAB-DEC-PERFIL  PIC X(10).

       SCREEN SECTION.
       01  TS-ITEM-REVISAO.
           05 BLANK SCREEN.
           05 LINE 02 COL 10 VALUE 'REVISAO DE ACESSOS - CAMPANHA'.
           05 LINE 02 COL 41 PIC X(06) USING WRK-RVS-CAMPANHA.
           05 LINE 04 COL 10 VALUE 'USUARIO: '.
           05 LINE 04 COL 20 PIC X(20) USING WRK-REV-USUARIO.
           05 LINE 05 COL 10 VALUE 'NOME   : '.
           05 LINE 05 COL 20 PIC X(30) USING WRK-REV-NOME.
           05 LINE 06 COL 10 VALUE 'PERFIL : '.
           05 LINE 06 COL 20 PIC X(10) USING WRK-REV-PERFIL.
           05 LINE 07 COL 10 VALUE 'PRAZO  : '.
           05 LINE 07 COL 20 PIC 9(08) USING WRK-RVS-PRAZO.
           05 LINE 09 COL 10 VALUE 'PERMISSOES DO PERFIL:'.

       01  TS-DECISAO-REVISAO.
           05 LINE 20 COL 10 VALUE 'M - MANTER  A - ALTERAR PERFIL'.
           05 LINE 20 COL 42 VALUE 'R - REVOGAR  P - PULAR  F - FIM'.
           05 LINE 21 COL 10 VALUE 'DECISAO    : '.
           05 LINE 21 COL 23 PIC X(01) USING WRK-DECISAO.
           05 LINE 22 COL 10 VALUE 'PERFIL NOVO: '.
           05 LINE 22 COL 23 PIC X(10) USING WRK-PERFIL-NOVO.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               PERFORM 0200-REVISAR
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA REVISAO DE'
                   ' ACESSOS'
               MOVE 'REVISA-ACESSO' TO WRK-EXCP-PROGRAMA
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
           MOVE 'REVISA-ACESSO' TO WRK-PERM-PROGRAMA.
           MOVE 'REVISAR' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 9060-CARREGAR-REVISAO.

       0200-REVISAR.
           EVALUATE TRUE
               WHEN WRK-RVS-QTD-ABERTOS = 0
                   DISPLAY 'NENHUMA CAMPANHA DE REVISAO ABERTA'
               WHEN WRK-RVS-SW-CHEIA = 'S'
                   DISPLAY 'REVACESS MAIOR QUE A TABELA - REVISAO'
                       ' NAO DISPONIVEL'
                   MOVE 'REVISA-ACESSO' TO WRK-EXCP-PROGRAMA
                   MOVE 'REVACESS MAIOR QUE A TABELA'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-DATA-HOJE > WRK-RVS-PRAZO
                   DISPLAY 'PRAZO DA CAMPANHA ' WRK-RVS-CAMPANHA
                       ' VENCIDO EM ' WRK-RVS-PRAZO
                       ' - RESPOSTAS NAO SAO MAIS ACEITAS'
               WHEN OTHER
                   MOVE 'N' TO WRK-SW-FIM
                   MOVE ZEROS TO WRK-QTD-DEC
                   PERFORM 0210-EXAMINAR-ITEM
                       VARYING WRK-RVS-IDX FROM 1 BY 1
                       UNTIL WRK-RVS-IDX > WRK-RVS-QTD
                          OR WRK-SW-FIM = 'S'
                   IF WRK-QT-ITENS = 0
                       DISPLAY 'NENHUM USUARIO PENDENTE DE REVISAO'
                           ' PARA ' LOG-USUARIO
                   END-IF
                   IF WRK-QTD-DEC > 0
                       PERFORM 0300-GRAVAR-DECISOES
                   END-IF
           END-EVALUATE.

       0210-EXAMINAR-ITEM.
      * O GESTOR VE OS ITENS DELE; OS ITENS DO GESTOR SEGURANCA
      * VAO PARA QUALQUER ADM; A PROPRIA CONTA NUNCA APARECE.
           IF WRK-TAB-RVS-SITUACAO(WRK-RVS-IDX) = 'A'
              AND WRK-TAB-RVS-DECISAO(WRK-RVS-IDX) = SPACE
              AND WRK-TAB-RVS-USUARIO(WRK-RVS-IDX) NOT = LOG-USUARIO
              AND (WRK-TAB-RVS-GESTOR(WRK-RVS-IDX) = LOG-USUARIO
               OR (WRK-TAB-RVS-GESTOR(WRK-RVS-IDX) = 'SEGURANCA'
                   AND LOG-PERFIL = 'ADM'))
               ADD 1 TO WRK-QT-ITENS
               PERFORM 0220-APRESENTAR-ITEM
           END-IF.

       0220-APRESENTAR-ITEM.
           MOVE WRK-TAB-RVS-USUARIO(WRK-RVS-IDX) TO WRK-REV-USUARIO.
           MOVE WRK-TAB-RVS-NOME(WRK-RVS-IDX) TO WRK-REV-NOME.
           MOVE WRK-TAB-RVS-PERFIL(WRK-RVS-IDX) TO WRK-REV-PERFIL.
           MOVE SPACE TO WRK-DECISAO.
           MOVE SPACES TO WRK-PERFIL-NOVO.
           DISPLAY TS-ITEM-REVISAO.
           MOVE ZEROS TO WRK-QT-PERM-PERFIL.
           PERFORM 0225-MOSTRAR-PERMISSAO
               VARYING WRK-PERM-IDX FROM 1 BY 1
               UNTIL WRK-PERM-IDX > WRK-PERM-QTD.
           IF WRK-QT-PERM-PERFIL = 0
               DISPLAY '  (PERFIL SEM PERMISSOES NA MATRIZ)'
           END-IF.
           DISPLAY TS-DECISAO-REVISAO.
           ACCEPT TS-DECISAO-REVISAO.
           EVALUATE WRK-DECISAO
               WHEN 'M'
               WHEN 'R'
                   MOVE SPACES TO WRK-PERFIL-NOVO
                   PERFORM 0230-GUARDAR-DECISAO
               WHEN 'A'
                   PERFORM 0228-CONFERIR-PERFIL-NOVO
                   IF WRK-SW-PERFIL-OK = 'S'
                       PERFORM 0230-GUARDAR-DECISAO
                   END-IF
               WHEN 'P'
                   CONTINUE
               WHEN 'F'
                   MOVE 'S' TO WRK-SW-FIM
               WHEN OTHER
                   DISPLAY 'DECISAO INVALIDA - USUARIO CONTINUA'
                       ' PENDENTE'
           END-EVALUATE.

       0225-MOSTRAR-PERMISSAO.
           IF WRK-TAB-PERM-PERFIL(WRK-PERM-IDX) = WRK-REV-PERFIL
              AND WRK-TAB-PERM-PERMITIDO(WRK-PERM-IDX) = 'S'
               ADD 1 TO WRK-QT-PERM-PERFIL
               DISPLAY '  ' WRK-TAB-PERM-PROGRAMA(WRK-PERM-IDX) ' '
                   WRK-TAB-PERM-FUNCAO(WRK-PERM-IDX)
           END-IF.

       0228-CONFERIR-PERFIL-NOVO.
      * O PERFIL NOVO TEM DE SER OUTRO E EXISTIR NA MATRIZ DE
      * PERMISSOES (PERFIL SEM NENHUMA LINHA NAO DA ACESSO A
      * NADA E PROVAVELMENTE FOI DIGITADO ERRADO).
           MOVE 'N' TO WRK-SW-PERFIL-OK.
           IF WRK-PERFIL-NOVO = SPACES
              OR WRK-PERFIL-NOVO = WRK-REV-PERFIL
               DISPLAY 'PERFIL NOVO DEVE SER INFORMADO E DIFERENTE'
                   ' DO ATUAL - USUARIO CONTINUA PENDENTE'
           ELSE
               PERFORM 0229-PROCURAR-PERFIL
                   VARYING WRK-PERM-IDX FROM 1 BY 1
                   UNTIL WRK-PERM-IDX > WRK-PERM-QTD
                      OR WRK-SW-PERFIL-OK = 'S'
               IF WRK-SW-PERFIL-OK = 'N'
                   DISPLAY 'PERFIL ' WRK-PERFIL-NOVO ' NAO EXISTE NA'
                       ' MATRIZ - USUARIO CONTINUA PENDENTE'
               ELSE
                   PERFORM 0227-CONFERIR-SEGREGACAO
               END-IF
           END-IF.

       0227-CONFERIR-SEGREGACAO.
      * PERFIL QUE VIOLA UMA REGRA DE SEGREGACAO DE FUNCOES
      * (SODRULES) SO PODE SER CONCEDIDO PELA MANUTENCAO DE
      * USUARIOS, COM JUSTIFICATIVA ESCRITA PARA O SEGUNDO ADM;
      * A CAMPANHA NAO COLHE JUSTIFICATIVA E A RECUSA AQUI.
           MOVE WRK-PERFIL-NOVO TO WRK-SOD-PERFIL.
           PERFORM 9030-VERIFICAR-CONFLITO-SOD.
           IF WRK-SOD-QTD-CONFLITOS > 0
               MOVE 'N' TO WRK-SW-PERFIL-OK
               DISPLAY 'PERFIL ' WRK-PERFIL-NOVO ' VIOLA A REGRA '
                   WRK-TAB-SOD-DESCRICAO(WRK-SOD-IDX-REGRA)
               DISPLAY 'SOLICITE A TROCA NA MANUTENCAO DE USUARIOS,'
                   ' COM JUSTIFICATIVA - USUARIO CONTINUA PENDENTE'
           END-IF.

       0229-PROCURAR-PERFIL.
           IF WRK-TAB-PERM-PERFIL(WRK-PERM-IDX) = WRK-PERFIL-NOVO
               MOVE 'S' TO WRK-SW-PERFIL-OK
           END-IF.

       0230-GUARDAR-DECISAO.
           IF WRK-QTD-DEC < 300
               ADD 1 TO WRK-QTD-DEC
               MOVE WRK-REV-USUARIO
                   TO WRK-TAB-DEC-USUARIO(WRK-QTD-DEC)
               MOVE WRK-DECISAO TO WRK-TAB-DEC-DECISAO(WRK-QTD-DEC)
               MOVE WRK-PERFIL-NOVO
                   TO WRK-TAB-DEC-PERFIL(WRK-QTD-DEC)
           ELSE
               DISPLAY 'TABELA DE DECISOES CHEIA - USUARIO'
                   ' CONTINUA PENDENTE'
           END-IF.

       0300-GRAVAR-DECISOES.
      * O REVACESS E RELIDO ANTES DE GRAVAR, PARA NAO DESFAZER
      * RESPOSTAS DE OUTROS GESTORES DADAS DURANTE A SESSAO; A
      * DECISAO SO VALE PARA ITEM AINDA ABERTO E SEM RESPOSTA.
           PERFORM 9060-CARREGAR-REVISAO.
           MOVE ZEROS TO WRK-QT-GRAVADAS.
           PERFORM 0310-APLICAR-DECISAO
               VARYING WRK-IDX-DEC FROM 1 BY 1
               UNTIL WRK-IDX-DEC > WRK-QTD-DEC.
           IF WRK-QT-GRAVADAS > 0
               PERFORM 9080-REGRAVAR-REVISAO
           END-IF.
           DISPLAY WRK-QT-GRAVADAS ' DECISAO(OES) GRAVADA(S) NA'
               ' CAMPANHA ' WRK-RVS-CAMPANHA.

       0310-APLICAR-DECISAO.
           MOVE 'N' TO WRK-SW-RVS-ACHADO.
           PERFORM 0315-COMPARAR-ITEM
               VARYING WRK-RVS-IDX FROM 1 BY 1
               UNTIL WRK-RVS-IDX > WRK-RVS-QTD
                  OR WRK-SW-RVS-ACHADO = 'S'.
           IF WRK-SW-RVS-ACHADO = 'N'
               DISPLAY WRK-TAB-DEC-USUARIO(WRK-IDX-DEC)
                   ' JA DECIDIDO OU CAMPANHA ENCERRADA - DECISAO'
                   ' NAO GRAVADA'
               MOVE 'REVISA-ACESSO' TO WRK-EXCP-PROGRAMA
               MOVE SPACES TO WRK-EXCP-MENSAGEM
               STRING 'DECISAO NAO GRAVADA: '
                   WRK-TAB-DEC-USUARIO(WRK-IDX-DEC)
                   DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
               MOVE 'A' TO WRK-EXCP-SEVERIDADE
               PERFORM 9000-REGISTRAR-EXCECAO
           ELSE
               ADD 1 TO WRK-QT-GRAVADAS
               MOVE WRK-TAB-DEC-DECISAO(WRK-IDX-DEC)
                   TO WRK-TAB-RVS-DECISAO(WRK-IDX-RVS-ACHADO)
               MOVE WRK-TAB-DEC-PERFIL(WRK-IDX-DEC)
                   TO WRK-TAB-RVS-PERFIL-NOVO(WRK-IDX-RVS-ACHADO)
               MOVE LOG-USUARIO
                   TO WRK-TAB-RVS-DECISOR(WRK-IDX-RVS-ACHADO)
               MOVE WRK-DATA-HOJE
                   TO WRK-TAB-RVS-DT-DECISAO(WRK-IDX-RVS-ACHADO)
      * AUDITLOG: QUEM DECIDIU EM AL-USUARIO; NA MENSAGEM,
      * USUARIO/DECISAO/PERFIL (M, A OU R; NA ALTERACAO, O
      * PERFIL NOVO). COM USUARIO LONGO O PERFIL E O QUE SE
      * PERDE NO FIM DA MENSAGEM, NUNCA O USUARIO.
               IF WRK-TAB-DEC-DECISAO(WRK-IDX-DEC) = 'A'
                   MOVE WRK-TAB-DEC-PERFIL(WRK-IDX-DEC)
                       TO WRK-AUD-PERFIL
               ELSE
                   MOVE WRK-TAB-RVS-PERFIL(WRK-IDX-RVS-ACHADO)
                       TO WRK-AUD-PERFIL
               END-IF
               MOVE LOG-USUARIO TO WRK-AUD-USUARIO
               STRING WRK-TAB-DEC-USUARIO(WRK-IDX-DEC)
                       DELIMITED BY SPACE
                   '/' WRK-TAB-DEC-DECISAO(WRK-IDX-DEC) '/'
                       DELIMITED BY SIZE
                   WRK-AUD-PERFIL
                       DELIMITED BY SPACE
                   INTO WRK-AUD-MENSAGEM
               PERFORM 0850-REGISTRAR-AUDITORIA
           END-IF.

       0315-COMPARAR-ITEM.
      * O PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA EM
      * WRK-IDX-RVS-ACHADO.
           IF WRK-TAB-RVS-USUARIO(WRK-RVS-IDX)
                  = WRK-TAB-DEC-USUARIO(WRK-IDX-DEC)
              AND WRK-TAB-RVS-SITUACAO(WRK-RVS-IDX) = 'A'
              AND WRK-TAB-RVS-DECISAO(WRK-RVS-IDX) = SPACE
               MOVE 'S' TO WRK-SW-RVS-ACHADO
               MOVE WRK-RVS-IDX TO WRK-IDX-RVS-ACHADO
           END-IF.

       0850-REGISTRAR-AUDITORIA.
      * GRAVA NA TRILHA AUDITLOG CADA DECISAO, COM O GESTOR QUE
      * DECIDIU E O PERFIL DELE.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO WRK-DATA-HORA.
           STRING WRK-DATA-HOJE '-' WRK-HORA-SISTEMA
               DELIMITED BY SIZE INTO WRK-DATA-HORA.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WRK-STATUS-AUDIT NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.
           MOVE WRK-DATA-HORA    TO AL-DATA-HORA.
           MOVE WRK-AUD-USUARIO  TO AL-USUARIO.
           MOVE LOG-PERFIL       TO AL-PERFIL.
           MOVE WRK-AUD-MENSAGEM TO AL-MENSAGEM.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           MOVE SPACES TO WRK-AUD-MENSAGEM.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'RVSCHK.CPY'.

           COPY 'SODCHK.CPY'.
