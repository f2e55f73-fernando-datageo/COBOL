       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGREGA-FUNCAO.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: RELATORIO DE CONFLITOS DE SEGREGACAO DE
      * FUNCOES - CRUZA AS REGRAS DO SODRULES (PARES PROGRAMA/
      * FUNCAO QUE NAO DEVEM ESTAR NO MESMO PERFIL) COM A MATRIZ
      * PERMFILE E O USERMAST E RELATA EM SODRPT OS PERFIS QUE
      * VIOLAM CADA REGRA E TODO USUARIO ATIVO QUE HOJE TEM UM
      * PAR CONFLITANTE
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO JUNTO COM AS REGRAS DE
      *              SEGREGACAO DE FUNCOES: ADM-USUARIO-VN88 BARRA
      *              OS CONFLITOS NOVOS, MAS OS QUE JA EXISTIAM NA
      *              MATRIZ (E OS ACEITOS COM JUSTIFICATIVA)
      *              PRECISAM SER VISTOS PELA AUDITORIA. RODA TODA
      *              SEMANA NO JOB SEGWEEK, APOS O DIGESTO.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'USRSEL.CPY'.
           COPY 'SODSEL.CPY'.
           SELECT SOD-REPORT-FILE ASSIGN TO "SODRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'USRFD.CPY'.

           COPY 'SODFD.CPY'.

       FD  SOD-REPORT-FILE.
       01  SOD-REPORT-RECORD PIC X(132).

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'USRWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'SODWS.CPY'.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-EOF-USR        PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WRK-QT-REGRAS      PIC 9(03) VALUE ZEROS.
       77 WRK-QT-PERFIS      PIC 9(03) VALUE ZEROS.
       77 WRK-QT-USUARIOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-OCORRENCIAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PRF        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-PRF        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-PRF-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-LINHA-RPT      PIC X(132) VALUE SPACES.
       01 WRK-TABELA-PERFIS.
           05 WRK-TAB-PRF OCCURS 50 TIMES.
               10 WRK-TAB-PRF-PERFIL PIC X(10).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               PERFORM 0200-LISTAR-PERFIS
               PERFORM 0300-VARRER-USUARIOS
               PERFORM 0500-FINALIZAR
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA CONFLITOS'
               MOVE 'SEGREGA-FUNCAO' TO WRK-EXCP-PROGRAMA
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
           MOVE 'SEGREGA-FUNCAO' TO WRK-PERM-PROGRAMA.
           MOVE 'CONFLITOS' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
      * A MATRIZ JA FOI CARREGADA NA AUTORIZACAO (9200); AS
      * REGRAS SAO CARREGADAS AQUI E IMPRESSAS NO CABECALHO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-PERM-CARREGADA = 'N'
               PERFORM 9210-CARREGAR-PERMISSOES
           END-IF.
           PERFORM 9020-CARREGAR-REGRAS-SOD.
           MOVE WRK-SOD-QTD TO WRK-QT-REGRAS.
           OPEN OUTPUT SOD-REPORT-FILE.
           STRING 'CONFLITOS DE SEGREGACAO DE FUNCOES - '
               WRK-DATA-HOJE
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-PERM-ESTOUROU = 'S'
      * O EXCEDENTE DA MATRIZ NAO ENTROU NA TABELA: O QUADRO
      * PODE ESTAR INCOMPLETO E O PASSO SAI COM AVISO.
               MOVE 'ATENCAO: PERMFILE MAIOR QUE A TABELA (100) -'
                   TO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
               MOVE '         REGRAS EXCEDENTES NAO FORAM AVALIADAS'
                   TO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-SOD-QTD = 0
               MOVE 'SODRULES AUSENTE OU VAZIO - NENHUMA REGRA'
                   TO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
               MOVE 4 TO RETURN-CODE
           ELSE
               STRING 'REGRAS VIGENTES (SODRULES): ' WRK-QT-REGRAS
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
               PERFORM 0110-IMPRIMIR-REGRA
                   VARYING WRK-SOD-IDX FROM 1 BY 1
                   UNTIL WRK-SOD-IDX > WRK-SOD-QTD
           END-IF.

       0110-IMPRIMIR-REGRA.
           STRING '  ' WRK-TAB-SOD-PROGRAMA-1(WRK-SOD-IDX) ' '
               WRK-TAB-SOD-FUNCAO-1(WRK-SOD-IDX) ' X '
               WRK-TAB-SOD-PROGRAMA-2(WRK-SOD-IDX) ' '
               WRK-TAB-SOD-FUNCAO-2(WRK-SOD-IDX) ' - '
               WRK-TAB-SOD-DESCRICAO(WRK-SOD-IDX)
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.

       0200-LISTAR-PERFIS.
      * MONTA A LISTA DOS PERFIS DISTINTOS DA MATRIZ E IMPRIME,
      * PARA CADA UM, AS REGRAS QUE ELE VIOLA.
           MOVE 'PERFIS EM CONFLITO NA MATRIZ (PERMFILE):'
               TO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-QTD-PRF.
           PERFORM 0210-REGISTRAR-PERFIL
               VARYING WRK-PERM-IDX FROM 1 BY 1
               UNTIL WRK-PERM-IDX > WRK-PERM-QTD.
           PERFORM 0230-AVALIAR-PERFIL
               VARYING WRK-IDX-PRF FROM 1 BY 1
               UNTIL WRK-IDX-PRF > WRK-QTD-PRF.
           IF WRK-QT-PERFIS = 0
               MOVE '  NENHUM PERFIL EM CONFLITO' TO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0210-REGISTRAR-PERFIL.
           MOVE 'N' TO WRK-SW-PRF-ACHADO.
           PERFORM 0215-COMPARAR-PERFIL
               VARYING WRK-IDX-PRF FROM 1 BY 1
               UNTIL WRK-IDX-PRF > WRK-QTD-PRF
                  OR WRK-SW-PRF-ACHADO = 'S'.
           IF WRK-SW-PRF-ACHADO = 'N'
               IF WRK-QTD-PRF < 50
                   ADD 1 TO WRK-QTD-PRF
                   MOVE WRK-TAB-PERM-PERFIL(WRK-PERM-IDX)
                       TO WRK-TAB-PRF-PERFIL(WRK-QTD-PRF)
               ELSE
                   DISPLAY 'TABELA DE PERFIS CHEIA - IGNORADO: '
                       WRK-TAB-PERM-PERFIL(WRK-PERM-IDX)
               END-IF
           END-IF.

       0215-COMPARAR-PERFIL.
           IF WRK-TAB-PRF-PERFIL(WRK-IDX-PRF)
                  = WRK-TAB-PERM-PERFIL(WRK-PERM-IDX)
               MOVE 'S' TO WRK-SW-PRF-ACHADO
           END-IF.

       0230-AVALIAR-PERFIL.
           MOVE WRK-TAB-PRF-PERFIL(WRK-IDX-PRF) TO WRK-SOD-PERFIL.
           PERFORM 9030-VERIFICAR-CONFLITO-SOD.
           IF WRK-SOD-QTD-CONFLITOS > 0
               ADD 1 TO WRK-QT-PERFIS
               PERFORM 0235-IMPRIMIR-CONFLITO-PERFIL
                   VARYING WRK-SOD-IDX FROM 1 BY 1
                   UNTIL WRK-SOD-IDX > WRK-SOD-QTD
           END-IF.

       0235-IMPRIMIR-CONFLITO-PERFIL.
           IF WRK-TAB-SOD-SW-VIOLADA(WRK-SOD-IDX) = 'S'
               STRING '  PERFIL ' WRK-SOD-PERFIL ' - '
                   WRK-TAB-SOD-DESCRICAO(WRK-SOD-IDX)
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0300-VARRER-USUARIOS.
      * CADA USUARIO ATIVO HERDA OS CONFLITOS DO SEU PERFIL; UMA
      * LINHA POR REGRA VIOLADA, PARA A AUDITORIA CONFERIR CONTA
      * A CONTA. USUARIO DESATIVADO NAO USA O ACESSO E FICA FORA.
           MOVE 'USUARIOS ATIVOS COM PAR CONFLITANTE (USERMAST):'
               TO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           OPEN INPUT USER-MASTER-FILE.
           IF WRK-STATUS-USR = '00'
               MOVE LOW-VALUES TO UM-USUARIO
               MOVE 'N' TO WRK-EOF-USR
               START USER-MASTER-FILE
                   KEY IS NOT LESS THAN UM-USUARIO
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF-USR
               END-START
               PERFORM 0310-EXAMINAR-USUARIO
                   UNTIL WRK-EOF-USR = 'S'
           ELSE
               DISPLAY 'USERMAST AUSENTE OU VAZIO'
           END-IF.
           CLOSE USER-MASTER-FILE.
           IF WRK-QT-USUARIOS = 0
               MOVE '  NENHUM USUARIO ATIVO EM CONFLITO'
                   TO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0310-EXAMINAR-USUARIO.
           READ USER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-USR
               NOT AT END
                   PERFORM 0320-CONFERIR-UM-USUARIO
           END-READ.

       0320-CONFERIR-UM-USUARIO.
           IF UM-SW-ATIVO NOT = 'N'
               MOVE UM-PERFIL TO WRK-SOD-PERFIL
               PERFORM 9030-VERIFICAR-CONFLITO-SOD
               IF WRK-SOD-QTD-CONFLITOS > 0
                   ADD 1 TO WRK-QT-USUARIOS
                   PERFORM 0325-IMPRIMIR-CONFLITO-USUARIO
                       VARYING WRK-SOD-IDX FROM 1 BY 1
                       UNTIL WRK-SOD-IDX > WRK-SOD-QTD
               END-IF
           END-IF.

       0325-IMPRIMIR-CONFLITO-USUARIO.
           IF WRK-TAB-SOD-SW-VIOLADA(WRK-SOD-IDX) = 'S'
               ADD 1 TO WRK-QT-OCORRENCIAS
               STRING '  ' UM-USUARIO ' ' UM-NOME ' PERFIL '
                   UM-PERFIL ' - '
                   WRK-TAB-SOD-DESCRICAO(WRK-SOD-IDX)
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0500-FINALIZAR.
           STRING 'RESUMO - REGRAS: ' WRK-QT-REGRAS
               ' PERFIS EM CONFLITO: ' WRK-QT-PERFIS
               ' USUARIOS EM CONFLITO: ' WRK-QT-USUARIOS
               ' OCORRENCIAS: ' WRK-QT-OCORRENCIAS
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           CLOSE SOD-REPORT-FILE.

       0800-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           DISPLAY WRK-LINHA-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'SODCHK.CPY'.
