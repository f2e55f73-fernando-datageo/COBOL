       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPANHA-ACESSO.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: CAMPANHA TRIMESTRAL DE REVISAO DE ACESSOS.
      * MODO 1 ABRE A CAMPANHA: CADA USUARIO ATIVO DO USERMAST
      * ENTRA NO REVACESS COM O SEU GESTOR (ARQUIVO GESTORES) E
      * O PRAZO, E A LISTA REVLIST MOSTRA A CADA GESTOR OS SEUS
      * USUARIOS, O PERFIL (UM-PERFIL) E OS PROGRAMAS/FUNCOES
      * QUE O PERFIL LIBERA NO PERMFILE. OS GESTORES RESPONDEM
      * MANTER, ALTERAR OU REVOGAR EM REVISA-ACESSO.
      * MODO 2 ENCERRA A CAMPANHA (VENCIDO O PRAZO, OU ANTES SE
      * TUDO JA FOI RESPONDIDO): REVOGACAO DESATIVA A CONTA,
      * ALTERACAO VIRA PENDENCIA DE TROCA DE PERFIL NO PENDAPRV
      * E CONTA SEM RESPOSTA E DESATIVADA AUTOMATICAMENTE (MENOS
      * AS CONTAS DE SERVICO LISTADAS NO SYSPARM). O
      * RELATORIO REVRPT, COM CAMPOS DE ASSINATURA, E A PECA
      * ENTREGUE A AUDITORIA; CADA ACAO VAI PARA O AUDITLOG
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: O DIGESTO DE SEGURANCA
      *              APONTA CONTAS DORMENTES, BLOQUEADAS E COM
      *              SENHA A EXPIRAR, MAS NINGUEM CONFIRMAVA QUE
      *              OS USUARIOS ATIVOS AINDA PRECISAM DO PERFIL
      *              QUE TEM; A AUDITORIA PEDIU A REVISAO
      *              TRIMESTRAL. O PRAZO DE RESPOSTA VEM DO
      *              SYSPARM (CAMPANHA-ACESSO/PRAZO-DIAS, PADRAO
      *              15 DIAS) E O ENCERRAMENTO RODA TODA NOITE NO
      *              NIGHTRUN. USUARIO FORA DO GESTORES (OU GESTOR
      *              DE SI MESMO) FICA COM O GESTOR SEGURANCA,
      *              RESPONDIDO POR QUALQUER OUTRO ADM. A TROCA DE
      *              PERFIL CONTINUA EXIGINDO O SEGUNDO ADM DO
      *              DUPLO CONTROLE (OPCAO 6 DE ADM-USUARIO-VN88).
      * 15/10/2026 - A PENDENCIA GRAVADA LEVA A JUSTIFICATIVA EM
      *              BRANCO (CAMPO NOVO DO PENDAPRV). TROCA PARA
      *              PERFIL EM CONFLITO DE SEGREGACAO NAO CHEGA
      *              AQUI: REVISA-ACESSO JA A RECUSA.
      * 15/10/2026 - CONTA DE SERVICO (SYSPARM CONTA-SERVICO/
      *              <USUARIO> = 1, EX.: BATCHADM) SEM RESPOSTA NAO
      *              E MAIS DESATIVADA: SAI NO REVRPT COMO SEM
      *              RESPOSTA - NAO DESATIVADA E GERA AVISO NO LOG
      *              DE EXCECOES. DESATIVAR O USUARIO DOS LOTES
      *              NOTURNOS PARAVA O NIGHTRUN INTEIRO.
      * 15/10/2026 - O ENCERRAMENTO ACRESCENTA A CAMPANHA FECHADA
      *              AO HISTORICO REVHIST ANTES QUE A PROXIMA
      *              ABERTURA REGRAVE O REVACESS; AS DECISOES DAS
      *              CAMPANHAS ANTERIORES FICAM CONSULTAVEIS.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'USRSEL.CPY'.
           COPY 'AUDSEL.CPY'.
           COPY 'RVSSEL.CPY'.
           COPY 'RVHSEL.CPY'.
           COPY 'PENSEL.CPY'.
           COPY 'BKPSEL.CPY'.
           COPY 'SYSSEL.CPY'.
           SELECT MANAGER-MAP-FILE ASSIGN TO "GESTORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GES.
           SELECT REVIEW-LIST-FILE ASSIGN TO "REVLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LST.
           SELECT REVIEW-REPORT-FILE ASSIGN TO "REVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'USRFD.CPY'.

           COPY 'AUDFD.CPY'.

           COPY 'RVSFD.CPY'.

           COPY 'RVHFD.CPY'.

           COPY 'PENFD.CPY'.

           COPY 'BKPFD.CPY'.

           COPY 'SYSFD.CPY'.

      * GESTORES: QUEM RESPONDE PELO ACESSO DE CADA USUARIO.
      * MANTIDO PELA AREA DE SEGURANCA, UMA LINHA POR USUARIO.
       FD  MANAGER-MAP-FILE.
       01  MANAGER-MAP-RECORD.
           05 GES-USUARIO    PIC X(20).
           05 GES-GESTOR     PIC X(20).

       FD  REVIEW-LIST-FILE.
       01  REVIEW-LIST-RECORD PIC X(100).

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-RECORD PIC X(132).

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'USRWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'DTCWS.CPY'.
           COPY 'SYSWS.CPY'.
           COPY 'BKPWS.CPY'.
           COPY 'RVSWS.CPY'.
           COPY 'RVHWS.CPY'.
       77 WRK-STATUS-AUDIT   PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PEN     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-GES     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-LST     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-EOF-USR        PIC X(01) VALUE 'N'.
       77 WRK-EOF-GES        PIC X(01) VALUE 'N'.
       77 WRK-EOF-PEN        PIC X(01) VALUE 'N'.
       77 WRK-EOF-BKP        PIC X(01) VALUE 'N'.
       77 WRK-MODO           PIC 9(01) VALUE ZEROS.
       77 WRK-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-TRIMESTRE      PIC 9(01) VALUE ZEROS.
       77 WRK-CAMPANHA       PIC X(06) VALUE SPACES.
       77 WRK-PRAZO-DIAS     PIC 9(03) VALUE 15.
       77 WRK-PRAZO          PIC 9(08) VALUE ZEROS.
       77 WRK-GESTOR         PIC X(20) VALUE SPACES.
       77 WRK-GESTOR-ANTERIOR PIC X(20) VALUE SPACES.
       77 WRK-AUD-USUARIO    PIC X(20) VALUE SPACES.
       77 WRK-AUD-MENSAGEM   PIC X(25) VALUE SPACES.
       77 WRK-LINHA-RPT      PIC X(132) VALUE SPACES.
       77 WRK-DESC-DECISAO   PIC X(08) VALUE SPACES.
       77 WRK-RESULTADO      PIC X(15) VALUE SPACES.
       77 WRK-SW-USR-OK      PIC X(01) VALUE 'N'.
       77 WRK-SW-CONTA-SERVICO PIC X(01) VALUE 'N'.
       77 WRK-PROX-ID-PEN    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-USUARIOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PENDENTES   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MANTIDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ALTERADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REVOGADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXPIRADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ISENTOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PERM-PERFIL PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-GES        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-GES        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-GES-ACHADO PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-GES-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-IDX-POS        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-DESLOCA    PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-POS-ACHADA  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-GESTORES.
           05 WRK-TAB-GES OCCURS 300 TIMES.
               10 WRK-TAB-GES-USUARIO PIC X(20).
               10 WRK-TAB-GES-GESTOR  PIC X(20).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               EVALUATE WRK-MODO
                   WHEN 1
                       PERFORM 0200-ABRIR-CAMPANHA
                   WHEN 2
                       PERFORM 0300-ENCERRAR-CAMPANHA
                   WHEN OTHER
                       DISPLAY 'MODO INVALIDO: ' WRK-MODO
                       MOVE 'CAMPANHA-ACESSO' TO WRK-EXCP-PROGRAMA
                       MOVE 'MODO DE EXECUCAO INVALIDO'
                           TO WRK-EXCP-MENSAGEM
                       PERFORM 9000-REGISTRAR-EXCECAO
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA CAMPANHA DE'
                   ' REVISAO DE ACESSOS'
               MOVE 'CAMPANHA-ACESSO' TO WRK-EXCP-PROGRAMA
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
           MOVE 'CAMPANHA-ACESSO' TO WRK-PERM-PROGRAMA.
           MOVE 'CAMPANHA' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
      * A CAMPANHA E IDENTIFICADA PELO ANO E TRIMESTRE DA
      * ABERTURA (EX.: 2026T4); UMA POR TRIMESTRE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DTC-DATA.
           COMPUTE WRK-TRIMESTRE = (WRK-DTC-MES + 2) / 3.
           MOVE SPACES TO WRK-CAMPANHA.
           STRING WRK-DTC-ANO 'T' WRK-TRIMESTRE
               DELIMITED BY SIZE INTO WRK-CAMPANHA.
           DISPLAY 'MODO (1 = ABRIR CAMPANHA, 2 = ENCERRAR): '.
           ACCEPT WRK-MODO.

      *=============================================
      * MODO 1 - ABERTURA DA CAMPANHA
      *=============================================
       0200-ABRIR-CAMPANHA.
      * SO ABRE COM A CAMPANHA ANTERIOR ENCERRADA E UMA UNICA
      * VEZ POR TRIMESTRE.
           PERFORM 9060-CARREGAR-REVISAO.
           EVALUATE TRUE
               WHEN WRK-RVS-QTD-ABERTOS > 0
                   DISPLAY 'CAMPANHA ' WRK-RVS-CAMPANHA
                       ' AINDA ABERTA - ENCERRE ANTES DE ABRIR'
                       ' OUTRA'
                   MOVE 'CAMPANHA-ACESSO' TO WRK-EXCP-PROGRAMA
                   MOVE SPACES TO WRK-EXCP-MENSAGEM
                   STRING 'CAMPANHA ' WRK-RVS-CAMPANHA
                       ' AINDA ABERTA'
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-RVS-CAMPANHA = WRK-CAMPANHA
                   DISPLAY 'CAMPANHA ' WRK-CAMPANHA
                       ' JA REALIZADA NESTE TRIMESTRE'
                   MOVE 'CAMPANHA-ACESSO' TO WRK-EXCP-PROGRAMA
                   MOVE SPACES TO WRK-EXCP-MENSAGEM
                   STRING 'CAMPANHA ' WRK-CAMPANHA
                       ' JA REALIZADA'
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 0210-MONTAR-CAMPANHA
           END-EVALUATE.

       0210-MONTAR-CAMPANHA.
           MOVE 'CAMPANHA-ACESSO' TO WRK-PAR-PROGRAMA.
           MOVE 'PRAZO-DIAS' TO WRK-PAR-CHAVE.
           MOVE 15 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-PRAZO-DIAS.
           MOVE WRK-DATA-HOJE TO WRK-DTC-DATA.
           PERFORM 9400-DATA-PARA-SERIAL.
           ADD WRK-PRAZO-DIAS TO WRK-DTC-SERIAL.
           PERFORM 9410-SERIAL-PARA-DATA.
           MOVE WRK-DTC-DATA TO WRK-PRAZO.
           PERFORM 0220-CARREGAR-GESTORES.
           MOVE ZEROS TO WRK-RVS-QTD.
           MOVE 'N' TO WRK-RVS-SW-CHEIA.
           PERFORM 0230-VARRER-USUARIOS.
           EVALUATE TRUE
               WHEN WRK-RVS-SW-CHEIA = 'S'
                   DISPLAY 'USERMAST MAIOR QUE A TABELA DA CAMPANHA'
                       ' - CAMPANHA NAO ABERTA'
                   MOVE 'CAMPANHA-ACESSO' TO WRK-EXCP-PROGRAMA
                   MOVE 'USUARIOS ALEM DA TABELA DA CAMPANHA'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-RVS-QTD = 0
                   DISPLAY 'NENHUM USUARIO ATIVO - CAMPANHA NAO'
                       ' ABERTA'
                   MOVE 'CAMPANHA-ACESSO' TO WRK-EXCP-PROGRAMA
                   MOVE 'NENHUM USUARIO ATIVO NO USERMAST'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 9080-REGRAVAR-REVISAO
                   PERFORM 0250-EMITIR-LISTA
                   MOVE LOG-USUARIO TO WRK-AUD-USUARIO
                   STRING 'REVISAO ' WRK-CAMPANHA ' ABERTA'
                       DELIMITED BY SIZE INTO WRK-AUD-MENSAGEM
                   PERFORM 0850-REGISTRAR-AUDITORIA
                   DISPLAY 'CAMPANHA ' WRK-CAMPANHA ' ABERTA COM '
                       WRK-QT-USUARIOS ' USUARIO(S) - PRAZO '
                       WRK-PRAZO
           END-EVALUATE.

       0220-CARREGAR-GESTORES.
      * ARQUIVO AUSENTE DEIXA TODOS OS USUARIOS COM O GESTOR
      * SEGURANCA.
           MOVE ZEROS TO WRK-QTD-GES.
           OPEN INPUT MANAGER-MAP-FILE.
           IF WRK-STATUS-GES = '00'
               MOVE 'N' TO WRK-EOF-GES
               PERFORM 0225-LER-GESTOR
               PERFORM 0228-ARMAZENAR-GESTOR
                   UNTIL WRK-EOF-GES = 'S'
           ELSE
               DISPLAY 'ARQUIVO GESTORES AUSENTE - USUARIOS COM'
                   ' GESTOR SEGURANCA'
           END-IF.
           CLOSE MANAGER-MAP-FILE.

       0225-LER-GESTOR.
           READ MANAGER-MAP-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-GES
           END-READ.

       0228-ARMAZENAR-GESTOR.
           IF WRK-QTD-GES < 300
               ADD 1 TO WRK-QTD-GES
               MOVE GES-USUARIO TO WRK-TAB-GES-USUARIO(WRK-QTD-GES)
               MOVE GES-GESTOR TO WRK-TAB-GES-GESTOR(WRK-QTD-GES)
           ELSE
               DISPLAY 'TABELA DE GESTORES CHEIA - IGNORADO: '
                   GES-USUARIO
           END-IF.
           PERFORM 0225-LER-GESTOR.

       0230-VARRER-USUARIOS.
           OPEN INPUT USER-MASTER-FILE.
           IF WRK-STATUS-USR = '00'
               MOVE LOW-VALUES TO UM-USUARIO
               MOVE 'N' TO WRK-EOF-USR
               START USER-MASTER-FILE
                   KEY IS NOT LESS THAN UM-USUARIO
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF-USR
               END-START
               PERFORM 0235-LER-USUARIO
                   UNTIL WRK-EOF-USR = 'S'
           ELSE
               DISPLAY 'USERMAST AUSENTE OU VAZIO'
           END-IF.
           CLOSE USER-MASTER-FILE.

       0235-LER-USUARIO.
           READ USER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-USR
               NOT AT END
                   IF UM-SW-ATIVO NOT = 'N'
                       PERFORM 0240-INCLUIR-NA-CAMPANHA
                   END-IF
           END-READ.

       0240-INCLUIR-NA-CAMPANHA.
      * A TABELA FICA EM ORDEM DE GESTOR (E DE USUARIO DENTRO DO
      * GESTOR, POIS O USERMAST E LIDO EM ORDEM DE CHAVE): O
      * USUARIO ENTRA ANTES DO PRIMEIRO ITEM DE GESTOR MAIOR.
           PERFORM 0245-OBTER-GESTOR.
           IF WRK-RVS-QTD < 300
               MOVE 'N' TO WRK-SW-POS-ACHADA
               PERFORM 0242-COMPARAR-POSICAO
                   VARYING WRK-RVS-IDX FROM 1 BY 1
                   UNTIL WRK-RVS-IDX > WRK-RVS-QTD
                      OR WRK-SW-POS-ACHADA = 'S'
               IF WRK-SW-POS-ACHADA = 'N'
                   COMPUTE WRK-IDX-POS = WRK-RVS-QTD + 1
               ELSE
                   PERFORM 0244-DESLOCAR-ITEM
                       VARYING WRK-IDX-DESLOCA FROM WRK-RVS-QTD
                       BY -1
                       UNTIL WRK-IDX-DESLOCA < WRK-IDX-POS
               END-IF
               ADD 1 TO WRK-RVS-QTD
               ADD 1 TO WRK-QT-USUARIOS
               MOVE WRK-CAMPANHA
                   TO WRK-TAB-RVS-CAMPANHA(WRK-IDX-POS)
               MOVE UM-USUARIO TO WRK-TAB-RVS-USUARIO(WRK-IDX-POS)
               MOVE UM-NOME TO WRK-TAB-RVS-NOME(WRK-IDX-POS)
               MOVE UM-PERFIL TO WRK-TAB-RVS-PERFIL(WRK-IDX-POS)
               MOVE WRK-GESTOR TO WRK-TAB-RVS-GESTOR(WRK-IDX-POS)
               MOVE WRK-DATA-HOJE
                   TO WRK-TAB-RVS-ABERTURA(WRK-IDX-POS)
               MOVE WRK-PRAZO TO WRK-TAB-RVS-PRAZO(WRK-IDX-POS)
               MOVE SPACE TO WRK-TAB-RVS-DECISAO(WRK-IDX-POS)
               MOVE SPACES
                   TO WRK-TAB-RVS-PERFIL-NOVO(WRK-IDX-POS)
               MOVE SPACES TO WRK-TAB-RVS-DECISOR(WRK-IDX-POS)
               MOVE ZEROS TO WRK-TAB-RVS-DT-DECISAO(WRK-IDX-POS)
               MOVE 'A' TO WRK-TAB-RVS-SITUACAO(WRK-IDX-POS)
               MOVE ZEROS
                   TO WRK-TAB-RVS-ENCERRAMENTO(WRK-IDX-POS)
           ELSE
               DISPLAY 'TABELA DA CAMPANHA CHEIA - IGNORADO: '
                   UM-USUARIO
               MOVE 'S' TO WRK-RVS-SW-CHEIA
           END-IF.

       0242-COMPARAR-POSICAO.
      * O PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA EM
      * WRK-IDX-POS.
           IF WRK-TAB-RVS-GESTOR(WRK-RVS-IDX) > WRK-GESTOR
               MOVE 'S' TO WRK-SW-POS-ACHADA
               MOVE WRK-RVS-IDX TO WRK-IDX-POS
           END-IF.

       0244-DESLOCAR-ITEM.
           MOVE WRK-TAB-RVS(WRK-IDX-DESLOCA)
               TO WRK-TAB-RVS(WRK-IDX-DESLOCA + 1).

       0245-OBTER-GESTOR.
      * USUARIO SEM GESTOR NO ARQUIVO, OU GESTOR DE SI MESMO,
      * FICA COM O GESTOR SEGURANCA (QUALQUER OUTRO ADM
      * RESPONDE), PARA QUE NINGUEM CONFIRME O PROPRIO ACESSO.
           MOVE 'N' TO WRK-SW-GES-ACHADO.
           PERFORM 0247-COMPARAR-GESTOR
               VARYING WRK-IDX-GES FROM 1 BY 1
               UNTIL WRK-IDX-GES > WRK-QTD-GES
                  OR WRK-SW-GES-ACHADO = 'S'.
           IF WRK-SW-GES-ACHADO = 'S'
               MOVE WRK-TAB-GES-GESTOR(WRK-IDX-GES-ACHADO)
                   TO WRK-GESTOR
           ELSE
               MOVE SPACES TO WRK-GESTOR
           END-IF.
           IF WRK-GESTOR = SPACES
              OR WRK-GESTOR = UM-USUARIO
               MOVE 'SEGURANCA' TO WRK-GESTOR
           END-IF.

       0247-COMPARAR-GESTOR.
           IF UM-USUARIO = WRK-TAB-GES-USUARIO(WRK-IDX-GES)
               MOVE 'S' TO WRK-SW-GES-ACHADO
               MOVE WRK-IDX-GES TO WRK-IDX-GES-ACHADO
           END-IF.

       0250-EMITIR-LISTA.
      * LISTA POR GESTOR: CADA USUARIO COM O PERFIL E AS
      * PERMISSOES QUE O PERFIL TEM NA MATRIZ (JA CARREGADA NA
      * AUTORIZACAO).
           OPEN OUTPUT REVIEW-LIST-FILE.
           STRING 'CAMPANHA DE REVISAO DE ACESSOS ' WRK-CAMPANHA
               ' - ABERTA EM ' WRK-DATA-HOJE
               ' - RESPONDER ATE ' WRK-PRAZO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LISTA.
           STRING 'RESPOSTA PELA OPCAO REVISAO DE ACESSOS (GESTOR):'
               ' M = MANTER, A = ALTERAR PERFIL, R = REVOGAR'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LISTA.
           STRING 'CONTA SEM RESPOSTA NO PRAZO SERA DESATIVADA'
               ' AUTOMATICAMENTE.'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LISTA.
           IF WRK-PERM-ESTOUROU = 'S'
               MOVE 'ATENCAO: MATRIZ MAIOR QUE A TABELA - LISTA DE'
                   TO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LISTA
               MOVE 'PERMISSOES INCOMPLETA' TO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LISTA
           END-IF.
           MOVE SPACES TO WRK-GESTOR-ANTERIOR.
           PERFORM 0255-LISTAR-USUARIO
               VARYING WRK-RVS-IDX FROM 1 BY 1
               UNTIL WRK-RVS-IDX > WRK-RVS-QTD.
           CLOSE REVIEW-LIST-FILE.

       0255-LISTAR-USUARIO.
           IF WRK-TAB-RVS-GESTOR(WRK-RVS-IDX) NOT = WRK-GESTOR-ANTERIOR
               MOVE WRK-TAB-RVS-GESTOR(WRK-RVS-IDX)
                   TO WRK-GESTOR-ANTERIOR
               PERFORM 0800-GRAVAR-LISTA
               IF WRK-GESTOR-ANTERIOR = 'SEGURANCA'
                   MOVE 'GESTOR: SEGURANCA (QUALQUER ADM, EXCETO O'
                       TO WRK-LINHA-RPT
                   PERFORM 0800-GRAVAR-LISTA
                   MOVE '        PROPRIO USUARIO)' TO WRK-LINHA-RPT
               ELSE
                   STRING 'GESTOR: ' WRK-GESTOR-ANTERIOR
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
               END-IF
               PERFORM 0800-GRAVAR-LISTA
           END-IF.
           STRING '  USUARIO ' WRK-TAB-RVS-USUARIO(WRK-RVS-IDX)
               ' ' WRK-TAB-RVS-NOME(WRK-RVS-IDX)
               ' PERFIL ' WRK-TAB-RVS-PERFIL(WRK-RVS-IDX)
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LISTA.
           MOVE ZEROS TO WRK-QT-PERM-PERFIL.
           PERFORM 0258-LISTAR-PERMISSAO
               VARYING WRK-PERM-IDX FROM 1 BY 1
               UNTIL WRK-PERM-IDX > WRK-PERM-QTD.
           IF WRK-QT-PERM-PERFIL = 0
               MOVE '      (PERFIL SEM PERMISSOES NA MATRIZ)'
                   TO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LISTA
           END-IF.

       0258-LISTAR-PERMISSAO.
           IF WRK-TAB-PERM-PERFIL(WRK-PERM-IDX)
                  = WRK-TAB-RVS-PERFIL(WRK-RVS-IDX)
              AND WRK-TAB-PERM-PERMITIDO(WRK-PERM-IDX) = 'S'
               ADD 1 TO WRK-QT-PERM-PERFIL
               STRING '      ' WRK-TAB-PERM-PROGRAMA(WRK-PERM-IDX)
                   ' ' WRK-TAB-PERM-FUNCAO(WRK-PERM-IDX)
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LISTA
           END-IF.

      *=============================================
      * MODO 2 - ENCERRAMENTO DA CAMPANHA
      *=============================================
       0300-ENCERRAR-CAMPANHA.
      * RODA TODA NOITE: SEM CAMPANHA ABERTA, OU NO PRAZO COM
      * ITENS AINDA SEM RESPOSTA, NAO HA O QUE FAZER.
           PERFORM 9060-CARREGAR-REVISAO.
           MOVE ZEROS TO WRK-QT-PENDENTES.
           PERFORM 0305-CONTAR-PENDENTE
               VARYING WRK-RVS-IDX FROM 1 BY 1
               UNTIL WRK-RVS-IDX > WRK-RVS-QTD.
           EVALUATE TRUE
               WHEN WRK-RVS-QTD-ABERTOS = 0
                   DISPLAY 'NENHUMA CAMPANHA DE REVISAO ABERTA'
               WHEN WRK-RVS-SW-CHEIA = 'S'
                   DISPLAY 'REVACESS MAIOR QUE A TABELA - CAMPANHA'
                       ' NAO ENCERRADA'
                   MOVE 'CAMPANHA-ACESSO' TO WRK-EXCP-PROGRAMA
                   MOVE 'REVACESS MAIOR QUE A TABELA'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-DATA-HOJE NOT > WRK-RVS-PRAZO
                AND WRK-QT-PENDENTES > 0
                   DISPLAY 'CAMPANHA ' WRK-RVS-CAMPANHA
                       ' NO PRAZO (ATE ' WRK-RVS-PRAZO ') - '
                       WRK-QT-PENDENTES ' ITEM(NS) SEM RESPOSTA'
               WHEN OTHER
                   PERFORM 0310-APLICAR-DECISOES
           END-EVALUATE.

       0305-CONTAR-PENDENTE.
           IF WRK-TAB-RVS-SITUACAO(WRK-RVS-IDX) = 'A'
              AND WRK-TAB-RVS-DECISAO(WRK-RVS-IDX) = SPACE
               ADD 1 TO WRK-QT-PENDENTES
           END-IF.

       0310-APLICAR-DECISOES.
      * ANTES DE ATUALIZAR O USERMAST, DESCARREGA UMA GERACAO DE
      * BACKUP (MESMO ESQUEMA DA MANUTENCAO DE USUARIOS).
           OPEN I-O USER-MASTER-FILE.
           IF WRK-STATUS-USR NOT = '00'
               DISPLAY 'USERMAST INDISPONIVEL - CAMPANHA NAO'
                   ' ENCERRADA'
               MOVE 'CAMPANHA-ACESSO' TO WRK-EXCP-PROGRAMA
               MOVE 'USERMAST INDISPONIVEL NO ENCERRAMENTO'
                   TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0130-GERAR-BACKUP-USERMAST
               PERFORM 0150-OBTER-PROXIMO-ID-PEN
               OPEN EXTEND PENDING-APPROVAL-FILE
               IF WRK-STATUS-PEN NOT = '00'
                   OPEN OUTPUT PENDING-APPROVAL-FILE
                   CLOSE PENDING-APPROVAL-FILE
                   OPEN EXTEND PENDING-APPROVAL-FILE
               END-IF
               PERFORM 0400-CABECALHO-RELATORIO
               MOVE SPACES TO WRK-GESTOR-ANTERIOR
               PERFORM 0320-APLICAR-UMA-DECISAO
                   VARYING WRK-RVS-IDX FROM 1 BY 1
                   UNTIL WRK-RVS-IDX > WRK-RVS-QTD
               CLOSE PENDING-APPROVAL-FILE
               CLOSE USER-MASTER-FILE
               PERFORM 9080-REGRAVAR-REVISAO
               PERFORM 0360-GRAVAR-HISTORICO
               PERFORM 0450-FECHAR-RELATORIO
               MOVE LOG-USUARIO TO WRK-AUD-USUARIO
               STRING 'REVISAO ' WRK-RVS-CAMPANHA ' ENCERRADA'
                   DELIMITED BY SIZE INTO WRK-AUD-MENSAGEM
               PERFORM 0850-REGISTRAR-AUDITORIA
               DISPLAY 'CAMPANHA ' WRK-RVS-CAMPANHA ' ENCERRADA'
               IF WRK-QT-EXPIRADOS > 0
                OR WRK-QT-ISENTOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0320-APLICAR-UMA-DECISAO.
      * REVOGACAO DESATIVA NA HORA (REDUZIR ACESSO NAO ESPERA
      * SEGUNDA ASSINATURA); ALTERACAO VIRA PENDENCIA DE TROCA
      * DE PERFIL, PEDIDA PELO GESTOR QUE DECIDIU; SEM RESPOSTA,
      * A CONTA E DESATIVADA AUTOMATICAMENTE, MENOS A CONTA DE
      * SERVICO, QUE SO E APONTADA NO RELATORIO E NO LOG.
           IF WRK-TAB-RVS-SITUACAO(WRK-RVS-IDX) = 'A'
               IF WRK-TAB-RVS-GESTOR(WRK-RVS-IDX)
                      NOT = WRK-GESTOR-ANTERIOR
                   MOVE WRK-TAB-RVS-GESTOR(WRK-RVS-IDX)
                       TO WRK-GESTOR-ANTERIOR
                   PERFORM 0810-GRAVAR-RELATORIO
                   STRING 'GESTOR: ' WRK-GESTOR-ANTERIOR
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
                   PERFORM 0810-GRAVAR-RELATORIO
               END-IF
               ADD 1 TO WRK-QT-USUARIOS
               MOVE SPACES TO WRK-RESULTADO
               PERFORM 0325-LER-USUARIO-CAMPANHA
               EVALUATE WRK-TAB-RVS-DECISAO(WRK-RVS-IDX)
                   WHEN 'M'
                       ADD 1 TO WRK-QT-MANTIDOS
                       MOVE 'MANTER' TO WRK-DESC-DECISAO
                       MOVE 'PERFIL MANTIDO' TO WRK-RESULTADO
                   WHEN 'A'
                       ADD 1 TO WRK-QT-ALTERADOS
                       MOVE 'ALTERAR' TO WRK-DESC-DECISAO
                       PERFORM 0330-CRIAR-PENDENCIA-PERFIL
                   WHEN 'R'
                       ADD 1 TO WRK-QT-REVOGADOS
                       MOVE 'REVOGAR' TO WRK-DESC-DECISAO
                       MOVE WRK-TAB-RVS-DECISOR(WRK-RVS-IDX)
                           TO UM-USUARIO-SITUACAO
                       PERFORM 0340-DESATIVAR-USUARIO
                   WHEN OTHER
                       MOVE 'E' TO WRK-TAB-RVS-DECISAO(WRK-RVS-IDX)
                       MOVE 'EXPIRADA' TO WRK-DESC-DECISAO
                       PERFORM 0322-VERIFICAR-CONTA-SERVICO
                       IF WRK-SW-CONTA-SERVICO = 'S'
                           ADD 1 TO WRK-QT-ISENTOS
                           MOVE 'NAO DESATIVADA' TO WRK-RESULTADO
                           MOVE SPACES TO WRK-EXCP-MENSAGEM
                           STRING 'SERVICO NAO DESATIVADA: '
                               WRK-TAB-RVS-USUARIO(WRK-RVS-IDX)
                               DELIMITED BY SIZE
                               INTO WRK-EXCP-MENSAGEM
                           MOVE 'A' TO WRK-EXCP-SEVERIDADE
                       ELSE
                           ADD 1 TO WRK-QT-EXPIRADOS
                           MOVE LOG-USUARIO TO UM-USUARIO-SITUACAO
                           PERFORM 0340-DESATIVAR-USUARIO
                           MOVE SPACES TO WRK-EXCP-MENSAGEM
                           STRING 'REVISAO EXPIRADA: '
                               WRK-TAB-RVS-USUARIO(WRK-RVS-IDX)
                               DELIMITED BY SIZE
                               INTO WRK-EXCP-MENSAGEM
                       END-IF
                       MOVE 'CAMPANHA-ACESSO' TO WRK-EXCP-PROGRAMA
                       PERFORM 9000-REGISTRAR-EXCECAO
               END-EVALUATE
               MOVE 'E' TO WRK-TAB-RVS-SITUACAO(WRK-RVS-IDX)
               MOVE WRK-DATA-HOJE
                   TO WRK-TAB-RVS-ENCERRAMENTO(WRK-RVS-IDX)
               STRING '  ' WRK-TAB-RVS-USUARIO(WRK-RVS-IDX)
                   ' ' WRK-TAB-RVS-NOME(WRK-RVS-IDX)
                   ' ' WRK-TAB-RVS-PERFIL(WRK-RVS-IDX)
                   ' ' WRK-DESC-DECISAO
                   ' ' WRK-TAB-RVS-PERFIL-NOVO(WRK-RVS-IDX)
                   ' ' WRK-TAB-RVS-DECISOR(WRK-RVS-IDX)
                   ' ' WRK-TAB-RVS-DT-DECISAO(WRK-RVS-IDX)
                   ' ' WRK-RESULTADO
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0810-GRAVAR-RELATORIO
               IF WRK-TAB-RVS-DECISAO(WRK-RVS-IDX) = 'E'
                  AND WRK-SW-CONTA-SERVICO = 'S'
                   STRING '    SEM RESPOSTA - NAO DESATIVADA'
                       ' (CONTA DE SERVICO) - REVISAR COM A'
                       ' SEGURANCA'
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
                   PERFORM 0810-GRAVAR-RELATORIO
               END-IF
               MOVE 'N' TO WRK-SW-CONTA-SERVICO
           END-IF.

       0322-VERIFICAR-CONTA-SERVICO.
      * CONTA DE SERVICO E A QUE TEM NO SYSPARM A LINHA
      * CONTA-SERVICO/<USUARIO> COM VALOR 1. A CHAVE DO SYSPARM
      * TEM 15 POSICOES; USUARIO MAIS LONGO NAO PODE SER ISENTO.
           MOVE 'N' TO WRK-SW-CONTA-SERVICO.
           IF WRK-TAB-RVS-USUARIO(WRK-RVS-IDX)(16:5) = SPACES
               MOVE 'CONTA-SERVICO' TO WRK-PAR-PROGRAMA
               MOVE WRK-TAB-RVS-USUARIO(WRK-RVS-IDX)
                   TO WRK-PAR-CHAVE
               MOVE ZEROS TO WRK-PAR-DEFAULT
               PERFORM 9300-OBTER-PARAMETRO
               IF WRK-PAR-VALOR = 1
                   MOVE 'S' TO WRK-SW-CONTA-SERVICO
               END-IF
           END-IF.

       0325-LER-USUARIO-CAMPANHA.
           MOVE WRK-TAB-RVS-USUARIO(WRK-RVS-IDX) TO UM-USUARIO.
           READ USER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-SW-USR-OK
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-USR-OK
           END-READ.

       0330-CRIAR-PENDENCIA-PERFIL.
      * A TROCA DE PERFIL SO VALE COM A APROVACAO DE UM SEGUNDO
      * ADM (OPCAO 6 DE ADM-USUARIO-VN88), COMO QUALQUER TROCA
      * DE PERFIL FEITA NA MANUTENCAO DE USUARIOS.
           EVALUATE TRUE
               WHEN WRK-SW-USR-OK = 'N'
                   MOVE 'NAO ENCONTRADO' TO WRK-RESULTADO
               WHEN UM-SW-ATIVO = 'N'
                   MOVE 'JA INATIVO' TO WRK-RESULTADO
               WHEN OTHER
                   MOVE WRK-PROX-ID-PEN TO PEN-ID
                   ADD 1 TO WRK-PROX-ID-PEN
                   MOVE WRK-DATA-HOJE TO PEN-DATA
                   MOVE WRK-TAB-RVS-DECISOR(WRK-RVS-IDX)
                       TO PEN-SOLICITANTE
                   MOVE 'A' TO PEN-TIPO
                   MOVE WRK-TAB-RVS-USUARIO(WRK-RVS-IDX)
                       TO PEN-USUARIO-ALVO
                   MOVE UM-NOME TO PEN-NOME
                   MOVE WRK-TAB-RVS-PERFIL-NOVO(WRK-RVS-IDX)
                       TO PEN-PERFIL
                   MOVE SPACES TO PEN-SENHA
                   MOVE 'P' TO PEN-SITUACAO
                   MOVE SPACES TO PEN-APROVADOR
                   MOVE ZEROS TO PEN-DATA-DECISAO
                   MOVE SPACES TO PEN-JUSTIFICATIVA
                   WRITE PENDING-APPROVAL-RECORD
                   STRING 'PENDENCIA ' PEN-ID
                       DELIMITED BY SIZE INTO WRK-RESULTADO
                   MOVE WRK-TAB-RVS-USUARIO(WRK-RVS-IDX)
                       TO WRK-AUD-USUARIO
                   MOVE 'PEND A CRIADA' TO WRK-AUD-MENSAGEM
                   PERFORM 0850-REGISTRAR-AUDITORIA
           END-EVALUATE.

       0340-DESATIVAR-USUARIO.
      * O CHAMADOR JA PREENCHEU UM-USUARIO-SITUACAO COM QUEM
      * RESPONDE PELA DESATIVACAO (O GESTOR QUE REVOGOU, OU O
      * USUARIO DO ENCERRAMENTO QUANDO O PRAZO VENCEU).
           EVALUATE TRUE
               WHEN WRK-SW-USR-OK = 'N'
                   MOVE 'NAO ENCONTRADO' TO WRK-RESULTADO
               WHEN UM-SW-ATIVO = 'N'
                   MOVE 'JA INATIVO' TO WRK-RESULTADO
               WHEN OTHER
                   MOVE 'N' TO UM-SW-ATIVO
                   MOVE WRK-DATA-HOJE TO UM-DATA-SITUACAO
                   REWRITE USER-MASTER-RECORD
                   MOVE 'DESATIVADO' TO WRK-RESULTADO
                   MOVE WRK-TAB-RVS-USUARIO(WRK-RVS-IDX)
                       TO WRK-AUD-USUARIO
                   IF WRK-TAB-RVS-DECISAO(WRK-RVS-IDX) = 'E'
                       STRING 'REVISAO ' WRK-RVS-CAMPANHA
                           ' EXPIRADA'
                           DELIMITED BY SIZE INTO WRK-AUD-MENSAGEM
                   ELSE
                       STRING 'REVISAO ' WRK-RVS-CAMPANHA
                           ' DESATIVADO'
                           DELIMITED BY SIZE INTO WRK-AUD-MENSAGEM
                   END-IF
                   PERFORM 0850-REGISTRAR-AUDITORIA
           END-EVALUATE.

       0360-GRAVAR-HISTORICO.
      * A CAMPANHA ENCERRADA VAI INTEIRA PARA O FIM DO REVHIST;
      * O REVACESS SO GUARDA ATE A PROXIMA ABERTURA.
           OPEN EXTEND REVIEW-HISTORY-FILE.
           IF WRK-STATUS-RVH NOT = '00'
               OPEN OUTPUT REVIEW-HISTORY-FILE
               CLOSE REVIEW-HISTORY-FILE
               OPEN EXTEND REVIEW-HISTORY-FILE
           END-IF.
           PERFORM 0365-GRAVAR-ITEM-HISTORICO
               VARYING WRK-RVS-IDX FROM 1 BY 1
               UNTIL WRK-RVS-IDX > WRK-RVS-QTD.
           CLOSE REVIEW-HISTORY-FILE.

       0365-GRAVAR-ITEM-HISTORICO.
           MOVE WRK-TAB-RVS(WRK-RVS-IDX) TO REVIEW-HISTORY-RECORD.
           WRITE REVIEW-HISTORY-RECORD.

       0130-GERAR-BACKUP-USERMAST.
      * DESCARREGA O USERMAST EM UMA GERACAO DATADA E A
      * CATALOGA, MANTENDO AS ULTIMAS QT-GERACOES.
           MOVE 'BACKUP' TO WRK-PAR-PROGRAMA.
           MOVE 'QT-GERACOES' TO WRK-PAR-CHAVE.
           MOVE 5 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-BKP-MAXGER.
           ACCEPT WRK-BKP-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-BKP-HORA FROM TIME.
           MOVE SPACES TO WRK-BKP-NOME.
           STRING 'USERMAST.B' WRK-BKP-DATA WRK-BKP-HORA(1:6)
               DELIMITED BY SIZE INTO WRK-BKP-NOME.
           OPEN OUTPUT BACKUP-GEN-FILE.
           MOVE LOW-VALUES TO UM-USUARIO.
           MOVE 'N' TO WRK-EOF-BKP.
           START USER-MASTER-FILE KEY IS NOT LESS THAN UM-USUARIO
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-BKP
           END-START.
           PERFORM 0132-DESCARREGAR-USUARIO
               UNTIL WRK-EOF-BKP = 'S'.
           CLOSE BACKUP-GEN-FILE.
           MOVE 'USERMAST' TO WRK-BKP-ARQUIVO.
           PERFORM 9600-REGISTRAR-BACKUP.
           DISPLAY 'BACKUP GERADO: ' WRK-BKP-NOME.

       0132-DESCARREGAR-USUARIO.
           READ USER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-BKP
               NOT AT END
                   MOVE SPACES TO BACKUP-GEN-RECORD
                   MOVE USER-MASTER-RECORD
                       TO BACKUP-GEN-RECORD(1:119)
                   WRITE BACKUP-GEN-RECORD
           END-READ.

       0150-OBTER-PROXIMO-ID-PEN.
      * O PROXIMO ID DE PENDENCIA E O MAIOR ID DO PENDAPRV MAIS
      * UM (MESMA REGRA DE ADM-USUARIO-VN88).
           MOVE 1 TO WRK-PROX-ID-PEN.
           OPEN INPUT PENDING-APPROVAL-FILE.
           IF WRK-STATUS-PEN = '00'
               MOVE 'N' TO WRK-EOF-PEN
               PERFORM 0155-LER-PENDENCIA
                   UNTIL WRK-EOF-PEN = 'S'
           END-IF.
           CLOSE PENDING-APPROVAL-FILE.

       0155-LER-PENDENCIA.
           READ PENDING-APPROVAL-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-PEN
               NOT AT END
                   IF PEN-ID >= WRK-PROX-ID-PEN
                       COMPUTE WRK-PROX-ID-PEN = PEN-ID + 1
                   END-IF
           END-READ.

       0400-CABECALHO-RELATORIO.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           STRING 'CAMPANHA DE REVISAO DE ACESSOS ' WRK-RVS-CAMPANHA
               ' - RELATORIO DE ENCERRAMENTO'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0810-GRAVAR-RELATORIO.
           STRING 'ABERTA EM ' WRK-TAB-RVS-ABERTURA(1)
               ' - PRAZO ' WRK-RVS-PRAZO
               ' - ENCERRADA EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0810-GRAVAR-RELATORIO.
           PERFORM 0810-GRAVAR-RELATORIO.
           STRING '  USUARIO              NOME'
               '                           PERFIL     DECISAO '
               ' PERF. NOVO DECIDIDO POR         EM'
               '       RESULTADO'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0810-GRAVAR-RELATORIO.

       0450-FECHAR-RELATORIO.
           PERFORM 0810-GRAVAR-RELATORIO.
           STRING 'USUARIOS REVISTOS: ' WRK-QT-USUARIOS
               ' - MANTIDOS: ' WRK-QT-MANTIDOS
               ' - ALTERADOS: ' WRK-QT-ALTERADOS
               ' - REVOGADOS: ' WRK-QT-REVOGADOS
               ' - SEM RESPOSTA (DESATIVADOS): ' WRK-QT-EXPIRADOS
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0810-GRAVAR-RELATORIO.
           IF WRK-QT-ISENTOS > 0
               STRING 'SEM RESPOSTA - NAO DESATIVADAS (CONTAS DE'
                   ' SERVICO): ' WRK-QT-ISENTOS
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0810-GRAVAR-RELATORIO
           END-IF.
           STRING 'ALTERACOES DE PERFIL AGUARDAM A APROVACAO DE UM'
               ' SEGUNDO ADM NO CADASTRO DE USUARIOS (PENDAPRV).'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0810-GRAVAR-RELATORIO.
           STRING 'ENCERRADA EM ' WRK-DATA-HOJE ' POR '
               LOG-USUARIO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0810-GRAVAR-RELATORIO.
           PERFORM 0810-GRAVAR-RELATORIO.
           PERFORM 0810-GRAVAR-RELATORIO.
           STRING 'RESPONSAVEL PELA SEGURANCA: '
               '______________________________  DATA: ___/___/____'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0810-GRAVAR-RELATORIO.
           PERFORM 0810-GRAVAR-RELATORIO.
           STRING 'AUDITORIA                 : '
               '______________________________  DATA: ___/___/____'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0810-GRAVAR-RELATORIO.
           CLOSE REVIEW-REPORT-FILE.

       0800-GRAVAR-LISTA.
           MOVE WRK-LINHA-RPT TO REVIEW-LIST-RECORD.
           WRITE REVIEW-LIST-RECORD.
           MOVE SPACES TO WRK-LINHA-RPT.

       0810-GRAVAR-RELATORIO.
           MOVE WRK-LINHA-RPT TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           DISPLAY WRK-LINHA-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.

       0850-REGISTRAR-AUDITORIA.
      * GRAVA NA TRILHA AUDITLOG A ABERTURA, O ENCERRAMENTO E
      * CADA ACAO APLICADA, COM O USUARIO ALVO E O PERFIL DE
      * QUEM EXECUTOU A CAMPANHA.
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

           COPY 'SYSPRM.CPY'.

           COPY 'DTCALC.CPY'.

           COPY 'BKPCAT.CPY'.

           COPY 'RVSCHK.CPY'.
