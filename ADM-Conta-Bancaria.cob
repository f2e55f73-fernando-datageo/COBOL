       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADM-CONTA-BANCARIA.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: MANUTENCAO DO CADASTRO DE CONTAS BANCARIAS DOS
      * FUNCIONARIOS (CTABANCO): CADASTRAR/ALTERAR, EXCLUIR E
      * CONSULTAR A CONTA DE CREDITO DO SALARIO, NOS MOLDES DE
      * ADM-DEPENDENTE. A CONTA ALIMENTA A REMESSA BANCARIA DOS
      * LIQUIDOS (GERA-REMESSA)
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: OS DADOS BANCARIOS FICAVAM
      *              NA PLANILHA DO FINANCEIRO, DE ONDE CADA
      *              LIQUIDO ERA DIGITADO NO PORTAL DO BANCO. A
      *              ENTRADA E CRITICADA (CAMPOS NUMERICOS E NAO
      *              ZERADOS, DIGITOS PREENCHIDOS, TIPO C/P) E AS
      *              ALTERACOES FICAM NA TRILHA AUDITLOG.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'EMPSEL.CPY'.
           COPY 'BCOSEL.CPY'.
           COPY 'AUDSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'EMPFD.CPY'.

           COPY 'BCOFD.CPY'.

           COPY 'AUDFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'EMPWS.CPY'.
           COPY 'BCOWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-AUDIT   PIC X(02) VALUE SPACES.
       77 WRK-OPCAO-CONTA    PIC 9(01) VALUE ZEROS.
       77 WRK-SW-EMP-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-SW-BCO-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-SW-MATR-OK     PIC X(01) VALUE 'N'.
       77 WRK-SW-DADOS-OK    PIC X(01) VALUE 'N'.
       77 WRK-MATRICULA-TXT  PIC X(05) VALUE SPACES.
       77 WRK-MATRICULA      PIC 9(05) VALUE ZEROS.
       01 WRK-BANCO-TXT      PIC X(03) VALUE SPACES.
       01 WRK-BANCO-TXT-N REDEFINES WRK-BANCO-TXT
                             PIC 9(03).
       01 WRK-AGENCIA-TXT    PIC X(05) VALUE SPACES.
       01 WRK-AGENCIA-TXT-N REDEFINES WRK-AGENCIA-TXT
                             PIC 9(05).
       01 WRK-CONTA-TXT      PIC X(12) VALUE SPACES.
       01 WRK-CONTA-TXT-N REDEFINES WRK-CONTA-TXT
                             PIC 9(12).
       77 WRK-AGENCIA-DV     PIC X(01) VALUE SPACES.
       77 WRK-CONTA-DV       PIC X(01) VALUE SPACES.
       77 WRK-TIPO-CONTA     PIC X(01) VALUE SPACES.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-MENSAGEM-AUD   PIC X(25) VALUE SPACES.
       01 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.

       SCREEN SECTION.
       01  TS-MENU-CONTA.
           05 BLANK SCREEN.
           05 LINE 02 COL 10 VALUE 'CONTAS BANCARIAS (CREDITO DO'.
           05 LINE 02 COL 39 VALUE 'SALARIO)'.
           05 LINE 04 COL 10 VALUE '1 - CADASTRAR/ALTERAR CONTA'.
           05 LINE 05 COL 10 VALUE '2 - EXCLUIR CONTA'.
           05 LINE 06 COL 10 VALUE '3 - CONSULTAR CONTA'.
           05 LINE 07 COL 10 VALUE '0 - VOLTAR'.
           05 LINE 09 COL 10 VALUE 'OPCAO: '.
           05 LINE 09 COL 18 PIC 9(01) USING WRK-OPCAO-CONTA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-ABRIR-ARQUIVOS
               MOVE 1 TO WRK-OPCAO-CONTA
               PERFORM 0200-MENU-CONTAS
                   UNTIL WRK-OPCAO-CONTA = 0
               CLOSE EMPLOYEE-FILE
               CLOSE BANK-ACCOUNT-FILE
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA CONTAS BANCARIAS'
               MOVE 'ADM-CONTA-BANCARIA' TO WRK-EXCP-PROGRAMA
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
           MOVE 'ADM-CONTA-BANCARIA' TO WRK-PERM-PROGRAMA.
           MOVE 'MANUTENCAO' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

       0100-ABRIR-ARQUIVOS.
      * O EMPFILE SO E CONSULTADO. O CTABANCO E ABERTO EM I-O;
      * SE AINDA NAO EXISTIR, E CRIADO VAZIO ANTES (MESMO
      * ESQUEMA DO EMPFILE EM ADM-EMPREGADO).
           OPEN INPUT EMPLOYEE-FILE.
           OPEN I-O BANK-ACCOUNT-FILE.
           IF WRK-STATUS-BCO NOT = '00'
               OPEN OUTPUT BANK-ACCOUNT-FILE
               CLOSE BANK-ACCOUNT-FILE
               OPEN I-O BANK-ACCOUNT-FILE
           END-IF.

       0200-MENU-CONTAS.
           DISPLAY TS-MENU-CONTA.
           ACCEPT TS-MENU-CONTA.
           EVALUATE WRK-OPCAO-CONTA
               WHEN 1
                   PERFORM 0300-GRAVAR-CONTA
               WHEN 2
                   PERFORM 0500-EXCLUIR-CONTA
               WHEN 3
                   PERFORM 0600-CONSULTAR-CONTA
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0250-PEDIR-FUNCIONARIO.
      * O FUNCIONARIO DEVE EXISTIR NO EMPFILE. A CONSULTA E A
      * EXCLUSAO VALEM PARA O DESLIGADO; O CADASTRO E RECUSADO
      * NO 0255, POIS ELE JA NAO ENTRA NA FOLHA.
           MOVE 'N' TO WRK-SW-MATR-OK.
           PERFORM 0260-PEDIR-MATRICULA
               UNTIL WRK-SW-MATR-OK = 'S'.
           MOVE WRK-MATRICULA TO EMP-MATRICULA.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-SW-EMP-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-EMP-ACHADO
           END-READ.
           IF WRK-SW-EMP-ACHADO = 'N'
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO'
           ELSE
               DISPLAY 'FUNCIONARIO: ' EMP-MATRICULA ' ' EMP-NOME
           END-IF.

       0255-EXIGIR-ATIVO.
           IF WRK-SW-EMP-ACHADO = 'S' AND EMP-DESLIGADO
               DISPLAY 'FUNCIONARIO DESLIGADO EM ' EMP-DATA-DESLIG
                   ' - CADASTRO SO PARA CONSULTA'
               MOVE 'N' TO WRK-SW-EMP-ACHADO
           END-IF.

       0260-PEDIR-MATRICULA.
      * A MATRICULA E A CHAVE: DEVE SER NUMERICA E NAO ZERADA.
           DISPLAY 'MATRICULA (5 DIGITOS): '
           ACCEPT WRK-MATRICULA-TXT.
           EVALUATE TRUE
               WHEN WRK-MATRICULA-TXT NOT NUMERIC
                   DISPLAY 'MATRICULA DEVE SER NUMERICA'
               WHEN OTHER
                   MOVE WRK-MATRICULA-TXT TO WRK-MATRICULA
                   IF WRK-MATRICULA = 0
                       DISPLAY 'MATRICULA NAO PODE SER ZERO'
                   ELSE
                       MOVE 'S' TO WRK-SW-MATR-OK
                   END-IF
           END-EVALUATE.

       0275-LOCALIZAR-CONTA.
      * LEITURA DIRETA PELA MATRICULA.
           MOVE WRK-MATRICULA TO BCO-MATRICULA.
           READ BANK-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-SW-BCO-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-BCO-ACHADO
           END-READ.

       0290-PEDIR-DADOS.
           DISPLAY 'BANCO (CODIGO DE COMPENSACAO, 3 DIGITOS): '
           ACCEPT WRK-BANCO-TXT.
           DISPLAY 'AGENCIA (5 DIGITOS): '
           ACCEPT WRK-AGENCIA-TXT.
           DISPLAY 'DIGITO DA AGENCIA: '
           ACCEPT WRK-AGENCIA-DV.
           DISPLAY 'CONTA (12 DIGITOS): '
           ACCEPT WRK-CONTA-TXT.
           DISPLAY 'DIGITO DA CONTA: '
           ACCEPT WRK-CONTA-DV.
           DISPLAY 'TIPO (C=CORRENTE P=POUPANCA): '
           ACCEPT WRK-TIPO-CONTA.
           PERFORM 0295-CRITICAR-DADOS.

       0295-CRITICAR-DADOS.
      * CRITICA DE ENTRADA: BANCO, AGENCIA E CONTA NUMERICOS E
      * NAO ZERADOS, DIGITO DA CONTA PREENCHIDO (O DA AGENCIA
      * PODE FALTAR: NEM TODO BANCO USA) E TIPO CONHECIDO.
           MOVE 'N' TO WRK-SW-DADOS-OK.
           MOVE WRK-TIPO-CONTA TO BCO-TIPO-CONTA.
           EVALUATE TRUE
               WHEN WRK-BANCO-TXT NOT NUMERIC
                   DISPLAY 'BANCO DEVE SER NUMERICO'
               WHEN WRK-BANCO-TXT-N = 0
                   DISPLAY 'BANCO NAO PODE SER ZERO'
               WHEN WRK-AGENCIA-TXT NOT NUMERIC
                   DISPLAY 'AGENCIA DEVE SER NUMERICA'
               WHEN WRK-AGENCIA-TXT-N = 0
                   DISPLAY 'AGENCIA NAO PODE SER ZERO'
               WHEN WRK-CONTA-TXT NOT NUMERIC
                   DISPLAY 'CONTA DEVE SER NUMERICA (12 DIGITOS,'
                       ' COM ZEROS A ESQUERDA)'
               WHEN WRK-CONTA-TXT-N = 0
                   DISPLAY 'CONTA NAO PODE SER ZERO'
               WHEN WRK-CONTA-DV = SPACES
                   DISPLAY 'DIGITO DA CONTA OBRIGATORIO'
               WHEN NOT BCO-TIPO-OK
                   DISPLAY 'TIPO DE CONTA DEVE SER C OU P'
               WHEN OTHER
                   MOVE 'S' TO WRK-SW-DADOS-OK
           END-EVALUATE.

       0300-GRAVAR-CONTA.
      * MATRICULA SEM CONTA = INCLUSAO; COM CONTA = ALTERACAO
      * (A CONTA ATUAL E EXIBIDA ANTES). A NOVA CONTA VALE PARA
      * A PROXIMA REMESSA.
           PERFORM 0250-PEDIR-FUNCIONARIO.
           PERFORM 0255-EXIGIR-ATIVO.
           IF WRK-SW-EMP-ACHADO = 'S'
               PERFORM 0275-LOCALIZAR-CONTA
               IF WRK-SW-BCO-ACHADO = 'S'
                   PERFORM 0610-EXIBIR-CONTA
               END-IF
               MOVE 'N' TO WRK-SW-DADOS-OK
               PERFORM 0290-PEDIR-DADOS
                   UNTIL WRK-SW-DADOS-OK = 'S'
               IF WRK-SW-BCO-ACHADO = 'S'
                   PERFORM 0320-MOVER-DADOS
                   REWRITE BANK-ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO NA REGRAVACAO - STATUS '
                               WRK-STATUS-BCO
                       NOT INVALID KEY
                           DISPLAY 'CONTA ALTERADA COM SUCESSO'
                           MOVE SPACES TO WRK-MENSAGEM-AUD
                           STRING 'CONTA BANCO ALT ' BCO-MATRICULA
                               DELIMITED BY SIZE
                               INTO WRK-MENSAGEM-AUD
                           PERFORM 0800-REGISTRAR-AUDITORIA
                   END-REWRITE
               ELSE
                   INITIALIZE BANK-ACCOUNT-RECORD
                   MOVE WRK-MATRICULA TO BCO-MATRICULA
                   PERFORM 0320-MOVER-DADOS
                   WRITE BANK-ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY 'CONTA JA CADASTRADA'
                       NOT INVALID KEY
                           DISPLAY 'CONTA CADASTRADA COM SUCESSO'
                           MOVE SPACES TO WRK-MENSAGEM-AUD
                           STRING 'CONTA BANCO INCL ' BCO-MATRICULA
                               DELIMITED BY SIZE
                               INTO WRK-MENSAGEM-AUD
                           PERFORM 0800-REGISTRAR-AUDITORIA
                   END-WRITE
               END-IF
           END-IF.

       0320-MOVER-DADOS.
           MOVE WRK-BANCO-TXT-N   TO BCO-BANCO.
           MOVE WRK-AGENCIA-TXT-N TO BCO-AGENCIA.
           MOVE WRK-AGENCIA-DV    TO BCO-AGENCIA-DV.
           MOVE WRK-CONTA-TXT-N   TO BCO-CONTA.
           MOVE WRK-CONTA-DV      TO BCO-CONTA-DV.
           MOVE WRK-TIPO-CONTA    TO BCO-TIPO-CONTA.
           MOVE WRK-DATA-SISTEMA  TO BCO-DATA-ATUALIZ.

       0500-EXCLUIR-CONTA.
      * A EXCLUSAO PEDE CONFIRMACAO: SEM CONTA, O LIQUIDO SAI
      * NA REMESSA COMO "PAGAR POR OUTRO MEIO".
           PERFORM 0250-PEDIR-FUNCIONARIO.
           IF WRK-SW-EMP-ACHADO = 'S'
               PERFORM 0275-LOCALIZAR-CONTA
               IF WRK-SW-BCO-ACHADO = 'S'
                   PERFORM 0610-EXIBIR-CONTA
                   DISPLAY 'CONFIRMA A EXCLUSAO (S/N): '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       DELETE BANK-ACCOUNT-FILE
                           INVALID KEY
                               DISPLAY 'ERRO NA EXCLUSAO - STATUS '
                                   WRK-STATUS-BCO
                           NOT INVALID KEY
                               DISPLAY 'CONTA EXCLUIDA'
                               MOVE SPACES TO WRK-MENSAGEM-AUD
                               STRING 'CONTA BANCO EXCL '
                                   WRK-MATRICULA
                                   DELIMITED BY SIZE
                                   INTO WRK-MENSAGEM-AUD
                               PERFORM 0800-REGISTRAR-AUDITORIA
                       END-DELETE
                   ELSE
                       DISPLAY 'EXCLUSAO NAO CONFIRMADA'
                   END-IF
               ELSE
                   DISPLAY 'FUNCIONARIO SEM CONTA CADASTRADA'
               END-IF
           END-IF.

       0600-CONSULTAR-CONTA.
           PERFORM 0250-PEDIR-FUNCIONARIO.
           IF WRK-SW-EMP-ACHADO = 'S'
               PERFORM 0275-LOCALIZAR-CONTA
               IF WRK-SW-BCO-ACHADO = 'S'
                   PERFORM 0610-EXIBIR-CONTA
               ELSE
                   DISPLAY 'FUNCIONARIO SEM CONTA CADASTRADA'
               END-IF
           END-IF.

       0610-EXIBIR-CONTA.
           DISPLAY 'BANCO     : ' BCO-BANCO.
           DISPLAY 'AGENCIA   : ' BCO-AGENCIA '-' BCO-AGENCIA-DV.
           DISPLAY 'CONTA     : ' BCO-CONTA '-' BCO-CONTA-DV
               '  TIPO: ' BCO-TIPO-CONTA.
           DISPLAY 'ATUALIZADA: ' BCO-DATA-ATUALIZ.

       0800-REGISTRAR-AUDITORIA.
      * CADASTRO, ALTERACAO E EXCLUSAO FICAM NA TRILHA: QUEM,
      * QUANDO E DE QUAL MATRICULA.
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
           MOVE LOG-USUARIO      TO AL-USUARIO.
           MOVE LOG-PERFIL       TO AL-PERFIL.
           MOVE WRK-MENSAGEM-AUD TO AL-MENSAGEM.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.
