       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADM-DEPENDENTE.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: MANUTENCAO DO CADASTRO DE DEPENDENTES DOS
      * FUNCIONARIOS (DEPENDFL): INCLUIR/ALTERAR/EXCLUIR/
      * CONSULTAR, NOS MOLDES DE ADM-EMPREGADO. O CADASTRO
      * ALIMENTA A DEDUCAO POR DEPENDENTE NA BASE DO IRRF E O
      * SALARIO-FAMILIA DO CALCULA-FOLHA
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: SEM DEPENDENTES NO SISTEMA,
      *              O IRRF DE QUEM TEM FILHOS ERA RETIDO A MAIOR
      *              TODO MES E ACERTADO SO NO FIM DO ANO. A
      *              ENTRADA E CRITICADA (DATA DE NASCIMENTO
      *              VALIDA E NAO FUTURA, PARENTESCO CONHECIDO,
      *              SALARIO-FAMILIA SO PARA FILHO OU ENTEADO) E
      *              AS ALTERACOES FICAM NA TRILHA AUDITLOG.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'EMPSEL.CPY'.
           COPY 'DPNSEL.CPY'.
           COPY 'AUDSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'EMPFD.CPY'.

           COPY 'DPNFD.CPY'.

           COPY 'AUDFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'EMPWS.CPY'.
           COPY 'DPNWS.CPY'.
           COPY 'DTCWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-AUDIT   PIC X(02) VALUE SPACES.
       77 WRK-OPCAO-DEPEND   PIC 9(01) VALUE ZEROS.
       77 WRK-SW-EMP-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-SW-DPN-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-SW-MATR-OK     PIC X(01) VALUE 'N'.
       77 WRK-SW-SEQ-OK      PIC X(01) VALUE 'N'.
       77 WRK-SW-DADOS-OK    PIC X(01) VALUE 'N'.
       77 WRK-MATRICULA-TXT  PIC X(05) VALUE SPACES.
       77 WRK-MATRICULA      PIC 9(05) VALUE ZEROS.
       01 WRK-SEQUENCIA-TXT  PIC X(02) VALUE SPACES.
       01 WRK-SEQUENCIA-TXT-N REDEFINES WRK-SEQUENCIA-TXT
                             PIC 9(02).
       77 WRK-SEQUENCIA      PIC 9(02) VALUE ZEROS.
       77 WRK-ULT-SEQUENCIA  PIC 9(02) VALUE ZEROS.
       77 WRK-NOME           PIC X(30) VALUE SPACES.
       01 WRK-DATA-TXT       PIC X(08) VALUE SPACES.
       01 WRK-DATA-TXT-N REDEFINES WRK-DATA-TXT
                             PIC 9(08).
       77 WRK-NASCIMENTO     PIC 9(08) VALUE ZEROS.
       77 WRK-PARENTESCO     PIC X(01) VALUE SPACES.
       77 WRK-IRRF           PIC X(01) VALUE SPACES.
       77 WRK-SALFAM         PIC X(01) VALUE SPACES.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-QT-LISTADOS    PIC 9(03) VALUE ZEROS.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-MENSAGEM-AUD   PIC X(25) VALUE SPACES.
       01 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.

       SCREEN SECTION.
       01  TS-MENU-DEPENDENTE.
           05 BLANK SCREEN.
           05 LINE 02 COL 10 VALUE 'DEPENDENTES (IRRF E SALARIO-'.
           05 LINE 02 COL 38 VALUE 'FAMILIA)'.
           05 LINE 04 COL 10 VALUE '1 - INCLUIR DEPENDENTE'.
           05 LINE 05 COL 10 VALUE '2 - ALTERAR DEPENDENTE'.
           05 LINE 06 COL 10 VALUE '3 - EXCLUIR DEPENDENTE'.
           05 LINE 07 COL 10 VALUE '4 - CONSULTAR DEPENDENTES'.
           05 LINE 08 COL 10 VALUE '0 - VOLTAR'.
           05 LINE 10 COL 10 VALUE 'OPCAO: '.
           05 LINE 10 COL 18 PIC 9(01) USING WRK-OPCAO-DEPEND.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-ABRIR-ARQUIVOS
               MOVE 1 TO WRK-OPCAO-DEPEND
               PERFORM 0200-MENU-DEPENDENTES
                   UNTIL WRK-OPCAO-DEPEND = 0
               CLOSE EMPLOYEE-FILE
               CLOSE DEPENDENT-FILE
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA DEPENDENTES'
               MOVE 'ADM-DEPENDENTE' TO WRK-EXCP-PROGRAMA
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
           MOVE 'ADM-DEPENDENTE' TO WRK-PERM-PROGRAMA.
           MOVE 'MANUTENCAO' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

       0100-ABRIR-ARQUIVOS.
      * O EMPFILE SO E CONSULTADO. O DEPENDFL E ABERTO EM I-O;
      * SE AINDA NAO EXISTIR, E CRIADO VAZIO ANTES (MESMO
      * ESQUEMA DO EMPFILE EM ADM-EMPREGADO).
           OPEN INPUT EMPLOYEE-FILE.
           OPEN I-O DEPENDENT-FILE.
           IF WRK-STATUS-DPN NOT = '00'
               OPEN OUTPUT DEPENDENT-FILE
               CLOSE DEPENDENT-FILE
               OPEN I-O DEPENDENT-FILE
           END-IF.

       0200-MENU-DEPENDENTES.
           DISPLAY TS-MENU-DEPENDENTE.
           ACCEPT TS-MENU-DEPENDENTE.
           EVALUATE WRK-OPCAO-DEPEND
               WHEN 1
                   PERFORM 0300-INCLUIR-DEPENDENTE
               WHEN 2
                   PERFORM 0400-ALTERAR-DEPENDENTE
               WHEN 3
                   PERFORM 0500-EXCLUIR-DEPENDENTE
               WHEN 4
                   PERFORM 0600-CONSULTAR-DEPENDENTES
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0250-PEDIR-FUNCIONARIO.
      * O FUNCIONARIO DEVE EXISTIR NO EMPFILE. A CONSULTA VALE
      * PARA O DESLIGADO; INCLUSAO E ALTERACAO SAO RECUSADAS
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

       0270-PEDIR-SEQUENCIA.
      * A SEQUENCIA IDENTIFICA O DEPENDENTE DENTRO DA MATRICULA
      * (VER A CONSULTA, OPCAO 4).
           DISPLAY 'SEQUENCIA DO DEPENDENTE (2 DIGITOS): '
           ACCEPT WRK-SEQUENCIA-TXT.
           IF WRK-SEQUENCIA-TXT NOT NUMERIC
               DISPLAY 'SEQUENCIA DEVE SER NUMERICA'
           ELSE
               MOVE WRK-SEQUENCIA-TXT-N TO WRK-SEQUENCIA
               MOVE 'S' TO WRK-SW-SEQ-OK
           END-IF.

       0275-LOCALIZAR-DEPENDENTE.
      * LEITURA DIRETA PELA CHAVE MATRICULA + SEQUENCIA.
           MOVE WRK-MATRICULA TO DPN-MATRICULA.
           MOVE WRK-SEQUENCIA TO DPN-SEQUENCIA.
           READ DEPENDENT-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-SW-DPN-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-DPN-ACHADO
           END-READ.

       0280-POSICIONAR-FUNCIONARIO.
      * POSICIONA NO PRIMEIRO DEPENDENTE DA MATRICULA E LE O
      * PRIMEIRO REGISTRO: OS DEPENDENTES DE UM FUNCIONARIO SAO
      * CONSECUTIVOS NA CHAVE.
           MOVE WRK-MATRICULA TO DPN-MATRICULA.
           MOVE ZEROS TO DPN-SEQUENCIA.
           MOVE 'N' TO WRK-EOF-DPN.
           START DEPENDENT-FILE KEY IS NOT LESS THAN DPN-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-DPN
           END-START.
           PERFORM 0285-LER-PROXIMO-DEPENDENTE.

       0285-LER-PROXIMO-DEPENDENTE.
           IF WRK-EOF-DPN = 'N'
               READ DEPENDENT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-DPN
               END-READ
           END-IF.
           IF WRK-EOF-DPN = 'N'
              AND DPN-MATRICULA NOT = WRK-MATRICULA
               MOVE 'S' TO WRK-EOF-DPN
           END-IF.

       0290-PEDIR-DADOS.
           DISPLAY 'NOME DO DEPENDENTE: '
           ACCEPT WRK-NOME.
           DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD): '
           ACCEPT WRK-DATA-TXT.
           DISPLAY 'PARENTESCO (F=FILHO E=ENTEADO C=CONJUGE'
               ' P=PAI/MAE O=OUTRO): '
           ACCEPT WRK-PARENTESCO.
           DISPLAY 'DEDUZ DO IRRF (S/N): '
           ACCEPT WRK-IRRF.
           DISPLAY 'RECEBE SALARIO-FAMILIA (S/N): '
           ACCEPT WRK-SALFAM.
           PERFORM 0295-CRITICAR-DADOS.

       0295-CRITICAR-DADOS.
      * CRITICA DE ENTRADA: NOME PREENCHIDO, NASCIMENTO NUMERICO,
      * DATA DE CALENDARIO VALIDA E NAO FUTURA, PARENTESCO
      * CONHECIDO, INDICADORES S/N E SALARIO-FAMILIA SO PARA
      * FILHO OU ENTEADO (A IDADE LIMITE E APLICADA NA FOLHA).
           MOVE 'N' TO WRK-SW-DADOS-OK.
           MOVE WRK-PARENTESCO TO DPN-PARENTESCO.
           EVALUATE TRUE
               WHEN WRK-NOME = SPACES
                   DISPLAY 'NOME DO DEPENDENTE OBRIGATORIO'
               WHEN WRK-DATA-TXT NOT NUMERIC
                   DISPLAY 'DATA DE NASCIMENTO DEVE SER NUMERICA'
               WHEN NOT DPN-PARENTESCO-OK
                   DISPLAY 'PARENTESCO INVALIDO'
               WHEN WRK-IRRF NOT = 'S' AND WRK-IRRF NOT = 'N'
                   DISPLAY 'DEDUCAO DO IRRF DEVE SER S OU N'
               WHEN WRK-SALFAM NOT = 'S' AND WRK-SALFAM NOT = 'N'
                   DISPLAY 'SALARIO-FAMILIA DEVE SER S OU N'
               WHEN WRK-SALFAM = 'S'
                AND NOT DPN-FILHO AND NOT DPN-ENTEADO
                   DISPLAY 'SALARIO-FAMILIA SO PARA FILHO OU'
                       ' ENTEADO'
               WHEN OTHER
                   MOVE WRK-DATA-TXT-N TO WRK-NASCIMENTO
                   MOVE WRK-NASCIMENTO TO WRK-DTC-DATA
                   PERFORM 0298-DIAS-DO-MES
                   EVALUATE TRUE
                       WHEN WRK-DTC-ANO < 1900
                           DISPLAY 'ANO DE NASCIMENTO INVALIDO'
                       WHEN WRK-DTC-DIAS-MES = 0
                           DISPLAY 'MES INVALIDO'
                       WHEN WRK-DTC-DIA < 1
                         OR WRK-DTC-DIA > WRK-DTC-DIAS-MES
                           DISPLAY 'DIA INVALIDO PARA O MES'
                       WHEN WRK-NASCIMENTO > WRK-DATA-SISTEMA
                           DISPLAY 'NASCIMENTO NO FUTURO'
                       WHEN OTHER
                           MOVE 'S' TO WRK-SW-DADOS-OK
                   END-EVALUATE
           END-EVALUATE.

       0298-DIAS-DO-MES.
           IF WRK-DTC-MES >= 1 AND WRK-DTC-MES <= 12
               MOVE WRK-DTC-TAB-MES(WRK-DTC-MES)
                   TO WRK-DTC-DIAS-MES
               IF WRK-DTC-MES = 2
                   PERFORM 9408-VERIFICAR-BISSEXTO
                   IF WRK-DTC-SW-BISSEXTO = 'S'
                       MOVE 29 TO WRK-DTC-DIAS-MES
                   END-IF
               END-IF
           ELSE
               MOVE ZEROS TO WRK-DTC-DIAS-MES
           END-IF.

       0300-INCLUIR-DEPENDENTE.
      * A SEQUENCIA DO NOVO DEPENDENTE E A ULTIMA DA MATRICULA
      * MAIS UM; NAO E REAPROVEITADA APOS UMA EXCLUSAO.
           PERFORM 0250-PEDIR-FUNCIONARIO.
           PERFORM 0255-EXIGIR-ATIVO.
           IF WRK-SW-EMP-ACHADO = 'S'
               MOVE ZEROS TO WRK-ULT-SEQUENCIA
               PERFORM 0280-POSICIONAR-FUNCIONARIO
               PERFORM 0310-GUARDAR-SEQUENCIA
                   UNTIL WRK-EOF-DPN = 'S'
               IF WRK-ULT-SEQUENCIA = 99
                   DISPLAY 'LIMITE DE DEPENDENTES DA MATRICULA'
               ELSE
                   MOVE 'N' TO WRK-SW-DADOS-OK
                   PERFORM 0290-PEDIR-DADOS
                       UNTIL WRK-SW-DADOS-OK = 'S'
                   INITIALIZE DEPENDENT-RECORD
                   MOVE WRK-MATRICULA  TO DPN-MATRICULA
                   COMPUTE DPN-SEQUENCIA = WRK-ULT-SEQUENCIA + 1
                   PERFORM 0320-MOVER-DADOS
                   WRITE DEPENDENT-RECORD
                       INVALID KEY
                           DISPLAY 'DEPENDENTE JA CADASTRADO'
                       NOT INVALID KEY
                           DISPLAY 'DEPENDENTE INCLUIDO - SEQUENCIA '
                               DPN-SEQUENCIA
                           MOVE SPACES TO WRK-MENSAGEM-AUD
                           STRING 'DEPENDENTE INCL ' DPN-MATRICULA
                               '-' DPN-SEQUENCIA
                               DELIMITED BY SIZE
                               INTO WRK-MENSAGEM-AUD
                           PERFORM 0800-REGISTRAR-AUDITORIA
                   END-WRITE
               END-IF
           END-IF.

       0310-GUARDAR-SEQUENCIA.
           MOVE DPN-SEQUENCIA TO WRK-ULT-SEQUENCIA.
           PERFORM 0285-LER-PROXIMO-DEPENDENTE.

       0320-MOVER-DADOS.
           MOVE WRK-NOME       TO DPN-NOME.
           MOVE WRK-NASCIMENTO TO DPN-NASCIMENTO.
           MOVE WRK-PARENTESCO TO DPN-PARENTESCO.
           MOVE WRK-IRRF       TO DPN-IRRF.
           MOVE WRK-SALFAM     TO DPN-SALFAM.

       0400-ALTERAR-DEPENDENTE.
           PERFORM 0250-PEDIR-FUNCIONARIO.
           PERFORM 0255-EXIGIR-ATIVO.
           IF WRK-SW-EMP-ACHADO = 'S'
               MOVE 'N' TO WRK-SW-SEQ-OK
               PERFORM 0270-PEDIR-SEQUENCIA
                   UNTIL WRK-SW-SEQ-OK = 'S'
               PERFORM 0275-LOCALIZAR-DEPENDENTE
               IF WRK-SW-DPN-ACHADO = 'S'
                   PERFORM 0610-EXIBIR-DEPENDENTE
                   MOVE 'N' TO WRK-SW-DADOS-OK
                   PERFORM 0290-PEDIR-DADOS
                       UNTIL WRK-SW-DADOS-OK = 'S'
                   PERFORM 0320-MOVER-DADOS
                   REWRITE DEPENDENT-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO NA REGRAVACAO - STATUS '
                               WRK-STATUS-DPN
                       NOT INVALID KEY
                           DISPLAY 'DEPENDENTE ALTERADO COM SUCESSO'
                           MOVE SPACES TO WRK-MENSAGEM-AUD
                           STRING 'DEPENDENTE ALT ' DPN-MATRICULA
                               '-' DPN-SEQUENCIA
                               DELIMITED BY SIZE
                               INTO WRK-MENSAGEM-AUD
                           PERFORM 0800-REGISTRAR-AUDITORIA
                   END-REWRITE
               ELSE
                   DISPLAY 'DEPENDENTE NAO ENCONTRADO'
               END-IF
           END-IF.

       0500-EXCLUIR-DEPENDENTE.
      * A EXCLUSAO PEDE CONFIRMACAO: O DEPENDENTE SAI DA
      * DEDUCAO DO IRRF E DO SALARIO-FAMILIA NA PROXIMA FOLHA.
           PERFORM 0250-PEDIR-FUNCIONARIO.
           IF WRK-SW-EMP-ACHADO = 'S'
               MOVE 'N' TO WRK-SW-SEQ-OK
               PERFORM 0270-PEDIR-SEQUENCIA
                   UNTIL WRK-SW-SEQ-OK = 'S'
               PERFORM 0275-LOCALIZAR-DEPENDENTE
               IF WRK-SW-DPN-ACHADO = 'S'
                   PERFORM 0610-EXIBIR-DEPENDENTE
                   DISPLAY 'CONFIRMA A EXCLUSAO (S/N): '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       DELETE DEPENDENT-FILE
                           INVALID KEY
                               DISPLAY 'ERRO NA EXCLUSAO - STATUS '
                                   WRK-STATUS-DPN
                           NOT INVALID KEY
                               DISPLAY 'DEPENDENTE EXCLUIDO'
                               MOVE SPACES TO WRK-MENSAGEM-AUD
                               STRING 'DEPENDENTE EXCL '
                                   WRK-MATRICULA '-' WRK-SEQUENCIA
                                   DELIMITED BY SIZE
                                   INTO WRK-MENSAGEM-AUD
                               PERFORM 0800-REGISTRAR-AUDITORIA
                       END-DELETE
                   ELSE
                       DISPLAY 'EXCLUSAO NAO CONFIRMADA'
                   END-IF
               ELSE
                   DISPLAY 'DEPENDENTE NAO ENCONTRADO'
               END-IF
           END-IF.

       0600-CONSULTAR-DEPENDENTES.
           PERFORM 0250-PEDIR-FUNCIONARIO.
           IF WRK-SW-EMP-ACHADO = 'S'
               MOVE ZEROS TO WRK-QT-LISTADOS
               PERFORM 0280-POSICIONAR-FUNCIONARIO
               PERFORM 0620-LISTAR-PROXIMO
                   UNTIL WRK-EOF-DPN = 'S'
               DISPLAY 'DEPENDENTES LISTADOS: ' WRK-QT-LISTADOS
           END-IF.

       0610-EXIBIR-DEPENDENTE.
           DISPLAY 'SEQUENCIA : ' DPN-SEQUENCIA.
           DISPLAY 'NOME      : ' DPN-NOME.
           DISPLAY 'NASCIMENTO: ' DPN-NASCIMENTO.
           DISPLAY 'PARENTESCO: ' DPN-PARENTESCO
               '  IRRF: ' DPN-IRRF '  SAL.FAMILIA: ' DPN-SALFAM.

       0620-LISTAR-PROXIMO.
           ADD 1 TO WRK-QT-LISTADOS.
           DISPLAY DPN-SEQUENCIA ' ' DPN-NOME ' ' DPN-NASCIMENTO
               ' ' DPN-PARENTESCO ' IRRF ' DPN-IRRF
               ' SF ' DPN-SALFAM.
           PERFORM 0285-LER-PROXIMO-DEPENDENTE.

       0800-REGISTRAR-AUDITORIA.
      * INCLUSAO, ALTERACAO E EXCLUSAO FICAM NA TRILHA: QUEM,
      * QUANDO E QUAL DEPENDENTE.
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

           COPY 'DTCALC.CPY'.
