       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERIAS-VENCIMENTO.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: RELATORIO MENSAL DE PERIODOS AQUISITIVOS DE
      * FERIAS A VENCER (FERVENC): GARANTE NO FERIAFIL OS
      * PERIODOS JA COMPLETOS DE TODOS OS FUNCIONARIOS ATIVOS
      * (FERGER.CPY) E LISTA OS QUE AINDA TEM SALDO E CUJO
      * LIMITE CONCESSIVO CAI DENTRO DO AVISO (SYSPARM
      * FERIAS/DIAS-AVISO, PADRAO 60 DIAS) OU JA PASSOU, ALEM
      * DOS GOZOS AGENDADOS PARA DEPOIS DO LIMITE
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO JUNTO COM O CONTROLE DE
      *              FERIAS: FERIAS NAO CONCEDIDAS ATE O FIM DO
      *              PERIODO CONCESSIVO SAO PAGAS EM DOBRO, E O RH
      *              SO DESCOBRIA O PRAZO PERDIDO NA RECLAMACAO.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'EMPSEL.CPY'.
           COPY 'FERSEL.CPY'.
           COPY 'SYSSEL.CPY'.
           SELECT EXPIRY-REPORT-FILE ASSIGN TO "FERVENC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VEN.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'EMPFD.CPY'.

           COPY 'FERFD.CPY'.

           COPY 'SYSFD.CPY'.

       FD  EXPIRY-REPORT-FILE.
       01  EXPIRY-REPORT-RECORD PIC X(80).

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'EMPWS.CPY'.
           COPY 'FERWS.CPY'.
           COPY 'SYSWS.CPY'.
           COPY 'DTCWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-VEN     PIC X(02) VALUE SPACES.
       77 WRK-EOF-EMP        PIC X(01) VALUE 'N'.
       77 WRK-EOF-FER        PIC X(01) VALUE 'N'.
       77 WRK-SW-EMP-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-SW-GOZO-FORA   PIC X(01) VALUE 'N'.
       77 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-AVISO     PIC 9(03) VALUE ZEROS.
       77 WRK-SERIAL-HOJE    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-LIMITE    PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-ED        PIC ZZ9 VALUE ZEROS.
       77 WRK-SALDO          PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PROG       PIC 9(01) VALUE ZEROS.
       77 WRK-SITUACAO       PIC X(24) VALUE SPACES.
       77 WRK-QT-A-VENCER    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-VENCIDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-GOZO-FORA   PIC 9(05) VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               PERFORM 0200-GERAR-PERIODOS
               PERFORM 0300-LISTAR-VENCIMENTOS
               CLOSE EMPLOYEE-FILE
               CLOSE VACATION-FILE
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA FERIAS'
               MOVE 'FERIAS-VENCIMENTO' TO WRK-EXCP-PROGRAMA
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
           MOVE 'FERIAS-VENCIMENTO' TO WRK-PERM-PROGRAMA.
           MOVE 'FERIAS' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
      * O FERIAFIL E ABERTO EM I-O PARA A GERACAO DOS PERIODOS;
      * SE AINDA NAO EXISTIR, E CRIADO VAZIO ANTES.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SISTEMA TO WRK-FGR-HOJE.
           MOVE WRK-DATA-SISTEMA TO WRK-DTC-DATA.
           PERFORM 9400-DATA-PARA-SERIAL.
           MOVE WRK-DTC-SERIAL TO WRK-SERIAL-HOJE.
           MOVE 'FERIAS' TO WRK-PAR-PROGRAMA.
           MOVE 'DIAS-AVISO' TO WRK-PAR-CHAVE.
           MOVE 60 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-DIAS-AVISO.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN I-O VACATION-FILE.
           IF WRK-STATUS-FER NOT = '00'
               OPEN OUTPUT VACATION-FILE
               CLOSE VACATION-FILE
               OPEN I-O VACATION-FILE
           END-IF.

       0200-GERAR-PERIODOS.
      * FUNCIONARIO QUE NUNCA PASSOU PELO ADM-FERIAS TAMBEM TEM
      * PERIODO CORRENDO: A GERACAO E FEITA PARA TODOS OS ATIVOS
      * ANTES DA LISTAGEM.
           MOVE 'N' TO WRK-EOF-EMP.
           PERFORM 0210-LER-FUNCIONARIO.
           PERFORM 0220-GERAR-FUNCIONARIO
               UNTIL WRK-EOF-EMP = 'S'.

       0210-LER-FUNCIONARIO.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-EMP
           END-READ.

       0220-GERAR-FUNCIONARIO.
           IF NOT EMP-DESLIGADO
               PERFORM 9800-GERAR-PERIODOS-FERIAS
           END-IF.
           PERFORM 0210-LER-FUNCIONARIO.

       0300-LISTAR-VENCIMENTOS.
           OPEN OUTPUT EXPIRY-REPORT-FILE.
           STRING 'FERIAS A VENCER - REFERENCIA ' WRK-DATA-SISTEMA
               ' - AVISO DE ' WRK-DIAS-AVISO ' DIAS'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           STRING 'MATR. NOME                 '
               'DEPTO INICIO   LIMITE   SD SITUACAO'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE LOW-VALUES TO FER-CHAVE.
           MOVE 'N' TO WRK-EOF-FER.
           START VACATION-FILE KEY IS NOT LESS THAN FER-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-FER
           END-START.
           PERFORM 0310-LER-PERIODO.
           PERFORM 0320-EXAMINAR-PERIODO
               UNTIL WRK-EOF-FER = 'S'.
           PERFORM 0390-GRAVAR-LINHA.
           STRING 'PERIODOS A VENCER: ' WRK-QT-A-VENCER
               '  VENCIDOS: ' WRK-QT-VENCIDOS
               '  GOZO APOS LIMITE: ' WRK-QT-GOZO-FORA
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           STRING 'PERIODOS AQUISITIVOS GERADOS NESTA EXECUCAO: '
               WRK-FGR-QT-CRIADOS
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           CLOSE EXPIRY-REPORT-FILE.
           DISPLAY 'FERIAS A VENCER: ' WRK-QT-A-VENCER
               ' VENCIDAS: ' WRK-QT-VENCIDOS.

       0310-LER-PERIODO.
           IF WRK-EOF-FER = 'N'
               READ VACATION-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-FER
               END-READ
           END-IF.

       0320-EXAMINAR-PERIODO.
      * ENTRA NO RELATORIO O PERIODO DE FUNCIONARIO ATIVO QUE
      * AINDA TEM SALDO COM LIMITE VENCIDO OU DENTRO DO AVISO, E
      * O QUE TEM GOZO AGENDADO (NAO PAGO) PARA DEPOIS DO LIMITE.
           MOVE FER-MATRICULA TO EMP-MATRICULA.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-SW-EMP-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-EMP-ACHADO
           END-READ.
           IF WRK-SW-EMP-ACHADO = 'S' AND NOT EMP-DESLIGADO
               COMPUTE WRK-SALDO =
                   FER-DIAS-DIREITO - FER-DIAS-GOZADOS
               MOVE FER-LIMITE TO WRK-DTC-DATA
               PERFORM 9400-DATA-PARA-SERIAL
               COMPUTE WRK-DIAS-LIMITE =
                   WRK-DTC-SERIAL - WRK-SERIAL-HOJE
               MOVE 'N' TO WRK-SW-GOZO-FORA
               PERFORM 0325-VERIFICAR-GOZO
                   VARYING WRK-IDX-PROG FROM 1 BY 1
                   UNTIL WRK-IDX-PROG > FER-QT-PROG
               MOVE SPACES TO WRK-SITUACAO
               EVALUATE TRUE
                   WHEN WRK-SALDO > 0 AND WRK-DIAS-LIMITE < 0
                       MOVE 'VENCIDO - PAGAR EM DOBRO'
                           TO WRK-SITUACAO
                       ADD 1 TO WRK-QT-VENCIDOS
                   WHEN WRK-SALDO > 0
                    AND WRK-DIAS-LIMITE <= WRK-DIAS-AVISO
                       MOVE WRK-DIAS-LIMITE TO WRK-DIAS-ED
                       STRING 'VENCE EM ' WRK-DIAS-ED ' DIAS'
                           DELIMITED BY SIZE INTO WRK-SITUACAO
                       ADD 1 TO WRK-QT-A-VENCER
                   WHEN WRK-SW-GOZO-FORA = 'S'
                       MOVE 'GOZO APOS LIMITE - DOBRO'
                           TO WRK-SITUACAO
                       ADD 1 TO WRK-QT-GOZO-FORA
               END-EVALUATE
               IF WRK-SITUACAO NOT = SPACES
                   PERFORM 0330-GRAVAR-DETALHE
               END-IF
           END-IF.
           PERFORM 0310-LER-PERIODO.

       0325-VERIFICAR-GOZO.
           IF FER-PROG-AGENDADA(WRK-IDX-PROG)
              AND FER-PROG-INICIO(WRK-IDX-PROG) > FER-LIMITE
               MOVE 'S' TO WRK-SW-GOZO-FORA
           END-IF.

       0330-GRAVAR-DETALHE.
           STRING FER-MATRICULA ' ' EMP-NOME ' ' EMP-DEPARTAMENTO
               '  ' FER-PER-INICIO ' ' FER-LIMITE ' ' WRK-SALDO
               ' ' WRK-SITUACAO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.

       0390-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           MOVE SPACES TO WRK-LINHA-RPT.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'SYSPRM.CPY'.

           COPY 'DTCALC.CPY'.

           COPY 'FERGER.CPY'.
