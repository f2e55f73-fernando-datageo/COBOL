       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADM-FERIAS.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: CONTROLE DE FERIAS POR FUNCIONARIO (FERIAFIL):
      * CONSULTA DO SALDO POR PERIODO AQUISITIVO, AGENDAMENTO
      * DE PERIODOS DE GOZO CONTRA O SALDO E CANCELAMENTO DE
      * AGENDAMENTO AINDA NAO PAGO. OS PERIODOS AQUISITIVOS SAO
      * GERADOS A PARTIR DO ANO/MES DE ENTRADA DO EMPFILE
      * (FERGER.CPY). O PAGAMENTO E FEITO PELO CALCULA-FERIAS
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: NAO HAVIA CONTROLE DE
      *              FERIAS NO SISTEMA - O SALDO E AS DATAS FICAVAM
      *              EM PLANILHA DO RH. O AGENDAMENTO RECUSA
      *              PERIODO QUE CONFLITE COM OUTRO JA AGENDADO,
      *              DIAS ALEM DO SALDO, PERIODO MENOR QUE 5 DIAS
      *              OU QUE DEIXE SOBRA MENOR QUE 5 DIAS, E INICIO
      *              ANTES DE COMPLETADO O PERIODO AQUISITIVO.
      *              AGENDAMENTOS E CANCELAMENTOS FICAM NA TRILHA
      *              AUDITLOG.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'EMPSEL.CPY'.
           COPY 'FERSEL.CPY'.
           COPY 'AUDSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'EMPFD.CPY'.

           COPY 'FERFD.CPY'.

           COPY 'AUDFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'EMPWS.CPY'.
           COPY 'FERWS.CPY'.
           COPY 'DTCWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-AUDIT   PIC X(02) VALUE SPACES.
       77 WRK-OPCAO-FERIAS   PIC 9(01) VALUE ZEROS.
       77 WRK-EOF-FER        PIC X(01) VALUE 'N'.
       77 WRK-SW-EMP-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-SW-MATR-OK     PIC X(01) VALUE 'N'.
       77 WRK-SW-DADOS-OK    PIC X(01) VALUE 'N'.
       77 WRK-SW-PER-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-SW-CONFLITO    PIC X(01) VALUE 'N'.
       77 WRK-MATRICULA-TXT  PIC X(05) VALUE SPACES.
       77 WRK-MATRICULA      PIC 9(05) VALUE ZEROS.
       01 WRK-DATA-TXT       PIC X(08) VALUE SPACES.
       01 WRK-DATA-TXT-N REDEFINES WRK-DATA-TXT
                             PIC 9(08).
       01 WRK-DIAS-TXT       PIC X(02) VALUE SPACES.
       01 WRK-DIAS-TXT-N REDEFINES WRK-DIAS-TXT
                             PIC 9(02).
       77 WRK-DIAS           PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO          PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO-RESTO    PIC 9(02) VALUE ZEROS.
       77 WRK-INICIO-GOZO    PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-GOZO       PIC 9(08) VALUE ZEROS.
       77 WRK-PER-CHAVE      PIC X(13) VALUE SPACES.
       77 WRK-IDX-PROG       PIC 9(01) VALUE ZEROS.
       77 WRK-IDX-PROG-ACHADO PIC 9(01) VALUE ZEROS.
       77 WRK-QT-PERIODOS    PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-GOZO       PIC 9(02) VALUE ZEROS COMP.
       77 WRK-IDX-GOZO       PIC 9(02) VALUE ZEROS COMP.
       01 WRK-TABELA-GOZO.
           05 WRK-TAB-GOZO OCCURS 30 TIMES.
               10 WRK-TAB-GOZO-INICIO PIC 9(08).
               10 WRK-TAB-GOZO-FIM    PIC 9(08).
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-MENSAGEM-AUD   PIC X(25) VALUE SPACES.
       01 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.

       SCREEN SECTION.
       01  TS-MENU-FERIAS.
           05 BLANK SCREEN.
           05 LINE 02 COL 10 VALUE 'CONTROLE DE FERIAS'.
           05 LINE 04 COL 10 VALUE '1 - CONSULTAR SALDO'.
           05 LINE 05 COL 10 VALUE '2 - AGENDAR FERIAS'.
           05 LINE 06 COL 10 VALUE '3 - CANCELAR AGENDAMENTO'.
           05 LINE 07 COL 10 VALUE '0 - VOLTAR'.
           05 LINE 09 COL 10 VALUE 'OPCAO: '.
           05 LINE 09 COL 18 PIC 9(01) USING WRK-OPCAO-FERIAS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-ABRIR-ARQUIVOS
               MOVE 1 TO WRK-OPCAO-FERIAS
               PERFORM 0200-MENU-FERIAS
                   UNTIL WRK-OPCAO-FERIAS = 0
               CLOSE EMPLOYEE-FILE
               CLOSE VACATION-FILE
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA FERIAS'
               MOVE 'ADM-FERIAS' TO WRK-EXCP-PROGRAMA
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
           MOVE 'ADM-FERIAS' TO WRK-PERM-PROGRAMA.
           MOVE 'FERIAS' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SISTEMA TO WRK-FGR-HOJE.

       0100-ABRIR-ARQUIVOS.
      * O EMPFILE SO E CONSULTADO. O FERIAFIL E ABERTO EM I-O;
      * SE AINDA NAO EXISTIR, E CRIADO VAZIO ANTES (MESMO
      * ESQUEMA DO EMPFILE EM ADM-EMPREGADO).
           OPEN INPUT EMPLOYEE-FILE.
           OPEN I-O VACATION-FILE.
           IF WRK-STATUS-FER NOT = '00'
               OPEN OUTPUT VACATION-FILE
               CLOSE VACATION-FILE
               OPEN I-O VACATION-FILE
           END-IF.

       0200-MENU-FERIAS.
           DISPLAY TS-MENU-FERIAS.
           ACCEPT TS-MENU-FERIAS.
           EVALUATE WRK-OPCAO-FERIAS
               WHEN 1
                   PERFORM 0300-CONSULTAR-SALDO
               WHEN 2
                   PERFORM 0400-AGENDAR-FERIAS
               WHEN 3
                   PERFORM 0500-CANCELAR-AGENDAMENTO
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0250-PEDIR-FUNCIONARIO.
      * SO FUNCIONARIO ATIVO TEM FERIAS A CONTROLAR: AS DO
      * DESLIGADO SAO ACERTADAS NO TERMO DE RESCISAO. ACHADO O
      * FUNCIONARIO, OS PERIODOS AQUISITIVOS JA COMPLETOS SAO
      * GARANTIDOS NO FERIAFIL ANTES DE QUALQUER OPERACAO.
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
               IF EMP-DESLIGADO
                   DISPLAY 'FUNCIONARIO DESLIGADO EM '
                       EMP-DATA-DESLIG
                       ' - FERIAS ACERTADAS NA RESCISAO'
                   MOVE 'N' TO WRK-SW-EMP-ACHADO
               ELSE
                   DISPLAY 'FUNCIONARIO: ' EMP-MATRICULA ' '
                       EMP-NOME
                   PERFORM 9800-GERAR-PERIODOS-FERIAS
               END-IF
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

       0280-POSICIONAR-FUNCIONARIO.
      * POSICIONA NO PRIMEIRO PERIODO DA MATRICULA E LE O
      * PRIMEIRO REGISTRO: OS PERIODOS DE UM FUNCIONARIO SAO
      * CONSECUTIVOS NA CHAVE, DO MAIS ANTIGO AO MAIS RECENTE.
           MOVE WRK-MATRICULA TO FER-MATRICULA.
           MOVE ZEROS TO FER-PER-INICIO.
           MOVE 'N' TO WRK-EOF-FER.
           START VACATION-FILE KEY IS NOT LESS THAN FER-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-FER
           END-START.
           PERFORM 0285-LER-PROXIMO-PERIODO.

       0285-LER-PROXIMO-PERIODO.
           IF WRK-EOF-FER = 'N'
               READ VACATION-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-FER
               END-READ
           END-IF.
           IF WRK-EOF-FER = 'N'
              AND FER-MATRICULA NOT = WRK-MATRICULA
               MOVE 'S' TO WRK-EOF-FER
           END-IF.

       0300-CONSULTAR-SALDO.
           PERFORM 0250-PEDIR-FUNCIONARIO.
           IF WRK-SW-EMP-ACHADO = 'S'
               MOVE ZEROS TO WRK-QT-PERIODOS
               PERFORM 0280-POSICIONAR-FUNCIONARIO
               PERFORM 0310-EXIBIR-PERIODO
                   UNTIL WRK-EOF-FER = 'S'
               IF WRK-QT-PERIODOS = 0
                   DISPLAY 'NENHUM PERIODO AQUISITIVO COMPLETO'
               END-IF
           END-IF.

       0310-EXIBIR-PERIODO.
           ADD 1 TO WRK-QT-PERIODOS.
           COMPUTE WRK-SALDO = FER-DIAS-DIREITO - FER-DIAS-GOZADOS.
           DISPLAY 'PERIODO ' FER-PER-INICIO ' A ' FER-PER-FIM
               ' LIMITE ' FER-LIMITE ' SALDO ' WRK-SALDO ' DIAS'.
           PERFORM 0315-EXIBIR-GOZO
               VARYING WRK-IDX-PROG FROM 1 BY 1
               UNTIL WRK-IDX-PROG > FER-QT-PROG.
           PERFORM 0285-LER-PROXIMO-PERIODO.

       0315-EXIBIR-GOZO.
           IF FER-PROG-PAGA(WRK-IDX-PROG)
               DISPLAY '   GOZO ' FER-PROG-INICIO(WRK-IDX-PROG)
                   ' A ' FER-PROG-FIM(WRK-IDX-PROG) ' '
                   FER-PROG-DIAS(WRK-IDX-PROG) ' DIAS - PAGO'
           ELSE
               DISPLAY '   GOZO ' FER-PROG-INICIO(WRK-IDX-PROG)
                   ' A ' FER-PROG-FIM(WRK-IDX-PROG) ' '
                   FER-PROG-DIAS(WRK-IDX-PROG) ' DIAS - AGENDADO'
           END-IF.

       0400-AGENDAR-FERIAS.
      * O AGENDAMENTO CONSOME O PERIODO AQUISITIVO MAIS ANTIGO
      * COM SALDO (E VAGA PARA MAIS UM PERIODO DE GOZO). NA
      * MESMA VARREDURA SAO GUARDADOS TODOS OS GOZOS DO
      * FUNCIONARIO PARA A CRITICA DE SOBREPOSICAO.
           PERFORM 0250-PEDIR-FUNCIONARIO.
           IF WRK-SW-EMP-ACHADO = 'S'
               MOVE 'N' TO WRK-SW-PER-ACHADO
               MOVE ZEROS TO WRK-QTD-GOZO
               PERFORM 0280-POSICIONAR-FUNCIONARIO
               PERFORM 0410-EXAMINAR-PERIODO
                   UNTIL WRK-EOF-FER = 'S'
               IF WRK-SW-PER-ACHADO = 'N'
                   DISPLAY 'FUNCIONARIO SEM SALDO DE FERIAS'
               ELSE
                   PERFORM 0420-AGENDAR-NO-PERIODO
               END-IF
           END-IF.

       0410-EXAMINAR-PERIODO.
           IF WRK-SW-PER-ACHADO = 'N'
              AND FER-DIAS-GOZADOS < FER-DIAS-DIREITO
              AND FER-QT-PROG < 3
               MOVE 'S' TO WRK-SW-PER-ACHADO
               MOVE FER-CHAVE TO WRK-PER-CHAVE
           END-IF.
           PERFORM 0415-GUARDAR-GOZO
               VARYING WRK-IDX-PROG FROM 1 BY 1
               UNTIL WRK-IDX-PROG > FER-QT-PROG.
           PERFORM 0285-LER-PROXIMO-PERIODO.

       0415-GUARDAR-GOZO.
           IF WRK-QTD-GOZO < 30
               ADD 1 TO WRK-QTD-GOZO
               MOVE FER-PROG-INICIO(WRK-IDX-PROG)
                   TO WRK-TAB-GOZO-INICIO(WRK-QTD-GOZO)
               MOVE FER-PROG-FIM(WRK-IDX-PROG)
                   TO WRK-TAB-GOZO-FIM(WRK-QTD-GOZO)
           END-IF.

       0420-AGENDAR-NO-PERIODO.
           MOVE WRK-PER-CHAVE TO FER-CHAVE.
           READ VACATION-FILE
               INVALID KEY
                   DISPLAY 'FALHA AO LER FERIAFIL ' WRK-PER-CHAVE
                   MOVE 'N' TO WRK-SW-PER-ACHADO
           END-READ.
           IF WRK-SW-PER-ACHADO = 'S'
               COMPUTE WRK-SALDO =
                   FER-DIAS-DIREITO - FER-DIAS-GOZADOS
               DISPLAY 'PERIODO ' FER-PER-INICIO ' A ' FER-PER-FIM
                   ' LIMITE ' FER-LIMITE ' SALDO ' WRK-SALDO
                   ' DIAS'
               DISPLAY 'INICIO DO GOZO (AAAAMMDD): '
               MOVE SPACES TO WRK-DATA-TXT
               ACCEPT WRK-DATA-TXT
               DISPLAY 'DIAS DE GOZO: '
               MOVE SPACES TO WRK-DIAS-TXT
               ACCEPT WRK-DIAS-TXT
               PERFORM 0430-CRITICAR-AGENDAMENTO
               IF WRK-SW-DADOS-OK = 'S'
                   PERFORM 0460-GRAVAR-AGENDAMENTO
               END-IF
           END-IF.

       0430-CRITICAR-AGENDAMENTO.
      * O GOZO SO PODE COMECAR DEPOIS DE COMPLETADO O PERIODO
      * AQUISITIVO E NAO NO PASSADO; CADA PERIODO DE GOZO TEM
      * NO MINIMO 5 DIAS E NAO PODE DEIXAR SOBRA MENOR QUE 5
      * (QUE NAO PODERIA MAIS SER GOZADA).
           MOVE 'N' TO WRK-SW-DADOS-OK.
           EVALUATE TRUE
               WHEN WRK-DATA-TXT NOT NUMERIC
                   DISPLAY 'DATA DEVE SER NUMERICA (AAAAMMDD)'
               WHEN WRK-DIAS-TXT NOT NUMERIC
                   DISPLAY 'DIAS DEVEM SER NUMERICOS (2 DIGITOS)'
               WHEN OTHER
                   MOVE WRK-DATA-TXT-N TO WRK-DTC-DATA
                   MOVE WRK-DATA-TXT-N TO WRK-INICIO-GOZO
                   MOVE WRK-DIAS-TXT-N TO WRK-DIAS
                   PERFORM 0435-DIAS-DO-MES
                   EVALUATE TRUE
                       WHEN WRK-DTC-DIAS-MES = 0
                           DISPLAY 'MES INVALIDO'
                       WHEN WRK-DTC-DIA < 1
                         OR WRK-DTC-DIA > WRK-DTC-DIAS-MES
                           DISPLAY 'DIA INVALIDO PARA O MES'
                       WHEN WRK-INICIO-GOZO <= FER-PER-FIM
                           DISPLAY 'INICIO ANTES DE COMPLETADO O'
                               ' PERIODO AQUISITIVO'
                       WHEN WRK-INICIO-GOZO < WRK-DATA-SISTEMA
                           DISPLAY 'INICIO NO PASSADO'
                       WHEN WRK-DIAS < 5
                           DISPLAY 'PERIODO DE GOZO MENOR QUE'
                               ' 5 DIAS'
                       WHEN WRK-DIAS > WRK-SALDO
                           DISPLAY 'DIAS ALEM DO SALDO DE '
                               WRK-SALDO ' DIAS'
                       WHEN OTHER
                           PERFORM 0440-VERIFICAR-CONFLITO
                   END-EVALUATE
           END-EVALUATE.

       0435-DIAS-DO-MES.
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

       0440-VERIFICAR-CONFLITO.
      * FIM DO GOZO = INICIO + DIAS - 1 (CORRIDOS). DOIS
      * PERIODOS SE SOBREPOEM QUANDO CADA UM COMECA ANTES DO FIM
      * DO OUTRO.
           COMPUTE WRK-SALDO-RESTO = WRK-SALDO - WRK-DIAS.
           PERFORM 9400-DATA-PARA-SERIAL.
           COMPUTE WRK-DTC-SERIAL = WRK-DTC-SERIAL + WRK-DIAS - 1.
           PERFORM 9410-SERIAL-PARA-DATA.
           MOVE WRK-DTC-DATA TO WRK-FIM-GOZO.
           MOVE 'N' TO WRK-SW-CONFLITO.
           PERFORM 0445-COMPARAR-GOZO
               VARYING WRK-IDX-GOZO FROM 1 BY 1
               UNTIL WRK-IDX-GOZO > WRK-QTD-GOZO
                  OR WRK-SW-CONFLITO = 'S'.
           EVALUATE TRUE
               WHEN WRK-SALDO-RESTO > 0 AND WRK-SALDO-RESTO < 5
                   DISPLAY 'SOBRA DE ' WRK-SALDO-RESTO
                       ' DIAS - PERIODO DE GOZO MINIMO E 5 DIAS'
               WHEN WRK-SW-CONFLITO = 'S'
                   DISPLAY 'CONFLITA COM FERIAS JA AGENDADAS'
               WHEN OTHER
                   MOVE 'S' TO WRK-SW-DADOS-OK
           END-EVALUATE.

       0445-COMPARAR-GOZO.
           IF WRK-INICIO-GOZO <= WRK-TAB-GOZO-FIM(WRK-IDX-GOZO)
              AND WRK-FIM-GOZO >= WRK-TAB-GOZO-INICIO(WRK-IDX-GOZO)
               MOVE 'S' TO WRK-SW-CONFLITO
           END-IF.

       0460-GRAVAR-AGENDAMENTO.
           ADD 1 TO FER-QT-PROG.
           MOVE WRK-INICIO-GOZO TO FER-PROG-INICIO(FER-QT-PROG).
           MOVE WRK-FIM-GOZO    TO FER-PROG-FIM(FER-QT-PROG).
           MOVE WRK-DIAS        TO FER-PROG-DIAS(FER-QT-PROG).
           MOVE 'A'             TO FER-PROG-SITUACAO(FER-QT-PROG).
           ADD WRK-DIAS TO FER-DIAS-GOZADOS.
           REWRITE VACATION-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO REGRAVAR FERIAFIL ' FER-CHAVE
               NOT INVALID KEY
                   DISPLAY 'FERIAS AGENDADAS DE ' WRK-INICIO-GOZO
                       ' A ' WRK-FIM-GOZO
                   IF WRK-INICIO-GOZO > FER-LIMITE
                       DISPLAY 'ATENCAO: GOZO APOS O LIMITE '
                           FER-LIMITE ' - PAGAMENTO EM DOBRO'
                   END-IF
                   MOVE SPACES TO WRK-MENSAGEM-AUD
                   STRING 'FERIAS AGENDADAS ' FER-MATRICULA
                       DELIMITED BY SIZE INTO WRK-MENSAGEM-AUD
                   PERFORM 0800-REGISTRAR-AUDITORIA
           END-REWRITE.

       0500-CANCELAR-AGENDAMENTO.
      * SO O GOZO AINDA NAO PAGO PODE SER CANCELADO: O PAGO JA
      * SAIU EM RECIBO E ENTRA NO DESCONTO DA FOLHA.
           PERFORM 0250-PEDIR-FUNCIONARIO.
           IF WRK-SW-EMP-ACHADO = 'S'
               MOVE ZEROS TO WRK-QT-PERIODOS
               PERFORM 0280-POSICIONAR-FUNCIONARIO
               PERFORM 0310-EXIBIR-PERIODO
                   UNTIL WRK-EOF-FER = 'S'
               DISPLAY 'INICIO DO GOZO A CANCELAR (AAAAMMDD): '
               MOVE SPACES TO WRK-DATA-TXT
               ACCEPT WRK-DATA-TXT
               IF WRK-DATA-TXT NOT NUMERIC
                   DISPLAY 'DATA DEVE SER NUMERICA (AAAAMMDD)'
               ELSE
                   MOVE WRK-DATA-TXT-N TO WRK-INICIO-GOZO
                   MOVE 'N' TO WRK-SW-PER-ACHADO
                   PERFORM 0280-POSICIONAR-FUNCIONARIO
                   PERFORM 0510-PROCURAR-GOZO
                       UNTIL WRK-EOF-FER = 'S'
                          OR WRK-SW-PER-ACHADO = 'S'
                   IF WRK-SW-PER-ACHADO = 'N'
                       DISPLAY 'GOZO NAO ENCONTRADO'
                   ELSE
                       PERFORM 0520-EXCLUIR-GOZO
                   END-IF
               END-IF
           END-IF.

       0510-PROCURAR-GOZO.
      * O PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DO
      * GOZO ENCONTRADO, POR ISSO A POSICAO E GUARDADA EM
      * WRK-IDX-PROG-ACHADO. O REGISTRO ACHADO FICA NA AREA DO
      * ARQUIVO PARA O REWRITE.
           PERFORM 0515-COMPARAR-INICIO
               VARYING WRK-IDX-PROG FROM 1 BY 1
               UNTIL WRK-IDX-PROG > FER-QT-PROG
                  OR WRK-SW-PER-ACHADO = 'S'.
           IF WRK-SW-PER-ACHADO = 'N'
               PERFORM 0285-LER-PROXIMO-PERIODO
           END-IF.

       0515-COMPARAR-INICIO.
           IF FER-PROG-INICIO(WRK-IDX-PROG) = WRK-INICIO-GOZO
               MOVE 'S' TO WRK-SW-PER-ACHADO
               MOVE WRK-IDX-PROG TO WRK-IDX-PROG-ACHADO
           END-IF.

       0520-EXCLUIR-GOZO.
           IF FER-PROG-PAGA(WRK-IDX-PROG-ACHADO)
               DISPLAY 'GOZO JA PAGO EM RECIBO - CANCELAMENTO'
                   ' NAO PERMITIDO'
           ELSE
               SUBTRACT FER-PROG-DIAS(WRK-IDX-PROG-ACHADO)
                   FROM FER-DIAS-GOZADOS
      * OS GOZOS SEGUINTES SOBEM UMA POSICAO PARA NAO DEIXAR
      * BURACO NA TABELA DO REGISTRO.
               PERFORM 0525-SUBIR-GOZO
                   VARYING WRK-IDX-PROG FROM WRK-IDX-PROG-ACHADO
                   BY 1 UNTIL WRK-IDX-PROG >= FER-QT-PROG
               INITIALIZE FER-PROG(FER-QT-PROG)
               SUBTRACT 1 FROM FER-QT-PROG
               REWRITE VACATION-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO REGRAVAR FERIAFIL '
                           FER-CHAVE
                   NOT INVALID KEY
                       DISPLAY 'AGENDAMENTO CANCELADO'
                       MOVE SPACES TO WRK-MENSAGEM-AUD
                       STRING 'FERIAS CANCELADAS ' FER-MATRICULA
                           DELIMITED BY SIZE INTO WRK-MENSAGEM-AUD
                       PERFORM 0800-REGISTRAR-AUDITORIA
               END-REWRITE
           END-IF.

       0525-SUBIR-GOZO.
           MOVE FER-PROG(WRK-IDX-PROG + 1) TO FER-PROG(WRK-IDX-PROG).

       0800-REGISTRAR-AUDITORIA.
      * AGENDAMENTO E CANCELAMENTO FICAM NA TRILHA: QUEM, QUANDO
      * E QUAL MATRICULA.
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

           COPY 'FERGER.CPY'.
