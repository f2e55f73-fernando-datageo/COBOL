       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCISAO-CONTRATO.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: RESCISAO DO CONTRATO DE TRABALHO: RECEBE A
      * MATRICULA, A DATA E O TIPO DO DESLIGAMENTO (SEM JUSTA
      * CAUSA, PEDIDO DE DEMISSAO, JUSTA CAUSA), CALCULA AS
      * VERBAS RESCISORIAS SOBRE EMP-SALARIO E EMP-ANOENTRADA,
      * IMPRIME O TERMO DE RESCISAO (RESCRPT) PARA ASSINATURA E
      * MARCA O FUNCIONARIO COMO DESLIGADO NO EMPFILE, SEM
      * ELIMINA-LO DO CADASTRO
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: O DESLIGAMENTO DE
      *              ADM-EMPREGADO ELIMINAVA O REGISTRO DO EMPFILE,
      *              DEIXANDO A TRAJETORIA DO RAISEHIST APONTANDO
      *              PARA MATRICULA INEXISTENTE, E AS VERBAS
      *              RESCISORIAS ERAM FEITAS NA CALCULADORA. O
      *              FUNCIONARIO AGORA FICA NO CADASTRO COM
      *              SITUACAO 'D', DATA E TIPO DO DESLIGAMENTO, E
      *              OS LOTES DE AUMENTO, DISSIDIO E FOLHA O
      *              IGNORAM DAI EM DIANTE. VERBAS: SALDO DE
      *              SALARIO (DIAS DO MES / 30), FERIAS
      *              PROPORCIONAIS MAIS 1/3, 13O PROPORCIONAL E,
      *              NA DISPENSA SEM JUSTA CAUSA, AVISO PREVIO
      *              INDENIZADO DE 30 DIAS MAIS 3 POR ANO DE CASA
      *              (ATE 90). NA JUSTA CAUSA SO O SALDO DE
      *              SALARIO E DEVIDO. ANTES DA PRIMEIRA BAIXA O
      *              EMPFILE E DESCARREGADO EM GERACAO DE BACKUP
      *              (BKPCAT) E CADA RESCISAO FICA NA TRILHA
      *              AUDITLOG.
      * 15/10/2026 - OS AVOS DE QUEM ENTROU NO PROPRIO ANO DO
      *              DESLIGAMENTO PASSAM A CONTAR DO MES DE
      *              ENTRADA (EMP-MESENTRADA), NAO DE JANEIRO.
      * 15/10/2026 - AS FERIAS PROPORCIONAIS (E O 1/3) PASSAM A
      *              CONTAR OS AVOS DO PERIODO AQUISITIVO, DESDE O
      *              ULTIMO ANIVERSARIO DA ENTRADA (WRK-AVOS-FERIAS);
      *              OS AVOS DO ANO CIVIL (WRK-AVOS) FICAM SO PARA O
      *              13O. SEM O EMPFILE ABERTO NAO HA BACKUP NEM
      *              PROCESSAMENTO: O PROGRAMA REGISTRA A EXCECAO E
      *              TERMINA COM RC=8. A BAIXA GRAVA NO DIARIO DE
      *              ALTERACOES (CHGJRNL) A SITUACAO, A DATA E O
      *              TIPO DO DESLIGAMENTO.
      * 15/10/2026 - O 13O PROPORCIONAL DESCONTA O QUE JA FOI PAGO
      *              NO ANO (1A PARCELA E, SE HOUVER, 2A PARCELA
      *              BRUTA DO DECIMFIL), SEM FICAR NEGATIVO. O
      *              SALDO DOS PERIODOS AQUISITIVOS JA COMPLETOS
      *              DO FERIAFIL (FERIAS VENCIDAS) ENTRA NAS
      *              VERBAS, EM DOBRA SE O DESLIGAMENTO E APOS O
      *              LIMITE CONCESSIVO, MAIS 1/3, EM QUALQUER TIPO
      *              DE DESLIGAMENTO. NA CONFIRMACAO OS GOZOS
      *              AGENDADOS E NAO PAGOS SAO CANCELADOS E OS
      *              PERIODOS FICAM QUITADOS NA RESCISAO. O DIARIO
      *              DE ALTERACOES SO E GRAVADO DEPOIS DO REWRITE
      *              BEM-SUCEDIDO DO EMPFILE.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'EMPSEL.CPY'.
           COPY 'DECSEL.CPY'.
           COPY 'FERSEL.CPY'.
           COPY 'BKPSEL.CPY'.
           COPY 'SYSSEL.CPY'.
           COPY 'AUDSEL.CPY'.
           SELECT RESCISSION-REPORT-FILE ASSIGN TO "RESCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RES.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.
           COPY 'JRNSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'EMPFD.CPY'.

           COPY 'DECFD.CPY'.

           COPY 'FERFD.CPY'.

           COPY 'BKPFD.CPY'.

           COPY 'SYSFD.CPY'.

           COPY 'AUDFD.CPY'.

       FD  RESCISSION-REPORT-FILE.
       01  RESCISSION-REPORT-RECORD PIC X(80).

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

           COPY 'JRNFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'EMPWS.CPY'.
           COPY 'DECWS.CPY'.
           COPY 'FERWS.CPY'.
           COPY 'BKPWS.CPY'.
           COPY 'SYSWS.CPY'.
           COPY 'DTCWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'JRNWS.CPY'.
       77 WRK-STATUS-AUDIT   PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RES     PIC X(02) VALUE SPACES.
       77 WRK-EOF-EMP        PIC X(01) VALUE 'N'.
       77 WRK-SW-FIM         PIC X(01) VALUE 'N'.
       77 WRK-SW-EMP-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-SW-DATA-OK     PIC X(01) VALUE 'N'.
       77 WRK-SW-TIPO-OK     PIC X(01) VALUE 'N'.
       77 WRK-SW-CONFIRMA    PIC X(01) VALUE 'N'.
       77 WRK-MATRICULA-TXT  PIC X(05) VALUE SPACES.
       77 WRK-MATRICULA      PIC 9(05) VALUE ZEROS.
       01 WRK-DATA-TXT       PIC X(08) VALUE SPACES.
       01 WRK-DATA-TXT-N REDEFINES WRK-DATA-TXT
                             PIC 9(08).
       77 WRK-DATA-DESLIG    PIC 9(08) VALUE ZEROS.
       77 WRK-TIPO-DESLIG    PIC X(01) VALUE SPACES.
       77 WRK-TIPO-DESC      PIC X(25) VALUE SPACES.
       77 WRK-SITUACAO-ANT   PIC X(01) VALUE SPACES.
       77 WRK-DATA-DESLIG-ANT PIC 9(08) VALUE ZEROS.
       77 WRK-TIPO-DESLIG-ANT PIC X(01) VALUE SPACES.
       77 WRK-DIAS-SALDO     PIC 9(02) VALUE ZEROS.
       77 WRK-AVOS           PIC 9(02) VALUE ZEROS.
       77 WRK-AVOS-FERIAS    PIC 9(02) VALUE ZEROS.
       77 WRK-MES-ADMISSAO   PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-CASA     PIC S9(04) VALUE ZEROS.
       77 WRK-PERIODOS       PIC 9(03) VALUE ZEROS.
       77 WRK-ANOS-CASA      PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-AVISO     PIC 9(03) VALUE ZEROS.
       77 WRK-SALDO-SALARIO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FERIAS-PROP    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TERCO-FERIAS   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DECIMO-PROP    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DECIMO-PAGO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DECIMO-ADIANT  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SW-DEC-ABERTO  PIC X(01) VALUE 'N'.
       77 WRK-SW-FER-ABERTO  PIC X(01) VALUE 'N'.
       77 WRK-EOF-FER        PIC X(01) VALUE 'N'.
       77 WRK-IDX-PROG       PIC 9(01) VALUE ZEROS.
       77 WRK-QT-PROG-NOVO   PIC 9(01) VALUE ZEROS.
       77 WRK-DIAS-PAGOS     PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-SALDO-FER PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-VENC      PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-PERIODO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FERIAS-VENC    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DOBRO-VENC     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TERCO-VENC     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-AVISO-PREVIO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-RESCISAO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-RESCISOES   PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-ED       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       01 WRK-DATA-SISTEMA.
           05 WRK-ANO-SISTEMA PIC 9(04).
           05 WRK-MES-SISTEMA PIC 9(02).
           05 WRK-DIA-SISTEMA PIC 9(02).
       01 WRK-DATA-ED.
           05 WRK-DATA-ED-DIA PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-DATA-ED-MES PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-DATA-ED-ANO PIC 9(04).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-ABRIR-CADASTRO
               IF WRK-STATUS-EMP = '00'
                   PERFORM 0140-GERAR-BACKUP
                   MOVE 'N' TO WRK-SW-FIM
                   PERFORM 0200-PROCESSAR-RESCISAO
                       UNTIL WRK-SW-FIM = 'S'
                   CLOSE EMPLOYEE-FILE
                   PERFORM 0190-FECHAR-FERIAS-DECIMO
                   DISPLAY 'RESCISOES EMITIDAS: ' WRK-QT-RESCISOES
               ELSE
                   MOVE 'RESCISAO-CONTRATO' TO WRK-EXCP-PROGRAMA
                   MOVE 'EMPFILE NAO ABRIU - RESCISAO NAO FEITA'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA RESCISAO'
               MOVE 'RESCISAO-CONTRATO' TO WRK-EXCP-PROGRAMA
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
           MOVE 'RESCISAO-CONTRATO' TO WRK-PERM-PROGRAMA.
           MOVE 'RESCISAO' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

       0100-ABRIR-CADASTRO.
      * O EMPFILE E ATUALIZADO NO LUGAR (REWRITE) PELA CHAVE.
           OPEN I-O EMPLOYEE-FILE.
           IF WRK-STATUS-EMP NOT = '00'
               DISPLAY 'EMPFILE AUSENTE - NADA A DESLIGAR'
           ELSE
               PERFORM 0110-ABRIR-FERIAS-DECIMO
           END-IF.

       0110-ABRIR-FERIAS-DECIMO.
      * DECIMFIL SO E CONSULTADO (13O JA PAGO NO ANO); SEM ELE
      * NADA E DESCONTADO. O FERIAFIL E ATUALIZADO (PERIODOS
      * QUITADOS) E, SE AINDA NAO EXISTIR, E CRIADO VAZIO, COMO
      * NO ADM-FERIAS.
           OPEN INPUT DECIMO-FILE.
           IF WRK-STATUS-DEC = '00'
               MOVE 'S' TO WRK-SW-DEC-ABERTO
           ELSE
               DISPLAY 'DECIMFIL AUSENTE - 13O SEM ADIANTAMENTO'
           END-IF.
           OPEN I-O VACATION-FILE.
           IF WRK-STATUS-FER NOT = '00'
               OPEN OUTPUT VACATION-FILE
               CLOSE VACATION-FILE
               OPEN I-O VACATION-FILE
           END-IF.
           IF WRK-STATUS-FER = '00'
               MOVE 'S' TO WRK-SW-FER-ABERTO
           ELSE
               DISPLAY 'FERIAFIL INDISPONIVEL - SEM FERIAS VENCIDAS'
               MOVE 'RESCISAO-CONTRATO' TO WRK-EXCP-PROGRAMA
               MOVE 'FERIAFIL INDISPONIVEL - SEM FERIAS VENCIDAS'
                   TO WRK-EXCP-MENSAGEM
               MOVE 'A' TO WRK-EXCP-SEVERIDADE
               PERFORM 9000-REGISTRAR-EXCECAO
           END-IF.

       0190-FECHAR-FERIAS-DECIMO.
           IF WRK-SW-DEC-ABERTO = 'S'
               CLOSE DECIMO-FILE
           END-IF.
           IF WRK-SW-FER-ABERTO = 'S'
               CLOSE VACATION-FILE
           END-IF.

       0140-GERAR-BACKUP.
      * ANTES DA PRIMEIRA BAIXA, DESCARREGA O EMPFILE EM UMA
      * GERACAO DATADA E A CATALOGA, MANTENDO AS ULTIMAS
      * QT-GERACOES (SYSPARM, PADRAO 5), COMO EM ADM-EMPREGADO.
           MOVE 'BACKUP' TO WRK-PAR-PROGRAMA.
           MOVE 'QT-GERACOES' TO WRK-PAR-CHAVE.
           MOVE 5 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-BKP-MAXGER.
           ACCEPT WRK-BKP-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-BKP-HORA FROM TIME.
           MOVE SPACES TO WRK-BKP-NOME.
           STRING 'EMPFILE.B' WRK-BKP-DATA WRK-BKP-HORA(1:6)
               DELIMITED BY SIZE INTO WRK-BKP-NOME.
           OPEN OUTPUT BACKUP-GEN-FILE.
           MOVE LOW-VALUES TO EMP-MATRICULA.
           MOVE 'N' TO WRK-EOF-EMP.
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-EMP
           END-START.
           PERFORM 0145-DESCARREGAR-UM UNTIL WRK-EOF-EMP = 'S'.
           CLOSE BACKUP-GEN-FILE.
           MOVE 'EMPFILE' TO WRK-BKP-ARQUIVO.
           PERFORM 9600-REGISTRAR-BACKUP.
           DISPLAY 'BACKUP GERADO: ' WRK-BKP-NOME.

       0145-DESCARREGAR-UM.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-EMP
               NOT AT END
                   MOVE SPACES TO BACKUP-GEN-RECORD
                   MOVE EMPLOYEE-RECORD
                       TO BACKUP-GEN-RECORD(1:53)
                   WRITE BACKUP-GEN-RECORD
           END-READ.

       0200-PROCESSAR-RESCISAO.
           DISPLAY 'MATRICULA A DESLIGAR (BRANCO = ENCERRAR): '
           MOVE SPACES TO WRK-MATRICULA-TXT.
           ACCEPT WRK-MATRICULA-TXT.
           EVALUATE TRUE
               WHEN WRK-MATRICULA-TXT = SPACES
                   MOVE 'S' TO WRK-SW-FIM
               WHEN WRK-MATRICULA-TXT NOT NUMERIC
                   DISPLAY 'MATRICULA DEVE SER NUMERICA'
               WHEN OTHER
                   MOVE WRK-MATRICULA-TXT TO WRK-MATRICULA
                   PERFORM 0270-LOCALIZAR-FUNCIONARIO
                   IF WRK-SW-EMP-ACHADO = 'N'
                       DISPLAY 'FUNCIONARIO NAO ENCONTRADO'
                   ELSE
                       IF EMP-DESLIGADO
                           DISPLAY 'FUNCIONARIO JA DESLIGADO EM '
                               EMP-DATA-DESLIG
                       ELSE
                           PERFORM 0300-DESLIGAR-FUNCIONARIO
                       END-IF
                   END-IF
           END-EVALUATE.

       0270-LOCALIZAR-FUNCIONARIO.
      * LEITURA DIRETA PELA CHAVE DO ARQUIVO INDEXADO.
           MOVE WRK-MATRICULA TO EMP-MATRICULA.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-SW-EMP-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-EMP-ACHADO
           END-READ.

       0300-DESLIGAR-FUNCIONARIO.
           DISPLAY 'NOME   : ' EMP-NOME.
           DISPLAY 'ANO    : ' EMP-ANOENTRADA.
           DISPLAY 'DEPTO  : ' EMP-DEPARTAMENTO.
           MOVE 'N' TO WRK-SW-DATA-OK.
           PERFORM 0310-PEDIR-DATA UNTIL WRK-SW-DATA-OK = 'S'.
           MOVE 'N' TO WRK-SW-TIPO-OK.
           PERFORM 0320-PEDIR-TIPO UNTIL WRK-SW-TIPO-OK = 'S'.
           PERFORM 0400-CALCULAR-VERBAS.
           PERFORM 0450-EXIBIR-VERBAS.
           DISPLAY 'CONFIRMA A RESCISAO? (S/N): '
           ACCEPT WRK-SW-CONFIRMA.
           IF WRK-SW-CONFIRMA = 'S'
               MOVE EMP-SITUACAO    TO WRK-SITUACAO-ANT
               MOVE EMP-DATA-DESLIG TO WRK-DATA-DESLIG-ANT
               MOVE EMP-TIPO-DESLIG TO WRK-TIPO-DESLIG-ANT
               MOVE 'D' TO EMP-SITUACAO
               MOVE WRK-DATA-DESLIG TO EMP-DATA-DESLIG
               MOVE WRK-TIPO-DESLIG TO EMP-TIPO-DESLIG
               REWRITE EMPLOYEE-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO REGRAVAR O FUNCIONARIO'
                       MOVE 'RESCISAO-CONTRATO'
                           TO WRK-EXCP-PROGRAMA
                       MOVE 'FALHA NO REWRITE DO EMPFILE'
                           TO WRK-EXCP-MENSAGEM
                       PERFORM 9000-REGISTRAR-EXCECAO
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 0350-DIARIO-DESLIGAMENTO
                       PERFORM 0360-QUITAR-FERIAS
                       PERFORM 0500-IMPRIMIR-TERMO
                       PERFORM 0800-REGISTRAR-AUDITORIA
                       ADD 1 TO WRK-QT-RESCISOES
                       DISPLAY 'FUNCIONARIO DESLIGADO - TERMO'
                           ' GRAVADO EM RESCRPT'
               END-REWRITE
           ELSE
               DISPLAY 'RESCISAO CANCELADA'
           END-IF.

       0350-DIARIO-DESLIGAMENTO.
      * SO DEPOIS DO REWRITE BEM-SUCEDIDO: OS VALORES ANTERIORES
      * FORAM GUARDADOS ANTES DA BAIXA; 9040 SO GRAVA O QUE MUDOU.
           MOVE 'RESCISAO-CONTRATO' TO WRK-CJR-PROGRAMA.
           MOVE 'EMPFILE' TO WRK-CJR-ARQUIVO.
           MOVE SPACES TO WRK-CJR-CHAVE.
           MOVE EMP-MATRICULA TO WRK-CJR-CHAVE.
           MOVE 'SITUACAO' TO WRK-CJR-CAMPO.
           MOVE WRK-SITUACAO-ANT TO WRK-CJR-ANTES.
           MOVE EMP-SITUACAO TO WRK-CJR-DEPOIS.
           PERFORM 9040-REGISTRAR-ALTERACAO.
           MOVE 'DATA-DESLIG' TO WRK-CJR-CAMPO.
           MOVE WRK-DATA-DESLIG-ANT TO WRK-CJR-ANTES.
           MOVE EMP-DATA-DESLIG TO WRK-CJR-DEPOIS.
           PERFORM 9040-REGISTRAR-ALTERACAO.
           MOVE 'TIPO-DESLIG' TO WRK-CJR-CAMPO.
           MOVE WRK-TIPO-DESLIG-ANT TO WRK-CJR-ANTES.
           MOVE EMP-TIPO-DESLIG TO WRK-CJR-DEPOIS.
           PERFORM 9040-REGISTRAR-ALTERACAO.

       0360-QUITAR-FERIAS.
      * OS GOZOS AGENDADOS E NAO PAGOS SAO CANCELADOS (O SALDO
      * FOI PAGO NAS VERBAS) E TODOS OS PERIODOS DO FUNCIONARIO
      * FICAM QUITADOS NA DATA DO DESLIGAMENTO.
           IF WRK-SW-FER-ABERTO = 'S'
               PERFORM 0430-POSICIONAR-PERIODOS
               PERFORM 0365-QUITAR-PERIODO
                   UNTIL WRK-EOF-FER = 'S'
           END-IF.

       0365-QUITAR-PERIODO.
           MOVE ZEROS TO WRK-QT-PROG-NOVO.
           PERFORM 0367-MANTER-GOZO-PAGO
               VARYING WRK-IDX-PROG FROM 1 BY 1
               UNTIL WRK-IDX-PROG > FER-QT-PROG.
           PERFORM 0368-LIMPAR-GOZO
               VARYING WRK-IDX-PROG FROM WRK-QT-PROG-NOVO BY 1
               UNTIL WRK-IDX-PROG >= 3.
           MOVE WRK-QT-PROG-NOVO TO FER-QT-PROG.
           MOVE 'R' TO FER-SITUACAO.
           MOVE WRK-DATA-DESLIG TO FER-DATA-QUITACAO.
           REWRITE VACATION-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO REGRAVAR FERIAFIL ' FER-CHAVE
                   MOVE 'RESCISAO-CONTRATO' TO WRK-EXCP-PROGRAMA
                   MOVE 'FALHA NO REWRITE DO FERIAFIL'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.
           PERFORM 0432-LER-PERIODO.

       0367-MANTER-GOZO-PAGO.
      * O GOZO PAGO SOBE PARA A PRIMEIRA POSICAO LIVRE; O
      * AGENDADO SAI DA TABELA E DOS DIAS GOZADOS.
           IF FER-PROG-PAGA(WRK-IDX-PROG)
               ADD 1 TO WRK-QT-PROG-NOVO
               MOVE FER-PROG(WRK-IDX-PROG)
                   TO FER-PROG(WRK-QT-PROG-NOVO)
           ELSE
               IF FER-DIAS-GOZADOS >= FER-PROG-DIAS(WRK-IDX-PROG)
                   SUBTRACT FER-PROG-DIAS(WRK-IDX-PROG)
                       FROM FER-DIAS-GOZADOS
               ELSE
                   MOVE ZEROS TO FER-DIAS-GOZADOS
               END-IF
           END-IF.

       0368-LIMPAR-GOZO.
           INITIALIZE FER-PROG(WRK-IDX-PROG + 1).

       0310-PEDIR-DATA.
      * A DATA DEVE SER DE CALENDARIO, NAO ANTERIOR AO ANO DE
      * ENTRADA E NAO POSTERIOR A HOJE.
           DISPLAY 'DATA DO DESLIGAMENTO (AAAAMMDD): '
           MOVE SPACES TO WRK-DATA-TXT.
           ACCEPT WRK-DATA-TXT.
           IF WRK-DATA-TXT NOT NUMERIC
               DISPLAY 'DATA DEVE SER NUMERICA (AAAAMMDD)'
           ELSE
               MOVE WRK-DATA-TXT-N TO WRK-DTC-DATA
               PERFORM 0315-VALIDAR-DATA
           END-IF.

       0315-VALIDAR-DATA.
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
           EVALUATE TRUE
               WHEN WRK-DTC-DIAS-MES = 0
                   DISPLAY 'MES INVALIDO'
               WHEN WRK-DTC-DIA < 1
                 OR WRK-DTC-DIA > WRK-DTC-DIAS-MES
                   DISPLAY 'DIA INVALIDO PARA O MES'
               WHEN WRK-DTC-ANO < EMP-ANOENTRADA
                   DISPLAY 'DATA ANTERIOR AO ANO DE ENTRADA'
               WHEN WRK-DTC-DATA > WRK-DATA-SISTEMA
                   DISPLAY 'DATA NO FUTURO'
               WHEN OTHER
                   MOVE WRK-DTC-DATA TO WRK-DATA-DESLIG
                   MOVE 'S' TO WRK-SW-DATA-OK
           END-EVALUATE.

       0320-PEDIR-TIPO.
           DISPLAY 'TIPO (S=SEM JUSTA CAUSA, P=PEDIDO DE'
               ' DEMISSAO, J=JUSTA CAUSA): '
           ACCEPT WRK-TIPO-DESLIG.
           MOVE 'S' TO WRK-SW-TIPO-OK.
           EVALUATE WRK-TIPO-DESLIG
               WHEN 'S'
                   MOVE 'DISPENSA SEM JUSTA CAUSA' TO WRK-TIPO-DESC
               WHEN 'P'
                   MOVE 'PEDIDO DE DEMISSAO' TO WRK-TIPO-DESC
               WHEN 'J'
                   MOVE 'DISPENSA POR JUSTA CAUSA' TO WRK-TIPO-DESC
               WHEN OTHER
                   DISPLAY 'TIPO INVALIDO'
                   MOVE 'N' TO WRK-SW-TIPO-OK
           END-EVALUATE.

       0400-CALCULAR-VERBAS.
      * SALDO DE SALARIO: DIAS TRABALHADOS NO MES SOBRE O MES
      * COMERCIAL DE 30 DIAS. AVOS DE 13O: MESES DO ANO ATE O
      * DESLIGAMENTO, CONTANDO O MES DO DESLIGAMENTO SE
      * TRABALHADOS 15 DIAS OU MAIS; PARA QUEM ENTROU NO PROPRIO
      * ANO, A CONTAGEM COMECA NO MES DE ENTRADA (MES EM BRANCO
      * OU ZERO, DE REGISTRO ANTIGO, CONTA JANEIRO). AVOS DE
      * FERIAS: MESES DO PERIODO AQUISITIVO EM CURSO, CONTADOS
      * DO ULTIMO ANIVERSARIO DA ENTRADA, COM A MESMA REGRA DOS
      * 15 DIAS (ENTRADA EM OUTUBRO E SAIDA EM 20 DE MARCO DAO
      * 6 AVOS). O 13O JA PAGO NO ANO (DECIMFIL) E DESCONTADO
      * DO PROPORCIONAL, SEM FICAR NEGATIVO. O AVISO PREVIO SO
      * E INDENIZADO NA DISPENSA SEM JUSTA CAUSA: 30 DIAS MAIS
      * 3 POR ANO DE CASA, ATE 90. AS FERIAS VENCIDAS (0420) SAO
      * DEVIDAS EM QUALQUER TIPO DE DESLIGAMENTO.
           MOVE WRK-DATA-DESLIG TO WRK-DTC-DATA.
           MOVE WRK-DTC-DIA TO WRK-DIAS-SALDO.
           IF WRK-DIAS-SALDO > 30
               MOVE 30 TO WRK-DIAS-SALDO
           END-IF.
           COMPUTE WRK-SALDO-SALARIO ROUNDED =
               EMP-SALARIO * WRK-DIAS-SALDO / 30.
           IF WRK-DTC-DIA >= 15
               MOVE WRK-DTC-MES TO WRK-AVOS
           ELSE
               COMPUTE WRK-AVOS = WRK-DTC-MES - 1
           END-IF.
           IF WRK-DTC-ANO = EMP-ANOENTRADA
              AND EMP-MESENTRADA NUMERIC
              AND EMP-MESENTRADA > 1
               IF WRK-AVOS >= EMP-MESENTRADA
                   COMPUTE WRK-AVOS = WRK-AVOS - EMP-MESENTRADA + 1
               ELSE
                   MOVE ZEROS TO WRK-AVOS
               END-IF
           END-IF.
           IF EMP-MESENTRADA NUMERIC
              AND EMP-MESENTRADA > 0
               MOVE EMP-MESENTRADA TO WRK-MES-ADMISSAO
           ELSE
               MOVE 1 TO WRK-MES-ADMISSAO
           END-IF.
           COMPUTE WRK-MESES-CASA =
               (WRK-DTC-ANO - EMP-ANOENTRADA) * 12
               + WRK-DTC-MES - WRK-MES-ADMISSAO.
           IF WRK-MESES-CASA < 0
               MOVE ZEROS TO WRK-MESES-CASA
           END-IF.
           DIVIDE WRK-MESES-CASA BY 12 GIVING WRK-PERIODOS
               REMAINDER WRK-AVOS-FERIAS.
           IF WRK-DTC-DIA >= 15
               ADD 1 TO WRK-AVOS-FERIAS
           END-IF.
           MOVE ZEROS TO WRK-FERIAS-PROP.
           MOVE ZEROS TO WRK-TERCO-FERIAS.
           MOVE ZEROS TO WRK-DECIMO-PROP.
           MOVE ZEROS TO WRK-DECIMO-PAGO.
           MOVE ZEROS TO WRK-DECIMO-ADIANT.
           MOVE ZEROS TO WRK-AVISO-PREVIO.
           MOVE ZEROS TO WRK-DIAS-AVISO.
           IF WRK-TIPO-DESLIG NOT = 'J'
               COMPUTE WRK-FERIAS-PROP ROUNDED =
                   EMP-SALARIO * WRK-AVOS-FERIAS / 12
               COMPUTE WRK-TERCO-FERIAS ROUNDED =
                   WRK-FERIAS-PROP / 3
               COMPUTE WRK-DECIMO-PROP ROUNDED =
                   EMP-SALARIO * WRK-AVOS / 12
               PERFORM 0410-DESCONTAR-DECIMO-PAGO
           END-IF.
           IF WRK-TIPO-DESLIG = 'S'
               COMPUTE WRK-ANOS-CASA = WRK-DTC-ANO - EMP-ANOENTRADA
               COMPUTE WRK-DIAS-AVISO = 30 + 3 * WRK-ANOS-CASA
               IF WRK-DIAS-AVISO > 90
                   MOVE 90 TO WRK-DIAS-AVISO
               END-IF
               COMPUTE WRK-AVISO-PREVIO ROUNDED =
                   EMP-SALARIO * WRK-DIAS-AVISO / 30
           END-IF.
           PERFORM 0420-APURAR-FERIAS-VENCIDAS.
      * A GERACAO DE PERIODOS USA A AREA DE DATAS: A DATA DO
      * DESLIGAMENTO VOLTA PARA O TERMO.
           MOVE WRK-DATA-DESLIG TO WRK-DTC-DATA.
           COMPUTE WRK-TOTAL-RESCISAO =
               WRK-SALDO-SALARIO + WRK-FERIAS-PROP
               + WRK-TERCO-FERIAS + WRK-DECIMO-PROP
               - WRK-DECIMO-ADIANT + WRK-AVISO-PREVIO
               + WRK-FERIAS-VENC + WRK-DOBRO-VENC
               + WRK-TERCO-VENC.

       0410-DESCONTAR-DECIMO-PAGO.
      * O QUE JA SAIU NO ANO (1A PARCELA E 2A PARCELA BRUTA) E
      * DESCONTADO ATE O LIMITE DO PROPORCIONAL.
           IF WRK-SW-DEC-ABERTO = 'S'
               MOVE WRK-DTC-ANO TO DEC-ANO
               MOVE EMP-MATRICULA TO DEC-MATRICULA
               READ DECIMO-FILE
                   INVALID KEY
                       MOVE ZEROS TO WRK-DECIMO-PAGO
                   NOT INVALID KEY
                       COMPUTE WRK-DECIMO-PAGO =
                           DEC-PRIMEIRA + DEC-SEGUNDA-BRUTO
               END-READ
           END-IF.
           IF WRK-DECIMO-PAGO > WRK-DECIMO-PROP
               MOVE WRK-DECIMO-PROP TO WRK-DECIMO-ADIANT
           ELSE
               MOVE WRK-DECIMO-PAGO TO WRK-DECIMO-ADIANT
           END-IF.

       0420-APURAR-FERIAS-VENCIDAS.
      * PERIODO AQUISITIVO COMPLETO ANTES DO DESLIGAMENTO E AINDA
      * NAO QUITADO: O SALDO (DIREITO MENOS OS DIAS DE GOZO JA
      * PAGOS EM RECIBO) E PAGO PELO SALARIO / 30, EM DOBRA SE O
      * DESLIGAMENTO E APOS O LIMITE CONCESSIVO, MAIS 1/3. OS
      * PERIODOS DO FUNCIONARIO SAO GARANTIDOS ANTES (9800).
           MOVE ZEROS TO WRK-DIAS-VENC.
           MOVE ZEROS TO WRK-FERIAS-VENC.
           MOVE ZEROS TO WRK-DOBRO-VENC.
           MOVE ZEROS TO WRK-TERCO-VENC.
           IF WRK-SW-FER-ABERTO = 'S'
               MOVE WRK-DATA-DESLIG TO WRK-FGR-HOJE
               PERFORM 9800-GERAR-PERIODOS-FERIAS
               PERFORM 0430-POSICIONAR-PERIODOS
               PERFORM 0435-SOMAR-PERIODO
                   UNTIL WRK-EOF-FER = 'S'
               COMPUTE WRK-TERCO-VENC ROUNDED =
                   (WRK-FERIAS-VENC + WRK-DOBRO-VENC) / 3
           END-IF.

       0430-POSICIONAR-PERIODOS.
      * OS PERIODOS DE UM FUNCIONARIO SAO CONSECUTIVOS NA CHAVE.
           MOVE EMP-MATRICULA TO FER-MATRICULA.
           MOVE ZEROS TO FER-PER-INICIO.
           MOVE 'N' TO WRK-EOF-FER.
           START VACATION-FILE KEY IS NOT LESS THAN FER-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-FER
           END-START.
           PERFORM 0432-LER-PERIODO.

       0432-LER-PERIODO.
           IF WRK-EOF-FER = 'N'
               READ VACATION-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-FER
               END-READ
           END-IF.
           IF WRK-EOF-FER = 'N'
              AND FER-MATRICULA NOT = EMP-MATRICULA
               MOVE 'S' TO WRK-EOF-FER
           END-IF.

       0435-SOMAR-PERIODO.
           IF FER-PER-FIM < WRK-DATA-DESLIG
              AND NOT FER-QUITADO-RESCISAO
               MOVE ZEROS TO WRK-DIAS-PAGOS
               PERFORM 0437-SOMAR-GOZO-PAGO
                   VARYING WRK-IDX-PROG FROM 1 BY 1
                   UNTIL WRK-IDX-PROG > FER-QT-PROG
               IF WRK-DIAS-PAGOS < FER-DIAS-DIREITO
                   COMPUTE WRK-DIAS-SALDO-FER =
                       FER-DIAS-DIREITO - WRK-DIAS-PAGOS
                   ADD WRK-DIAS-SALDO-FER TO WRK-DIAS-VENC
                   COMPUTE WRK-VALOR-PERIODO ROUNDED =
                       EMP-SALARIO * WRK-DIAS-SALDO-FER / 30
                   ADD WRK-VALOR-PERIODO TO WRK-FERIAS-VENC
                   IF WRK-DATA-DESLIG > FER-LIMITE
                       ADD WRK-VALOR-PERIODO TO WRK-DOBRO-VENC
                   END-IF
               END-IF
           END-IF.
           PERFORM 0432-LER-PERIODO.

       0437-SOMAR-GOZO-PAGO.
           IF FER-PROG-PAGA(WRK-IDX-PROG)
               ADD FER-PROG-DIAS(WRK-IDX-PROG) TO WRK-DIAS-PAGOS
           END-IF.

       0450-EXIBIR-VERBAS.
           MOVE WRK-SALDO-SALARIO TO WRK-VALOR-ED.
           DISPLAY 'SALDO DE SALARIO    : R' WRK-VALOR-ED.
           MOVE WRK-FERIAS-PROP TO WRK-VALOR-ED.
           DISPLAY 'FERIAS PROPORCIONAIS: R' WRK-VALOR-ED.
           MOVE WRK-TERCO-FERIAS TO WRK-VALOR-ED.
           DISPLAY '1/3 DE FERIAS       : R' WRK-VALOR-ED.
           MOVE WRK-DECIMO-PROP TO WRK-VALOR-ED.
           DISPLAY '13O PROPORCIONAL    : R' WRK-VALOR-ED.
           MOVE WRK-DECIMO-ADIANT TO WRK-VALOR-ED.
           DISPLAY '(-) 13O JA PAGO     : R' WRK-VALOR-ED.
           MOVE WRK-FERIAS-VENC TO WRK-VALOR-ED.
           DISPLAY 'FERIAS VENCIDAS     : R' WRK-VALOR-ED
               ' (' WRK-DIAS-VENC ' DIAS)'.
           MOVE WRK-DOBRO-VENC TO WRK-VALOR-ED.
           DISPLAY 'DOBRA DAS VENCIDAS  : R' WRK-VALOR-ED.
           MOVE WRK-TERCO-VENC TO WRK-VALOR-ED.
           DISPLAY '1/3 DAS VENCIDAS    : R' WRK-VALOR-ED.
           MOVE WRK-AVISO-PREVIO TO WRK-VALOR-ED.
           DISPLAY 'AVISO PREVIO        : R' WRK-VALOR-ED.
           MOVE WRK-TOTAL-RESCISAO TO WRK-VALOR-ED.
           DISPLAY 'TOTAL DA RESCISAO   : R' WRK-VALOR-ED.

       0500-IMPRIMIR-TERMO.
      * O TERMO E ACUMULADO EM RESCRPT (UM POR RESCISAO) PARA
      * SER IMPRESSO E ASSINADO PELO RH E PELO EMPREGADO.
           OPEN EXTEND RESCISSION-REPORT-FILE.
           IF WRK-STATUS-RES NOT = '00'
               OPEN OUTPUT RESCISSION-REPORT-FILE
               CLOSE RESCISSION-REPORT-FILE
               OPEN EXTEND RESCISSION-REPORT-FILE
           END-IF.
           MOVE '=============================================='
               TO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE 'TERMO DE RESCISAO DO CONTRATO DE TRABALHO'
               TO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           STRING 'MATRICULA ' EMP-MATRICULA
               ' DEPTO ' EMP-DEPARTAMENTO
               ' ANO DE ENTRADA ' EMP-ANOENTRADA
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           STRING 'NOME: ' EMP-NOME
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE WRK-DTC-DIA TO WRK-DATA-ED-DIA.
           MOVE WRK-DTC-MES TO WRK-DATA-ED-MES.
           MOVE WRK-DTC-ANO TO WRK-DATA-ED-ANO.
           STRING 'DATA DO DESLIGAMENTO: ' WRK-DATA-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           STRING 'TIPO: ' WRK-TIPO-DESC
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE EMP-SALARIO TO WRK-VALOR-ED.
           STRING 'SALARIO BASE:                     R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE '----------------------------------------------'
               TO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE WRK-SALDO-SALARIO TO WRK-VALOR-ED.
           STRING 'SALDO DE SALARIO (' WRK-DIAS-SALDO
               ' DIAS):          R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE WRK-FERIAS-PROP TO WRK-VALOR-ED.
           STRING 'FERIAS PROPORCIONAIS (' WRK-AVOS-FERIAS
               '/12):       R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE WRK-TERCO-FERIAS TO WRK-VALOR-ED.
           STRING '1/3 CONSTITUCIONAL DE FERIAS:     R'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE WRK-DECIMO-PROP TO WRK-VALOR-ED.
           STRING '13O SALARIO PROPORCIONAL (' WRK-AVOS
               '/12):   R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           IF WRK-DECIMO-ADIANT > 0
               MOVE WRK-DECIMO-ADIANT TO WRK-VALOR-ED
               STRING '(-) 13O JA PAGO NO ANO:           R'
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0590-GRAVAR-LINHA
           END-IF.
           IF WRK-DIAS-VENC > 0
               MOVE WRK-FERIAS-VENC TO WRK-VALOR-ED
               STRING 'FERIAS VENCIDAS (' WRK-DIAS-VENC
                   ' DIAS):          R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0590-GRAVAR-LINHA
               IF WRK-DOBRO-VENC > 0
                   MOVE WRK-DOBRO-VENC TO WRK-VALOR-ED
                   STRING 'DOBRA (APOS LIMITE CONCESSIVO):   R'
                       WRK-VALOR-ED
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
                   PERFORM 0590-GRAVAR-LINHA
               END-IF
               MOVE WRK-TERCO-VENC TO WRK-VALOR-ED
               STRING '1/3 SOBRE FERIAS VENCIDAS:        R'
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0590-GRAVAR-LINHA
           END-IF.
           MOVE WRK-AVISO-PREVIO TO WRK-VALOR-ED.
           STRING 'AVISO PREVIO INDENIZADO (' WRK-DIAS-AVISO
               ' DIAS):  R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE '----------------------------------------------'
               TO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE WRK-TOTAL-RESCISAO TO WRK-VALOR-ED.
           STRING 'TOTAL BRUTO DA RESCISAO:          R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           PERFORM 0590-GRAVAR-LINHA.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE '______________________________    ________________'
               TO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE 'EMPREGADOR (RECURSOS HUMANOS)     EMPREGADO'
               TO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE WRK-DIA-SISTEMA TO WRK-DATA-ED-DIA.
           MOVE WRK-MES-SISTEMA TO WRK-DATA-ED-MES.
           MOVE WRK-ANO-SISTEMA TO WRK-DATA-ED-ANO.
           STRING 'EMITIDO EM ' WRK-DATA-ED ' POR ' LOG-USUARIO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           CLOSE RESCISSION-REPORT-FILE.

       0590-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO RESCISSION-REPORT-RECORD.
           WRITE RESCISSION-REPORT-RECORD.
           MOVE SPACES TO WRK-LINHA-RPT.

       0800-REGISTRAR-AUDITORIA.
      * A RESCISAO FICA NA TRILHA: QUEM, QUANDO, QUAL MATRICULA
      * E QUAL TIPO.
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
           STRING 'RESCISAO ' EMP-MATRICULA ' TIPO '
               EMP-TIPO-DESLIG
               DELIMITED BY SIZE INTO AL-MENSAGEM.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'SYSPRM.CPY'.

           COPY 'BKPCAT.CPY'.

           COPY 'DTCALC.CPY'.

           COPY 'JRNLOG.CPY'.

           COPY 'FERGER.CPY'.
