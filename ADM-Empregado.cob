      *              E FEITA PELO NOVO RESTAURA-BACKUP. O UNICO
      *              RECURSO CONTRA UMA SESSAO RUIM ERA A FITA
      *              QUE O OPERADOR LEMBRASSE DE CORTAR.
      * 15/10/2026 - O DESLIGAMENTO DEIXOU DE ELIMINAR O REGISTRO
      *              DO EMPFILE: A OPCAO 3 PASSA O CONTROLE AO
      *              RESCISAO-CONTRATO, QUE CALCULA AS VERBAS,
      *              IMPRIME O TERMO E MARCA O FUNCIONARIO COMO
      *              DESLIGADO. A INCLUSAO GRAVA O FUNCIONARIO
      *              ATIVO E A CONSULTA/LISTAGEM MOSTRAM A
      *              SITUACAO E A DATA DO DESLIGAMENTO.
      * 15/10/2026 - INCLUSAO E ALTERACAO PASSAM A PEDIR O MES DE
      *              ENTRADA (EMP-MESENTRADA), CRITICADO DE 01 A
      *              12 E, NO ANO CORRENTE, ATE O MES ATUAL.
      * 15/10/2026 - INCLUSAO E ALTERACAO GRAVAM NO DIARIO DE
      *              ALTERACOES (CHGJRNL) CADA CAMPO QUE MUDOU, COM
      *              O VALOR ANTERIOR E O NOVO, PARA A CONSULTA
      *              CONSULTA-ALTERACAO RESPONDER QUEM MUDOU O
      *              SALARIO SEM COMPARAR GERACOES DE BACKUP.
      * 15/10/2026 - A ALTERACAO RECUSA FUNCIONARIO DESLIGADO,
      *              COMO O DESLIGAMENTO JA RECUSAVA A SEGUNDA BAIXA.
      * 15/10/2026 - CAMPOS DO DIARIO DE ALTERACOES COM O PREFIXO
      *              CJ-/WRK-CJR- (JR- E WRK-STATUS-JRN JA SAO DO
      *              JORNAL DE FRETE, FJRFD/FJRWS).
      * 15/10/2026 - A ALTERACAO SO GRAVA O DIARIO DEPOIS DO REWRITE
      *              BEM-SUCEDIDO (OS VALORES ANTERIORES FICAM
      *              GUARDADOS); FALHA NO REWRITE E AVISADA E NAO
      *              DEIXA DIARIO DE UMA ALTERACAO QUE NAO HOUVE.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'SYSSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.
           COPY 'JRNSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.

           COPY 'PERMFD.CPY'.

           COPY 'JRNFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'EMPWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'JRNWS.CPY'.
       77 WRK-OPCAO-MANUT    PIC 9(01) VALUE ZEROS.
       77 WRK-EOF-EMP        PIC X(01) VALUE 'N'.
       77 WRK-SW-EMP-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-SW-DADOS-OK    PIC X(01) VALUE 'N'.
       77 WRK-NOME           PIC X(20) VALUE SPACES.
       77 WRK-MATRICULA-TXT  PIC X(05) VALUE SPACES.
       77 WRK-MATRICULA      PIC 9(05) VALUE ZEROS.
       77 WRK-ANO-TXT        PIC X(04) VALUE SPACES.
       01 WRK-MES-TXT        PIC X(02) VALUE SPACES.
       01 WRK-MES-TXT-N REDEFINES WRK-MES-TXT
                             PIC 9(02).
       77 WRK-MESENTRADA     PIC 9(02) VALUE ZEROS.
       01 WRK-SALARIO-TXT    PIC X(08) VALUE SPACES.
       01 WRK-SALARIO-TXT-N REDEFINES WRK-SALARIO-TXT
                             PIC 9(06)V99.
       77 WRK-QT-LISTADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-DEPARTAMENTO    PIC X(04) VALUE SPACES.
       77 WRK-SW-DEP-OK       PIC X(01) VALUE 'N'.
       77 WRK-ANT-NOME        PIC X(20) VALUE SPACES.
       77 WRK-ANT-ANOENTRADA  PIC 9(04) VALUE ZEROS.
       77 WRK-ANT-MESENTRADA  PIC 9(02) VALUE ZEROS.
       77 WRK-ANT-SALARIO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ANT-DEPARTAMENTO PIC X(04) VALUE SPACES.
       77 WRK-EOF-DEP         PIC X(01) VALUE 'N'.
       77 WRK-QTD-DEPC        PIC 9(02) VALUE ZEROS COMP.
       77 WRK-IDX-DEPC        PIC 9(02) VALUE ZEROS COMP.
               NOT AT END
                   MOVE SPACES TO BACKUP-GEN-RECORD
                   MOVE EMPLOYEE-RECORD
                       TO BACKUP-GEN-RECORD(1:53)
                   WRITE BACKUP-GEN-RECORD
           END-READ.


       0250-CRITICAR-DADOS.
      * CRITICA DE ENTRADA: ANO NUMERICO E PLAUSIVEL (DE 1950
      * ATE O ANO ATUAL), MES DE 01 A 12 E NAO FUTURO, SALARIO
      * NUMERICO E MAIOR QUE ZERO. O
      * SALARIO E DIGITADO SO EM DIGITOS, COM DOIS DECIMAIS
      * IMPLICITOS (EX: 00300050 = 3.000,50), COMO NO ARQUIVO.
           MOVE 'N' TO WRK-SW-DADOS-OK.
           EVALUATE TRUE
               WHEN WRK-ANO-TXT NOT NUMERIC
                   DISPLAY 'ANO DE ENTRADA DEVE SER NUMERICO'
               WHEN WRK-MES-TXT NOT NUMERIC
                   DISPLAY 'MES DE ENTRADA DEVE SER NUMERICO'
               WHEN WRK-SALARIO-TXT NOT NUMERIC
                   DISPLAY 'SALARIO DEVE SER NUMERICO (SO DIGITOS)'
               WHEN OTHER
      * PELO INTEIRO E TRUNCARIA OS DIGITOS ALTOS.
                   MOVE WRK-ANO-TXT TO WRK-ANOENTRADA
                   MOVE WRK-SALARIO-TXT-N TO WRK-SALARIO
                   MOVE WRK-MES-TXT-N TO WRK-MESENTRADA
                   EVALUATE TRUE
                       WHEN WRK-ANOENTRADA < 1950
                           DISPLAY 'ANO DE ENTRADA ANTERIOR A 1950'
                       WHEN WRK-ANOENTRADA > WRK-ANO-SISTEMA
                           DISPLAY 'ANO DE ENTRADA NO FUTURO'
                       WHEN WRK-MESENTRADA < 1
                         OR WRK-MESENTRADA > 12
                           DISPLAY 'MES DE ENTRADA INVALIDO'
                       WHEN WRK-ANOENTRADA = WRK-ANO-SISTEMA
                        AND WRK-MESENTRADA > WRK-MES-SISTEMA
                           DISPLAY 'MES DE ENTRADA NO FUTURO'
                       WHEN WRK-SALARIO = 0
                           DISPLAY 'SALARIO DEVE SER MAIOR QUE ZERO'
                       WHEN OTHER
       0260-PEDIR-DADOS.
           DISPLAY 'ANO DE ENTRADA (AAAA): '
           ACCEPT WRK-ANO-TXT.
           DISPLAY 'MES DE ENTRADA (MM): '
           ACCEPT WRK-MES-TXT.
           DISPLAY 'SALARIO (DIGITOS, 2 DECIMAIS IMPLICITOS): '
           ACCEPT WRK-SALARIO-TXT.
           PERFORM 0250-CRITICAR-DADOS.
               MOVE WRK-MATRICULA    TO EMP-MATRICULA
               MOVE WRK-NOME         TO EMP-NOME
               MOVE WRK-ANOENTRADA   TO EMP-ANOENTRADA
               MOVE WRK-MESENTRADA   TO EMP-MESENTRADA
               MOVE WRK-SALARIO      TO EMP-SALARIO
               MOVE WRK-DEPARTAMENTO TO EMP-DEPARTAMENTO
               MOVE 'A'              TO EMP-SITUACAO
               MOVE ZEROS            TO EMP-DATA-DESLIG
               MOVE SPACES           TO EMP-TIPO-DESLIG
               WRITE EMPLOYEE-RECORD
                   INVALID KEY
                       DISPLAY 'MATRICULA JA CADASTRADA'
                   NOT INVALID KEY
                       PERFORM 0330-DIARIO-INCLUSAO
                       DISPLAY 'FUNCIONARIO INCLUIDO COM SUCESSO'
               END-WRITE
           END-IF.

       0330-DIARIO-INCLUSAO.
      * FUNCIONARIO NOVO: CADA CAMPO ENTRA NO DIARIO COM O VALOR
      * ANTERIOR EM BRANCO.
           PERFORM 0340-PREPARAR-DIARIO.
           MOVE SPACES TO WRK-CJR-ANTES.
           MOVE 'NOME' TO WRK-CJR-CAMPO.
           MOVE EMP-NOME TO WRK-CJR-DEPOIS.
           PERFORM 9040-REGISTRAR-ALTERACAO.
           MOVE 'ANOENTRADA' TO WRK-CJR-CAMPO.
           MOVE EMP-ANOENTRADA TO WRK-CJR-DEPOIS.
           PERFORM 9040-REGISTRAR-ALTERACAO.
           MOVE 'MESENTRADA' TO WRK-CJR-CAMPO.
           MOVE EMP-MESENTRADA TO WRK-CJR-DEPOIS.
           PERFORM 9040-REGISTRAR-ALTERACAO.
           MOVE 'SALARIO' TO WRK-CJR-CAMPO.
           MOVE EMP-SALARIO TO WRK-CJR-VALOR-ED.
           MOVE WRK-CJR-VALOR-ED TO WRK-CJR-DEPOIS.
           PERFORM 9040-REGISTRAR-ALTERACAO.
           MOVE 'DEPARTAMENTO' TO WRK-CJR-CAMPO.
           MOVE EMP-DEPARTAMENTO TO WRK-CJR-DEPOIS.
           PERFORM 9040-REGISTRAR-ALTERACAO.

       0340-PREPARAR-DIARIO.
           MOVE 'ADM-EMPREGADO' TO WRK-CJR-PROGRAMA.
           MOVE 'EMPFILE' TO WRK-CJR-ARQUIVO.
           MOVE SPACES TO WRK-CJR-CHAVE.
           MOVE EMP-MATRICULA TO WRK-CJR-CHAVE.

       0400-ALTERAR-FUNCIONARIO.
      * FUNCIONARIO DESLIGADO NAO E ALTERADO: O REGISTRO GUARDA A
      * SITUACAO DA RESCISAO, COMO NA RECUSA DE NOVO DESLIGAMENTO.
           PERFORM 0265-PEDIR-MATRICULA
               UNTIL WRK-SW-MATR-OK = 'S'.
           PERFORM 0270-LOCALIZAR-FUNCIONARIO.
           IF WRK-SW-EMP-ACHADO = 'S'
               IF EMP-DESLIGADO
                   DISPLAY 'FUNCIONARIO DESLIGADO - ALTERACAO NAO'
                       ' PERMITIDA'
               ELSE
                   PERFORM 0410-ALTERAR-DADOS
               END-IF
           ELSE
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO'
           END-IF.

       0410-ALTERAR-DADOS.
           PERFORM 0610-EXIBIR-FUNCIONARIO.
           DISPLAY 'NOME DO FUNCIONARIO: '
           ACCEPT WRK-NOME.
           MOVE 'N' TO WRK-SW-DADOS-OK.
           PERFORM 0260-PEDIR-DADOS
               UNTIL WRK-SW-DADOS-OK = 'S'.
           PERFORM 0268-PEDIR-DEPARTAMENTO
               UNTIL WRK-SW-DEP-OK = 'S'.
           MOVE EMP-NOME         TO WRK-ANT-NOME.
           MOVE EMP-ANOENTRADA   TO WRK-ANT-ANOENTRADA.
           MOVE EMP-MESENTRADA   TO WRK-ANT-MESENTRADA.
           MOVE EMP-SALARIO      TO WRK-ANT-SALARIO.
           MOVE EMP-DEPARTAMENTO TO WRK-ANT-DEPARTAMENTO.
           MOVE WRK-NOME         TO EMP-NOME.
           MOVE WRK-ANOENTRADA   TO EMP-ANOENTRADA.
           MOVE WRK-MESENTRADA   TO EMP-MESENTRADA.
           MOVE WRK-SALARIO      TO EMP-SALARIO.
           MOVE WRK-DEPARTAMENTO TO EMP-DEPARTAMENTO.
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO ALTERAR O FUNCIONARIO'
               NOT INVALID KEY
                   PERFORM 0430-DIARIO-ALTERACAO
                   DISPLAY 'FUNCIONARIO ALTERADO COM SUCESSO'
           END-REWRITE.

       0430-DIARIO-ALTERACAO.
      * JA REGRAVADO: WRK-ANT- TEM OS VALORES ANTERIORES E O
      * REGISTRO OS NOVOS; 9040 SO GRAVA O QUE MUDOU.
           PERFORM 0340-PREPARAR-DIARIO.
           MOVE 'NOME' TO WRK-CJR-CAMPO.
           MOVE WRK-ANT-NOME TO WRK-CJR-ANTES.
           MOVE EMP-NOME TO WRK-CJR-DEPOIS.
           PERFORM 9040-REGISTRAR-ALTERACAO.
           MOVE 'ANOENTRADA' TO WRK-CJR-CAMPO.
           MOVE WRK-ANT-ANOENTRADA TO WRK-CJR-ANTES.
           MOVE EMP-ANOENTRADA TO WRK-CJR-DEPOIS.
           PERFORM 9040-REGISTRAR-ALTERACAO.
           MOVE 'MESENTRADA' TO WRK-CJR-CAMPO.
           MOVE WRK-ANT-MESENTRADA TO WRK-CJR-ANTES.
           MOVE EMP-MESENTRADA TO WRK-CJR-DEPOIS.
           PERFORM 9040-REGISTRAR-ALTERACAO.
           MOVE 'SALARIO' TO WRK-CJR-CAMPO.
           MOVE WRK-ANT-SALARIO TO WRK-CJR-VALOR-ED.
           MOVE WRK-CJR-VALOR-ED TO WRK-CJR-ANTES.
           MOVE EMP-SALARIO TO WRK-CJR-VALOR-ED.
           MOVE WRK-CJR-VALOR-ED TO WRK-CJR-DEPOIS.
           PERFORM 9040-REGISTRAR-ALTERACAO.
           MOVE 'DEPARTAMENTO' TO WRK-CJR-CAMPO.
           MOVE WRK-ANT-DEPARTAMENTO TO WRK-CJR-ANTES.
           MOVE EMP-DEPARTAMENTO TO WRK-CJR-DEPOIS.
           PERFORM 9040-REGISTRAR-ALTERACAO.

       0500-DESLIGAR-FUNCIONARIO.
      * O DESLIGAMENTO E UMA RESCISAO: VERBAS, TERMO E BAIXA SAO
      * FEITOS PELO RESCISAO-CONTRATO, QUE MANTEM O FUNCIONARIO
      * NO CADASTRO COMO DESLIGADO. O EMPFILE E FECHADO DURANTE
      * A CHAMADA, POIS O RESCISAO-CONTRATO O ABRE EM I-O.
           PERFORM 0900-FECHAR-CADASTRO.
           CALL 'RESCISAO-CONTRATO'.
           CANCEL 'RESCISAO-CONTRATO'.
           PERFORM 0100-ABRIR-CADASTRO.

       0600-CONSULTAR-FUNCIONARIO.
           DISPLAY 'MATRICULA (BRANCO = LISTAR TODOS): '
           MOVE SPACES TO WRK-MATRICULA-TXT.
           MOVE EMP-SALARIO TO WRK-SALARIO-ED.
           DISPLAY 'MATRICULA: ' EMP-MATRICULA.
           DISPLAY 'NOME   : ' EMP-NOME.
           DISPLAY 'ANO    : ' EMP-ANOENTRADA ' MES ' EMP-MESENTRADA.
           DISPLAY 'SALARIO: R' WRK-SALARIO-ED.
           DISPLAY 'DEPTO  : ' EMP-DEPARTAMENTO.
           IF EMP-DESLIGADO
               DISPLAY 'SITUACAO: DESLIGADO EM ' EMP-DATA-DESLIG
                   ' TIPO ' EMP-TIPO-DESLIG
           ELSE
               DISPLAY 'SITUACAO: ATIVO'
           END-IF.

       0650-LISTAR-TODOS.
      * VARREDURA DO CADASTRO INTEIRO PELA CHAVE, A PARTIR DA
                   MOVE EMP-SALARIO TO WRK-SALARIO-ED
                   DISPLAY EMP-MATRICULA ' ' EMP-NOME ' '
                       EMP-ANOENTRADA ' R' WRK-SALARIO-ED
                       ' ' EMP-DEPARTAMENTO ' ' EMP-SITUACAO
           END-READ.

       0900-FECHAR-CADASTRO.
           COPY 'SYSPRM.CPY'.

           COPY 'BKPCAT.CPY'.

           COPY 'JRNLOG.CPY'.
