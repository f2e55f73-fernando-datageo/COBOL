       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-ALTERACAO.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: CONSULTA DO DIARIO DE ALTERACOES DOS CADASTROS
      * (CHGJRNL): QUEM MUDOU QUAL CAMPO DE QUAL REGISTRO, DE
      * QUE VALOR PARA QUE VALOR E QUANDO. FILTROS POR ARQUIVO,
      * CHAVE, CAMPO, USUARIO E PERIODO; RELATORIO EM ALTRPT E
      * NO TERMINAL
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO JUNTO COM O DIARIO DE
      *              ALTERACOES: A TRILHA AUDITLOG SO DIZ QUE UM
      *              USUARIO ENTROU NA MANUTENCAO, NAO O QUE ELE
      *              MUDOU. FILTRO EM BRANCO (OU DATA ZERO) NAO
      *              RESTRINGE. NA BUSCA POR CHAVE OU CAMPO, AS
      *              MARCAS DE RESTAURACAO DO ARQUIVO INTEIRO
      *              (CHAVE '*') TAMBEM SAO LISTADAS, POIS UM
      *              BACKUP RESTAURADO PODE TER MUDADO O REGISTRO.
      *              RESTRITO AO PERFIL ADM PELA MATRIZ DE
      *              PERMISSOES (FUNCAO CONSULTA).
      * 15/10/2026 - CAMPOS DO DIARIO DE ALTERACOES COM O PREFIXO
      *              CJ-/WRK-CJR- (JR- E WRK-STATUS-JRN JA SAO DO
      *              JORNAL DE FRETE, FJRFD/FJRWS).
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'JRNSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.
           SELECT CHANGE-REPORT-FILE ASSIGN TO "ALTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY 'JRNFD.CPY'.

       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-RECORD PIC X(132).

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'JRNWS.CPY'.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-EOF-CJR        PIC X(01) VALUE 'N'.
       77 WRK-OPCAO          PIC 9(01) VALUE 9.
       77 WRK-SW-RPT-ABERTO  PIC X(01) VALUE 'N'.
       77 WRK-SW-SELECIONA   PIC X(01) VALUE 'N'.
       77 WRK-ARQUIVO-FILTRO PIC X(08) VALUE SPACES.
       77 WRK-CHAVE-FILTRO   PIC X(40) VALUE SPACES.
       77 WRK-CAMPO-FILTRO   PIC X(15) VALUE SPACES.
       77 WRK-USUARIO-FILTRO PIC X(20) VALUE SPACES.
       77 WRK-DATA-INICIAL   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FINAL     PIC 9(08) VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(132) VALUE SPACES.
       77 WRK-QTD-LISTADAS   PIC 9(05) VALUE ZEROS.
       01 WRK-HORA-R.
           05 WRK-HORA-HH    PIC 9(02).
           05 WRK-HORA-MM    PIC 9(02).
           05 WRK-HORA-SS    PIC 9(02).
           05 FILLER         PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-PROCESSAR-MENU UNTIL WRK-OPCAO = 0
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA CONSULTA'
               MOVE 'CONSULTA-ALTERACAO' TO WRK-EXCP-PROGRAMA
               MOVE 'ACESSO NAO AUTORIZADO' TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0900-FINALIZAR.

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
           MOVE 'CONSULTA-ALTERACAO' TO WRK-PERM-PROGRAMA.
           MOVE 'CONSULTA' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-PROCESSAR-MENU.
           DISPLAY '========================================'.
           DISPLAY ' DIARIO DE ALTERACOES DOS CADASTROS'.
           DISPLAY '========================================'.
           DISPLAY ' 1 - CONSULTAR ALTERACOES'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-CONSULTAR-ALTERACOES
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0110-ABRIR-DIARIO.
           OPEN INPUT CHANGE-JOURNAL-FILE.
           MOVE 'N' TO WRK-EOF-CJR.
           IF WRK-STATUS-CJR NOT = '00'
               DISPLAY 'DIARIO DE ALTERACOES AUSENTE OU VAZIO'
               MOVE 'S' TO WRK-EOF-CJR
           END-IF.

       0120-LER-DIARIO.
           READ CHANGE-JOURNAL-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-CJR
           END-READ.

       0130-GRAVAR-LINHA.
      * O RELATORIO ALTRPT E ABERTO NA PRIMEIRA LINHA GRAVADA E
      * ACUMULA TODAS AS CONSULTAS FEITAS NA MESMA SESSAO.
           IF WRK-SW-RPT-ABERTO = 'N'
               OPEN OUTPUT CHANGE-REPORT-FILE
               MOVE 'S' TO WRK-SW-RPT-ABERTO
           END-IF.
           MOVE WRK-LINHA-RPT TO CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD.
           DISPLAY WRK-LINHA-RPT.
      * O STRING NAO COMPLETA COM BRANCOS; A LINHA E LIMPA AQUI
      * PARA NAO ARRASTAR RESIDUO PARA A PROXIMA.
           MOVE SPACES TO WRK-LINHA-RPT.

       0200-CONSULTAR-ALTERACOES.
           DISPLAY 'FILTROS EM BRANCO (OU DATA ZERO) NAO RESTRINGEM'.
           DISPLAY 'ARQUIVO (EX.: EMPFILE, USERMAST, PERMFILE): '
           MOVE SPACES TO WRK-ARQUIVO-FILTRO.
           ACCEPT WRK-ARQUIVO-FILTRO.
           DISPLAY 'CHAVE DO REGISTRO: '
           MOVE SPACES TO WRK-CHAVE-FILTRO.
           ACCEPT WRK-CHAVE-FILTRO.
           DISPLAY 'CAMPO: '
           MOVE SPACES TO WRK-CAMPO-FILTRO.
           ACCEPT WRK-CAMPO-FILTRO.
           DISPLAY 'USUARIO QUE ALTEROU: '
           MOVE SPACES TO WRK-USUARIO-FILTRO.
           ACCEPT WRK-USUARIO-FILTRO.
           DISPLAY 'DATA INICIAL (AAAAMMDD): '
           ACCEPT WRK-DATA-INICIAL.
           DISPLAY 'DATA FINAL   (AAAAMMDD): '
           ACCEPT WRK-DATA-FINAL.
           MOVE ZEROS TO WRK-QTD-LISTADAS.
           PERFORM 0210-CABECALHO.
           PERFORM 0110-ABRIR-DIARIO.
           IF WRK-EOF-CJR = 'N'
               PERFORM 0120-LER-DIARIO
               PERFORM 0220-LISTAR-ALTERACAO
                   UNTIL WRK-EOF-CJR = 'S'
               CLOSE CHANGE-JOURNAL-FILE
           END-IF.
           STRING 'TOTAL DE ALTERACOES LISTADAS: ' WRK-QTD-LISTADAS
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0130-GRAVAR-LINHA.

       0210-CABECALHO.
           STRING 'ALTERACOES - ARQUIVO: ' WRK-ARQUIVO-FILTRO
               ' CHAVE: ' WRK-CHAVE-FILTRO
               ' CAMPO: ' WRK-CAMPO-FILTRO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0130-GRAVAR-LINHA.
           STRING '             USUARIO: ' WRK-USUARIO-FILTRO
               ' PERIODO: ' WRK-DATA-INICIAL
               ' A ' WRK-DATA-FINAL
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0130-GRAVAR-LINHA.
           STRING 'DATA       HORA     ARQUIVO  '
               'CHAVE                                    '
               'CAMPO           USUARIO              PROGRAMA'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0130-GRAVAR-LINHA.

       0220-LISTAR-ALTERACAO.
           PERFORM 0230-AVALIAR-FILTROS.
           IF WRK-SW-SELECIONA = 'S'
               ADD 1 TO WRK-QTD-LISTADAS
               MOVE CJ-HORA TO WRK-HORA-R
               STRING CJ-DATA(7:2) '/' CJ-DATA(5:2) '/'
                   CJ-DATA(1:4) ' '
                   WRK-HORA-HH ':' WRK-HORA-MM ':' WRK-HORA-SS ' '
                   CJ-ARQUIVO ' ' CJ-CHAVE ' ' CJ-CAMPO ' '
                   CJ-USUARIO ' ' CJ-PROGRAMA
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0130-GRAVAR-LINHA
               STRING '                    DE: ' CJ-VALOR-ANTES
                   '  PARA: ' CJ-VALOR-DEPOIS
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0130-GRAVAR-LINHA
           END-IF.
           PERFORM 0120-LER-DIARIO.

       0230-AVALIAR-FILTROS.
      * CADA FILTRO PREENCHIDO QUE NAO CONFERE DESCARTA A
      * ENTRADA. A MARCA DE RESTAURACAO (CHAVE '*') ATENDE A
      * QUALQUER CHAVE E QUALQUER CAMPO DO MESMO ARQUIVO.
           MOVE 'S' TO WRK-SW-SELECIONA.
           IF WRK-ARQUIVO-FILTRO NOT = SPACES
              AND CJ-ARQUIVO NOT = WRK-ARQUIVO-FILTRO
               MOVE 'N' TO WRK-SW-SELECIONA
           END-IF.
           IF WRK-CHAVE-FILTRO NOT = SPACES
              AND CJ-CHAVE NOT = WRK-CHAVE-FILTRO
              AND CJ-CHAVE NOT = '*'
               MOVE 'N' TO WRK-SW-SELECIONA
           END-IF.
           IF WRK-CAMPO-FILTRO NOT = SPACES
              AND CJ-CAMPO NOT = WRK-CAMPO-FILTRO
              AND CJ-CHAVE NOT = '*'
               MOVE 'N' TO WRK-SW-SELECIONA
           END-IF.
           IF WRK-USUARIO-FILTRO NOT = SPACES
              AND CJ-USUARIO NOT = WRK-USUARIO-FILTRO
               MOVE 'N' TO WRK-SW-SELECIONA
           END-IF.
           IF WRK-DATA-INICIAL NOT = ZEROS
              AND CJ-DATA < WRK-DATA-INICIAL
               MOVE 'N' TO WRK-SW-SELECIONA
           END-IF.
           IF WRK-DATA-FINAL NOT = ZEROS
              AND CJ-DATA > WRK-DATA-FINAL
               MOVE 'N' TO WRK-SW-SELECIONA
           END-IF.

       0900-FINALIZAR.
           IF WRK-SW-RPT-ABERTO = 'S'
               CLOSE CHANGE-REPORT-FILE
           END-IF.
           DISPLAY 'FIM DA CONSULTA DE ALTERACOES'.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.
