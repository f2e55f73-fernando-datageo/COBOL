       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORICO-ESCOLAR.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: EMISSAO DO HISTORICO ESCOLAR OFICIAL DE UM
      * ALUNO (TODOS OS ANOS CURSADOS NA ESCOLA): POR ANO E
      * DISCIPLINA, MEDIA ANUAL, FREQUENCIA E RESULTADO DO
      * ANORES, COM OS BIMESTRES VINDOS DE TRANSFERENCIA
      * ASSINALADOS. LE O VIVO E AS GERACOES DE ARQUIVAMENTO DO
      * CATALOGO ARQCAT (MESMO CAMINHO DA CONSULTA-ARQUIVO).
      * CADA HISTORICO RECEBE UM NUMERO SEQUENCIAL REGISTRADO NO
      * LOG DE EMISSOES HISTEMIS, PELO QUAL UMA COPIA PODE SER
      * CONFERIDA DEPOIS. SAIDA EM HISTRPT
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: O BOLETIM SO IMPRIME UM
      *              BIMESTRE E O TRANSOUT E EXTRATO DE DADOS;
      *              PAIS E OUTRAS ESCOLAS PEDIAM O HISTORICO
      *              IMPRESSO E A SECRETARIA O MONTAVA A MAO.
      *              FREQUENCIA DO ANO = MEDIA DAS FREQUENCIAS DOS
      *              BIMESTRES NO TRANSCPT (VALE O ULTIMO
      *              REGISTRO DE CADA BIMESTRE, COMO NA
      *              CONSOLIDACAO). O LOG GUARDA NUMERO, DATA,
      *              MATRICULA, USUARIO, QUANTIDADE DE LINHAS E
      *              SOMA DAS MEDIAS, IMPRESSOS NO RODAPE.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'ALUSEL.CPY'.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WRK-FONTE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FON.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARQCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CAT.
           SELECT ISSUE-LOG-FILE ASSIGN TO "HISTEMIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMI.
           SELECT CERTIFICATE-FILE ASSIGN TO "HISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'ALUFD.CPY'.

      * A FONTE E O ANORES OU O TRANSCPT (VIVO OU GERACAO); OS
      * DOIS LAYOUTS SAO VISTAS DO MESMO REGISTRO.
       FD  SOURCE-FILE.
       01  SOURCE-RECORD           PIC X(200).
       01  SOURCE-ANORES-RECORD.
           05 HR-ANO         PIC 9(04).
           05 HR-MATRICULA   PIC X(10).
           05 HR-DISCIPLINA  PIC X(05).
           05 HR-MEDIA-ANUAL PIC 9(02)V9.
           05 HR-SITUACAO    PIC X(25).
       01  SOURCE-TRANSCPT-RECORD.
           05 HT-MATRICULA   PIC X(10).
           05 HT-DISCIPLINA  PIC X(05).
           05 HT-ANO         PIC 9(04).
           05 HT-TERMO       PIC 9(01).
           05 FILLER         PIC X(21).
           05 HT-FREQUENCIA  PIC 9(03).
           05 HT-STATUS      PIC X(25).
           05 HT-ORIGEM      PIC X(01).

       FD  ARCHIVE-CATALOG-FILE.
       01  ARCHIVE-CATALOG-RECORD.
           05 ARC-ARQUIVO  PIC X(08).
           05 ARC-NOME     PIC X(30).
           05 ARC-DATA     PIC 9(08).
           05 ARC-QT       PIC 9(07).

       FD  ISSUE-LOG-FILE.
       01  ISSUE-LOG-RECORD.
           05 HE-NUMERO      PIC 9(06).
           05 HE-DATA        PIC 9(08).
           05 HE-HORA        PIC 9(06).
           05 HE-MATRICULA   PIC X(10).
           05 HE-USUARIO     PIC X(20).
           05 HE-QT-LINHAS   PIC 9(03).
           05 HE-SOMA-MEDIAS PIC 9(05)V9.

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-RECORD PIC X(80).

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'ALUWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-FONTE-NAME     PIC X(30) VALUE SPACES.
       77 WRK-STATUS-FON     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CAT     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-EMI     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-EOF-CAT        PIC X(01) VALUE 'N'.
       77 WRK-ARQUIVO        PIC X(08) VALUE SPACES.
       77 WRK-MATRICULA      PIC X(10) VALUE SPACES.
       77 WRK-NUMERO-CONF    PIC 9(06) VALUE ZEROS.
       77 WRK-NUMERO         PIC 9(06) VALUE ZEROS.
       77 WRK-SW-ACHOU-EMI   PIC X(01) VALUE 'N'.
       77 WRK-QTD-RES        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-RES        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-RES-ACH    PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-RES-ACH     PIC X(01) VALUE 'N'.
       77 WRK-IDX2           PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-MENOR      PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-TERMO      PIC 9(01) VALUE ZEROS.
       77 WRK-ANO-CHAVE      PIC 9(04) VALUE ZEROS.
       77 WRK-DISC-CHAVE     PIC X(05) VALUE SPACES.
       77 WRK-ANO-ANTERIOR   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-TERMOS     PIC 9(01) VALUE ZEROS.
       77 WRK-SOMA-FREQ      PIC 9(04) VALUE ZEROS.
       77 WRK-FREQ-ANO       PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LINHAS      PIC 9(03) VALUE ZEROS.
       77 WRK-SOMA-MEDIAS    PIC 9(05)V9 VALUE ZEROS.
       77 WRK-SW-TEM-TRANSF  PIC X(01) VALUE 'N'.
       77 WRK-BIM-TRANSF     PIC X(07) VALUE SPACES.
       77 WRK-OBS            PIC X(20) VALUE SPACES.
       77 WRK-MEDIA-ED       PIC Z9,9 VALUE ZEROS.
       77 WRK-FREQ-ED        PIC ZZ9 BLANK WHEN ZERO.
       77 WRK-SOMA-ED        PIC ZZZZ9,9 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.
       01 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-SIS-R REDEFINES WRK-DATA-SISTEMA.
           05 WRK-SIS-ANO    PIC 9(04).
           05 WRK-SIS-MES    PIC 9(02).
           05 WRK-SIS-DIA    PIC 9(02).
       01 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-SIS-R REDEFINES WRK-HORA-SISTEMA.
           05 WRK-SIS-HH     PIC 9(02).
           05 WRK-SIS-MI     PIC 9(02).
           05 WRK-SIS-SS     PIC 9(02).
           05 FILLER         PIC 9(02).
       01 WRK-DATA-AUX       PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05 WRK-AUX-ANO    PIC 9(04).
           05 WRK-AUX-MES    PIC 9(02).
           05 WRK-AUX-DIA    PIC 9(02).
      * UMA ENTRADA POR ANO/DISCIPLINA DO ALUNO: RESULTADO DO
      * ANORES E, POR BIMESTRE, FREQUENCIA E ORIGEM DO TRANSCPT.
       01 WRK-TABELA-RESULTADOS.
           05 WRK-TAB-RES OCCURS 100 TIMES.
               10 WRK-RES-CHAVE.
                   15 WRK-RES-ANO      PIC 9(04).
                   15 WRK-RES-DISC     PIC X(05).
               10 WRK-RES-SW-ANUAL PIC X(01).
               10 WRK-RES-MEDIA    PIC 9(02)V9.
               10 WRK-RES-SITUACAO PIC X(25).
               10 WRK-RES-TERMO OCCURS 4 TIMES.
                   15 WRK-RES-SW-TEM  PIC X(01).
                   15 WRK-RES-FREQ    PIC 9(03).
                   15 WRK-RES-ORIGEM  PIC X(01).
       01 WRK-TAB-RES-AUX.
           05 FILLER PIC X(58).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-SISTEMA FROM TIME
               OPEN OUTPUT CERTIFICATE-FILE
               DISPLAY 'NUMERO DO HISTORICO A CONFERIR '
                   '(0 = EMITIR NOVO): '
               ACCEPT WRK-NUMERO-CONF
               IF WRK-NUMERO-CONF > 0
                   PERFORM 0700-CONFERIR-EMISSAO
               ELSE
                   PERFORM 0100-EMITIR-HISTORICO
               END-IF
               CLOSE CERTIFICATE-FILE
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA HISTORICO'
               MOVE 'HISTORICO-ESCOLAR' TO WRK-EXCP-PROGRAMA
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
           MOVE 'HISTORICO-ESCOLAR' TO WRK-PERM-PROGRAMA.
           MOVE 'EMISSAO' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-EMITIR-HISTORICO.
           DISPLAY 'MATRICULA DO ALUNO: '
           MOVE SPACES TO WRK-MATRICULA.
           ACCEPT WRK-MATRICULA.
           PERFORM 9100-CARREGAR-ALUNOS.
           MOVE WRK-MATRICULA TO WRK-ALU-PROCURADO.
           PERFORM 9150-LOCALIZAR-ALUNO.
           IF WRK-ALU-SW-ACHADO = 'N'
               STRING WRK-MATRICULA
                   ' NAO CADASTRADA NO ALUNMAST - HISTORICO '
                   'NAO EMITIDO'
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
               MOVE 'HISTORICO-ESCOLAR' TO WRK-EXCP-PROGRAMA
               MOVE SPACES TO WRK-EXCP-MENSAGEM
               STRING 'HISTORICO SEM CADASTRO: ' WRK-MATRICULA
                   DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
               MOVE 'A' TO WRK-EXCP-SEVERIDADE
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO WRK-QTD-RES
               MOVE 'ANORES' TO WRK-ARQUIVO
               PERFORM 0200-VARRER-ARQUIVO
               MOVE 'TRANSCPT' TO WRK-ARQUIVO
               PERFORM 0200-VARRER-ARQUIVO
               PERFORM 0400-CONTAR-LINHAS
               IF WRK-QT-LINHAS = 0
                   STRING WRK-MATRICULA
                       ' SEM RESULTADO ANUAL NO ANORES - '
                       'HISTORICO NAO EMITIDO'
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
                   PERFORM 0800-GRAVAR-LINHA
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 0420-ORDENAR-RESULTADOS
                       VARYING WRK-IDX-RES FROM 1 BY 1
                       UNTIL WRK-IDX-RES >= WRK-QTD-RES
                   PERFORM 0600-OBTER-NUMERO
                   PERFORM 0500-IMPRIMIR-HISTORICO
                   PERFORM 0650-REGISTRAR-EMISSAO
               END-IF
           END-IF.

       0200-VARRER-ARQUIVO.
      * AS GERACOES DO ARQCAT (MAIS ANTIGAS) SAO LIDAS ANTES DO
      * VIVO, PARA QUE O REGISTRO MAIS NOVO PREVALECA.
           OPEN INPUT ARCHIVE-CATALOG-FILE.
           IF WRK-STATUS-CAT = '00'
               MOVE 'N' TO WRK-EOF-CAT
               PERFORM 0210-LER-CATALOGO
               PERFORM 0220-VARRER-GERACAO
                   UNTIL WRK-EOF-CAT = 'S'
           END-IF.
           CLOSE ARCHIVE-CATALOG-FILE.
           MOVE SPACES TO WRK-FONTE-NAME.
           MOVE WRK-ARQUIVO TO WRK-FONTE-NAME.
           PERFORM 0300-VARRER-UMA-FONTE.

       0210-LER-CATALOGO.
           READ ARCHIVE-CATALOG-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-CAT
           END-READ.

       0220-VARRER-GERACAO.
           IF ARC-ARQUIVO = WRK-ARQUIVO
               MOVE ARC-NOME TO WRK-FONTE-NAME
               PERFORM 0300-VARRER-UMA-FONTE
           END-IF.
           PERFORM 0210-LER-CATALOGO.

       0300-VARRER-UMA-FONTE.
           OPEN INPUT SOURCE-FILE.
           IF WRK-STATUS-FON = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0310-LER-FONTE
               PERFORM 0320-SEPARAR-REGISTRO
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE SOURCE-FILE.

       0310-LER-FONTE.
           READ SOURCE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0320-SEPARAR-REGISTRO.
           IF WRK-ARQUIVO = 'ANORES'
               IF HR-MATRICULA = WRK-MATRICULA
                  AND HR-ANO IS NUMERIC
                   MOVE HR-ANO TO WRK-ANO-CHAVE
                   MOVE HR-DISCIPLINA TO WRK-DISC-CHAVE
                   PERFORM 0330-LOCALIZAR-RESULTADO
                   IF WRK-SW-RES-ACH = 'S'
                       MOVE 'S'
                           TO WRK-RES-SW-ANUAL(WRK-IDX-RES-ACH)
                       MOVE HR-MEDIA-ANUAL
                           TO WRK-RES-MEDIA(WRK-IDX-RES-ACH)
                       MOVE HR-SITUACAO
                           TO WRK-RES-SITUACAO(WRK-IDX-RES-ACH)
                   END-IF
               END-IF
           ELSE
               IF HT-MATRICULA = WRK-MATRICULA
                  AND HT-ANO IS NUMERIC
                  AND HT-TERMO >= 1 AND HT-TERMO <= 4
                   MOVE HT-ANO TO WRK-ANO-CHAVE
                   MOVE HT-DISCIPLINA TO WRK-DISC-CHAVE
                   PERFORM 0330-LOCALIZAR-RESULTADO
                   IF WRK-SW-RES-ACH = 'S'
                       MOVE HT-TERMO TO WRK-IDX-TERMO
                       MOVE 'S' TO WRK-RES-SW-TEM
                           (WRK-IDX-RES-ACH WRK-IDX-TERMO)
                       MOVE HT-FREQUENCIA TO WRK-RES-FREQ
                           (WRK-IDX-RES-ACH WRK-IDX-TERMO)
                       MOVE HT-ORIGEM TO WRK-RES-ORIGEM
                           (WRK-IDX-RES-ACH WRK-IDX-TERMO)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0310-LER-FONTE.

       0330-LOCALIZAR-RESULTADO.
      * PROCURA ANO/DISCIPLINA NA TABELA E INCLUI QUANDO NOVO; O
      * PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA EM
      * WRK-IDX-RES-ACH.
           MOVE 'N' TO WRK-SW-RES-ACH.
           PERFORM 0335-COMPARAR-RESULTADO
               VARYING WRK-IDX-RES FROM 1 BY 1
               UNTIL WRK-IDX-RES > WRK-QTD-RES
                  OR WRK-SW-RES-ACH = 'S'.
           IF WRK-SW-RES-ACH = 'N'
               IF WRK-QTD-RES < 100
                   ADD 1 TO WRK-QTD-RES
                   MOVE WRK-QTD-RES TO WRK-IDX-RES-ACH
                   MOVE WRK-ANO-CHAVE
                       TO WRK-RES-ANO(WRK-IDX-RES-ACH)
                   MOVE WRK-DISC-CHAVE
                       TO WRK-RES-DISC(WRK-IDX-RES-ACH)
                   MOVE 'N' TO WRK-RES-SW-ANUAL(WRK-IDX-RES-ACH)
                   MOVE ZEROS TO WRK-RES-MEDIA(WRK-IDX-RES-ACH)
                   MOVE SPACES TO WRK-RES-SITUACAO(WRK-IDX-RES-ACH)
                   PERFORM 0340-LIMPAR-TERMO
                       VARYING WRK-IDX-TERMO FROM 1 BY 1
                       UNTIL WRK-IDX-TERMO > 4
                   MOVE 'S' TO WRK-SW-RES-ACH
               ELSE
                   DISPLAY 'TABELA DO HISTORICO CHEIA - IGNORADO: '
                       WRK-ANO-CHAVE ' ' WRK-DISC-CHAVE
               END-IF
           END-IF.

       0335-COMPARAR-RESULTADO.
           IF WRK-RES-ANO(WRK-IDX-RES) = WRK-ANO-CHAVE
              AND WRK-RES-DISC(WRK-IDX-RES) = WRK-DISC-CHAVE
               MOVE 'S' TO WRK-SW-RES-ACH
               MOVE WRK-IDX-RES TO WRK-IDX-RES-ACH
           END-IF.

       0340-LIMPAR-TERMO.
           MOVE 'N' TO WRK-RES-SW-TEM(WRK-IDX-RES-ACH WRK-IDX-TERMO).
           MOVE ZEROS TO WRK-RES-FREQ(WRK-IDX-RES-ACH WRK-IDX-TERMO).
           MOVE SPACES
               TO WRK-RES-ORIGEM(WRK-IDX-RES-ACH WRK-IDX-TERMO).

       0400-CONTAR-LINHAS.
      * SO ENTRA NO HISTORICO O ANO/DISCIPLINA COM RESULTADO
      * OFICIAL NO ANORES; O ANO EM CURSO FICA DE FORA.
           MOVE ZEROS TO WRK-QT-LINHAS.
           MOVE ZEROS TO WRK-SOMA-MEDIAS.
           PERFORM 0410-CONTAR-UMA-LINHA
               VARYING WRK-IDX-RES FROM 1 BY 1
               UNTIL WRK-IDX-RES > WRK-QTD-RES.

       0410-CONTAR-UMA-LINHA.
           IF WRK-RES-SW-ANUAL(WRK-IDX-RES) = 'S'
               ADD 1 TO WRK-QT-LINHAS
               ADD WRK-RES-MEDIA(WRK-IDX-RES) TO WRK-SOMA-MEDIAS
           END-IF.

       0420-ORDENAR-RESULTADOS.
      * ORDENACAO POR SELECAO PELA CHAVE ANO + DISCIPLINA.
           MOVE WRK-IDX-RES TO WRK-IDX-MENOR.
           PERFORM 0425-COMPARAR-MENOR
               VARYING WRK-IDX2 FROM WRK-IDX-RES BY 1
               UNTIL WRK-IDX2 > WRK-QTD-RES.
           IF WRK-IDX-MENOR NOT = WRK-IDX-RES
               MOVE WRK-TAB-RES(WRK-IDX-RES) TO WRK-TAB-RES-AUX
               MOVE WRK-TAB-RES(WRK-IDX-MENOR)
                   TO WRK-TAB-RES(WRK-IDX-RES)
               MOVE WRK-TAB-RES-AUX TO WRK-TAB-RES(WRK-IDX-MENOR)
           END-IF.

       0425-COMPARAR-MENOR.
           IF WRK-RES-CHAVE(WRK-IDX2) < WRK-RES-CHAVE(WRK-IDX-MENOR)
               MOVE WRK-IDX2 TO WRK-IDX-MENOR
           END-IF.

       0500-IMPRIMIR-HISTORICO.
           STRING 'HISTORICO ESCOLAR' '                    '
               '                   NUMERO ' WRK-NUMERO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           STRING 'MATRICULA: ' WRK-MATRICULA
               '  NOME: ' WRK-ALU-NOME
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           STRING 'RESPONSAVEL: ' WRK-ALU-RESPONSAVEL
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'ANO  DISC. MEDIA FREQ.%  RESULTADO'
               TO WRK-LINHA-RPT.
           MOVE 'OBSERVACAO' TO WRK-LINHA-RPT(52:10).
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-ANO-ANTERIOR.
           PERFORM 0510-IMPRIMIR-UMA-LINHA
               VARYING WRK-IDX-RES FROM 1 BY 1
               UNTIL WRK-IDX-RES > WRK-QTD-RES.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-SW-TEM-TRANSF = 'S'
               STRING 'TRANSF. BIM. = BIMESTRES CURSADOS EM OUTRA'
                   ' ESCOLA, RECEBIDOS POR TRANSFERENCIA'
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           MOVE WRK-SOMA-MEDIAS TO WRK-SOMA-ED.
           STRING 'LINHAS: ' WRK-QT-LINHAS
               '  SOMA DAS MEDIAS: ' WRK-SOMA-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           STRING 'EMITIDO EM ' WRK-SIS-DIA '/' WRK-SIS-MES '/'
               WRK-SIS-ANO ' AS ' WRK-SIS-HH ':' WRK-SIS-MI
               ' POR ' LOG-USUARIO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           STRING 'AUTENTICIDADE CONFERIVEL NA SECRETARIA PELO '
               'NUMERO ' WRK-NUMERO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.

       0510-IMPRIMIR-UMA-LINHA.
           IF WRK-RES-SW-ANUAL(WRK-IDX-RES) = 'S'
               IF WRK-RES-ANO(WRK-IDX-RES) NOT = WRK-ANO-ANTERIOR
                  AND WRK-ANO-ANTERIOR NOT = 0
                   PERFORM 0800-GRAVAR-LINHA
               END-IF
               MOVE WRK-RES-ANO(WRK-IDX-RES) TO WRK-ANO-ANTERIOR
               MOVE ZEROS TO WRK-QTD-TERMOS
               MOVE ZEROS TO WRK-SOMA-FREQ
               MOVE SPACES TO WRK-BIM-TRANSF
               MOVE SPACES TO WRK-OBS
               PERFORM 0520-SOMAR-TERMO
                   VARYING WRK-IDX-TERMO FROM 1 BY 1
                   UNTIL WRK-IDX-TERMO > 4
               IF WRK-QTD-TERMOS > 0
                   COMPUTE WRK-FREQ-ANO ROUNDED =
                       WRK-SOMA-FREQ / WRK-QTD-TERMOS
               ELSE
                   MOVE ZEROS TO WRK-FREQ-ANO
               END-IF
               IF WRK-BIM-TRANSF NOT = SPACES
                   STRING 'TRANSF. BIM. ' WRK-BIM-TRANSF
                       DELIMITED BY SIZE INTO WRK-OBS
               END-IF
               MOVE WRK-RES-MEDIA(WRK-IDX-RES) TO WRK-MEDIA-ED
               MOVE WRK-FREQ-ANO TO WRK-FREQ-ED
               STRING WRK-RES-ANO(WRK-IDX-RES) ' '
                   WRK-RES-DISC(WRK-IDX-RES) '  '
                   WRK-MEDIA-ED '  ' WRK-FREQ-ED '    '
                   WRK-RES-SITUACAO(WRK-IDX-RES) ' '
                   WRK-OBS
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0520-SOMAR-TERMO.
      * FREQUENCIA DO ANO = MEDIA DOS BIMESTRES PRESENTES; OS
      * BIMESTRES DE ORIGEM 'T' VAO PARA A OBSERVACAO.
           IF WRK-RES-SW-TEM(WRK-IDX-RES WRK-IDX-TERMO) = 'S'
               ADD 1 TO WRK-QTD-TERMOS
               ADD WRK-RES-FREQ(WRK-IDX-RES WRK-IDX-TERMO)
                   TO WRK-SOMA-FREQ
               IF WRK-RES-ORIGEM(WRK-IDX-RES WRK-IDX-TERMO) = 'T'
                   MOVE WRK-IDX-TERMO
                       TO WRK-BIM-TRANSF(WRK-IDX-TERMO * 2 - 1:1)
                   MOVE 'S' TO WRK-SW-TEM-TRANSF
               END-IF
           END-IF.

       0600-OBTER-NUMERO.
      * PROXIMO NUMERO = MAIOR NUMERO DO LOG DE EMISSOES + 1.
           MOVE ZEROS TO WRK-NUMERO.
           OPEN INPUT ISSUE-LOG-FILE.
           IF WRK-STATUS-EMI = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0610-LER-EMISSAO
               PERFORM 0620-VERIFICAR-MAIOR
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE ISSUE-LOG-FILE.
           ADD 1 TO WRK-NUMERO.

       0610-LER-EMISSAO.
           READ ISSUE-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0620-VERIFICAR-MAIOR.
           IF HE-NUMERO IS NUMERIC
              AND HE-NUMERO > WRK-NUMERO
               MOVE HE-NUMERO TO WRK-NUMERO
           END-IF.
           PERFORM 0610-LER-EMISSAO.

       0650-REGISTRAR-EMISSAO.
           OPEN EXTEND ISSUE-LOG-FILE.
           IF WRK-STATUS-EMI NOT = '00'
               OPEN OUTPUT ISSUE-LOG-FILE
               CLOSE ISSUE-LOG-FILE
               OPEN EXTEND ISSUE-LOG-FILE
           END-IF.
           MOVE WRK-NUMERO TO HE-NUMERO.
           MOVE WRK-DATA-SISTEMA TO HE-DATA.
           MOVE WRK-HORA-SISTEMA(1:6) TO HE-HORA.
           MOVE WRK-MATRICULA TO HE-MATRICULA.
           MOVE LOG-USUARIO TO HE-USUARIO.
           MOVE WRK-QT-LINHAS TO HE-QT-LINHAS.
           MOVE WRK-SOMA-MEDIAS TO HE-SOMA-MEDIAS.
           WRITE ISSUE-LOG-RECORD.
           CLOSE ISSUE-LOG-FILE.

       0700-CONFERIR-EMISSAO.
      * CONFERENCIA DE UMA COPIA: O LOG DEVOLVE O QUE FOI
      * EMITIDO COM AQUELE NUMERO, PARA COMPARAR COM O RODAPE.
           MOVE 'N' TO WRK-SW-ACHOU-EMI.
           OPEN INPUT ISSUE-LOG-FILE.
           IF WRK-STATUS-EMI = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0610-LER-EMISSAO
               PERFORM 0710-PROCURAR-EMISSAO
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE ISSUE-LOG-FILE.
           IF WRK-SW-ACHOU-EMI = 'N'
               STRING 'HISTORICO NUMERO ' WRK-NUMERO-CONF
                   ' NAO CONSTA DO LOG DE EMISSOES'
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
               MOVE 4 TO RETURN-CODE
           END-IF.

       0710-PROCURAR-EMISSAO.
           IF HE-NUMERO = WRK-NUMERO-CONF
               MOVE 'S' TO WRK-SW-ACHOU-EMI
               PERFORM 9100-CARREGAR-ALUNOS
               MOVE HE-MATRICULA TO WRK-ALU-PROCURADO
               PERFORM 9150-LOCALIZAR-ALUNO
               MOVE HE-DATA TO WRK-DATA-AUX
               MOVE HE-SOMA-MEDIAS TO WRK-SOMA-ED
               STRING 'HISTORICO NUMERO ' HE-NUMERO
                   ' EMITIDO EM ' WRK-AUX-DIA '/' WRK-AUX-MES '/'
                   WRK-AUX-ANO ' AS ' HE-HORA(1:2) ':'
                   HE-HORA(3:2) ' POR ' HE-USUARIO
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
               STRING 'MATRICULA: ' HE-MATRICULA
                   '  NOME: ' WRK-ALU-NOME
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
               STRING 'LINHAS: ' HE-QT-LINHAS
                   '  SOMA DAS MEDIAS: ' WRK-SOMA-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           PERFORM 0610-LER-EMISSAO.

       0800-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO CERTIFICATE-RECORD.
           WRITE CERTIFICATE-RECORD.
           DISPLAY WRK-LINHA-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'ALUCHK.CPY'.
