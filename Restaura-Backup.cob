      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: RESTAURACAO DE UMA GERACAO DE BACKUP DO
      * CATALOGO BKPCAT SOBRE O ARQUIVO VIVO: LISTA AS GERACOES
      * DO ARQUIVO ESCOLHIDO (EMPFILE, USERMAST, PERMFILE,
      * SYSPARM, ALUNMAST, PROFMAST OU UM DOS CADASTROS
      * COMERCIAIS), PEDE
      * CONFIRMACAO E RECARREGA O VIVO A PARTIR
      * DO DESCARREGAMENTO, COM REGISTRO NA TRILHA AUDITLOG
      * DATA    = 01/09/2026
      *-----------------------------------------------
      *              SEQUENCIAL; PERMFILE E SYSPARM SAO COPIA
      *              DIRETA. RESTRITO AO PERFIL ADM, COMO A
      *              MANUTENCAO DE PARAMETROS.
      * 15/10/2026 - A IMAGEM DO EMPFILE PASSOU DE 41 PARA 51
      *              POSICOES (SITUACAO E DESLIGAMENTO). GERACAO
      *              ANTIGA VOLTA COM AS POSICOES NOVAS EM BRANCO,
      *              OU SEJA, COM O FUNCIONARIO ATIVO.
      * 15/10/2026 - IMAGEM DO EMPFILE DE 53 POSICOES (MES DE
      *              ENTRADA); GERACAO ANTIGA VOLTA COM O MES EM
      *              BRANCO, TRATADO COMO JANEIRO.
      * 15/10/2026 - CLIFILE, TRANSPMS, SELLMAST E PRODFILE
      *              GANHARAM MANUTENCAO COM GERACAO DE BACKUP
      *              (ADM-CLIENTE/-TRANSPORTADORA/-VENDEDOR/
      *              -PRODUTO): SAO SEQUENCIAIS DE LINHAS E VOLTAM
      *              POR COPIA DIRETA, COMO PERMFILE E SYSPARM.
      * 15/10/2026 - ALUNMAST GANHOU GERACAO DE BACKUP NA
      *              REMATRICULA: SEQUENCIAL DE LINHAS, VOLTA POR
      *              COPIA DIRETA (DESFAZ A VIRADA DO ANO).
      * 15/10/2026 - PROFMAST (ATRIBUICAO DE TURMAS/DISCIPLINAS AOS
      *              PROFESSORES, MANTIDO PELO ADM-PROFESSOR) VOLTA
      *              POR COPIA DIRETA.
      * 15/10/2026 - A RESTAURACAO GRAVA NO DIARIO DE ALTERACOES
      *              (CHGJRNL) UMA MARCA COM A GERACAO RESTAURADA
      *              (CHAVE '*', ARQUIVO INTEIRO) E, NO EMPFILE E
      *              NO USERMAST, CADA CAMPO QUE O BACKUP VAI
      *              MUDAR, APURADO POR BALANCE-LINE ENTRE A
      *              IMAGEM (GRAVADA EM ORDEM DE CHAVE) E O VIVO
      *              ANTES DE SOBREPOR.
      * 15/10/2026 - CAMPOS DO DIARIO DE ALTERACOES COM O PREFIXO
      *              CJ-/WRK-CJR- (JR- E WRK-STATUS-JRN JA SAO DO
      *              JORNAL DE FRETE, FJRFD/FJRWS).
      * 15/10/2026 - SYSPARM E PERMFILE TAMBEM TEM AS DIFERENCAS NO
      *              DIARIO: O VIVO E A GERACAO SAO CARREGADOS EM
      *              TABELA E CADA CHAVE (PROGRAMA/PARAMETRO OU
      *              PROGRAMA/FUNCAO/PERFIL) COM VALOR DIFERENTE,
      *              QUE APARECE OU QUE SOME GERA UMA LINHA. ANTES
      *              SO A MARCA '*' REGISTRAVA A RESTAURACAO.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VIV.
           COPY 'EXCPSEL.CPY'.
           COPY 'JRNSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.

           COPY 'EXCPFD.CPY'.

           COPY 'JRNFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'BKPWS.CPY'.
           COPY 'USRWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'JRNWS.CPY'.
       77 WRK-PERFIL         PIC X(10) VALUE SPACES.
        88 ADM         VALUE 'ADM'.
       77 WRK-STATUS-AUDIT   PIC X(02) VALUE SPACES.
       77 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-EOF-VIVO       PIC X(01) VALUE 'N'.
       77 WRK-CHAVE-VIVO     PIC X(20) VALUE SPACES.
       77 WRK-CHAVE-BKP      PIC X(20) VALUE SPACES.
       77 WRK-QT-DIFERENCAS  PIC 9(07) VALUE ZEROS.
       77 WRK-KV-TAM-CHAVE   PIC 9(02) VALUE ZEROS COMP.
       77 WRK-KV-POS-VALOR   PIC 9(02) VALUE ZEROS COMP.
       77 WRK-KV-TAM-VALOR   PIC 9(02) VALUE ZEROS COMP.
       77 WRK-QTD-KVV        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-QTD-KVB        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-KVV        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-KVB        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-KVV-ACHADO PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-KV-ACHADO   PIC X(01) VALUE 'N'.
       77 WRK-SW-KV-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-KV-CHAVE       PIC X(40) VALUE SPACES.
       77 WRK-KV-VALOR-TXT   PIC X(30) VALUE SPACES.
       01 WRK-KV-VALOR       PIC X(07) VALUE SPACES.
       01 WRK-KV-VALOR-N REDEFINES WRK-KV-VALOR
                             PIC 9(05)V99.
       01 WRK-IMG-EMP.
           05 WRK-IMG-EMP-MATRICULA  PIC X(05).
           05 WRK-IMG-EMP-NOME       PIC X(20).
           05 WRK-IMG-EMP-ANOENTRADA PIC X(04).
           05 WRK-IMG-EMP-SALARIO    PIC 9(06)V99.
           05 WRK-IMG-EMP-DEPTO      PIC X(04).
           05 WRK-IMG-EMP-SITUACAO   PIC X(01).
           05 WRK-IMG-EMP-DATA-DESLIG PIC X(08).
           05 WRK-IMG-EMP-TIPO-DESLIG PIC X(01).
           05 WRK-IMG-EMP-MESENTRADA PIC X(02).
       01 WRK-IMG-USR.
           05 WRK-IMG-USR-USUARIO    PIC X(20).
           05 WRK-IMG-USR-PERFIL     PIC X(10).
           05 WRK-IMG-USR-NOME       PIC X(30).
           05 WRK-IMG-USR-SENHA      PIC X(10).
           05 FILLER                 PIC X(11).
           05 WRK-IMG-USR-BLOQUEADO  PIC X(01).
           05 WRK-IMG-USR-ATIVO      PIC X(01).
           05 FILLER                 PIC X(36).
       01 WRK-TABELA-KV-VIVO.
           05 WRK-TAB-KVV OCCURS 200 TIMES.
               10 WRK-TAB-KVV-CHAVE  PIC X(40).
               10 WRK-TAB-KVV-VALOR  PIC X(07).
               10 WRK-TAB-KVV-USADO  PIC X(01).
       01 WRK-TABELA-KV-BACKUP.
           05 WRK-TAB-KVB OCCURS 200 TIMES.
               10 WRK-TAB-KVB-CHAVE  PIC X(40).
               10 WRK-TAB-KVB-VALOR  PIC X(07).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

       0100-ESCOLHER-GERACAO.
           DISPLAY 'ARQUIVO A RESTAURAR (EMPFILE/USERMAST/'
               'PERMFILE/SYSPARM/CLIFILE/TRANSPMS/SELLMAST/'
               'PRODFILE/ALUNMAST/PROFMAST): '
           ACCEPT WRK-ARQUIVO.
           PERFORM 9620-CARREGAR-CATALOGO.
           DISPLAY 'GERACOES DISPONIVEIS:'.
               DISPLAY 'RESTAURACAO CANCELADA'
           ELSE
               MOVE WRK-GERACAO TO WRK-BKP-NOME
               PERFORM 0600-DIARIO-RESTAURACAO
               EVALUATE WRK-ARQUIVO
                   WHEN 'EMPFILE'
                       PERFORM 0300-RESTAURAR-EMPFILE
               AT END
                   MOVE 'S' TO WRK-EOF-BKP
               NOT AT END
                   MOVE BACKUP-GEN-RECORD(1:53)
                       TO EMPLOYEE-RECORD
                   WRITE EMPLOYEE-RECORD
                       INVALID KEY
           END-READ.

       0500-RESTAURAR-SEQUENCIAL.
      * PERMFILE, SYSPARM E OS CADASTROS COMERCIAIS SAO
      * SEQUENCIAIS DE LINHAS: COPIA DIRETA DA GERACAO SOBRE O
      * VIVO.
           MOVE SPACES TO WRK-VIVO-NOME.
           MOVE WRK-ARQUIVO TO WRK-VIVO-NOME.
           OPEN INPUT BACKUP-GEN-FILE.
                   ADD 1 TO WRK-QT-RESTAURADOS
           END-READ.

       0600-DIARIO-RESTAURACAO.
      * ANTES DE SOBREPOR O VIVO: MARCA A RESTAURACAO NO DIARIO
      * E, NOS CADASTROS INDEXADOS, APURA CAMPO A CAMPO O QUE A
      * GERACAO VAI MUDAR. AS IMAGENS SAO DESCARREGADAS EM ORDEM
      * DE CHAVE (START + READ NEXT), O QUE PERMITE O
      * BALANCE-LINE COM O VIVO LIDO NA MESMA ORDEM. SYSPARM E
      * PERMFILE NAO TEM ORDEM GARANTIDA: SAO COMPARADOS EM
      * TABELA, CHAVE A CHAVE.
           MOVE 'RESTAURA-BACKUP' TO WRK-CJR-PROGRAMA.
           MOVE WRK-ARQUIVO TO WRK-CJR-ARQUIVO.
           MOVE '*' TO WRK-CJR-CHAVE.
           MOVE 'RESTAURACAO' TO WRK-CJR-CAMPO.
           MOVE '(ARQUIVO VIVO)' TO WRK-CJR-ANTES.
           MOVE WRK-GERACAO TO WRK-CJR-DEPOIS.
           PERFORM 9040-REGISTRAR-ALTERACAO.
           MOVE ZEROS TO WRK-QT-DIFERENCAS.
           EVALUATE WRK-ARQUIVO
               WHEN 'EMPFILE'
                   PERFORM 0610-COMPARAR-EMPFILE
               WHEN 'USERMAST'
                   PERFORM 0650-COMPARAR-USERMAST
               WHEN 'SYSPARM'
               WHEN 'PERMFILE'
                   PERFORM 0700-COMPARAR-CHAVE-VALOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0610-COMPARAR-EMPFILE.
           OPEN INPUT BACKUP-GEN-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           MOVE 'N' TO WRK-EOF-VIVO.
           IF WRK-STATUS-EMP = '00'
               MOVE LOW-VALUES TO EMP-MATRICULA
               START EMPLOYEE-FILE
                   KEY IS NOT LESS THAN EMP-MATRICULA
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF-VIVO
               END-START
           ELSE
               MOVE 'S' TO WRK-EOF-VIVO
           END-IF.
           PERFORM 0615-LER-EMP-VIVO.
           PERFORM 0620-LER-EMP-BACKUP.
           PERFORM 0625-CASAR-FUNCIONARIO
               UNTIL WRK-CHAVE-VIVO = HIGH-VALUES
                 AND WRK-CHAVE-BKP = HIGH-VALUES.
           CLOSE BACKUP-GEN-FILE.
           CLOSE EMPLOYEE-FILE.
           DISPLAY 'CAMPOS ALTERADOS PELA RESTAURACAO: '
               WRK-QT-DIFERENCAS.

       0615-LER-EMP-VIVO.
           IF WRK-EOF-VIVO = 'S'
               MOVE HIGH-VALUES TO WRK-CHAVE-VIVO
           ELSE
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-VIVO
                       MOVE HIGH-VALUES TO WRK-CHAVE-VIVO
                   NOT AT END
                       MOVE SPACES TO WRK-CHAVE-VIVO
                       MOVE EMP-MATRICULA TO WRK-CHAVE-VIVO
               END-READ
           END-IF.

       0620-LER-EMP-BACKUP.
           READ BACKUP-GEN-FILE
               AT END
                   MOVE HIGH-VALUES TO WRK-CHAVE-BKP
               NOT AT END
                   MOVE BACKUP-GEN-RECORD(1:53) TO WRK-IMG-EMP
                   MOVE SPACES TO WRK-CHAVE-BKP
                   MOVE WRK-IMG-EMP-MATRICULA TO WRK-CHAVE-BKP
           END-READ.

       0625-CASAR-FUNCIONARIO.
           EVALUATE TRUE
               WHEN WRK-CHAVE-BKP < WRK-CHAVE-VIVO
                   MOVE WRK-CHAVE-BKP TO WRK-CJR-CHAVE
                   MOVE 'REGISTRO' TO WRK-CJR-CAMPO
                   MOVE '(AUSENTE)' TO WRK-CJR-ANTES
                   MOVE 'RESTAURADO' TO WRK-CJR-DEPOIS
                   PERFORM 0690-REGISTRAR-DIFERENCA
                   PERFORM 0620-LER-EMP-BACKUP
               WHEN WRK-CHAVE-VIVO < WRK-CHAVE-BKP
                   MOVE WRK-CHAVE-VIVO TO WRK-CJR-CHAVE
                   MOVE 'REGISTRO' TO WRK-CJR-CAMPO
                   MOVE 'EXISTENTE' TO WRK-CJR-ANTES
                   MOVE '(RETIRADO)' TO WRK-CJR-DEPOIS
                   PERFORM 0690-REGISTRAR-DIFERENCA
                   PERFORM 0615-LER-EMP-VIVO
               WHEN OTHER
                   PERFORM 0630-COMPARAR-FUNCIONARIO
                   PERFORM 0615-LER-EMP-VIVO
                   PERFORM 0620-LER-EMP-BACKUP
           END-EVALUATE.

       0630-COMPARAR-FUNCIONARIO.
      * MESMOS CAMPOS QUE ADM-EMPREGADO GRAVA NO DIARIO, MAIS A
      * SITUACAO (O BACKUP PODE DESFAZER UM DESLIGAMENTO).
           MOVE WRK-CHAVE-VIVO TO WRK-CJR-CHAVE.
           MOVE 'NOME' TO WRK-CJR-CAMPO.
           MOVE EMP-NOME TO WRK-CJR-ANTES.
           MOVE WRK-IMG-EMP-NOME TO WRK-CJR-DEPOIS.
           PERFORM 0690-REGISTRAR-DIFERENCA.
           MOVE 'ANOENTRADA' TO WRK-CJR-CAMPO.
           MOVE EMP-ANOENTRADA TO WRK-CJR-ANTES.
           MOVE WRK-IMG-EMP-ANOENTRADA TO WRK-CJR-DEPOIS.
           PERFORM 0690-REGISTRAR-DIFERENCA.
           MOVE 'MESENTRADA' TO WRK-CJR-CAMPO.
           MOVE EMP-MESENTRADA TO WRK-CJR-ANTES.
           MOVE WRK-IMG-EMP-MESENTRADA TO WRK-CJR-DEPOIS.
           PERFORM 0690-REGISTRAR-DIFERENCA.
           MOVE 'SALARIO' TO WRK-CJR-CAMPO.
           MOVE EMP-SALARIO TO WRK-CJR-VALOR-ED.
           MOVE WRK-CJR-VALOR-ED TO WRK-CJR-ANTES.
           MOVE WRK-IMG-EMP-SALARIO TO WRK-CJR-VALOR-ED.
           MOVE WRK-CJR-VALOR-ED TO WRK-CJR-DEPOIS.
           PERFORM 0690-REGISTRAR-DIFERENCA.
           MOVE 'DEPARTAMENTO' TO WRK-CJR-CAMPO.
           MOVE EMP-DEPARTAMENTO TO WRK-CJR-ANTES.
           MOVE WRK-IMG-EMP-DEPTO TO WRK-CJR-DEPOIS.
           PERFORM 0690-REGISTRAR-DIFERENCA.
           MOVE 'SITUACAO' TO WRK-CJR-CAMPO.
           MOVE EMP-SITUACAO TO WRK-CJR-ANTES.
           MOVE WRK-IMG-EMP-SITUACAO TO WRK-CJR-DEPOIS.
           PERFORM 0690-REGISTRAR-DIFERENCA.

       0650-COMPARAR-USERMAST.
           OPEN INPUT BACKUP-GEN-FILE.
           OPEN INPUT USER-MASTER-FILE.
           MOVE 'N' TO WRK-EOF-VIVO.
           IF WRK-STATUS-USR = '00'
               MOVE LOW-VALUES TO UM-USUARIO
               START USER-MASTER-FILE
                   KEY IS NOT LESS THAN UM-USUARIO
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF-VIVO
               END-START
           ELSE
               MOVE 'S' TO WRK-EOF-VIVO
           END-IF.
           PERFORM 0655-LER-USR-VIVO.
           PERFORM 0660-LER-USR-BACKUP.
           PERFORM 0665-CASAR-USUARIO
               UNTIL WRK-CHAVE-VIVO = HIGH-VALUES
                 AND WRK-CHAVE-BKP = HIGH-VALUES.
           CLOSE BACKUP-GEN-FILE.
           CLOSE USER-MASTER-FILE.
           DISPLAY 'CAMPOS ALTERADOS PELA RESTAURACAO: '
               WRK-QT-DIFERENCAS.

       0655-LER-USR-VIVO.
           IF WRK-EOF-VIVO = 'S'
               MOVE HIGH-VALUES TO WRK-CHAVE-VIVO
           ELSE
               READ USER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-VIVO
                       MOVE HIGH-VALUES TO WRK-CHAVE-VIVO
                   NOT AT END
                       MOVE UM-USUARIO TO WRK-CHAVE-VIVO
               END-READ
           END-IF.

       0660-LER-USR-BACKUP.
           READ BACKUP-GEN-FILE
               AT END
                   MOVE HIGH-VALUES TO WRK-CHAVE-BKP
               NOT AT END
                   MOVE BACKUP-GEN-RECORD(1:119) TO WRK-IMG-USR
                   MOVE WRK-IMG-USR-USUARIO TO WRK-CHAVE-BKP
           END-READ.

       0665-CASAR-USUARIO.
           EVALUATE TRUE
               WHEN WRK-CHAVE-BKP < WRK-CHAVE-VIVO
                   MOVE WRK-CHAVE-BKP TO WRK-CJR-CHAVE
                   MOVE 'REGISTRO' TO WRK-CJR-CAMPO
                   MOVE '(AUSENTE)' TO WRK-CJR-ANTES
                   MOVE 'RESTAURADO' TO WRK-CJR-DEPOIS
                   PERFORM 0690-REGISTRAR-DIFERENCA
                   PERFORM 0660-LER-USR-BACKUP
               WHEN WRK-CHAVE-VIVO < WRK-CHAVE-BKP
                   MOVE WRK-CHAVE-VIVO TO WRK-CJR-CHAVE
                   MOVE 'REGISTRO' TO WRK-CJR-CAMPO
                   MOVE 'EXISTENTE' TO WRK-CJR-ANTES
                   MOVE '(RETIRADO)' TO WRK-CJR-DEPOIS
                   PERFORM 0690-REGISTRAR-DIFERENCA
                   PERFORM 0655-LER-USR-VIVO
               WHEN OTHER
                   PERFORM 0670-COMPARAR-USUARIO
                   PERFORM 0655-LER-USR-VIVO
                   PERFORM 0660-LER-USR-BACKUP
           END-EVALUATE.

       0670-COMPARAR-USUARIO.
      * A SENHA NAO VAI PARA O DIARIO: SO O FATO DE O BACKUP
      * TRAZER OUTRA.
           MOVE WRK-CHAVE-VIVO TO WRK-CJR-CHAVE.
           MOVE 'NOME' TO WRK-CJR-CAMPO.
           MOVE UM-NOME TO WRK-CJR-ANTES.
           MOVE WRK-IMG-USR-NOME TO WRK-CJR-DEPOIS.
           PERFORM 0690-REGISTRAR-DIFERENCA.
           MOVE 'PERFIL' TO WRK-CJR-CAMPO.
           MOVE UM-PERFIL TO WRK-CJR-ANTES.
           MOVE WRK-IMG-USR-PERFIL TO WRK-CJR-DEPOIS.
           PERFORM 0690-REGISTRAR-DIFERENCA.
           MOVE 'ATIVO' TO WRK-CJR-CAMPO.
           MOVE UM-SW-ATIVO TO WRK-CJR-ANTES.
           MOVE WRK-IMG-USR-ATIVO TO WRK-CJR-DEPOIS.
           PERFORM 0690-REGISTRAR-DIFERENCA.
           MOVE 'BLOQUEADO' TO WRK-CJR-CAMPO.
           MOVE UM-SW-BLOQUEADO TO WRK-CJR-ANTES.
           MOVE WRK-IMG-USR-BLOQUEADO TO WRK-CJR-DEPOIS.
           PERFORM 0690-REGISTRAR-DIFERENCA.
           IF UM-SENHA NOT = WRK-IMG-USR-SENHA
               MOVE 'SENHA' TO WRK-CJR-CAMPO
               MOVE '(NAO REGISTRADA)' TO WRK-CJR-ANTES
               MOVE 'VOLTA A SENHA DO BACKUP' TO WRK-CJR-DEPOIS
               PERFORM 0690-REGISTRAR-DIFERENCA
           END-IF.

       0690-REGISTRAR-DIFERENCA.
           IF WRK-CJR-ANTES NOT = WRK-CJR-DEPOIS
               ADD 1 TO WRK-QT-DIFERENCAS
               PERFORM 9045-GRAVAR-ALTERACAO
           END-IF.

       0700-COMPARAR-CHAVE-VALOR.
      * SYSPARM: CHAVE = PROGRAMA(20) + PARAMETRO(15), VALOR NAS 7
      * POSICOES SEGUINTES. PERMFILE: CHAVE = PROGRAMA(20) +
      * FUNCAO(10) + PERFIL(10), VALOR = PERMITIDO (S/N).
           IF WRK-ARQUIVO = 'SYSPARM'
               MOVE 35 TO WRK-KV-TAM-CHAVE
               MOVE 7 TO WRK-KV-TAM-VALOR
           ELSE
               MOVE 40 TO WRK-KV-TAM-CHAVE
               MOVE 1 TO WRK-KV-TAM-VALOR
           END-IF.
           COMPUTE WRK-KV-POS-VALOR = WRK-KV-TAM-CHAVE + 1.
           MOVE 'N' TO WRK-SW-KV-CHEIA.
           PERFORM 0705-CARREGAR-KV-VIVO.
           PERFORM 0710-CARREGAR-KV-BACKUP.
           IF WRK-SW-KV-CHEIA = 'S'
               DISPLAY WRK-ARQUIVO ' MAIOR QUE A TABELA - DIARIO SO'
                   ' COM A MARCA DA RESTAURACAO'
               MOVE 'RESTAURA-BACKUP' TO WRK-EXCP-PROGRAMA
               MOVE SPACES TO WRK-EXCP-MENSAGEM
               STRING WRK-ARQUIVO ' > TABELA - DIARIO SEM DETALHE'
                   DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
               MOVE 'A' TO WRK-EXCP-SEVERIDADE
               PERFORM 9000-REGISTRAR-EXCECAO
           ELSE
               PERFORM 0720-CASAR-CHAVE-BACKUP
                   VARYING WRK-IDX-KVB FROM 1 BY 1
                   UNTIL WRK-IDX-KVB > WRK-QTD-KVB
               PERFORM 0730-VERIFICAR-RETIRADA
                   VARYING WRK-IDX-KVV FROM 1 BY 1
                   UNTIL WRK-IDX-KVV > WRK-QTD-KVV
               DISPLAY 'CAMPOS ALTERADOS PELA RESTAURACAO: '
                   WRK-QT-DIFERENCAS
           END-IF.

       0705-CARREGAR-KV-VIVO.
           MOVE SPACES TO WRK-VIVO-NOME.
           MOVE WRK-ARQUIVO TO WRK-VIVO-NOME.
           MOVE ZEROS TO WRK-QTD-KVV.
           MOVE 'N' TO WRK-EOF-VIVO.
           OPEN INPUT LIVE-SEQ-FILE.
           IF WRK-STATUS-VIV = '00'
               PERFORM 0706-LER-KV-VIVO
               PERFORM 0707-ARMAZENAR-KV-VIVO
                   UNTIL WRK-EOF-VIVO = 'S'
           END-IF.
           CLOSE LIVE-SEQ-FILE.

       0706-LER-KV-VIVO.
           READ LIVE-SEQ-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-VIVO
           END-READ.

       0707-ARMAZENAR-KV-VIVO.
           IF LIVE-SEQ-RECORD NOT = SPACES
               IF WRK-QTD-KVV < 200
                   ADD 1 TO WRK-QTD-KVV
                   MOVE SPACES TO WRK-TAB-KVV(WRK-QTD-KVV)
                   MOVE LIVE-SEQ-RECORD(1:WRK-KV-TAM-CHAVE)
                       TO WRK-TAB-KVV-CHAVE(WRK-QTD-KVV)
                   MOVE LIVE-SEQ-RECORD
                           (WRK-KV-POS-VALOR:WRK-KV-TAM-VALOR)
                       TO WRK-TAB-KVV-VALOR(WRK-QTD-KVV)
                   MOVE 'N' TO WRK-TAB-KVV-USADO(WRK-QTD-KVV)
               ELSE
                   MOVE 'S' TO WRK-SW-KV-CHEIA
                   MOVE 'S' TO WRK-EOF-VIVO
               END-IF
           END-IF.
           IF WRK-EOF-VIVO NOT = 'S'
               PERFORM 0706-LER-KV-VIVO
           END-IF.

       0710-CARREGAR-KV-BACKUP.
           MOVE ZEROS TO WRK-QTD-KVB.
           MOVE 'N' TO WRK-EOF-BKP.
           OPEN INPUT BACKUP-GEN-FILE.
           IF WRK-STATUS-BKP = '00'
               PERFORM 0711-LER-KV-BACKUP
               PERFORM 0712-ARMAZENAR-KV-BACKUP
                   UNTIL WRK-EOF-BKP = 'S'
           END-IF.
           CLOSE BACKUP-GEN-FILE.

       0711-LER-KV-BACKUP.
           READ BACKUP-GEN-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-BKP
           END-READ.

       0712-ARMAZENAR-KV-BACKUP.
           IF BACKUP-GEN-RECORD NOT = SPACES
               IF WRK-QTD-KVB < 200
                   ADD 1 TO WRK-QTD-KVB
                   MOVE SPACES TO WRK-TAB-KVB(WRK-QTD-KVB)
                   MOVE BACKUP-GEN-RECORD(1:WRK-KV-TAM-CHAVE)
                       TO WRK-TAB-KVB-CHAVE(WRK-QTD-KVB)
                   MOVE BACKUP-GEN-RECORD
                           (WRK-KV-POS-VALOR:WRK-KV-TAM-VALOR)
                       TO WRK-TAB-KVB-VALOR(WRK-QTD-KVB)
               ELSE
                   MOVE 'S' TO WRK-SW-KV-CHEIA
                   MOVE 'S' TO WRK-EOF-BKP
               END-IF
           END-IF.
           IF WRK-EOF-BKP NOT = 'S'
               PERFORM 0711-LER-KV-BACKUP
           END-IF.

       0720-CASAR-CHAVE-BACKUP.
      * CHAVE DA GERACAO: SE EXISTE NO VIVO, COMPARA O VALOR E
      * MARCA A LINHA DO VIVO COMO CASADA; SENAO, A RESTAURACAO
      * FAZ A CHAVE APARECER.
           MOVE 'N' TO WRK-SW-KV-ACHADO.
           PERFORM 0725-PROCURAR-KV-VIVO
               VARYING WRK-IDX-KVV FROM 1 BY 1
               UNTIL WRK-IDX-KVV > WRK-QTD-KVV
                  OR WRK-SW-KV-ACHADO = 'S'.
           MOVE WRK-TAB-KVB-CHAVE(WRK-IDX-KVB) TO WRK-KV-CHAVE.
           PERFORM 0740-PREPARAR-CHAVE-DIARIO.
           IF WRK-SW-KV-ACHADO = 'S'
               MOVE 'S' TO WRK-TAB-KVV-USADO(WRK-IDX-KVV-ACHADO)
               MOVE WRK-TAB-KVV-VALOR(WRK-IDX-KVV-ACHADO)
                   TO WRK-KV-VALOR
               PERFORM 0745-FORMATAR-VALOR
               MOVE WRK-KV-VALOR-TXT TO WRK-CJR-ANTES
           ELSE
               MOVE '(AUSENTE)' TO WRK-CJR-ANTES
           END-IF.
           MOVE WRK-TAB-KVB-VALOR(WRK-IDX-KVB) TO WRK-KV-VALOR.
           PERFORM 0745-FORMATAR-VALOR.
           MOVE WRK-KV-VALOR-TXT TO WRK-CJR-DEPOIS.
           PERFORM 0690-REGISTRAR-DIFERENCA.

       0725-PROCURAR-KV-VIVO.
      * O PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA EM
      * WRK-IDX-KVV-ACHADO.
           IF WRK-TAB-KVV-CHAVE(WRK-IDX-KVV)
                  = WRK-TAB-KVB-CHAVE(WRK-IDX-KVB)
              AND WRK-TAB-KVV-USADO(WRK-IDX-KVV) = 'N'
               MOVE 'S' TO WRK-SW-KV-ACHADO
               MOVE WRK-IDX-KVV TO WRK-IDX-KVV-ACHADO
           END-IF.

       0730-VERIFICAR-RETIRADA.
      * CHAVE DO VIVO SEM PAR NA GERACAO SOME COM A RESTAURACAO.
           IF WRK-TAB-KVV-USADO(WRK-IDX-KVV) = 'N'
               MOVE WRK-TAB-KVV-CHAVE(WRK-IDX-KVV) TO WRK-KV-CHAVE
               PERFORM 0740-PREPARAR-CHAVE-DIARIO
               MOVE WRK-TAB-KVV-VALOR(WRK-IDX-KVV) TO WRK-KV-VALOR
               PERFORM 0745-FORMATAR-VALOR
               MOVE WRK-KV-VALOR-TXT TO WRK-CJR-ANTES
               MOVE '(RETIRADO)' TO WRK-CJR-DEPOIS
               PERFORM 0690-REGISTRAR-DIFERENCA
           END-IF.

       0740-PREPARAR-CHAVE-DIARIO.
      * MESMA CHAVE E MESMO CAMPO QUE ADM-PARAMETRO E
      * ADM-USUARIO-VN88 GRAVAM NO DIARIO.
           MOVE SPACES TO WRK-CJR-CHAVE.
           IF WRK-ARQUIVO = 'SYSPARM'
               STRING WRK-KV-CHAVE(1:20) DELIMITED BY SPACE
                   '/' DELIMITED BY SIZE
                   WRK-KV-CHAVE(21:15) DELIMITED BY SPACE
                   INTO WRK-CJR-CHAVE
               MOVE 'VALOR' TO WRK-CJR-CAMPO
           ELSE
               STRING WRK-KV-CHAVE(1:20) DELIMITED BY SPACE
                   '/' DELIMITED BY SIZE
                   WRK-KV-CHAVE(21:10) DELIMITED BY SPACE
                   '/' DELIMITED BY SIZE
                   WRK-KV-CHAVE(31:10) DELIMITED BY SPACE
                   INTO WRK-CJR-CHAVE
               MOVE 'PERMITIDO' TO WRK-CJR-CAMPO
           END-IF.

       0745-FORMATAR-VALOR.
      * VALOR DO SYSPARM SAI EDITADO, COMO NA MANUTENCAO DE
      * PARAMETROS; O DA PERMFILE SAI COMO ESTA (S/N).
           MOVE SPACES TO WRK-KV-VALOR-TXT.
           IF WRK-ARQUIVO = 'SYSPARM'
              AND WRK-KV-VALOR NUMERIC
               MOVE WRK-KV-VALOR-N TO WRK-CJR-VALOR-ED
               MOVE WRK-CJR-VALOR-ED TO WRK-KV-VALOR-TXT
           ELSE
               MOVE WRK-KV-VALOR TO WRK-KV-VALOR-TXT
           END-IF.

       0800-REGISTRAR-AUDITORIA.
      * A RESTAURACAO FICA NA TRILHA: QUEM, QUANDO E QUAL
      * ARQUIVO.
           COPY 'EXCPLOG.CPY'.

           COPY 'BKPCAT.CPY'.

           COPY 'JRNLOG.CPY'.
