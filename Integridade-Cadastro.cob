       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDADE-CADASTRO.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: VARREDURA SEMANAL DE INTEGRIDADE REFERENCIAL
      * ENTRE OS CADASTROS E OS ARQUIVOS DE HISTORICO: LISTA EM
      * INTEGRPT CADA REGISTRO ORFAO (ARQUIVO, CHAVE E REFERENCIA
      * QUEBRADA), GRAVA CADA ACHADO NO EXCPLOG COM SEVERIDADE
      * PARA O MONITOR-EXCECAO E DEVOLVE RC=8 (ERRO), RC=4
      * (SO AVISOS OU CONFERENCIA NAO FEITA) OU RC=0
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: CADA PROGRAMA CONFERE SO AS
      *              REFERENCIAS DE QUE PRECISA NA HORA, E OS ELOS
      *              QUEBRADOS (FUNCIONARIO EM DEPARTAMENTO QUE NAO
      *              EXISTE, VENDEDOR COM MATRICULA FORA DO EMPFILE,
      *              ALUNO SEM HISTORICO, PERFIL SEM NINGUEM) SE
      *              ACUMULAVAM SEM NINGUEM VER. CONFERENCIAS:
      *              EMPFILE X DEPTFILE; SELLMAST, DEPENDFL,
      *              CTABANCO, FERIAFIL, FOLHAHIS, DECIMFIL E
      *              CREDFOLH X EMPFILE; VENDPED X CLIFILE/PRODFILE;
      *              SALESTXN X SELLMAST/PRODFILE/CLIFILE; TRANSCPT
      *              E MENSTIT X ALUNMAST; ALUNO CURSANDO SEM
      *              TRANSCPT NO ANO; PROFMAST X USERMAST E TURMAS
      *              DO ALUNMAST; PERMFILE X PERFIS DOS USUARIOS
      *              ATIVOS. REFERENCIA AUSENTE EM REGISTRO VIVO E
      *              ERRO (E); O QUE NAO IMPEDE O PROCESSAMENTO
      *              (VENDEDOR INATIVO, FUNCIONARIO DESLIGADO,
      *              PERFIL SEM USUARIO, TURMA VAZIA) E AVISO (A).
      *              CADASTRO AUSENTE OU MAIOR QUE A TABELA NAO E
      *              CONFERIDO: SAI COMO CONFERENCIA NAO FEITA, PARA
      *              NAO ACUSAR ORFAO FALSO. RODA NO JOB INTEGWK.
      * 15/10/2026 - NOVAS CONFERENCIAS: TRPRATE E CARGAPED X
      *              TRANSPMS; ESTOQUE E RECEBMER X PRODFILE;
      *              LIBCRED E POSCRED X CLIFILE; FERADIAN X
      *              EMPFILE; PEDCANC X VENDPED (SO PEDIDO GERADO DE
      *              VENDA, FAIXA 900001 EM DIANTE; O DIGITADO PELA
      *              EXPEDICAO NAO PASSA PELO VENDPED). TARIFA COM
      *              VIGENCIA ENCERRADA E CANCELAMENTO SEM VENDA SAO
      *              AVISO.
      * 15/10/2026 - NOVAS CONFERENCIAS: FRETEJRN X TRANSPMS (A
      *              TRANSPORTADORA EM QUE A AUDITORIA DE FRETE CASA
      *              A FATURA); ORDFILE (CABECALHO) X CLIFILE;
      *              ANORES X ALUNMAST (TODOS OS ANOS ACUMULADOS);
      *              RAISEHIST DE CADA ANO (DEZ ANOS PARA TRAS) X
      *              EMPFILE; DEPARTAMENTO DO FOLHAHIS X DEPTFILE.
      *              PEDIDO COM CLIENTE FORA DO CADASTRO E AVISO (O
      *              FRETE COTA ASSIM MESMO), COMO O DEPARTAMENTO DO
      *              FOLHAHIS (E O DA EPOCA DA COMPETENCIA; O ATUAL
      *              JA E CONFERIDO NO EMPFILE). A MENSAGEM DO
      *              EXCPLOG PERDIA O ' X ' ENTRE OS ARQUIVOS.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'EMPSEL.CPY'.
           COPY 'DEPSEL.CPY'.
           COPY 'VNDSEL.CPY'.
           COPY 'DPNSEL.CPY'.
           COPY 'BCOSEL.CPY'.
           COPY 'FERSEL.CPY'.
           COPY 'HISSEL.CPY'.
           COPY 'DECSEL.CPY'.
           COPY 'CRDSEL.CPY'.
           COPY 'CLISEL.CPY'.
           COPY 'PRDSEL.CPY'.
           COPY 'VPDSEL.CPY'.
           COPY 'STXSEL.CPY'.
           COPY 'ALUSEL.CPY'.
           COPY 'TRNSEL.CPY'.
           COPY 'MNTSEL.CPY'.
           COPY 'PRFSEL.CPY'.
           COPY 'USRSEL.CPY'.
           COPY 'TRPSEL.CPY'.
           COPY 'TRTSEL.CPY'.
           COPY 'CGPSEL.CPY'.
           COPY 'ESTSEL.CPY'.
           COPY 'RCBSEL.CPY'.
           COPY 'LIBSEL.CPY'.
           COPY 'POSSEL.CPY'.
           COPY 'PCNSEL.CPY'.
           COPY 'FADSEL.CPY'.
           COPY 'FJRSEL.CPY'.
           COPY 'ORDSEL.CPY'.
           COPY 'ANRSEL.CPY'.
           COPY 'RHSEL.CPY'.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           COPY 'RUNSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'EMPFD.CPY'.

           COPY 'DEPFD.CPY'.

           COPY 'VNDFD.CPY'.

           COPY 'DPNFD.CPY'.

           COPY 'BCOFD.CPY'.

           COPY 'FERFD.CPY'.

           COPY 'HISFD.CPY'.

           COPY 'DECFD.CPY'.

           COPY 'CRDFD.CPY'.

           COPY 'CLIFD.CPY'.

           COPY 'PRDFD.CPY'.

           COPY 'VPDFD.CPY'.

           COPY 'STXFD.CPY'.

           COPY 'ALUFD.CPY'.

           COPY 'TRNFD.CPY'.

           COPY 'MNTFD.CPY'.

           COPY 'PRFFD.CPY'.

           COPY 'USRFD.CPY'.

           COPY 'TRPFD.CPY'.

           COPY 'TRTFD.CPY'.

           COPY 'CGPFD.CPY'.

           COPY 'ESTFD.CPY'.

           COPY 'RCBFD.CPY'.

           COPY 'LIBFD.CPY'.

           COPY 'POSFD.CPY'.

           COPY 'PCNFD.CPY'.

           COPY 'FADFD.CPY'.

           COPY 'FJRFD.CPY'.

           COPY 'ORDFD.CPY'.

           COPY 'ANRFD.CPY'.

           COPY 'RHFD.CPY'.

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-RECORD PIC X(132).

           COPY 'RUNFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'EMPWS.CPY'.
           COPY 'DEPWS.CPY'.
           COPY 'VNDWS.CPY'.
           COPY 'DPNWS.CPY'.
           COPY 'BCOWS.CPY'.
           COPY 'FERWS.CPY'.
           COPY 'HISWS.CPY'.
           COPY 'DECWS.CPY'.
           COPY 'CRDWS.CPY'.
           COPY 'CLIWS.CPY'.
           COPY 'PRDWS.CPY'.
           COPY 'VPDWS.CPY'.
           COPY 'STXWS.CPY'.
           COPY 'ALUWS.CPY'.
           COPY 'TRNWS.CPY'.
           COPY 'MNTWS.CPY'.
           COPY 'PRFWS.CPY'.
           COPY 'USRWS.CPY'.
           COPY 'TRPWS.CPY'.
           COPY 'TRTWS.CPY'.
           COPY 'CGPWS.CPY'.
           COPY 'ESTWS.CPY'.
           COPY 'RCBWS.CPY'.
           COPY 'LIBWS.CPY'.
           COPY 'POSWS.CPY'.
           COPY 'PCNWS.CPY'.
           COPY 'FADWS.CPY'.
           COPY 'FJRWS.CPY'.
           COPY 'ORDWS.CPY'.
           COPY 'ANRWS.CPY'.
           COPY 'RHWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'RUNWS.CPY'.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WRK-SW-EMP-OK      PIC X(01) VALUE 'N'.
       77 WRK-SW-USR-OK      PIC X(01) VALUE 'N'.
       77 WRK-SW-DEP-OK      PIC X(01) VALUE 'N'.
       77 WRK-SW-VND-OK      PIC X(01) VALUE 'N'.
       77 WRK-SW-CLI-OK      PIC X(01) VALUE 'N'.
       77 WRK-SW-PRD-OK      PIC X(01) VALUE 'N'.
       77 WRK-SW-ALU-OK      PIC X(01) VALUE 'N'.
       77 WRK-SW-TRN-OK      PIC X(01) VALUE 'N'.
       77 WRK-SW-TRP-OK      PIC X(01) VALUE 'N'.
       77 WRK-SW-VPD-OK      PIC X(01) VALUE 'N'.
       77 WRK-SW-PCN-LIDO    PIC X(01) VALUE 'N'.
       77 WRK-SW-PCN-OK      PIC X(01) VALUE 'N'.
       77 WRK-SW-ACHADO      PIC X(01) VALUE 'N'.
       77 WRK-IDX            PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-ACHADO     PIC 9(03) VALUE ZEROS COMP.
       77 WRK-QTD-DEP        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-QTD-VND        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-QTD-CLI        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-QTD-PRD        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-QTD-PFL        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-QTD-TRP        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-QTD-PCN        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-PCN        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-DEP-PROCURADO  PIC X(04) VALUE SPACES.
       77 WRK-VND-PROCURADO  PIC X(08) VALUE SPACES.
       77 WRK-CLI-PROCURADO  PIC 9(05) VALUE ZEROS.
       77 WRK-PRD-PROCURADO  PIC X(10) VALUE SPACES.
       77 WRK-TURMA-PROCURADA PIC X(05) VALUE SPACES.
       77 WRK-PFL-PROCURADO  PIC X(10) VALUE SPACES.
       77 WRK-MATR-PROCURADA PIC 9(05) VALUE ZEROS.
       77 WRK-TRP-PROCURADA  PIC X(03) VALUE SPACES.
       77 WRK-ANO-HOJE       PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-LIMITE     PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-VARRE      PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ANOS-RH     PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LIDOS       PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ORFAOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ERROS       PIC 9(07) VALUE ZEROS.
       77 WRK-QT-AVISOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-NAO-FEITAS  PIC 9(03) VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(132) VALUE SPACES.
      * ACHADO A RELATAR: O CHAMADOR PREENCHE E EXECUTA 0800.
      * SITUACAO E SEVERIDADE VOLTAM AO PADRAO ('AUSENTE DE', 'E')
      * DEPOIS DE CADA GRAVACAO, COMO NO 9000 DO EXCPLOG.
       77 WRK-ORF-ARQUIVO    PIC X(08) VALUE SPACES.
       77 WRK-ORF-CHAVE      PIC X(30) VALUE SPACES.
       77 WRK-ORF-CAMPO      PIC X(15) VALUE SPACES.
       77 WRK-ORF-VALOR      PIC X(20) VALUE SPACES.
       77 WRK-ORF-SITUACAO   PIC X(15) VALUE 'AUSENTE DE'.
       77 WRK-ORF-DESTINO    PIC X(08) VALUE SPACES.
       77 WRK-ORF-SEVERIDADE PIC X(01) VALUE 'E'.
       01 WRK-TABELA-DEPTOS.
           05 WRK-TAB-DEP OCCURS 100 TIMES.
               10 WRK-TAB-DEP-CODIGO  PIC X(04).
       01 WRK-TABELA-VENDEDORES.
           05 WRK-TAB-VND OCCURS 500 TIMES.
               10 WRK-TAB-VND-CODIGO  PIC X(08).
               10 WRK-TAB-VND-MATR    PIC 9(05).
               10 WRK-TAB-VND-SIT     PIC X(01).
       01 WRK-TABELA-CLIENTES.
           05 WRK-TAB-CLI OCCURS 500 TIMES.
               10 WRK-TAB-CLI-CODIGO  PIC 9(05).
       01 WRK-TABELA-PRODUTOS.
           05 WRK-TAB-PRD OCCURS 500 TIMES.
               10 WRK-TAB-PRD-CODIGO  PIC X(10).
      * PARALELA A WRK-TAB-ALU (ALUWS): ALUNO COM TRANSCPT NO ANO.
       01 WRK-TABELA-HIST-ALUNOS.
           05 WRK-TAB-ALU-TEM-HIST OCCURS 200 TIMES PIC X(01).
       01 WRK-TABELA-PERFIS.
           05 WRK-TAB-PFL OCCURS 50 TIMES.
               10 WRK-TAB-PFL-PERFIL  PIC X(10).
               10 WRK-TAB-PFL-SW-MATRIZ  PIC X(01).
               10 WRK-TAB-PFL-SW-USUARIO PIC X(01).
       01 WRK-TABELA-TRANSPORTADORAS.
           05 WRK-TAB-TRP OCCURS 100 TIMES.
               10 WRK-TAB-TRP-CODIGO  PIC X(03).
      * CANCELAMENTOS DE PEDIDO GERADO DE VENDA, MARCADOS NA
      * PASSADA DO VENDPED.
       01 WRK-TABELA-CANCELAMENTOS.
           05 WRK-TAB-PCN OCCURS 500 TIMES.
               10 WRK-TAB-PCN-PEDIDO  PIC 9(06).
               10 WRK-TAB-PCN-SW-VENDA PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 9500-INICIAR-RUNHIST.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               PERFORM 0200-CONFERIR-FOLHA
               PERFORM 0300-CONFERIR-TRANSPORTE
               PERFORM 0400-CONFERIR-VENDAS
               PERFORM 0500-CONFERIR-ESCOLA
               PERFORM 0600-CONFERIR-SEGURANCA
               PERFORM 0700-FINALIZAR
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA A VARREDURA'
               MOVE 'INTEGRIDADE-CADASTRO' TO WRK-EXCP-PROGRAMA
               MOVE 'ACESSO NAO AUTORIZADO' TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'INTEGWK' TO WRK-RUN-JOB.
           MOVE 'INTEGRIDADE-CADASTRO' TO WRK-RUN-PROGRAMA.
           MOVE WRK-QT-LIDOS TO WRK-RUN-QT-LIDOS.
           MOVE WRK-QT-ORFAOS TO WRK-RUN-QT-GRAVADOS.
           PERFORM 9510-GRAVAR-RUNHIST.

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
           MOVE 'INTEGRIDADE-CADASTRO' TO WRK-PERM-PROGRAMA.
           MOVE 'VARREDURA' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
      * OS CADASTROS SEQUENCIAIS SAO CARREGADOS EM TABELA; O
      * EMPFILE E O USERMAST, INDEXADOS, SAO LIDOS POR CHAVE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO-HOJE.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           STRING 'INTEGRIDADE REFERENCIAL DOS CADASTROS - '
               WRK-DATA-HOJE
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0890-GRAVAR-LINHA.
           STRING 'S ARQUIVO  CHAVE                          '
               'CAMPO           VALOR                '
               'SITUACAO        CADASTRO'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0890-GRAVAR-LINHA.
           PERFORM 0110-CARREGAR-DEPTOS.
           PERFORM 0120-CARREGAR-VENDEDORES.
           PERFORM 0130-CARREGAR-CLIENTES.
           PERFORM 0140-CARREGAR-PRODUTOS.
           PERFORM 0150-CARREGAR-TRANSPORTADORAS.
           PERFORM 0160-CARREGAR-CANCELAMENTOS.
           PERFORM 9100-CARREGAR-ALUNOS.
           IF WRK-STATUS-ALU = '00' AND WRK-ALU-SW-CHEIA = 'N'
               MOVE 'S' TO WRK-SW-ALU-OK
           END-IF.
           MOVE ALL 'N' TO WRK-TABELA-HIST-ALUNOS.
           OPEN INPUT USER-MASTER-FILE.
           IF WRK-STATUS-USR = '00'
               MOVE 'S' TO WRK-SW-USR-OK
           ELSE
               DISPLAY 'USERMAST AUSENTE OU VAZIO'
           END-IF.

       0110-CARREGAR-DEPTOS.
           MOVE ZEROS TO WRK-QTD-DEP.
           OPEN INPUT DEPARTMENT-FILE.
           IF WRK-STATUS-DEP = '00'
               MOVE 'S' TO WRK-SW-DEP-OK
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0115-ARMAZENAR-DEPTO UNTIL WRK-EOF-ARQ = 'S'
               CLOSE DEPARTMENT-FILE
           ELSE
               DISPLAY 'DEPTFILE AUSENTE OU VAZIO'
           END-IF.

       0115-ARMAZENAR-DEPTO.
           READ DEPARTMENT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   IF WRK-QTD-DEP < 100
                       ADD 1 TO WRK-QTD-DEP
                       MOVE DEP-CODIGO
                           TO WRK-TAB-DEP-CODIGO(WRK-QTD-DEP)
                   ELSE
                       DISPLAY 'TABELA DE DEPARTAMENTOS CHEIA'
                       MOVE 'N' TO WRK-SW-DEP-OK
                   END-IF
           END-READ.

       0120-CARREGAR-VENDEDORES.
           MOVE ZEROS TO WRK-QTD-VND.
           OPEN INPUT SELLER-MASTER-FILE.
           IF WRK-STATUS-VEND = '00'
               MOVE 'S' TO WRK-SW-VND-OK
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0125-ARMAZENAR-VENDEDOR
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE SELLER-MASTER-FILE
           ELSE
               DISPLAY 'SELLMAST AUSENTE OU VAZIO'
           END-IF.

       0125-ARMAZENAR-VENDEDOR.
           READ SELLER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   IF WRK-QTD-VND < 500
                       ADD 1 TO WRK-QTD-VND
                       MOVE VD-CODIGO
                           TO WRK-TAB-VND-CODIGO(WRK-QTD-VND)
                       IF VD-MATRICULA NUMERIC
                           MOVE VD-MATRICULA
                               TO WRK-TAB-VND-MATR(WRK-QTD-VND)
                       ELSE
                           MOVE ZEROS
                               TO WRK-TAB-VND-MATR(WRK-QTD-VND)
                       END-IF
                       MOVE VD-SITUACAO
                           TO WRK-TAB-VND-SIT(WRK-QTD-VND)
                   ELSE
                       DISPLAY 'TABELA DE VENDEDORES CHEIA'
                       MOVE 'N' TO WRK-SW-VND-OK
                   END-IF
           END-READ.

       0130-CARREGAR-CLIENTES.
           MOVE ZEROS TO WRK-QTD-CLI.
           OPEN INPUT CUSTOMER-FILE.
           IF WRK-STATUS-CLI = '00'
               MOVE 'S' TO WRK-SW-CLI-OK
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0135-ARMAZENAR-CLIENTE
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE CUSTOMER-FILE
           ELSE
               DISPLAY 'CLIFILE AUSENTE OU VAZIO'
           END-IF.

       0135-ARMAZENAR-CLIENTE.
           READ CUSTOMER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   IF WRK-QTD-CLI < 500
                       ADD 1 TO WRK-QTD-CLI
                       MOVE CLI-CODIGO
                           TO WRK-TAB-CLI-CODIGO(WRK-QTD-CLI)
                   ELSE
                       DISPLAY 'TABELA DE CLIENTES CHEIA'
                       MOVE 'N' TO WRK-SW-CLI-OK
                   END-IF
           END-READ.

       0140-CARREGAR-PRODUTOS.
           MOVE ZEROS TO WRK-QTD-PRD.
           OPEN INPUT PRODUCT-FILE.
           IF WRK-STATUS-PRD = '00'
               MOVE 'S' TO WRK-SW-PRD-OK
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0145-ARMAZENAR-PRODUTO
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE PRODUCT-FILE
           ELSE
               DISPLAY 'PRODFILE AUSENTE OU VAZIO'
           END-IF.

       0145-ARMAZENAR-PRODUTO.
           READ PRODUCT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   IF WRK-QTD-PRD < 500
                       ADD 1 TO WRK-QTD-PRD
                       MOVE PRD-CODIGO
                           TO WRK-TAB-PRD-CODIGO(WRK-QTD-PRD)
                   ELSE
                       DISPLAY 'TABELA DE PRODUTOS CHEIA'
                       MOVE 'N' TO WRK-SW-PRD-OK
                   END-IF
           END-READ.

       0150-CARREGAR-TRANSPORTADORAS.
           MOVE ZEROS TO WRK-QTD-TRP.
           OPEN INPUT CARRIER-MASTER-FILE.
           IF WRK-STATUS-TRP = '00'
               MOVE 'S' TO WRK-SW-TRP-OK
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0155-ARMAZENAR-TRANSPORTADORA
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE CARRIER-MASTER-FILE
           ELSE
               DISPLAY 'TRANSPMS AUSENTE OU VAZIO'
           END-IF.

       0155-ARMAZENAR-TRANSPORTADORA.
           READ CARRIER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   IF WRK-QTD-TRP < 100
                       ADD 1 TO WRK-QTD-TRP
                       MOVE TRP-CODIGO
                           TO WRK-TAB-TRP-CODIGO(WRK-QTD-TRP)
                   ELSE
                       DISPLAY 'TABELA DE TRANSPORTADORAS CHEIA'
                       MOVE 'N' TO WRK-SW-TRP-OK
                   END-IF
           END-READ.

       0160-CARREGAR-CANCELAMENTOS.
      * SO ENTRA O PEDIDO GERADO DE VENDA (900001 EM DIANTE); O
      * VENDPED E QUE DIZ SE ELE EXISTIU.
           MOVE ZEROS TO WRK-QTD-PCN.
           OPEN INPUT ORDER-CANCEL-FILE.
           IF WRK-STATUS-PCN = '00'
               MOVE 'S' TO WRK-SW-PCN-LIDO
               MOVE 'S' TO WRK-SW-PCN-OK
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0165-ARMAZENAR-CANCELAMENTO
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE ORDER-CANCEL-FILE
           ELSE
               DISPLAY 'PEDCANC AUSENTE OU VAZIO'
           END-IF.

       0165-ARMAZENAR-CANCELAMENTO.
           READ ORDER-CANCEL-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   IF PCN-PEDIDO NUMERIC AND PCN-PEDIDO > 900000
                       IF WRK-QTD-PCN < 500
                           ADD 1 TO WRK-QTD-PCN
                           MOVE PCN-PEDIDO
                               TO WRK-TAB-PCN-PEDIDO(WRK-QTD-PCN)
                           MOVE 'N'
                               TO WRK-TAB-PCN-SW-VENDA(WRK-QTD-PCN)
                       ELSE
                           DISPLAY 'TABELA DE CANCELAMENTOS CHEIA'
                           MOVE 'N' TO WRK-SW-PCN-OK
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------
      * FOLHA: EMPFILE E OS ARQUIVOS QUE APONTAM PARA ELE
      *-----------------------------------------------
       0200-CONFERIR-FOLHA.
           OPEN INPUT EMPLOYEE-FILE.
           IF WRK-STATUS-EMP = '00'
               MOVE 'S' TO WRK-SW-EMP-OK
           ELSE
               DISPLAY 'EMPFILE AUSENTE OU VAZIO'
           END-IF.
           PERFORM 0210-CONFERIR-DEPARTAMENTOS.
           PERFORM 0230-CONFERIR-VENDEDORES.
           PERFORM 0270-CONFERIR-HIST-FOLHA.
           IF WRK-SW-EMP-OK = 'S'
               PERFORM 0220-CONFERIR-AUMENTOS
               PERFORM 0240-CONFERIR-DEPENDENTES
               PERFORM 0250-CONFERIR-CONTAS
               PERFORM 0260-CONFERIR-FERIAS
               PERFORM 0280-CONFERIR-DECIMO
               PERFORM 0290-CONFERIR-CREDITO
               PERFORM 0296-CONFERIR-ADIANTAMENTO
               CLOSE EMPLOYEE-FILE
           ELSE
               MOVE 'DEPENDFL' TO WRK-ORF-ARQUIVO
               MOVE 'EMPFILE' TO WRK-ORF-DESTINO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
               MOVE 'CTABANCO' TO WRK-ORF-ARQUIVO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
               MOVE 'FERIAFIL' TO WRK-ORF-ARQUIVO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
               MOVE 'FOLHAHIS' TO WRK-ORF-ARQUIVO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
               MOVE 'DECIMFIL' TO WRK-ORF-ARQUIVO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
               MOVE 'CREDFOLH' TO WRK-ORF-ARQUIVO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
               MOVE 'FERADIAN' TO WRK-ORF-ARQUIVO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
               MOVE 'RAISEHIS' TO WRK-ORF-ARQUIVO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
           END-IF.

       0210-CONFERIR-DEPARTAMENTOS.
      * DEPARTAMENTO INEXISTENTE E ERRO PARA O FUNCIONARIO ATIVO
      * (A FOLHA E O TETO DE AUMENTO USAM O DEPTFILE) E AVISO
      * PARA O DESLIGADO.
           MOVE 'EMPFILE' TO WRK-ORF-ARQUIVO.
           MOVE 'DEPTFILE' TO WRK-ORF-DESTINO.
           IF WRK-SW-EMP-OK = 'N' OR WRK-SW-DEP-OK = 'N'
               PERFORM 0850-CONFERENCIA-NAO-FEITA
           ELSE
               MOVE LOW-VALUES TO EMP-MATRICULA
               MOVE 'N' TO WRK-EOF-ARQ
               START EMPLOYEE-FILE
                   KEY IS NOT LESS THAN EMP-MATRICULA
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF-ARQ
               END-START
               PERFORM 0215-EXAMINAR-EMPREGADO
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.

       0215-EXAMINAR-EMPREGADO.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE EMP-DEPARTAMENTO TO WRK-DEP-PROCURADO
                   PERFORM 0900-PROCURAR-DEPTO
                   IF WRK-SW-ACHADO = 'N'
                       MOVE 'EMPFILE' TO WRK-ORF-ARQUIVO
                       MOVE SPACES TO WRK-ORF-CHAVE
                       MOVE EMP-MATRICULA TO WRK-ORF-CHAVE
                       MOVE 'DEPARTAMENTO' TO WRK-ORF-CAMPO
                       MOVE EMP-DEPARTAMENTO TO WRK-ORF-VALOR
                       MOVE 'DEPTFILE' TO WRK-ORF-DESTINO
                       IF EMP-DESLIGADO
                           MOVE 'A' TO WRK-ORF-SEVERIDADE
                       END-IF
                       PERFORM 0800-REGISTRAR-ORFAO
                   END-IF
           END-READ.

       0220-CONFERIR-AUMENTOS.
      * UM RAISEHIST POR ANO (NOME MONTADO NO PROGRAMA): VARRE OS
      * DEZ ANOS ANTERIORES E O CORRENTE, COMO A FAXINA; ANO SEM
      * ARQUIVO E PULADO.
           MOVE ZEROS TO WRK-QT-ANOS-RH.
           COMPUTE WRK-ANO-LIMITE = WRK-ANO-HOJE - 10.
           PERFORM 0222-CONFERIR-AUMENTOS-ANO
               VARYING WRK-ANO-VARRE FROM WRK-ANO-LIMITE BY 1
               UNTIL WRK-ANO-VARRE > WRK-ANO-HOJE.
           IF WRK-QT-ANOS-RH = 0
               MOVE 'RAISEHIS' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0222-CONFERIR-AUMENTOS-ANO.
           MOVE SPACES TO WRK-HIST-FILENAME.
           STRING 'RAISEHIST' WRK-ANO-VARRE
               DELIMITED BY SIZE INTO WRK-HIST-FILENAME.
           OPEN INPUT RAISE-HISTORY-FILE.
           IF WRK-STATUS-HIST = '00'
               ADD 1 TO WRK-QT-ANOS-RH
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0225-EXAMINAR-AUMENTO
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE RAISE-HISTORY-FILE
           END-IF.

       0225-EXAMINAR-AUMENTO.
           READ RAISE-HISTORY-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE RH-MATRICULA TO WRK-MATR-PROCURADA
                   PERFORM 0960-PROCURAR-EMPREGADO
                   IF WRK-SW-ACHADO = 'N'
                       MOVE 'RAISEHIS' TO WRK-ORF-ARQUIVO
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING WRK-ANO-VARRE '/' RH-MATRICULA '/'
                           RH-TIPO-EVENTO
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       PERFORM 0870-MATRICULA-AUSENTE
                   END-IF
           END-READ.

       0230-CONFERIR-VENDEDORES.
      * VENDEDOR SEM MATRICULA (ZERO) E EXTERNO E NAO E CONFERIDO.
           MOVE 'SELLMAST' TO WRK-ORF-ARQUIVO.
           MOVE 'EMPFILE' TO WRK-ORF-DESTINO.
           IF WRK-SW-EMP-OK = 'N' OR WRK-SW-VND-OK = 'N'
               PERFORM 0850-CONFERENCIA-NAO-FEITA
           ELSE
               PERFORM 0235-EXAMINAR-VENDEDOR
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-VND
           END-IF.

       0235-EXAMINAR-VENDEDOR.
      * MATRICULA FORA DO EMPFILE: ERRO SE O VENDEDOR ESTA ATIVO
      * (A COMISSAO VAI PARA A FOLHA), AVISO SE INATIVO.
      * VENDEDOR ATIVO LIGADO A FUNCIONARIO DESLIGADO E AVISO.
           ADD 1 TO WRK-QT-LIDOS.
           IF WRK-TAB-VND-MATR(WRK-IDX) > 0
               MOVE WRK-TAB-VND-MATR(WRK-IDX) TO WRK-MATR-PROCURADA
               PERFORM 0960-PROCURAR-EMPREGADO
               MOVE 'SELLMAST' TO WRK-ORF-ARQUIVO
               MOVE WRK-TAB-VND-CODIGO(WRK-IDX) TO WRK-ORF-CHAVE
               MOVE 'MATRICULA' TO WRK-ORF-CAMPO
               MOVE WRK-TAB-VND-MATR(WRK-IDX) TO WRK-ORF-VALOR
               MOVE 'EMPFILE' TO WRK-ORF-DESTINO
               IF WRK-SW-ACHADO = 'N'
                   IF WRK-TAB-VND-SIT(WRK-IDX) = 'I'
                       MOVE 'A' TO WRK-ORF-SEVERIDADE
                   END-IF
                   PERFORM 0800-REGISTRAR-ORFAO
               ELSE
                   IF EMP-DESLIGADO
                      AND WRK-TAB-VND-SIT(WRK-IDX) NOT = 'I'
                       MOVE 'DESLIGADO NO' TO WRK-ORF-SITUACAO
                       MOVE 'A' TO WRK-ORF-SEVERIDADE
                       PERFORM 0800-REGISTRAR-ORFAO
                   END-IF
               END-IF
           END-IF.

       0240-CONFERIR-DEPENDENTES.
           OPEN INPUT DEPENDENT-FILE.
           IF WRK-STATUS-DPN = '00'
               MOVE LOW-VALUES TO DPN-CHAVE
               MOVE 'N' TO WRK-EOF-ARQ
               START DEPENDENT-FILE
                   KEY IS NOT LESS THAN DPN-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF-ARQ
               END-START
               PERFORM 0245-EXAMINAR-DEPENDENTE
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE DEPENDENT-FILE
           ELSE
               MOVE 'DEPENDFL' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0245-EXAMINAR-DEPENDENTE.
           READ DEPENDENT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE DPN-MATRICULA TO WRK-MATR-PROCURADA
                   PERFORM 0960-PROCURAR-EMPREGADO
                   IF WRK-SW-ACHADO = 'N'
                       MOVE 'DEPENDFL' TO WRK-ORF-ARQUIVO
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING DPN-MATRICULA '/' DPN-SEQUENCIA
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       PERFORM 0870-MATRICULA-AUSENTE
                   END-IF
           END-READ.

       0250-CONFERIR-CONTAS.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF WRK-STATUS-BCO = '00'
               MOVE LOW-VALUES TO BCO-MATRICULA
               MOVE 'N' TO WRK-EOF-ARQ
               START BANK-ACCOUNT-FILE
                   KEY IS NOT LESS THAN BCO-MATRICULA
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF-ARQ
               END-START
               PERFORM 0255-EXAMINAR-CONTA
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE BANK-ACCOUNT-FILE
           ELSE
               MOVE 'CTABANCO' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0255-EXAMINAR-CONTA.
           READ BANK-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE BCO-MATRICULA TO WRK-MATR-PROCURADA
                   PERFORM 0960-PROCURAR-EMPREGADO
                   IF WRK-SW-ACHADO = 'N'
                       MOVE 'CTABANCO' TO WRK-ORF-ARQUIVO
                       MOVE SPACES TO WRK-ORF-CHAVE
                       MOVE BCO-MATRICULA TO WRK-ORF-CHAVE
                       PERFORM 0870-MATRICULA-AUSENTE
                   END-IF
           END-READ.

       0260-CONFERIR-FERIAS.
           OPEN INPUT VACATION-FILE.
           IF WRK-STATUS-FER = '00'
               MOVE LOW-VALUES TO FER-CHAVE
               MOVE 'N' TO WRK-EOF-ARQ
               START VACATION-FILE
                   KEY IS NOT LESS THAN FER-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF-ARQ
               END-START
               PERFORM 0265-EXAMINAR-FERIAS
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE VACATION-FILE
           ELSE
               MOVE 'FERIAFIL' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0265-EXAMINAR-FERIAS.
           READ VACATION-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE FER-MATRICULA TO WRK-MATR-PROCURADA
                   PERFORM 0960-PROCURAR-EMPREGADO
                   IF WRK-SW-ACHADO = 'N'
                       MOVE 'FERIAFIL' TO WRK-ORF-ARQUIVO
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING FER-MATRICULA '/' FER-PER-INICIO
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       PERFORM 0870-MATRICULA-AUSENTE
                   END-IF
           END-READ.

       0270-CONFERIR-HIST-FOLHA.
      * A MATRICULA SO E CONFERIDA COM O EMPFILE ABERTO (A FALTA
      * DELE JA SAI NO 0200); O DEPARTAMENTO SO DEPENDE DO
      * DEPTFILE.
           IF WRK-SW-DEP-OK = 'N'
               MOVE 'FOLHAHIS' TO WRK-ORF-ARQUIVO
               MOVE 'DEPTFILE' TO WRK-ORF-DESTINO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
           END-IF.
           OPEN INPUT PAYROLL-HISTORY-FILE.
           IF WRK-STATUS-HIS = '00'
               MOVE LOW-VALUES TO HIS-CHAVE
               MOVE 'N' TO WRK-EOF-ARQ
               START PAYROLL-HISTORY-FILE
                   KEY IS NOT LESS THAN HIS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF-ARQ
               END-START
               PERFORM 0275-EXAMINAR-HIST-FOLHA
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE PAYROLL-HISTORY-FILE
           ELSE
               MOVE 'FOLHAHIS' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0275-EXAMINAR-HIST-FOLHA.
           READ PAYROLL-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   IF WRK-SW-EMP-OK = 'S'
                       PERFORM 0276-MATRICULA-HIST-FOLHA
                   END-IF
                   IF WRK-SW-DEP-OK = 'S'
                       PERFORM 0277-DEPTO-HIST-FOLHA
                   END-IF
           END-READ.

       0276-MATRICULA-HIST-FOLHA.
           MOVE HIS-MATRICULA TO WRK-MATR-PROCURADA.
           PERFORM 0960-PROCURAR-EMPREGADO.
           IF WRK-SW-ACHADO = 'N'
               MOVE 'FOLHAHIS' TO WRK-ORF-ARQUIVO
               MOVE SPACES TO WRK-ORF-CHAVE
               STRING HIS-MATRICULA '/' HIS-COMPETENCIA
                   DELIMITED BY SIZE INTO WRK-ORF-CHAVE
               PERFORM 0870-MATRICULA-AUSENTE
           END-IF.

       0277-DEPTO-HIST-FOLHA.
      * O HISTORICO GUARDA O DEPARTAMENTO DA COMPETENCIA, QUE PODE
      * TER SIDO EXTINTO DEPOIS: AVISO. O DEPARTAMENTO ATUAL DO
      * FUNCIONARIO ATIVO JA E CONFERIDO COMO ERRO NO 0215.
           MOVE HIS-DEPARTAMENTO TO WRK-DEP-PROCURADO.
           PERFORM 0900-PROCURAR-DEPTO.
           IF WRK-SW-ACHADO = 'N'
               MOVE 'FOLHAHIS' TO WRK-ORF-ARQUIVO
               MOVE SPACES TO WRK-ORF-CHAVE
               STRING HIS-MATRICULA '/' HIS-COMPETENCIA
                   DELIMITED BY SIZE INTO WRK-ORF-CHAVE
               MOVE 'DEPARTAMENTO' TO WRK-ORF-CAMPO
               MOVE HIS-DEPARTAMENTO TO WRK-ORF-VALOR
               MOVE 'DEPTFILE' TO WRK-ORF-DESTINO
               MOVE 'A' TO WRK-ORF-SEVERIDADE
               PERFORM 0800-REGISTRAR-ORFAO
           END-IF.

       0280-CONFERIR-DECIMO.
           OPEN INPUT DECIMO-FILE.
           IF WRK-STATUS-DEC = '00'
               MOVE LOW-VALUES TO DEC-CHAVE
               MOVE 'N' TO WRK-EOF-ARQ
               START DECIMO-FILE
                   KEY IS NOT LESS THAN DEC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF-ARQ
               END-START
               PERFORM 0285-EXAMINAR-DECIMO
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE DECIMO-FILE
           ELSE
               MOVE 'DECIMFIL' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0285-EXAMINAR-DECIMO.
           READ DECIMO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE DEC-MATRICULA TO WRK-MATR-PROCURADA
                   PERFORM 0960-PROCURAR-EMPREGADO
                   IF WRK-SW-ACHADO = 'N'
                       MOVE 'DECIMFIL' TO WRK-ORF-ARQUIVO
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING DEC-ANO '/' DEC-MATRICULA
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       PERFORM 0870-MATRICULA-AUSENTE
                   END-IF
           END-READ.

       0290-CONFERIR-CREDITO.
           OPEN INPUT CREDIT-CONTROL-FILE.
           IF WRK-STATUS-CRD = '00'
               MOVE LOW-VALUES TO CRD-CHAVE
               MOVE 'N' TO WRK-EOF-ARQ
               START CREDIT-CONTROL-FILE
                   KEY IS NOT LESS THAN CRD-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF-ARQ
               END-START
               PERFORM 0295-EXAMINAR-CREDITO
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE CREDIT-CONTROL-FILE
           ELSE
               MOVE 'CREDFOLH' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0295-EXAMINAR-CREDITO.
           READ CREDIT-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE CRD-MATRICULA TO WRK-MATR-PROCURADA
                   PERFORM 0960-PROCURAR-EMPREGADO
                   IF WRK-SW-ACHADO = 'N'
                       MOVE 'CREDFOLH' TO WRK-ORF-ARQUIVO
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING CRD-COMPETENCIA '/' CRD-MATRICULA
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       PERFORM 0870-MATRICULA-AUSENTE
                   END-IF
           END-READ.

       0296-CONFERIR-ADIANTAMENTO.
           OPEN INPUT VACATION-ADVANCE-FILE.
           IF WRK-STATUS-FAD = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0298-EXAMINAR-ADIANTAMENTO
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE VACATION-ADVANCE-FILE
           ELSE
               MOVE 'FERADIAN' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0298-EXAMINAR-ADIANTAMENTO.
           READ VACATION-ADVANCE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE FA-MATRICULA TO WRK-MATR-PROCURADA
                   PERFORM 0960-PROCURAR-EMPREGADO
                   IF WRK-SW-ACHADO = 'N'
                       MOVE 'FERADIAN' TO WRK-ORF-ARQUIVO
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING FA-MATRICULA '/' FA-INICIO
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       PERFORM 0870-MATRICULA-AUSENTE
                   END-IF
           END-READ.

      *-----------------------------------------------
      * TRANSPORTE: TARIFAS E CARGAS X TRANSPORTADORAS
      *-----------------------------------------------
       0300-CONFERIR-TRANSPORTE.
           IF WRK-SW-TRP-OK = 'N'
               MOVE 'TRPRATE' TO WRK-ORF-ARQUIVO
               MOVE 'TRANSPMS' TO WRK-ORF-DESTINO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
               MOVE 'CARGAPED' TO WRK-ORF-ARQUIVO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
               MOVE 'FRETEJRN' TO WRK-ORF-ARQUIVO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
           ELSE
               PERFORM 0310-CONFERIR-TARIFAS
               PERFORM 0320-CONFERIR-CARGAS
               PERFORM 0340-CONFERIR-JORNAL-FRETE
           END-IF.
           IF WRK-SW-CLI-OK = 'N'
               MOVE 'ORDFILE' TO WRK-ORF-ARQUIVO
               MOVE 'CLIFILE' TO WRK-ORF-DESTINO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
           ELSE
               PERFORM 0330-CONFERIR-PEDIDOS-FRETE
           END-IF.

       0310-CONFERIR-TARIFAS.
           OPEN INPUT CARRIER-RATE-FILE.
           IF WRK-STATUS-TRT = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0315-EXAMINAR-TARIFA
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE CARRIER-RATE-FILE
           ELSE
               MOVE 'TRPRATE' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0315-EXAMINAR-TARIFA.
      * TARIFA DE TRANSPORTADORA FORA DO TRANSPMS E ERRO SE AINDA
      * VIGENTE (O FRETE A USARIA NA COTACAO) E AVISO SE A
      * VIGENCIA JA TERMINOU.
           READ CARRIER-RATE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE TRT-TRANSP TO WRK-TRP-PROCURADA
                   PERFORM 0980-PROCURAR-TRANSPORTADORA
                   IF WRK-SW-ACHADO = 'N'
                       MOVE 'TRPRATE' TO WRK-ORF-ARQUIVO
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING TRT-TRANSP '/' TRT-UF '/' TRT-VIG-INI
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       MOVE 'TRANSPORTADORA' TO WRK-ORF-CAMPO
                       MOVE TRT-TRANSP TO WRK-ORF-VALOR
                       MOVE 'TRANSPMS' TO WRK-ORF-DESTINO
                       IF TRT-VIG-FIM NUMERIC AND TRT-VIG-FIM > 0
                          AND TRT-VIG-FIM < WRK-DATA-HOJE
                           MOVE 'A' TO WRK-ORF-SEVERIDADE
                       END-IF
                       PERFORM 0800-REGISTRAR-ORFAO
                   END-IF
           END-READ.

       0320-CONFERIR-CARGAS.
           OPEN INPUT LOAD-ORDER-FILE.
           IF WRK-STATUS-CGP = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0325-EXAMINAR-CARGA
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE LOAD-ORDER-FILE
           ELSE
               MOVE 'CARGAPED' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0325-EXAMINAR-CARGA.
           READ LOAD-ORDER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE CGP-TRANSP TO WRK-TRP-PROCURADA
                   PERFORM 0980-PROCURAR-TRANSPORTADORA
                   IF WRK-SW-ACHADO = 'N'
                       MOVE 'CARGAPED' TO WRK-ORF-ARQUIVO
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING CGP-CARGA '/' CGP-PEDIDO
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       MOVE 'TRANSPORTADORA' TO WRK-ORF-CAMPO
                       MOVE CGP-TRANSP TO WRK-ORF-VALOR
                       MOVE 'TRANSPMS' TO WRK-ORF-DESTINO
                       PERFORM 0800-REGISTRAR-ORFAO
                   END-IF
           END-READ.

       0330-CONFERIR-PEDIDOS-FRETE.
           OPEN INPUT ORDER-FILE.
           IF WRK-STATUS-ORDER = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0335-EXAMINAR-PEDIDO-FRETE
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE ORDER-FILE
           ELSE
               MOVE 'ORDFILE' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0335-EXAMINAR-PEDIDO-FRETE.
      * SO O CABECALHO TEM CLIENTE; CLIENTE ZERO OU EM BRANCO E
      * PEDIDO ANTIGO E NAO E CONFERIDO. CLIENTE FORA DO CADASTRO
      * NAO IMPEDE A COTACAO DO FRETE: AVISO.
           READ ORDER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   IF OR-CABECALHO AND OR-CLIENTE NUMERIC
                      AND OR-CLIENTE > 0
                       MOVE OR-CLIENTE TO WRK-CLI-PROCURADO
                       PERFORM 0920-PROCURAR-CLIENTE
                       IF WRK-SW-ACHADO = 'N'
                           MOVE 'ORDFILE' TO WRK-ORF-ARQUIVO
                           MOVE OR-NUMERO TO WRK-ORF-CHAVE
                           MOVE 'CLIENTE' TO WRK-ORF-CAMPO
                           MOVE OR-CLIENTE TO WRK-ORF-VALOR
                           MOVE 'CLIFILE' TO WRK-ORF-DESTINO
                           MOVE 'A' TO WRK-ORF-SEVERIDADE
                           PERFORM 0800-REGISTRAR-ORFAO
                       END-IF
                   END-IF
           END-READ.

       0340-CONFERIR-JORNAL-FRETE.
           OPEN INPUT QUOTE-JOURNAL-FILE.
           IF WRK-STATUS-JRN = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0345-EXAMINAR-JORNAL-FRETE
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE QUOTE-JOURNAL-FILE
           ELSE
               MOVE 'FRETEJRN' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0345-EXAMINAR-JORNAL-FRETE.
      * TRANSPORTADORA EM BRANCO E REGISTRO ANTERIOR AO CAMPO OU
      * COTACAO SEM TRANSPORTADORA: NAO E CONFERIDA.
           READ QUOTE-JOURNAL-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   IF JR-TRANSP NOT = SPACES
                       MOVE JR-TRANSP TO WRK-TRP-PROCURADA
                       PERFORM 0980-PROCURAR-TRANSPORTADORA
                       IF WRK-SW-ACHADO = 'N'
                           MOVE 'FRETEJRN' TO WRK-ORF-ARQUIVO
                           MOVE SPACES TO WRK-ORF-CHAVE
                           STRING JR-DATA '/' JR-PEDIDO '/' JR-ORIGEM
                               DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                           MOVE 'TRANSPORTADORA' TO WRK-ORF-CAMPO
                           MOVE JR-TRANSP TO WRK-ORF-VALOR
                           MOVE 'TRANSPMS' TO WRK-ORF-DESTINO
                           PERFORM 0800-REGISTRAR-ORFAO
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------
      * VENDAS: PEDIDOS E MOVIMENTO X CLIENTE/PRODUTO/VENDEDOR
      *-----------------------------------------------
       0400-CONFERIR-VENDAS.
           IF WRK-SW-CLI-OK = 'N'
               MOVE 'VENDPED' TO WRK-ORF-ARQUIVO
               MOVE 'CLIFILE' TO WRK-ORF-DESTINO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
               MOVE 'SALESTXN' TO WRK-ORF-ARQUIVO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
               MOVE 'LIBCRED' TO WRK-ORF-ARQUIVO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
               MOVE 'POSCRED' TO WRK-ORF-ARQUIVO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
           END-IF.
           IF WRK-SW-PRD-OK = 'N'
               MOVE 'VENDPED' TO WRK-ORF-ARQUIVO
               MOVE 'PRODFILE' TO WRK-ORF-DESTINO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
               MOVE 'SALESTXN' TO WRK-ORF-ARQUIVO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
               MOVE 'ESTOQUE' TO WRK-ORF-ARQUIVO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
               MOVE 'RECEBMER' TO WRK-ORF-ARQUIVO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
           END-IF.
           IF WRK-SW-VND-OK = 'N'
               MOVE 'SALESTXN' TO WRK-ORF-ARQUIVO
               MOVE 'SELLMAST' TO WRK-ORF-DESTINO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
           END-IF.
           PERFORM 0410-CONFERIR-PEDIDOS.
           PERFORM 0430-CONFERIR-MOVIMENTO.
           IF WRK-SW-PRD-OK = 'S'
               PERFORM 0450-CONFERIR-ESTOQUE
               PERFORM 0460-CONFERIR-RECEBIMENTOS
           END-IF.
           IF WRK-SW-CLI-OK = 'S'
               PERFORM 0470-CONFERIR-LIBERACOES
               PERFORM 0480-CONFERIR-POSICAO-CRED
           END-IF.
           PERFORM 0490-CONFERIR-CANCELAMENTOS.

       0410-CONFERIR-PEDIDOS.
           OPEN INPUT SALE-ORDER-FILE.
           IF WRK-STATUS-VPD = '00'
               MOVE 'S' TO WRK-SW-VPD-OK
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0415-EXAMINAR-PEDIDO UNTIL WRK-EOF-ARQ = 'S'
               CLOSE SALE-ORDER-FILE
           ELSE
               MOVE 'VENDPED' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0415-EXAMINAR-PEDIDO.
           READ SALE-ORDER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   PERFORM 0420-REFERENCIAS-PEDIDO
           END-READ.

       0420-REFERENCIAS-PEDIDO.
           MOVE 'VENDPED' TO WRK-ORF-ARQUIVO.
           MOVE SPACES TO WRK-ORF-CHAVE.
           STRING VPD-VENDA '/' VPD-PEDIDO
               DELIMITED BY SIZE INTO WRK-ORF-CHAVE.
           IF WRK-SW-CLI-OK = 'S'
               MOVE VPD-CLIENTE TO WRK-CLI-PROCURADO
               PERFORM 0920-PROCURAR-CLIENTE
               IF WRK-SW-ACHADO = 'N'
                   MOVE 'CLIENTE' TO WRK-ORF-CAMPO
                   MOVE VPD-CLIENTE TO WRK-ORF-VALOR
                   MOVE 'CLIFILE' TO WRK-ORF-DESTINO
                   PERFORM 0800-REGISTRAR-ORFAO
               END-IF
           END-IF.
           IF WRK-SW-PRD-OK = 'S'
               MOVE VPD-PRODUTO TO WRK-PRD-PROCURADO
               PERFORM 0930-PROCURAR-PRODUTO
               IF WRK-SW-ACHADO = 'N'
                   MOVE 'PRODUTO' TO WRK-ORF-CAMPO
                   MOVE VPD-PRODUTO TO WRK-ORF-VALOR
                   MOVE 'PRODFILE' TO WRK-ORF-DESTINO
                   PERFORM 0800-REGISTRAR-ORFAO
               END-IF
           END-IF.
           PERFORM 0425-MARCAR-CANCELAMENTO
               VARYING WRK-IDX-PCN FROM 1 BY 1
               UNTIL WRK-IDX-PCN > WRK-QTD-PCN.

       0425-MARCAR-CANCELAMENTO.
           IF WRK-TAB-PCN-PEDIDO(WRK-IDX-PCN) = VPD-PEDIDO
               MOVE 'S' TO WRK-TAB-PCN-SW-VENDA(WRK-IDX-PCN)
           END-IF.

       0430-CONFERIR-MOVIMENTO.
           OPEN INPUT SALES-TRANSACTION-FILE.
           IF WRK-STATUS-TXN = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0435-EXAMINAR-MOVIMENTO
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE SALES-TRANSACTION-FILE
           ELSE
               MOVE 'SALESTXN' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0435-EXAMINAR-MOVIMENTO.
           READ SALES-TRANSACTION-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   PERFORM 0440-REFERENCIAS-MOVIMENTO
           END-READ.

       0440-REFERENCIAS-MOVIMENTO.
      * CLIENTE ZERADO (OU EM BRANCO NO MOVIMENTO ANTIGO) E
      * VENDA DE BALCAO E NAO E CONFERIDO.
           MOVE 'SALESTXN' TO WRK-ORF-ARQUIVO.
           MOVE SPACES TO WRK-ORF-CHAVE.
           STRING STX-DATA '/' STX-NUMERO '/' STX-VENDEDOR
               DELIMITED BY SIZE INTO WRK-ORF-CHAVE.
           IF WRK-SW-VND-OK = 'S'
               MOVE STX-VENDEDOR TO WRK-VND-PROCURADO
               PERFORM 0910-PROCURAR-VENDEDOR
               IF WRK-SW-ACHADO = 'N'
                   MOVE 'VENDEDOR' TO WRK-ORF-CAMPO
                   MOVE STX-VENDEDOR TO WRK-ORF-VALOR
                   MOVE 'SELLMAST' TO WRK-ORF-DESTINO
                   PERFORM 0800-REGISTRAR-ORFAO
               END-IF
           END-IF.
           IF WRK-SW-PRD-OK = 'S'
               MOVE STX-PRODUTO TO WRK-PRD-PROCURADO
               PERFORM 0930-PROCURAR-PRODUTO
               IF WRK-SW-ACHADO = 'N'
                   MOVE 'PRODUTO' TO WRK-ORF-CAMPO
                   MOVE STX-PRODUTO TO WRK-ORF-VALOR
                   MOVE 'PRODFILE' TO WRK-ORF-DESTINO
                   PERFORM 0800-REGISTRAR-ORFAO
               END-IF
           END-IF.
           IF WRK-SW-CLI-OK = 'S' AND STX-CLIENTE NUMERIC
               IF STX-CLIENTE > 0
                   MOVE STX-CLIENTE TO WRK-CLI-PROCURADO
                   PERFORM 0920-PROCURAR-CLIENTE
                   IF WRK-SW-ACHADO = 'N'
                       MOVE 'CLIENTE' TO WRK-ORF-CAMPO
                       MOVE STX-CLIENTE TO WRK-ORF-VALOR
                       MOVE 'CLIFILE' TO WRK-ORF-DESTINO
                       PERFORM 0800-REGISTRAR-ORFAO
                   END-IF
               END-IF
           END-IF.

       0450-CONFERIR-ESTOQUE.
           OPEN INPUT STOCK-FILE.
           IF WRK-STATUS-EST = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0455-EXAMINAR-ESTOQUE
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE STOCK-FILE
           ELSE
               MOVE 'ESTOQUE' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0455-EXAMINAR-ESTOQUE.
           READ STOCK-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE EST-PRODUTO TO WRK-PRD-PROCURADO
                   PERFORM 0930-PROCURAR-PRODUTO
                   IF WRK-SW-ACHADO = 'N'
                       MOVE 'ESTOQUE' TO WRK-ORF-ARQUIVO
                       MOVE EST-PRODUTO TO WRK-ORF-CHAVE
                       MOVE 'PRODUTO' TO WRK-ORF-CAMPO
                       MOVE EST-PRODUTO TO WRK-ORF-VALOR
                       MOVE 'PRODFILE' TO WRK-ORF-DESTINO
                       PERFORM 0800-REGISTRAR-ORFAO
                   END-IF
           END-READ.

       0460-CONFERIR-RECEBIMENTOS.
           OPEN INPUT GOODS-RECEIPT-FILE.
           IF WRK-STATUS-RCB = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0465-EXAMINAR-RECEBIMENTO
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE GOODS-RECEIPT-FILE
           ELSE
               MOVE 'RECEBMER' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0465-EXAMINAR-RECEBIMENTO.
           READ GOODS-RECEIPT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE RCB-PRODUTO TO WRK-PRD-PROCURADO
                   PERFORM 0930-PROCURAR-PRODUTO
                   IF WRK-SW-ACHADO = 'N'
                       MOVE 'RECEBMER' TO WRK-ORF-ARQUIVO
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING RCB-NOTA '/' RCB-PRODUTO
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       MOVE 'PRODUTO' TO WRK-ORF-CAMPO
                       MOVE RCB-PRODUTO TO WRK-ORF-VALOR
                       MOVE 'PRODFILE' TO WRK-ORF-DESTINO
                       PERFORM 0800-REGISTRAR-ORFAO
                   END-IF
           END-READ.

       0470-CONFERIR-LIBERACOES.
           OPEN INPUT CREDIT-RELEASE-FILE.
           IF WRK-STATUS-LIB = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0475-EXAMINAR-LIBERACAO
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE CREDIT-RELEASE-FILE
           ELSE
               MOVE 'LIBCRED' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0475-EXAMINAR-LIBERACAO.
           READ CREDIT-RELEASE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE LIB-CLIENTE TO WRK-CLI-PROCURADO
                   PERFORM 0920-PROCURAR-CLIENTE
                   IF WRK-SW-ACHADO = 'N'
                       MOVE 'LIBCRED' TO WRK-ORF-ARQUIVO
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING LIB-PEDIDO '/' LIB-DATA
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       MOVE 'CLIENTE' TO WRK-ORF-CAMPO
                       MOVE LIB-CLIENTE TO WRK-ORF-VALOR
                       MOVE 'CLIFILE' TO WRK-ORF-DESTINO
                       PERFORM 0800-REGISTRAR-ORFAO
                   END-IF
           END-READ.

       0480-CONFERIR-POSICAO-CRED.
           OPEN INPUT CREDIT-POSITION-FILE.
           IF WRK-STATUS-POS = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0485-EXAMINAR-POSICAO-CRED
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE CREDIT-POSITION-FILE
           ELSE
               MOVE 'POSCRED' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0485-EXAMINAR-POSICAO-CRED.
           READ CREDIT-POSITION-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE PCR-CLIENTE TO WRK-CLI-PROCURADO
                   PERFORM 0920-PROCURAR-CLIENTE
                   IF WRK-SW-ACHADO = 'N'
                       MOVE 'POSCRED' TO WRK-ORF-ARQUIVO
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING PCR-CLIENTE '/' PCR-DATA-REF
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       MOVE 'CLIENTE' TO WRK-ORF-CAMPO
                       MOVE PCR-CLIENTE TO WRK-ORF-VALOR
                       MOVE 'CLIFILE' TO WRK-ORF-DESTINO
                       PERFORM 0800-REGISTRAR-ORFAO
                   END-IF
           END-READ.

       0490-CONFERIR-CANCELAMENTOS.
      * OS CANCELAMENTOS JA FORAM CARREGADOS (0160) E MARCADOS NA
      * PASSADA DO VENDPED (0425); O QUE SOBROU SEM MARCA E
      * PEDIDO GERADO QUE O VENDPED NAO CONHECE. O PEDIDO JA ESTA
      * CANCELADO, POR ISSO E AVISO.
           MOVE 'PEDCANC' TO WRK-ORF-ARQUIVO.
           MOVE 'VENDPED' TO WRK-ORF-DESTINO.
           EVALUATE TRUE
               WHEN WRK-SW-PCN-LIDO = 'N'
                   PERFORM 0860-ARQUIVO-AUSENTE
               WHEN WRK-SW-PCN-OK = 'N' OR WRK-SW-VPD-OK = 'N'
                   PERFORM 0850-CONFERENCIA-NAO-FEITA
               WHEN OTHER
                   PERFORM 0495-CANCELAMENTO-SEM-VENDA
                       VARYING WRK-IDX-PCN FROM 1 BY 1
                       UNTIL WRK-IDX-PCN > WRK-QTD-PCN
           END-EVALUATE.

       0495-CANCELAMENTO-SEM-VENDA.
           IF WRK-TAB-PCN-SW-VENDA(WRK-IDX-PCN) = 'N'
               MOVE 'PEDCANC' TO WRK-ORF-ARQUIVO
               MOVE SPACES TO WRK-ORF-CHAVE
               MOVE WRK-TAB-PCN-PEDIDO(WRK-IDX-PCN) TO WRK-ORF-CHAVE
               MOVE 'PEDIDO' TO WRK-ORF-CAMPO
               MOVE WRK-TAB-PCN-PEDIDO(WRK-IDX-PCN) TO WRK-ORF-VALOR
               MOVE 'VENDPED' TO WRK-ORF-DESTINO
               MOVE 'A' TO WRK-ORF-SEVERIDADE
               PERFORM 0800-REGISTRAR-ORFAO
           END-IF.

      *-----------------------------------------------
      * ESCOLA: HISTORICO, MENSALIDADES E PROFESSORES
      *-----------------------------------------------
       0500-CONFERIR-ESCOLA.
           IF WRK-SW-ALU-OK = 'N'
               MOVE 'TRANSCPT' TO WRK-ORF-ARQUIVO
               MOVE 'ALUNMAST' TO WRK-ORF-DESTINO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
               MOVE 'MENSTIT' TO WRK-ORF-ARQUIVO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
               MOVE 'PROFMAST' TO WRK-ORF-ARQUIVO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
               MOVE 'ANORES' TO WRK-ORF-ARQUIVO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
           ELSE
               PERFORM 0510-CONFERIR-HISTORICO
               PERFORM 0530-CONFERIR-MENSALIDADES
               PERFORM 0540-CONFERIR-RESULTADOS
           END-IF.
           PERFORM 0550-CONFERIR-PROFESSORES.

       0510-CONFERIR-HISTORICO.
      * NA MESMA PASSADA MARCA OS ALUNOS QUE TEM NOTA NO ANO
      * LETIVO DA TURMA (ANO ZERO: REGISTRO ANTIGO, QUALQUER ANO
      * SERVE).
           OPEN INPUT TRANSCRIPT-FILE.
           IF WRK-STATUS-TRAN = '00'
               MOVE 'S' TO WRK-SW-TRN-OK
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0515-EXAMINAR-HISTORICO
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE TRANSCRIPT-FILE
           ELSE
               MOVE 'TRANSCPT' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.
           IF WRK-SW-TRN-OK = 'S'
               PERFORM 0520-ALUNO-SEM-HISTORICO
                   VARYING WRK-ALU-IDX FROM 1 BY 1
                   UNTIL WRK-ALU-IDX > WRK-ALU-QTD
           ELSE
               MOVE 'ALUNMAST' TO WRK-ORF-ARQUIVO
               MOVE 'TRANSCPT' TO WRK-ORF-DESTINO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
           END-IF.

       0515-EXAMINAR-HISTORICO.
           READ TRANSCRIPT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE TR-MATRICULA TO WRK-ALU-PROCURADO
                   PERFORM 9150-LOCALIZAR-ALUNO
                   IF WRK-ALU-SW-ACHADO = 'S'
                       IF WRK-TAB-ALU-ANO(WRK-ALU-IDX-ACHADO) = 0
                          OR WRK-TAB-ALU-ANO(WRK-ALU-IDX-ACHADO)
                             = TR-ANO
                           MOVE 'S' TO
                             WRK-TAB-ALU-TEM-HIST(WRK-ALU-IDX-ACHADO)
                       END-IF
                   ELSE
                       MOVE 'TRANSCPT' TO WRK-ORF-ARQUIVO
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING TR-MATRICULA '/' TR-DISCIPLINA '/'
                           TR-ANO '/' TR-TERMO
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       MOVE 'MATRICULA' TO WRK-ORF-CAMPO
                       MOVE TR-MATRICULA TO WRK-ORF-VALOR
                       MOVE 'ALUNMAST' TO WRK-ORF-DESTINO
                       PERFORM 0800-REGISTRAR-ORFAO
                   END-IF
           END-READ.

       0520-ALUNO-SEM-HISTORICO.
      * SO O ALUNO CURSANDO (SITUACAO EM BRANCO) PRECISA TER NOTA
      * NO ANO; NO INICIO DO ANO LETIVO E NORMAL FALTAR, POR ISSO
      * E AVISO.
           IF WRK-TAB-ALU-SIT(WRK-ALU-IDX) = SPACE
              AND WRK-TAB-ALU-TEM-HIST(WRK-ALU-IDX) = 'N'
               MOVE 'ALUNMAST' TO WRK-ORF-ARQUIVO
               MOVE WRK-TAB-ALU-MATR(WRK-ALU-IDX) TO WRK-ORF-CHAVE
               MOVE 'TURMA' TO WRK-ORF-CAMPO
               MOVE WRK-TAB-ALU-TURMA(WRK-ALU-IDX) TO WRK-ORF-VALOR
               MOVE 'SEM NOTA NO' TO WRK-ORF-SITUACAO
               MOVE 'TRANSCPT' TO WRK-ORF-DESTINO
               MOVE 'A' TO WRK-ORF-SEVERIDADE
               PERFORM 0800-REGISTRAR-ORFAO
           END-IF.

       0530-CONFERIR-MENSALIDADES.
           OPEN INPUT TUITION-TITLE-FILE.
           IF WRK-STATUS-MNT = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0535-EXAMINAR-MENSALIDADE
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE TUITION-TITLE-FILE
           ELSE
               MOVE 'MENSTIT' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0535-EXAMINAR-MENSALIDADE.
           READ TUITION-TITLE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE MNT-MATRICULA TO WRK-ALU-PROCURADO
                   PERFORM 9150-LOCALIZAR-ALUNO
                   IF WRK-ALU-SW-ACHADO = 'N'
                       MOVE 'MENSTIT' TO WRK-ORF-ARQUIVO
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING MNT-COMPETENCIA '/' MNT-MATRICULA
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       MOVE 'MATRICULA' TO WRK-ORF-CAMPO
                       MOVE MNT-MATRICULA TO WRK-ORF-VALOR
                       MOVE 'ALUNMAST' TO WRK-ORF-DESTINO
                       PERFORM 0800-REGISTRAR-ORFAO
                   END-IF
           END-READ.

       0540-CONFERIR-RESULTADOS.
      * O ANORES ACUMULA TODOS OS ANOS; O ALUNO QUE CONCLUIU OU
      * SAIU CONTINUA NO ALUNMAST MARCADO, ENTAO ORFAO E ERRO.
           OPEN INPUT YEAR-RESULT-FILE.
           IF WRK-STATUS-RES = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0545-EXAMINAR-RESULTADO
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE YEAR-RESULT-FILE
           ELSE
               MOVE 'ANORES' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0545-EXAMINAR-RESULTADO.
           READ YEAR-RESULT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE RA-MATRICULA TO WRK-ALU-PROCURADO
                   PERFORM 9150-LOCALIZAR-ALUNO
                   IF WRK-ALU-SW-ACHADO = 'N'
                       MOVE 'ANORES' TO WRK-ORF-ARQUIVO
                       MOVE SPACES TO WRK-ORF-CHAVE
                       STRING RA-ANO '/' RA-MATRICULA '/'
                           RA-DISCIPLINA
                           DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                       MOVE 'MATRICULA' TO WRK-ORF-CAMPO
                       MOVE RA-MATRICULA TO WRK-ORF-VALOR
                       MOVE 'ALUNMAST' TO WRK-ORF-DESTINO
                       PERFORM 0800-REGISTRAR-ORFAO
                   END-IF
           END-READ.

       0550-CONFERIR-PROFESSORES.
      * PROFESSOR FORA DO USERMAST E ERRO (NAO CONSEGUE LANCAR
      * NOTA); TURMA SEM NENHUM ALUNO CURSANDO E AVISO (SOBRA DE
      * ATRIBUICAO DO ANO ANTERIOR).
           IF WRK-SW-USR-OK = 'N'
               MOVE 'PROFMAST' TO WRK-ORF-ARQUIVO
               MOVE 'USERMAST' TO WRK-ORF-DESTINO
               PERFORM 0850-CONFERENCIA-NAO-FEITA
           END-IF.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WRK-STATUS-PRF = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0555-EXAMINAR-PROFESSOR
                   UNTIL WRK-EOF-ARQ = 'S'
               CLOSE TEACHER-MASTER-FILE
           ELSE
               MOVE 'PROFMAST' TO WRK-ORF-ARQUIVO
               PERFORM 0860-ARQUIVO-AUSENTE
           END-IF.

       0555-EXAMINAR-PROFESSOR.
           READ TEACHER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   PERFORM 0560-REFERENCIAS-PROFESSOR
           END-READ.

       0560-REFERENCIAS-PROFESSOR.
           MOVE 'PROFMAST' TO WRK-ORF-ARQUIVO.
           MOVE SPACES TO WRK-ORF-CHAVE.
           STRING PRF-USUARIO DELIMITED BY SPACE
               '/' PRF-TURMA '/' PRF-DISCIPLINA
               DELIMITED BY SIZE INTO WRK-ORF-CHAVE.
           IF WRK-SW-USR-OK = 'S'
               MOVE PRF-USUARIO TO UM-USUARIO
               PERFORM 0970-PROCURAR-USUARIO
               IF WRK-SW-ACHADO = 'N'
                   MOVE 'USUARIO' TO WRK-ORF-CAMPO
                   MOVE PRF-USUARIO TO WRK-ORF-VALOR
                   MOVE 'USERMAST' TO WRK-ORF-DESTINO
                   PERFORM 0800-REGISTRAR-ORFAO
               END-IF
           END-IF.
           IF WRK-SW-ALU-OK = 'S'
               MOVE PRF-TURMA TO WRK-TURMA-PROCURADA
               PERFORM 0940-PROCURAR-TURMA
               IF WRK-SW-ACHADO = 'N'
                   MOVE 'TURMA' TO WRK-ORF-CAMPO
                   MOVE PRF-TURMA TO WRK-ORF-VALOR
                   MOVE 'SEM ALUNO NO' TO WRK-ORF-SITUACAO
                   MOVE 'ALUNMAST' TO WRK-ORF-DESTINO
                   MOVE 'A' TO WRK-ORF-SEVERIDADE
                   PERFORM 0800-REGISTRAR-ORFAO
               END-IF
           END-IF.

      *-----------------------------------------------
      * SEGURANCA: PERFIS DA MATRIZ X PERFIS DOS USUARIOS
      *-----------------------------------------------
       0600-CONFERIR-SEGURANCA.
      * A MATRIZ JA ESTA EM WRK-TAB-PERM (CARREGADA PELA 9200 NA
      * AUTORIZACAO). USUARIO ATIVO COM PERFIL SEM NENHUMA LINHA
      * NA MATRIZ E PERFIL DA MATRIZ QUE NINGUEM ATIVO TEM SAO
      * AVISO: NAO ABREM ACESSO, MAS SAO LIXO DE CONFIGURACAO.
           MOVE 'PERMFILE' TO WRK-ORF-ARQUIVO.
           MOVE 'USERMAST' TO WRK-ORF-DESTINO.
           IF WRK-SW-USR-OK = 'N' OR WRK-PERM-ESTOUROU = 'S'
               PERFORM 0850-CONFERENCIA-NAO-FEITA
           ELSE
               MOVE ZEROS TO WRK-QTD-PFL
               PERFORM 0610-PERFIL-DA-MATRIZ
                   VARYING WRK-PERM-IDX FROM 1 BY 1
                   UNTIL WRK-PERM-IDX > WRK-PERM-QTD
               MOVE LOW-VALUES TO UM-USUARIO
               MOVE 'N' TO WRK-EOF-ARQ
               START USER-MASTER-FILE
                   KEY IS NOT LESS THAN UM-USUARIO
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF-ARQ
               END-START
               PERFORM 0620-EXAMINAR-USUARIO
                   UNTIL WRK-EOF-ARQ = 'S'
               PERFORM 0640-PERFIL-SEM-USUARIO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-PFL
           END-IF.

       0610-PERFIL-DA-MATRIZ.
           MOVE WRK-TAB-PERM-PERFIL(WRK-PERM-IDX)
               TO WRK-PFL-PROCURADO.
           PERFORM 0950-REGISTRAR-PERFIL.
           IF WRK-SW-ACHADO = 'S'
               MOVE 'S' TO WRK-TAB-PFL-SW-MATRIZ(WRK-IDX-ACHADO)
           END-IF.

       0620-EXAMINAR-USUARIO.
           READ USER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   IF UM-SW-ATIVO NOT = 'N'
                       PERFORM 0630-PERFIL-DO-USUARIO
                   END-IF
           END-READ.

       0630-PERFIL-DO-USUARIO.
           MOVE UM-PERFIL TO WRK-PFL-PROCURADO.
           PERFORM 0950-REGISTRAR-PERFIL.
           IF WRK-SW-ACHADO = 'S'
               MOVE 'S' TO WRK-TAB-PFL-SW-USUARIO(WRK-IDX-ACHADO)
               IF WRK-TAB-PFL-SW-MATRIZ(WRK-IDX-ACHADO) = 'N'
                   MOVE 'USERMAST' TO WRK-ORF-ARQUIVO
                   MOVE UM-USUARIO TO WRK-ORF-CHAVE
                   MOVE 'PERFIL' TO WRK-ORF-CAMPO
                   MOVE UM-PERFIL TO WRK-ORF-VALOR
                   MOVE 'PERMFILE' TO WRK-ORF-DESTINO
                   MOVE 'A' TO WRK-ORF-SEVERIDADE
                   PERFORM 0800-REGISTRAR-ORFAO
               END-IF
           END-IF.

       0640-PERFIL-SEM-USUARIO.
           IF WRK-TAB-PFL-SW-MATRIZ(WRK-IDX) = 'S'
              AND WRK-TAB-PFL-SW-USUARIO(WRK-IDX) = 'N'
               MOVE 'PERMFILE' TO WRK-ORF-ARQUIVO
               MOVE WRK-TAB-PFL-PERFIL(WRK-IDX) TO WRK-ORF-CHAVE
               MOVE 'PERFIL' TO WRK-ORF-CAMPO
               MOVE WRK-TAB-PFL-PERFIL(WRK-IDX) TO WRK-ORF-VALOR
               MOVE 'SEM ATIVO NO' TO WRK-ORF-SITUACAO
               MOVE 'USERMAST' TO WRK-ORF-DESTINO
               MOVE 'A' TO WRK-ORF-SEVERIDADE
               PERFORM 0800-REGISTRAR-ORFAO
           END-IF.

       0700-FINALIZAR.
           STRING 'RESUMO - REGISTROS LIDOS: ' WRK-QT-LIDOS
               ' ORFAOS: ' WRK-QT-ORFAOS
               ' ERROS: ' WRK-QT-ERROS
               ' AVISOS: ' WRK-QT-AVISOS
               ' CONFERENCIAS NAO FEITAS: ' WRK-QT-NAO-FEITAS
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0890-GRAVAR-LINHA.
           CLOSE INTEGRITY-REPORT-FILE.
           IF WRK-SW-USR-OK = 'S'
               CLOSE USER-MASTER-FILE
           END-IF.
           EVALUATE TRUE
               WHEN WRK-QT-ERROS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QT-AVISOS > 0 OR WRK-QT-NAO-FEITAS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *-----------------------------------------------
      * RELATO DOS ACHADOS
      *-----------------------------------------------
       0800-REGISTRAR-ORFAO.
      * UMA LINHA NO INTEGRPT E UMA OCORRENCIA NO EXCPLOG POR
      * ACHADO, COM A MESMA SEVERIDADE, PARA O MONITOR-EXCECAO
      * CONTAR NA NOITE SEGUINTE.
           ADD 1 TO WRK-QT-ORFAOS.
           IF WRK-ORF-SEVERIDADE = 'A'
               ADD 1 TO WRK-QT-AVISOS
           ELSE
               ADD 1 TO WRK-QT-ERROS
           END-IF.
           STRING WRK-ORF-SEVERIDADE ' ' WRK-ORF-ARQUIVO ' '
               WRK-ORF-CHAVE ' ' WRK-ORF-CAMPO ' '
               WRK-ORF-VALOR ' ' WRK-ORF-SITUACAO ' '
               WRK-ORF-DESTINO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE 'INTEGRIDADE-CADASTRO' TO WRK-EXCP-PROGRAMA.
           MOVE SPACES TO WRK-EXCP-MENSAGEM.
      * A MENSAGEM TEM 40 POSICOES: O PAR DE ARQUIVOS VEM NA
      * FRENTE E A CHAVE LONGA E QUE PERDE O FINAL; O DETALHE
      * COMPLETO FICA NO INTEGRPT.
           STRING WRK-ORF-ARQUIVO DELIMITED BY SPACE
               ' X ' DELIMITED BY SIZE
               WRK-ORF-DESTINO DELIMITED BY SPACE
               ' ' WRK-ORF-CHAVE DELIMITED BY SIZE
               INTO WRK-EXCP-MENSAGEM.
           MOVE WRK-ORF-SEVERIDADE TO WRK-EXCP-SEVERIDADE.
           PERFORM 9000-REGISTRAR-EXCECAO.
           MOVE 'AUSENTE DE' TO WRK-ORF-SITUACAO.
           MOVE 'E' TO WRK-ORF-SEVERIDADE.

       0850-CONFERENCIA-NAO-FEITA.
      * CADASTRO DE REFERENCIA AUSENTE OU MAIOR QUE A TABELA:
      * CONFERIR ASSIM ACUSARIA ORFAO FALSO EM TODO REGISTRO.
           ADD 1 TO WRK-QT-NAO-FEITAS.
           STRING '* CONFERENCIA ' WRK-ORF-ARQUIVO ' X '
               WRK-ORF-DESTINO ' NAO FEITA - '
               WRK-ORF-DESTINO ' AUSENTE OU MAIOR QUE A TABELA'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0890-GRAVAR-LINHA.

       0860-ARQUIVO-AUSENTE.
      * ARQUIVO DE HISTORICO AINDA NAO CRIADO: NADA A CONFERIR.
           STRING '* ' WRK-ORF-ARQUIVO
               ' AUSENTE OU VAZIO - NADA A CONFERIR'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0890-GRAVAR-LINHA.

       0870-MATRICULA-AUSENTE.
           MOVE 'MATRICULA' TO WRK-ORF-CAMPO.
           MOVE WRK-MATR-PROCURADA TO WRK-ORF-VALOR.
           MOVE 'EMPFILE' TO WRK-ORF-DESTINO.
           PERFORM 0800-REGISTRAR-ORFAO.

       0890-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           DISPLAY WRK-LINHA-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.

      *-----------------------------------------------
      * PROCURAS NOS CADASTROS
      *-----------------------------------------------
       0900-PROCURAR-DEPTO.
           MOVE 'N' TO WRK-SW-ACHADO.
           PERFORM 0905-COMPARAR-DEPTO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-DEP
                  OR WRK-SW-ACHADO = 'S'.

       0905-COMPARAR-DEPTO.
           IF WRK-TAB-DEP-CODIGO(WRK-IDX) = WRK-DEP-PROCURADO
               MOVE 'S' TO WRK-SW-ACHADO
           END-IF.

       0910-PROCURAR-VENDEDOR.
           MOVE 'N' TO WRK-SW-ACHADO.
           PERFORM 0915-COMPARAR-VENDEDOR
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-VND
                  OR WRK-SW-ACHADO = 'S'.

       0915-COMPARAR-VENDEDOR.
           IF WRK-TAB-VND-CODIGO(WRK-IDX) = WRK-VND-PROCURADO
               MOVE 'S' TO WRK-SW-ACHADO
           END-IF.

       0920-PROCURAR-CLIENTE.
           MOVE 'N' TO WRK-SW-ACHADO.
           PERFORM 0925-COMPARAR-CLIENTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-CLI
                  OR WRK-SW-ACHADO = 'S'.

       0925-COMPARAR-CLIENTE.
           IF WRK-TAB-CLI-CODIGO(WRK-IDX) = WRK-CLI-PROCURADO
               MOVE 'S' TO WRK-SW-ACHADO
           END-IF.

       0930-PROCURAR-PRODUTO.
           MOVE 'N' TO WRK-SW-ACHADO.
           PERFORM 0935-COMPARAR-PRODUTO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PRD
                  OR WRK-SW-ACHADO = 'S'.

       0935-COMPARAR-PRODUTO.
           IF WRK-TAB-PRD-CODIGO(WRK-IDX) = WRK-PRD-PROCURADO
               MOVE 'S' TO WRK-SW-ACHADO
           END-IF.

       0940-PROCURAR-TURMA.
      * TURMA VALE SE TEM AO MENOS UM ALUNO CURSANDO.
           MOVE 'N' TO WRK-SW-ACHADO.
           PERFORM 0945-COMPARAR-TURMA
               VARYING WRK-ALU-IDX FROM 1 BY 1
               UNTIL WRK-ALU-IDX > WRK-ALU-QTD
                  OR WRK-SW-ACHADO = 'S'.

       0945-COMPARAR-TURMA.
           IF WRK-TAB-ALU-TURMA(WRK-ALU-IDX) = WRK-TURMA-PROCURADA
              AND WRK-TAB-ALU-SIT(WRK-ALU-IDX) = SPACE
               MOVE 'S' TO WRK-SW-ACHADO
           END-IF.

       0950-REGISTRAR-PERFIL.
      * PROCURA O PERFIL NA TABELA E INCLUI SE NOVO; A POSICAO
      * FICA EM WRK-IDX-ACHADO (O VARYING PASSA UMA ALEM).
           MOVE 'N' TO WRK-SW-ACHADO.
           PERFORM 0955-COMPARAR-PERFIL
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PFL
                  OR WRK-SW-ACHADO = 'S'.
           IF WRK-SW-ACHADO = 'N'
               IF WRK-QTD-PFL < 50
                   ADD 1 TO WRK-QTD-PFL
                   MOVE WRK-QTD-PFL TO WRK-IDX-ACHADO
                   MOVE WRK-PFL-PROCURADO
                       TO WRK-TAB-PFL-PERFIL(WRK-IDX-ACHADO)
                   MOVE 'N' TO WRK-TAB-PFL-SW-MATRIZ(WRK-IDX-ACHADO)
                   MOVE 'N' TO WRK-TAB-PFL-SW-USUARIO(WRK-IDX-ACHADO)
                   MOVE 'S' TO WRK-SW-ACHADO
               ELSE
                   DISPLAY 'TABELA DE PERFIS CHEIA - IGNORADO: '
                       WRK-PFL-PROCURADO
               END-IF
           END-IF.

       0955-COMPARAR-PERFIL.
           IF WRK-TAB-PFL-PERFIL(WRK-IDX) = WRK-PFL-PROCURADO
               MOVE 'S' TO WRK-SW-ACHADO
               MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.

       0960-PROCURAR-EMPREGADO.
           MOVE WRK-MATR-PROCURADA TO EMP-MATRICULA.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-SW-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-ACHADO
           END-READ.

       0980-PROCURAR-TRANSPORTADORA.
           MOVE 'N' TO WRK-SW-ACHADO.
           PERFORM 0985-COMPARAR-TRANSPORTADORA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-TRP
                  OR WRK-SW-ACHADO = 'S'.

       0985-COMPARAR-TRANSPORTADORA.
           IF WRK-TAB-TRP-CODIGO(WRK-IDX) = WRK-TRP-PROCURADA
               MOVE 'S' TO WRK-SW-ACHADO
           END-IF.

       0970-PROCURAR-USUARIO.
      * O CHAMADOR JA MOVEU A CHAVE PARA UM-USUARIO.
           READ USER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-SW-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-ACHADO
           END-READ.

           COPY 'ALUCHK.CPY'.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'RUNLOG.CPY'.
