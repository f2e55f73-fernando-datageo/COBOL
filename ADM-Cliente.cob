       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADM-CLIENTE.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: MANUTENCAO DO CADASTRO DE CLIENTES (CLIFILE):
      * INCLUIR, ALTERAR, INATIVAR/REATIVAR E CONSULTAR, NOS
      * MOLDES DE ADM-PARAMETRO (ARQUIVO CARREGADO EM TABELA E
      * REGRAVADO NA SAIDA), COM GERACAO DE BACKUP E TRILHA
      * AUDITLOG
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: O CLIFILE ERA EDITADO A MAO
      *              E UM ERRO DE COLUNA NA UF OU NO LIMITE SO
      *              APARECIA NA CRITICA DOS PEDIDOS. A ENTRADA E
      *              CRITICADA (CODIGO NUMERICO E UNICO, UF
      *              VALIDA, PRAZO E LIMITE NUMERICOS), O CLIENTE
      *              E INATIVADO EM VEZ DE EXCLUIDO (TITULOS E
      *              PEDIDOS ANTIGOS CONTINUAM APONTANDO PARA
      *              ELE) E CADA ALTERACAO FICA NA TRILHA.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CLISEL.CPY'.
           COPY 'SYSSEL.CPY'.
           COPY 'BKPSEL.CPY'.
           COPY 'AUDSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'CLIFD.CPY'.

           COPY 'SYSFD.CPY'.

           COPY 'BKPFD.CPY'.

           COPY 'AUDFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'CLIWS.CPY'.
           COPY 'SYSWS.CPY'.
           COPY 'BKPWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-AUDIT   PIC X(02) VALUE SPACES.
       77 WRK-OPCAO-CLIENTE  PIC 9(01) VALUE ZEROS.
       77 WRK-EOF-CLI        PIC X(01) VALUE 'N'.
       77 WRK-CLI-ESTOUROU   PIC X(01) VALUE 'N'.
       77 WRK-SW-ALTERADO    PIC X(01) VALUE 'N'.
       77 WRK-SW-CLI-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-SW-CODIGO-OK   PIC X(01) VALUE 'N'.
       77 WRK-SW-DADOS-OK    PIC X(01) VALUE 'N'.
       77 WRK-SW-UF-OK       PIC X(01) VALUE 'N'.
       77 WRK-CLI-QTD        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-LISTA      PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-CLI-ACHADO PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-UF         PIC 9(02) VALUE ZEROS COMP.
       77 WRK-CODIGO-TXT     PIC X(05) VALUE SPACES.
       77 WRK-CODIGO         PIC 9(05) VALUE ZEROS.
       77 WRK-NOME           PIC X(30) VALUE SPACES.
       77 WRK-UF             PIC X(02) VALUE SPACES.
       01 WRK-PRAZO-TXT      PIC X(03) VALUE SPACES.
       01 WRK-PRAZO-TXT-N REDEFINES WRK-PRAZO-TXT
                             PIC 9(03).
       01 WRK-LIMITE-TXT     PIC X(11) VALUE SPACES.
       01 WRK-LIMITE-TXT-N REDEFINES WRK-LIMITE-TXT
                             PIC 9(09)V99.
       77 WRK-COND-PAGTO     PIC X(10) VALUE SPACES.
       77 WRK-LIMITE-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-MENSAGEM-AUD   PIC X(25) VALUE SPACES.
       01 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
      * UNIDADES DA FEDERACAO ACEITAS NO CADASTRO.
       01 WRK-UFS-VALIDAS.
           05 FILLER PIC X(18) VALUE 'ACALAMAPBACEDFESGO'.
           05 FILLER PIC X(18) VALUE 'MAMGMSMTPAPBPEPIPR'.
           05 FILLER PIC X(18) VALUE 'RJRNRORRRSSCSESPTO'.
       01 WRK-TABELA-UF REDEFINES WRK-UFS-VALIDAS.
           05 WRK-TAB-UF     PIC X(02) OCCURS 27 TIMES.
      * O CLIFILE INTEIRO EM MEMORIA: CADA ENTRADA E A IMAGEM
      * DO REGISTRO (CUSTOMER-RECORD). O TAMANHO ACOMPANHA A
      * TABELA DE CLIENTES DA CRITICA DE ENTRADA (100), PARA O
      * CADASTRO NAO CRESCER ALEM DO QUE ELA CARREGA.
       01 WRK-TABELA-CLIENTES.
           05 WRK-TAB-CLI OCCURS 100 TIMES.
               10 WRK-TAB-CLI-CODIGO PIC 9(05).
               10 WRK-TAB-CLI-RESTO  PIC X(54).

       SCREEN SECTION.
       01  TS-MENU-CLIENTE.
           05 BLANK SCREEN.
           05 LINE 02 COL 10 VALUE 'CADASTRO DE CLIENTES (CLIFILE)'.
           05 LINE 04 COL 10 VALUE '1 - INCLUIR CLIENTE'.
           05 LINE 05 COL 10 VALUE '2 - ALTERAR CLIENTE'.
           05 LINE 06 COL 10 VALUE '3 - INATIVAR/REATIVAR CLIENTE'.
           05 LINE 07 COL 10 VALUE '4 - CONSULTAR CLIENTE'.
           05 LINE 08 COL 10 VALUE '0 - VOLTAR (GRAVA O ARQUIVO)'.
           05 LINE 10 COL 10 VALUE 'OPCAO: '.
           05 LINE 10 COL 18 PIC 9(01) USING WRK-OPCAO-CLIENTE.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-CARREGAR
               IF WRK-CLI-ESTOUROU = 'S'
      * REGRAVAR A PARTIR DA TABELA APAGARIA OS CLIENTES QUE
      * NAO COUBERAM NELA; O ARQUIVO FICA INTACTO.
                   DISPLAY 'CLIFILE EXCEDE A CAPACIDADE DO'
                       ' PROGRAMA (100) - MANUTENCAO RECUSADA'
                   MOVE 'ADM-CLIENTE' TO WRK-EXCP-PROGRAMA
                   MOVE 'CLIFILE EXCEDE A CAPACIDADE DA TABELA'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0150-GERAR-BACKUP
                   MOVE 1 TO WRK-OPCAO-CLIENTE
                   PERFORM 0200-MENU-CLIENTES
                       UNTIL WRK-OPCAO-CLIENTE = 0
                   IF WRK-SW-ALTERADO = 'S'
                       PERFORM 0900-GRAVAR
                   END-IF
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA CADASTRO DE'
                   ' CLIENTES'
               MOVE 'ADM-CLIENTE' TO WRK-EXCP-PROGRAMA
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
           MOVE 'ADM-CLIENTE' TO WRK-PERM-PROGRAMA.
           MOVE 'MANUTENCAO' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

       0100-CARREGAR.
      * CLIFILE AUSENTE = CADASTRO NOVO, INICIADO VAZIO. O
      * LIMITE EM BRANCO (REGISTRO ANTERIOR AO LIMITE DE
      * CREDITO) E CARREGADO COMO ZERO, QUE TEM O MESMO SENTIDO.
           MOVE ZEROS TO WRK-CLI-QTD.
           MOVE 'N' TO WRK-EOF-CLI.
           OPEN INPUT CUSTOMER-FILE.
           IF WRK-STATUS-CLI = '00'
               PERFORM 0110-LER-CLIENTE
               PERFORM 0120-ARMAZENAR-CLIENTE
                   UNTIL WRK-EOF-CLI = 'S'
               CLOSE CUSTOMER-FILE
           ELSE
               DISPLAY 'CLIFILE INEXISTENTE - CADASTRO INICIADO'
                   ' VAZIO'
           END-IF.
           DISPLAY 'CLIENTES CARREGADOS: ' WRK-CLI-QTD.

       0110-LER-CLIENTE.
           READ CUSTOMER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-CLI
           END-READ.

       0120-ARMAZENAR-CLIENTE.
           IF WRK-CLI-QTD < 100
               ADD 1 TO WRK-CLI-QTD
               IF CLI-LIMITE-CRED NOT NUMERIC
                   MOVE ZEROS TO CLI-LIMITE-CRED
               END-IF
               MOVE CUSTOMER-RECORD TO WRK-TAB-CLI(WRK-CLI-QTD)
           ELSE
               MOVE 'S' TO WRK-CLI-ESTOUROU
           END-IF.
           PERFORM 0110-LER-CLIENTE.

       0150-GERAR-BACKUP.
      * O CLIFILE JA ESTA CARREGADO EM TABELA: A GERACAO E
      * GRAVADA A PARTIR DELA, ANTES DE QUALQUER ALTERACAO,
      * MANTIDAS AS ULTIMAS QT-GERACOES.
           MOVE 'BACKUP' TO WRK-PAR-PROGRAMA.
           MOVE 'QT-GERACOES' TO WRK-PAR-CHAVE.
           MOVE 5 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-BKP-MAXGER.
           ACCEPT WRK-BKP-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-BKP-HORA FROM TIME.
           MOVE SPACES TO WRK-BKP-NOME.
           STRING 'CLIFILE.B' WRK-BKP-DATA WRK-BKP-HORA(1:6)
               DELIMITED BY SIZE INTO WRK-BKP-NOME.
           OPEN OUTPUT BACKUP-GEN-FILE.
           PERFORM 0160-DESCARREGAR-CLIENTE
               VARYING WRK-IDX-LISTA FROM 1 BY 1
               UNTIL WRK-IDX-LISTA > WRK-CLI-QTD.
           CLOSE BACKUP-GEN-FILE.
           MOVE 'CLIFILE' TO WRK-BKP-ARQUIVO.
           PERFORM 9600-REGISTRAR-BACKUP.
           DISPLAY 'BACKUP GERADO: ' WRK-BKP-NOME.

       0160-DESCARREGAR-CLIENTE.
           MOVE SPACES TO BACKUP-GEN-RECORD.
           MOVE WRK-TAB-CLI(WRK-IDX-LISTA)
               TO BACKUP-GEN-RECORD(1:59).
           WRITE BACKUP-GEN-RECORD.

       0200-MENU-CLIENTES.
           DISPLAY TS-MENU-CLIENTE.
           ACCEPT TS-MENU-CLIENTE.
           EVALUATE WRK-OPCAO-CLIENTE
               WHEN 1
                   PERFORM 0300-INCLUIR-CLIENTE
               WHEN 2
                   PERFORM 0400-ALTERAR-CLIENTE
               WHEN 3
                   PERFORM 0500-INATIVAR-CLIENTE
               WHEN 4
                   PERFORM 0600-CONSULTAR-CLIENTE
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0250-PEDIR-CLIENTE.
      * O CODIGO E A CHAVE: DEVE SER NUMERICO E NAO ZERADO.
      * A POSICAO NA TABELA VOLTA EM WRK-IDX-CLI-ACHADO E O
      * REGISTRO EM CUSTOMER-RECORD.
           MOVE 'N' TO WRK-SW-CODIGO-OK.
           PERFORM 0260-PEDIR-CODIGO
               UNTIL WRK-SW-CODIGO-OK = 'S'.
           PERFORM 0270-LOCALIZAR-CLIENTE.

       0260-PEDIR-CODIGO.
           DISPLAY 'CODIGO DO CLIENTE (5 DIGITOS): '
           ACCEPT WRK-CODIGO-TXT.
           EVALUATE TRUE
               WHEN WRK-CODIGO-TXT NOT NUMERIC
                   DISPLAY 'CODIGO DEVE SER NUMERICO'
               WHEN OTHER
                   MOVE WRK-CODIGO-TXT TO WRK-CODIGO
                   IF WRK-CODIGO = 0
                       DISPLAY 'CODIGO NAO PODE SER ZERO'
                   ELSE
                       MOVE 'S' TO WRK-SW-CODIGO-OK
                   END-IF
           END-EVALUATE.

       0270-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-SW-CLI-ACHADO.
           PERFORM 0275-PROCURAR-CLIENTE
               VARYING WRK-IDX-LISTA FROM 1 BY 1
               UNTIL WRK-IDX-LISTA > WRK-CLI-QTD
                  OR WRK-SW-CLI-ACHADO = 'S'.
           IF WRK-SW-CLI-ACHADO = 'S'
               MOVE WRK-TAB-CLI(WRK-IDX-CLI-ACHADO)
                   TO CUSTOMER-RECORD
           END-IF.

       0275-PROCURAR-CLIENTE.
      * O PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA.
           IF WRK-TAB-CLI-CODIGO(WRK-IDX-LISTA) = WRK-CODIGO
               MOVE 'S' TO WRK-SW-CLI-ACHADO
               MOVE WRK-IDX-LISTA TO WRK-IDX-CLI-ACHADO
           END-IF.

       0290-PEDIR-DADOS.
           DISPLAY 'NOME: '
           ACCEPT WRK-NOME.
           DISPLAY 'UF (SIGLA DO ESTADO): '
           ACCEPT WRK-UF.
           DISPLAY 'PRAZO DE PAGAMENTO EM DIAS (3 DIGITOS,'
               ' 000 = A VISTA): '
           ACCEPT WRK-PRAZO-TXT.
           DISPLAY 'LIMITE DE CREDITO (11 DIGITOS, 2 DECIMAIS'
               ' IMPLICITOS, ZERO = SEM LIMITE): '
           ACCEPT WRK-LIMITE-TXT.
           PERFORM 0295-CRITICAR-DADOS.

       0295-CRITICAR-DADOS.
      * CRITICA DE ENTRADA: NOME PREENCHIDO, UF DA TABELA DE
      * ESTADOS, PRAZO E LIMITE NUMERICOS.
           MOVE 'N' TO WRK-SW-DADOS-OK.
           MOVE 'N' TO WRK-SW-UF-OK.
           PERFORM 0297-PROCURAR-UF
               VARYING WRK-IDX-UF FROM 1 BY 1
               UNTIL WRK-IDX-UF > 27
                  OR WRK-SW-UF-OK = 'S'.
           EVALUATE TRUE
               WHEN WRK-NOME = SPACES
                   DISPLAY 'NOME OBRIGATORIO'
               WHEN WRK-SW-UF-OK = 'N'
                   DISPLAY 'UF INVALIDA: ' WRK-UF
               WHEN WRK-PRAZO-TXT NOT NUMERIC
                   DISPLAY 'PRAZO DEVE SER NUMERICO (3 DIGITOS,'
                       ' COM ZEROS A ESQUERDA)'
               WHEN WRK-LIMITE-TXT NOT NUMERIC
                   DISPLAY 'LIMITE DEVE SER NUMERICO (SO DIGITOS)'
               WHEN OTHER
                   MOVE 'S' TO WRK-SW-DADOS-OK
                   PERFORM 0298-MONTAR-COND-PAGTO
           END-EVALUATE.

       0297-PROCURAR-UF.
           IF WRK-TAB-UF(WRK-IDX-UF) = WRK-UF
               MOVE 'S' TO WRK-SW-UF-OK
           END-IF.

       0298-MONTAR-COND-PAGTO.
      * A CONDICAO E GRAVADA NO FORMATO QUE O CONTAS A RECEBER
      * INTERPRETA: 'AVISTA' OU O NUMERO DE DIAS E ' DIAS'.
           MOVE SPACES TO WRK-COND-PAGTO.
           EVALUATE TRUE
               WHEN WRK-PRAZO-TXT-N = 0
                   MOVE 'AVISTA' TO WRK-COND-PAGTO
               WHEN WRK-PRAZO-TXT-N < 10
                   STRING WRK-PRAZO-TXT(3:1) ' DIAS'
                       DELIMITED BY SIZE INTO WRK-COND-PAGTO
               WHEN WRK-PRAZO-TXT-N < 100
                   STRING WRK-PRAZO-TXT(2:2) ' DIAS'
                       DELIMITED BY SIZE INTO WRK-COND-PAGTO
               WHEN OTHER
                   STRING WRK-PRAZO-TXT ' DIAS'
                       DELIMITED BY SIZE INTO WRK-COND-PAGTO
           END-EVALUATE.

       0300-INCLUIR-CLIENTE.
      * CODIGO JA CADASTRADO (MESMO INATIVO) E RECUSADO: O
      * CODIGO NAO E REAPROVEITADO.
           PERFORM 0250-PEDIR-CLIENTE.
           IF WRK-SW-CLI-ACHADO = 'S'
               DISPLAY 'CLIENTE JA CADASTRADO'
               PERFORM 0610-EXIBIR-CLIENTE
           ELSE
               IF WRK-CLI-QTD NOT < 100
                   DISPLAY 'TABELA DE CLIENTES CHEIA'
               ELSE
                   MOVE 'N' TO WRK-SW-DADOS-OK
                   PERFORM 0290-PEDIR-DADOS
                       UNTIL WRK-SW-DADOS-OK = 'S'
                   INITIALIZE CUSTOMER-RECORD
                   MOVE WRK-CODIGO TO CLI-CODIGO
                   PERFORM 0320-MOVER-DADOS
                   MOVE 'A' TO CLI-SITUACAO
                   ADD 1 TO WRK-CLI-QTD
                   MOVE CUSTOMER-RECORD TO WRK-TAB-CLI(WRK-CLI-QTD)
                   MOVE 'S' TO WRK-SW-ALTERADO
                   DISPLAY 'CLIENTE INCLUIDO COM SUCESSO'
                   MOVE SPACES TO WRK-MENSAGEM-AUD
                   STRING 'CLIFILE INCL ' CLI-CODIGO
                       DELIMITED BY SIZE INTO WRK-MENSAGEM-AUD
                   PERFORM 0800-REGISTRAR-AUDITORIA
               END-IF
           END-IF.

       0320-MOVER-DADOS.
           MOVE WRK-NOME          TO CLI-NOME.
           MOVE WRK-UF            TO CLI-UF.
           MOVE WRK-COND-PAGTO    TO CLI-COND-PAGTO.
           MOVE WRK-LIMITE-TXT-N  TO CLI-LIMITE-CRED.

       0400-ALTERAR-CLIENTE.
      * O CADASTRO ATUAL E EXIBIDO E TODOS OS DADOS SAO
      * DIGITADOS DE NOVO; A SITUACAO NAO MUDA AQUI (OPCAO 3).
           PERFORM 0250-PEDIR-CLIENTE.
           IF WRK-SW-CLI-ACHADO = 'N'
               DISPLAY 'CLIENTE NAO ENCONTRADO'
           ELSE
               PERFORM 0610-EXIBIR-CLIENTE
               MOVE 'N' TO WRK-SW-DADOS-OK
               PERFORM 0290-PEDIR-DADOS
                   UNTIL WRK-SW-DADOS-OK = 'S'
               PERFORM 0320-MOVER-DADOS
               MOVE CUSTOMER-RECORD
                   TO WRK-TAB-CLI(WRK-IDX-CLI-ACHADO)
               MOVE 'S' TO WRK-SW-ALTERADO
               DISPLAY 'CLIENTE ALTERADO COM SUCESSO'
               MOVE SPACES TO WRK-MENSAGEM-AUD
               STRING 'CLIFILE ALT ' CLI-CODIGO
                   DELIMITED BY SIZE INTO WRK-MENSAGEM-AUD
               PERFORM 0800-REGISTRAR-AUDITORIA
           END-IF.

       0500-INATIVAR-CLIENTE.
      * O CLIENTE NAO E EXCLUIDO: INATIVO, DEIXA DE RECEBER
      * PEDIDO NOVO NA CRITICA DE ENTRADA. A MESMA OPCAO
      * REATIVA O INATIVO. PEDE CONFIRMACAO.
           PERFORM 0250-PEDIR-CLIENTE.
           IF WRK-SW-CLI-ACHADO = 'N'
               DISPLAY 'CLIENTE NAO ENCONTRADO'
           ELSE
               PERFORM 0610-EXIBIR-CLIENTE
               IF CLI-INATIVO
                   DISPLAY 'CONFIRMA A REATIVACAO (S/N): '
               ELSE
                   DISPLAY 'CONFIRMA A INATIVACAO (S/N): '
               END-IF
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   MOVE SPACES TO WRK-MENSAGEM-AUD
                   IF CLI-INATIVO
                       MOVE 'A' TO CLI-SITUACAO
                       DISPLAY 'CLIENTE REATIVADO'
                       STRING 'CLIFILE REAT ' CLI-CODIGO
                           DELIMITED BY SIZE INTO WRK-MENSAGEM-AUD
                   ELSE
                       MOVE 'I' TO CLI-SITUACAO
                       DISPLAY 'CLIENTE INATIVADO'
                       STRING 'CLIFILE INAT ' CLI-CODIGO
                           DELIMITED BY SIZE INTO WRK-MENSAGEM-AUD
                   END-IF
                   MOVE CUSTOMER-RECORD
                       TO WRK-TAB-CLI(WRK-IDX-CLI-ACHADO)
                   MOVE 'S' TO WRK-SW-ALTERADO
                   PERFORM 0800-REGISTRAR-AUDITORIA
               ELSE
                   DISPLAY 'OPERACAO NAO CONFIRMADA'
               END-IF
           END-IF.

       0600-CONSULTAR-CLIENTE.
      * CODIGO EM BRANCO LISTA O CADASTRO INTEIRO.
           DISPLAY 'CODIGO DO CLIENTE (EM BRANCO = TODOS): '
           ACCEPT WRK-CODIGO-TXT.
           IF WRK-CODIGO-TXT = SPACES
               PERFORM 0620-LISTAR-UM
                   VARYING WRK-IDX-LISTA FROM 1 BY 1
                   UNTIL WRK-IDX-LISTA > WRK-CLI-QTD
               DISPLAY 'TOTAL DE CLIENTES: ' WRK-CLI-QTD
           ELSE
               IF WRK-CODIGO-TXT NOT NUMERIC
                   DISPLAY 'CODIGO DEVE SER NUMERICO'
               ELSE
                   MOVE WRK-CODIGO-TXT TO WRK-CODIGO
                   PERFORM 0270-LOCALIZAR-CLIENTE
                   IF WRK-SW-CLI-ACHADO = 'S'
                       PERFORM 0610-EXIBIR-CLIENTE
                   ELSE
                       DISPLAY 'CLIENTE NAO ENCONTRADO'
                   END-IF
               END-IF
           END-IF.

       0610-EXIBIR-CLIENTE.
           MOVE CLI-LIMITE-CRED TO WRK-LIMITE-ED.
           DISPLAY 'CLIENTE   : ' CLI-CODIGO ' ' CLI-NOME.
           DISPLAY 'UF        : ' CLI-UF
               '  CONDICAO: ' CLI-COND-PAGTO.
           DISPLAY 'LIMITE    : ' WRK-LIMITE-ED.
           IF CLI-INATIVO
               DISPLAY 'SITUACAO  : INATIVO'
           ELSE
               DISPLAY 'SITUACAO  : ATIVO'
           END-IF.

       0620-LISTAR-UM.
           MOVE WRK-TAB-CLI(WRK-IDX-LISTA) TO CUSTOMER-RECORD.
           MOVE CLI-LIMITE-CRED TO WRK-LIMITE-ED.
           DISPLAY CLI-CODIGO ' ' CLI-NOME ' ' CLI-UF ' '
               CLI-COND-PAGTO ' ' WRK-LIMITE-ED ' ' CLI-SITUACAO.

       0800-REGISTRAR-AUDITORIA.
      * INCLUSAO, ALTERACAO E INATIVACAO FICAM NA TRILHA: QUEM,
      * QUANDO E DE QUAL CLIENTE.
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

       0900-GRAVAR.
           OPEN OUTPUT CUSTOMER-FILE.
           PERFORM 0910-GRAVAR-UM
               VARYING WRK-IDX-LISTA FROM 1 BY 1
               UNTIL WRK-IDX-LISTA > WRK-CLI-QTD.
           CLOSE CUSTOMER-FILE.
           DISPLAY 'CLIFILE GRAVADO: ' WRK-CLI-QTD ' CLIENTE(S)'.

       0910-GRAVAR-UM.
           MOVE WRK-TAB-CLI(WRK-IDX-LISTA) TO CUSTOMER-RECORD.
           WRITE CUSTOMER-RECORD.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'SYSPRM.CPY'.

           COPY 'BKPCAT.CPY'.
