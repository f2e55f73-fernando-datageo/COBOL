       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADM-PRODUTO.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: MANUTENCAO DO CADASTRO DE PRODUTOS
      * (PRODFILE): INCLUIR, ALTERAR, INATIVAR/REATIVAR E
      * CONSULTAR, NOS MOLDES DE ADM-CLIENTE, COM GERACAO DE
      * BACKUP E TRILHA AUDITLOG
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: O PRODFILE ERA EDITADO A
      *              MAO E UM PRECO FORA DE COLUNA SO APARECIA NA
      *              CONFERENCIA DO FECHAMENTO. A ENTRADA E
      *              CRITICADA (CODIGO UNICO, DESCRICAO
      *              PREENCHIDA, PRECO NUMERICO E MAIOR QUE ZERO,
      *              CUSTO NUMERICO, COM AVISO DE CUSTO ACIMA DO
      *              PRECO), O PRODUTO E INATIVADO EM VEZ DE
      *              EXCLUIDO E CADA ALTERACAO FICA NA TRILHA.
      * 15/10/2026 - INCLUIDO O PESO UNITARIO EM KG (PRD-PESO,
      *              NUMERICO, ZERO SO COM AVISO), USADO NO PEDIDO
      *              DE FRETE GERADO DAS VENDAS. REGISTRO ANTIGO
      *              SEM PESO E EXIBIDO COM PESO ZERO.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'PRDSEL.CPY'.
           COPY 'SYSSEL.CPY'.
           COPY 'BKPSEL.CPY'.
           COPY 'AUDSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'PRDFD.CPY'.

           COPY 'SYSFD.CPY'.

           COPY 'BKPFD.CPY'.

           COPY 'AUDFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'PRDWS.CPY'.
           COPY 'SYSWS.CPY'.
           COPY 'BKPWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-AUDIT   PIC X(02) VALUE SPACES.
       77 WRK-OPCAO-PRODUTO  PIC 9(01) VALUE ZEROS.
       77 WRK-EOF-PRD        PIC X(01) VALUE 'N'.
       77 WRK-PRD-ESTOUROU   PIC X(01) VALUE 'N'.
       77 WRK-SW-ALTERADO    PIC X(01) VALUE 'N'.
       77 WRK-SW-PRD-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-SW-CODIGO-OK   PIC X(01) VALUE 'N'.
       77 WRK-SW-DADOS-OK    PIC X(01) VALUE 'N'.
       77 WRK-PRD-QTD        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-LISTA      PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-PRD-ACHADO PIC 9(03) VALUE ZEROS COMP.
       77 WRK-CODIGO         PIC X(10) VALUE SPACES.
       77 WRK-DESCRICAO      PIC X(30) VALUE SPACES.
       01 WRK-PRECO-TXT      PIC X(09) VALUE SPACES.
       01 WRK-PRECO-TXT-N REDEFINES WRK-PRECO-TXT
                             PIC 9(07)V99.
       01 WRK-CUSTO-TXT      PIC X(09) VALUE SPACES.
       01 WRK-CUSTO-TXT-N REDEFINES WRK-CUSTO-TXT
                             PIC 9(07)V99.
       01 WRK-PESO-TXT       PIC X(07) VALUE SPACES.
       01 WRK-PESO-TXT-N REDEFINES WRK-PESO-TXT
                             PIC 9(05)V99.
       77 WRK-PRECO-ED       PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CUSTO-ED       PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PESO-ED        PIC ZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-MENSAGEM-AUD   PIC X(25) VALUE SPACES.
       01 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
      * O PRODFILE INTEIRO EM MEMORIA: CADA ENTRADA E A IMAGEM
      * DO REGISTRO (PRODUCT-RECORD). O TAMANHO ACOMPANHA AS
      * TABELAS DE PRODUTOS DO ACUMULADO, DA CONFERENCIA E DAS
      * METAS DE VENDAS (50), PARA O CADASTRO NAO CRESCER ALEM
      * DO QUE ELAS CARREGAM.
       01 WRK-TABELA-PRODUTOS.
           05 WRK-TAB-PRD OCCURS 50 TIMES.
               10 WRK-TAB-PRD-CODIGO PIC X(10).
               10 WRK-TAB-PRD-RESTO  PIC X(56).

       SCREEN SECTION.
       01  TS-MENU-PRODUTO.
           05 BLANK SCREEN.
           05 LINE 02 COL 10 VALUE 'CADASTRO DE PRODUTOS (PRODFILE)'.
           05 LINE 04 COL 10 VALUE '1 - INCLUIR PRODUTO'.
           05 LINE 05 COL 10 VALUE '2 - ALTERAR PRODUTO'.
           05 LINE 06 COL 10 VALUE '3 - INATIVAR/REATIVAR PRODUTO'.
           05 LINE 07 COL 10 VALUE '4 - CONSULTAR PRODUTO'.
           05 LINE 08 COL 10 VALUE '0 - VOLTAR (GRAVA O ARQUIVO)'.
           05 LINE 10 COL 10 VALUE 'OPCAO: '.
           05 LINE 10 COL 18 PIC 9(01) USING WRK-OPCAO-PRODUTO.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-CARREGAR
               IF WRK-PRD-ESTOUROU = 'S'
      * REGRAVAR A PARTIR DA TABELA APAGARIA OS PRODUTOS QUE
      * NAO COUBERAM NELA; O ARQUIVO FICA INTACTO.
                   DISPLAY 'PRODFILE EXCEDE A CAPACIDADE DO'
                       ' PROGRAMA (50) - MANUTENCAO RECUSADA'
                   MOVE 'ADM-PRODUTO' TO WRK-EXCP-PROGRAMA
                   MOVE 'PRODFILE EXCEDE A CAPACIDADE DA TABELA'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0150-GERAR-BACKUP
                   MOVE 1 TO WRK-OPCAO-PRODUTO
                   PERFORM 0200-MENU-PRODUTOS
                       UNTIL WRK-OPCAO-PRODUTO = 0
                   IF WRK-SW-ALTERADO = 'S'
                       PERFORM 0900-GRAVAR
                   END-IF
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA CADASTRO DE'
                   ' PRODUTOS'
               MOVE 'ADM-PRODUTO' TO WRK-EXCP-PROGRAMA
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
           MOVE 'ADM-PRODUTO' TO WRK-PERM-PROGRAMA.
           MOVE 'MANUTENCAO' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

       0100-CARREGAR.
      * PRODFILE AUSENTE = CADASTRO NOVO, INICIADO VAZIO.
           MOVE ZEROS TO WRK-PRD-QTD.
           MOVE 'N' TO WRK-EOF-PRD.
           OPEN INPUT PRODUCT-FILE.
           IF WRK-STATUS-PRD = '00'
               PERFORM 0110-LER-PRODUTO
               PERFORM 0120-ARMAZENAR-PRODUTO
                   UNTIL WRK-EOF-PRD = 'S'
               CLOSE PRODUCT-FILE
           ELSE
               DISPLAY 'PRODFILE INEXISTENTE - CADASTRO INICIADO'
                   ' VAZIO'
           END-IF.
           DISPLAY 'PRODUTOS CARREGADOS: ' WRK-PRD-QTD.

       0110-LER-PRODUTO.
           READ PRODUCT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-PRD
           END-READ.

       0120-ARMAZENAR-PRODUTO.
           IF WRK-PRD-QTD < 50
               ADD 1 TO WRK-PRD-QTD
               MOVE PRODUCT-RECORD TO WRK-TAB-PRD(WRK-PRD-QTD)
           ELSE
               MOVE 'S' TO WRK-PRD-ESTOUROU
           END-IF.
           PERFORM 0110-LER-PRODUTO.

       0150-GERAR-BACKUP.
      * O PRODFILE JA ESTA CARREGADO EM TABELA: A GERACAO E
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
           STRING 'PRODFILE.B' WRK-BKP-DATA WRK-BKP-HORA(1:6)
               DELIMITED BY SIZE INTO WRK-BKP-NOME.
           OPEN OUTPUT BACKUP-GEN-FILE.
           PERFORM 0160-DESCARREGAR-PRODUTO
               VARYING WRK-IDX-LISTA FROM 1 BY 1
               UNTIL WRK-IDX-LISTA > WRK-PRD-QTD.
           CLOSE BACKUP-GEN-FILE.
           MOVE 'PRODFILE' TO WRK-BKP-ARQUIVO.
           PERFORM 9600-REGISTRAR-BACKUP.
           DISPLAY 'BACKUP GERADO: ' WRK-BKP-NOME.

       0160-DESCARREGAR-PRODUTO.
           MOVE SPACES TO BACKUP-GEN-RECORD.
           MOVE WRK-TAB-PRD(WRK-IDX-LISTA)
               TO BACKUP-GEN-RECORD(1:66).
           WRITE BACKUP-GEN-RECORD.

       0200-MENU-PRODUTOS.
           DISPLAY TS-MENU-PRODUTO.
           ACCEPT TS-MENU-PRODUTO.
           EVALUATE WRK-OPCAO-PRODUTO
               WHEN 1
                   PERFORM 0300-INCLUIR-PRODUTO
               WHEN 2
                   PERFORM 0400-ALTERAR-PRODUTO
               WHEN 3
                   PERFORM 0500-INATIVAR-PRODUTO
               WHEN 4
                   PERFORM 0600-CONSULTAR-PRODUTO
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0250-PEDIR-PRODUTO.
      * O CODIGO E A CHAVE E NAO PODE FICAR EM BRANCO. A
      * POSICAO NA TABELA VOLTA EM WRK-IDX-PRD-ACHADO E O
      * REGISTRO EM PRODUCT-RECORD.
           MOVE 'N' TO WRK-SW-CODIGO-OK.
           PERFORM 0260-PEDIR-CODIGO
               UNTIL WRK-SW-CODIGO-OK = 'S'.
           PERFORM 0270-LOCALIZAR-PRODUTO.

       0260-PEDIR-CODIGO.
           DISPLAY 'CODIGO DO PRODUTO (10 POSICOES): '
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO = SPACES
               DISPLAY 'CODIGO OBRIGATORIO'
           ELSE
               MOVE 'S' TO WRK-SW-CODIGO-OK
           END-IF.

       0270-LOCALIZAR-PRODUTO.
           MOVE 'N' TO WRK-SW-PRD-ACHADO.
           PERFORM 0275-PROCURAR-PRODUTO
               VARYING WRK-IDX-LISTA FROM 1 BY 1
               UNTIL WRK-IDX-LISTA > WRK-PRD-QTD
                  OR WRK-SW-PRD-ACHADO = 'S'.
           IF WRK-SW-PRD-ACHADO = 'S'
               MOVE WRK-TAB-PRD(WRK-IDX-PRD-ACHADO)
                   TO PRODUCT-RECORD
           END-IF.

       0275-PROCURAR-PRODUTO.
      * O PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA.
           IF WRK-TAB-PRD-CODIGO(WRK-IDX-LISTA) = WRK-CODIGO
               MOVE 'S' TO WRK-SW-PRD-ACHADO
               MOVE WRK-IDX-LISTA TO WRK-IDX-PRD-ACHADO
           END-IF.

       0290-PEDIR-DADOS.
           DISPLAY 'DESCRICAO: '
           ACCEPT WRK-DESCRICAO.
           DISPLAY 'PRECO DE VENDA (9 DIGITOS, 2 DECIMAIS'
               ' IMPLICITOS): '
           ACCEPT WRK-PRECO-TXT.
           DISPLAY 'CUSTO (9 DIGITOS, 2 DECIMAIS IMPLICITOS): '
           ACCEPT WRK-CUSTO-TXT.
           DISPLAY 'PESO UNITARIO EM KG (7 DIGITOS, 2 DECIMAIS'
               ' IMPLICITOS): '
           ACCEPT WRK-PESO-TXT.
           PERFORM 0295-CRITICAR-DADOS.

       0295-CRITICAR-DADOS.
      * CRITICA DE ENTRADA: DESCRICAO PREENCHIDA, PRECO NUMERICO
      * E NAO ZERADO, CUSTO E PESO NUMERICOS. CUSTO ACIMA DO
      * PRECO E SO AVISADO (PODE SER PRODUTO EM PROMOCAO), NAO
      * RECUSADO; PESO ZERO TAMBEM (PRODUTO SEM FRETE).
           MOVE 'N' TO WRK-SW-DADOS-OK.
           EVALUATE TRUE
               WHEN WRK-DESCRICAO = SPACES
                   DISPLAY 'DESCRICAO OBRIGATORIA'
               WHEN WRK-PRECO-TXT NOT NUMERIC
                   DISPLAY 'PRECO DEVE SER NUMERICO (SO DIGITOS)'
               WHEN WRK-PRECO-TXT-N = 0
                   DISPLAY 'PRECO NAO PODE SER ZERO'
               WHEN WRK-CUSTO-TXT NOT NUMERIC
                   DISPLAY 'CUSTO DEVE SER NUMERICO (SO DIGITOS)'
               WHEN WRK-PESO-TXT NOT NUMERIC
                   DISPLAY 'PESO DEVE SER NUMERICO (SO DIGITOS)'
               WHEN OTHER
                   MOVE 'S' TO WRK-SW-DADOS-OK
                   IF WRK-CUSTO-TXT-N > WRK-PRECO-TXT-N
                       DISPLAY 'ATENCAO: CUSTO ACIMA DO PRECO DE'
                           ' VENDA (MARGEM NEGATIVA)'
                   END-IF
                   IF WRK-PESO-TXT-N = 0
                       DISPLAY 'ATENCAO: PESO ZERO - O PRODUTO NAO'
                           ' PESA NO FRETE'
                   END-IF
           END-EVALUATE.

       0300-INCLUIR-PRODUTO.
      * CODIGO JA CADASTRADO (MESMO INATIVO) E RECUSADO: O
      * CODIGO NAO E REAPROVEITADO.
           PERFORM 0250-PEDIR-PRODUTO.
           IF WRK-SW-PRD-ACHADO = 'S'
               DISPLAY 'PRODUTO JA CADASTRADO'
               PERFORM 0610-EXIBIR-PRODUTO
           ELSE
               IF WRK-PRD-QTD NOT < 50
                   DISPLAY 'TABELA DE PRODUTOS CHEIA'
               ELSE
                   MOVE 'N' TO WRK-SW-DADOS-OK
                   PERFORM 0290-PEDIR-DADOS
                       UNTIL WRK-SW-DADOS-OK = 'S'
                   INITIALIZE PRODUCT-RECORD
                   MOVE WRK-CODIGO TO PRD-CODIGO
                   PERFORM 0320-MOVER-DADOS
                   MOVE 'A' TO PRD-SITUACAO
                   ADD 1 TO WRK-PRD-QTD
                   MOVE PRODUCT-RECORD TO WRK-TAB-PRD(WRK-PRD-QTD)
                   MOVE 'S' TO WRK-SW-ALTERADO
                   DISPLAY 'PRODUTO INCLUIDO COM SUCESSO'
                   MOVE SPACES TO WRK-MENSAGEM-AUD
                   STRING 'PRODFILE INCL ' PRD-CODIGO
                       DELIMITED BY SIZE INTO WRK-MENSAGEM-AUD
                   PERFORM 0800-REGISTRAR-AUDITORIA
               END-IF
           END-IF.

       0320-MOVER-DADOS.
           MOVE WRK-DESCRICAO     TO PRD-DESCRICAO.
           MOVE WRK-PRECO-TXT-N   TO PRD-PRECO.
           MOVE WRK-CUSTO-TXT-N   TO PRD-CUSTO.
           MOVE WRK-PESO-TXT-N    TO PRD-PESO.

       0400-ALTERAR-PRODUTO.
      * O CADASTRO ATUAL E EXIBIDO E TODOS OS DADOS SAO
      * DIGITADOS DE NOVO; A SITUACAO NAO MUDA AQUI (OPCAO 3).
           PERFORM 0250-PEDIR-PRODUTO.
           IF WRK-SW-PRD-ACHADO = 'N'
               DISPLAY 'PRODUTO NAO ENCONTRADO'
           ELSE
               PERFORM 0610-EXIBIR-PRODUTO
               MOVE 'N' TO WRK-SW-DADOS-OK
               PERFORM 0290-PEDIR-DADOS
                   UNTIL WRK-SW-DADOS-OK = 'S'
               PERFORM 0320-MOVER-DADOS
               MOVE PRODUCT-RECORD
                   TO WRK-TAB-PRD(WRK-IDX-PRD-ACHADO)
               MOVE 'S' TO WRK-SW-ALTERADO
               DISPLAY 'PRODUTO ALTERADO COM SUCESSO'
               MOVE SPACES TO WRK-MENSAGEM-AUD
               STRING 'PRODFILE ALT ' PRD-CODIGO
                   DELIMITED BY SIZE INTO WRK-MENSAGEM-AUD
               PERFORM 0800-REGISTRAR-AUDITORIA
           END-IF.

       0500-INATIVAR-PRODUTO.
      * O PRODUTO NAO E EXCLUIDO: AS VENDAS JA LANCADAS
      * CONTINUAM APONTANDO PARA ELE. A MESMA OPCAO REATIVA O
      * INATIVO. PEDE CONFIRMACAO.
           PERFORM 0250-PEDIR-PRODUTO.
           IF WRK-SW-PRD-ACHADO = 'N'
               DISPLAY 'PRODUTO NAO ENCONTRADO'
           ELSE
               PERFORM 0610-EXIBIR-PRODUTO
               IF PRD-INATIVO
                   DISPLAY 'CONFIRMA A REATIVACAO (S/N): '
               ELSE
                   DISPLAY 'CONFIRMA A INATIVACAO (S/N): '
               END-IF
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   MOVE SPACES TO WRK-MENSAGEM-AUD
                   IF PRD-INATIVO
                       MOVE 'A' TO PRD-SITUACAO
                       DISPLAY 'PRODUTO REATIVADO'
                       STRING 'PRODFILE REAT ' PRD-CODIGO
                           DELIMITED BY SIZE INTO WRK-MENSAGEM-AUD
                   ELSE
                       MOVE 'I' TO PRD-SITUACAO
                       DISPLAY 'PRODUTO INATIVADO'
                       STRING 'PRODFILE INAT ' PRD-CODIGO
                           DELIMITED BY SIZE INTO WRK-MENSAGEM-AUD
                   END-IF
                   MOVE PRODUCT-RECORD
                       TO WRK-TAB-PRD(WRK-IDX-PRD-ACHADO)
                   MOVE 'S' TO WRK-SW-ALTERADO
                   PERFORM 0800-REGISTRAR-AUDITORIA
               ELSE
                   DISPLAY 'OPERACAO NAO CONFIRMADA'
               END-IF
           END-IF.

       0600-CONSULTAR-PRODUTO.
      * CODIGO EM BRANCO LISTA O CADASTRO INTEIRO.
           DISPLAY 'CODIGO DO PRODUTO (EM BRANCO = TODOS): '
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO = SPACES
               PERFORM 0620-LISTAR-UM
                   VARYING WRK-IDX-LISTA FROM 1 BY 1
                   UNTIL WRK-IDX-LISTA > WRK-PRD-QTD
               DISPLAY 'TOTAL DE PRODUTOS: ' WRK-PRD-QTD
           ELSE
               PERFORM 0270-LOCALIZAR-PRODUTO
               IF WRK-SW-PRD-ACHADO = 'S'
                   PERFORM 0610-EXIBIR-PRODUTO
               ELSE
                   DISPLAY 'PRODUTO NAO ENCONTRADO'
               END-IF
           END-IF.

       0610-EXIBIR-PRODUTO.
           MOVE PRD-PRECO TO WRK-PRECO-ED.
           MOVE PRD-CUSTO TO WRK-CUSTO-ED.
           PERFORM 0615-EDITAR-PESO.
           DISPLAY 'PRODUTO   : ' PRD-CODIGO ' ' PRD-DESCRICAO.
           DISPLAY 'PRECO     : ' WRK-PRECO-ED
               '  CUSTO: ' WRK-CUSTO-ED.
           DISPLAY 'PESO (KG) : ' WRK-PESO-ED.
           IF PRD-INATIVO
               DISPLAY 'SITUACAO  : INATIVO'
           ELSE
               DISPLAY 'SITUACAO  : ATIVO'
           END-IF.

       0615-EDITAR-PESO.
      * REGISTRO ANTERIOR AO PESO TRAZ O CAMPO EM BRANCO.
           IF PRD-PESO NUMERIC
               MOVE PRD-PESO TO WRK-PESO-ED
           ELSE
               MOVE ZEROS TO WRK-PESO-ED
           END-IF.

       0620-LISTAR-UM.
           MOVE WRK-TAB-PRD(WRK-IDX-LISTA) TO PRODUCT-RECORD.
           MOVE PRD-PRECO TO WRK-PRECO-ED.
           MOVE PRD-CUSTO TO WRK-CUSTO-ED.
           PERFORM 0615-EDITAR-PESO.
           DISPLAY PRD-CODIGO ' ' PRD-DESCRICAO ' ' WRK-PRECO-ED
               ' ' WRK-CUSTO-ED ' ' WRK-PESO-ED ' ' PRD-SITUACAO.

       0800-REGISTRAR-AUDITORIA.
      * INCLUSAO, ALTERACAO E INATIVACAO FICAM NA TRILHA: QUEM,
      * QUANDO E DE QUAL PRODUTO.
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
           OPEN OUTPUT PRODUCT-FILE.
           PERFORM 0910-GRAVAR-UM
               VARYING WRK-IDX-LISTA FROM 1 BY 1
               UNTIL WRK-IDX-LISTA > WRK-PRD-QTD.
           CLOSE PRODUCT-FILE.
           DISPLAY 'PRODFILE GRAVADO: ' WRK-PRD-QTD
               ' PRODUTO(S)'.

       0910-GRAVAR-UM.
           MOVE WRK-TAB-PRD(WRK-IDX-LISTA) TO PRODUCT-RECORD.
           WRITE PRODUCT-RECORD.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'SYSPRM.CPY'.

           COPY 'BKPCAT.CPY'.
