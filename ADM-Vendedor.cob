       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADM-VENDEDOR.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: MANUTENCAO DO CADASTRO DE VENDEDORES
      * (SELLMAST): INCLUIR, ALTERAR, INATIVAR/REATIVAR E
      * CONSULTAR, NOS MOLDES DE ADM-CLIENTE, COM GERACAO DE
      * BACKUP E TRILHA AUDITLOG. A MATRICULA DO VENDEDOR E
      * CONFERIDA NO EMPFILE
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: O SELLMAST ERA EDITADO A
      *              MAO E UMA MATRICULA DIGITADA ERRADA DEIXAVA O
      *              VENDEDOR FORA DO ACERTO DE COMISSOES NA
      *              FOLHA. A ENTRADA E CRITICADA (CODIGO UNICO,
      *              NOME PREENCHIDO, COMISSAO NUMERICA E
      *              MATRICULA DE FUNCIONARIO ATIVO NO EMPFILE), O
      *              VENDEDOR E INATIVADO EM VEZ DE EXCLUIDO E
      *              CADA ALTERACAO FICA NA TRILHA.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'VNDSEL.CPY'.
           COPY 'EMPSEL.CPY'.
           COPY 'SYSSEL.CPY'.
           COPY 'BKPSEL.CPY'.
           COPY 'AUDSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'VNDFD.CPY'.

           COPY 'EMPFD.CPY'.

           COPY 'SYSFD.CPY'.

           COPY 'BKPFD.CPY'.

           COPY 'AUDFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'VNDWS.CPY'.
           COPY 'EMPWS.CPY'.
           COPY 'SYSWS.CPY'.
           COPY 'BKPWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-AUDIT   PIC X(02) VALUE SPACES.
       77 WRK-OPCAO-VENDEDOR PIC 9(01) VALUE ZEROS.
       77 WRK-EOF-VEND       PIC X(01) VALUE 'N'.
       77 WRK-VEND-ESTOUROU  PIC X(01) VALUE 'N'.
       77 WRK-SW-ALTERADO    PIC X(01) VALUE 'N'.
       77 WRK-SW-VEND-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-SW-EMP-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-SW-CODIGO-OK   PIC X(01) VALUE 'N'.
       77 WRK-SW-DADOS-OK    PIC X(01) VALUE 'N'.
       77 WRK-VEND-QTD       PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-LISTA      PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-VEND-ACHADO PIC 9(03) VALUE ZEROS COMP.
       77 WRK-CODIGO         PIC X(08) VALUE SPACES.
       77 WRK-NOME           PIC X(30) VALUE SPACES.
       01 WRK-PCT-TXT        PIC X(04) VALUE SPACES.
       01 WRK-PCT-TXT-N REDEFINES WRK-PCT-TXT
                             PIC 9(02)V99.
       01 WRK-MATRICULA-TXT  PIC X(05) VALUE SPACES.
       01 WRK-MATRICULA-TXT-N REDEFINES WRK-MATRICULA-TXT
                             PIC 9(05).
       77 WRK-PCT-ED         PIC Z9,99 VALUE ZEROS.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-MENSAGEM-AUD   PIC X(25) VALUE SPACES.
       01 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
      * O SELLMAST INTEIRO EM MEMORIA: CADA ENTRADA E A IMAGEM
      * DO REGISTRO (SELLER-MASTER-RECORD). O TAMANHO ACOMPANHA
      * A TABELA DE VENDEDORES DO ACUMULADO DE VENDAS (50),
      * PARA O CADASTRO NAO CRESCER ALEM DO QUE ELA CARREGA.
       01 WRK-TABELA-VENDEDORES.
           05 WRK-TAB-VEND OCCURS 50 TIMES.
               10 WRK-TAB-VEND-CODIGO PIC X(08).
               10 WRK-TAB-VEND-RESTO  PIC X(40).

       SCREEN SECTION.
       01  TS-MENU-VENDEDOR.
           05 BLANK SCREEN.
           05 LINE 02 COL 10 VALUE 'CADASTRO DE VENDEDORES'.
           05 LINE 02 COL 33 VALUE '(SELLMAST)'.
           05 LINE 04 COL 10 VALUE '1 - INCLUIR VENDEDOR'.
           05 LINE 05 COL 10 VALUE '2 - ALTERAR VENDEDOR'.
           05 LINE 06 COL 10 VALUE '3 - INATIVAR/REATIVAR VENDEDOR'.
           05 LINE 07 COL 10 VALUE '4 - CONSULTAR VENDEDOR'.
           05 LINE 08 COL 10 VALUE '0 - VOLTAR (GRAVA O ARQUIVO)'.
           05 LINE 10 COL 10 VALUE 'OPCAO: '.
           05 LINE 10 COL 18 PIC 9(01) USING WRK-OPCAO-VENDEDOR.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-CARREGAR
               IF WRK-VEND-ESTOUROU = 'S'
      * REGRAVAR A PARTIR DA TABELA APAGARIA OS VENDEDORES QUE
      * NAO COUBERAM NELA; O ARQUIVO FICA INTACTO.
                   DISPLAY 'SELLMAST EXCEDE A CAPACIDADE DO'
                       ' PROGRAMA (50) - MANUTENCAO RECUSADA'
                   MOVE 'ADM-VENDEDOR' TO WRK-EXCP-PROGRAMA
                   MOVE 'SELLMAST EXCEDE A CAPACIDADE DA TABELA'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0150-GERAR-BACKUP
                   OPEN INPUT EMPLOYEE-FILE
                   MOVE 1 TO WRK-OPCAO-VENDEDOR
                   PERFORM 0200-MENU-VENDEDORES
                       UNTIL WRK-OPCAO-VENDEDOR = 0
                   CLOSE EMPLOYEE-FILE
                   IF WRK-SW-ALTERADO = 'S'
                       PERFORM 0900-GRAVAR
                   END-IF
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA CADASTRO DE'
                   ' VENDEDORES'
               MOVE 'ADM-VENDEDOR' TO WRK-EXCP-PROGRAMA
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
           MOVE 'ADM-VENDEDOR' TO WRK-PERM-PROGRAMA.
           MOVE 'MANUTENCAO' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

       0100-CARREGAR.
      * SELLMAST AUSENTE = CADASTRO NOVO, INICIADO VAZIO. A
      * MATRICULA EM BRANCO (REGISTRO ANTERIOR AO CAMPO) E
      * CARREGADA COMO ZERO, COMO NO ACUMULADO DE VENDAS.
           MOVE ZEROS TO WRK-VEND-QTD.
           MOVE 'N' TO WRK-EOF-VEND.
           OPEN INPUT SELLER-MASTER-FILE.
           IF WRK-STATUS-VEND = '00'
               PERFORM 0110-LER-VENDEDOR
               PERFORM 0120-ARMAZENAR-VENDEDOR
                   UNTIL WRK-EOF-VEND = 'S'
               CLOSE SELLER-MASTER-FILE
           ELSE
               DISPLAY 'SELLMAST INEXISTENTE - CADASTRO INICIADO'
                   ' VAZIO'
           END-IF.
           DISPLAY 'VENDEDORES CARREGADOS: ' WRK-VEND-QTD.

       0110-LER-VENDEDOR.
           READ SELLER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-VEND
           END-READ.

       0120-ARMAZENAR-VENDEDOR.
           IF WRK-VEND-QTD < 50
               ADD 1 TO WRK-VEND-QTD
               IF VD-MATRICULA NOT NUMERIC
                   MOVE ZEROS TO VD-MATRICULA
               END-IF
               MOVE SELLER-MASTER-RECORD
                   TO WRK-TAB-VEND(WRK-VEND-QTD)
           ELSE
               MOVE 'S' TO WRK-VEND-ESTOUROU
           END-IF.
           PERFORM 0110-LER-VENDEDOR.

       0150-GERAR-BACKUP.
      * O SELLMAST JA ESTA CARREGADO EM TABELA: A GERACAO E
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
           STRING 'SELLMAST.B' WRK-BKP-DATA WRK-BKP-HORA(1:6)
               DELIMITED BY SIZE INTO WRK-BKP-NOME.
           OPEN OUTPUT BACKUP-GEN-FILE.
           PERFORM 0160-DESCARREGAR-VENDEDOR
               VARYING WRK-IDX-LISTA FROM 1 BY 1
               UNTIL WRK-IDX-LISTA > WRK-VEND-QTD.
           CLOSE BACKUP-GEN-FILE.
           MOVE 'SELLMAST' TO WRK-BKP-ARQUIVO.
           PERFORM 9600-REGISTRAR-BACKUP.
           DISPLAY 'BACKUP GERADO: ' WRK-BKP-NOME.

       0160-DESCARREGAR-VENDEDOR.
           MOVE SPACES TO BACKUP-GEN-RECORD.
           MOVE WRK-TAB-VEND(WRK-IDX-LISTA)
               TO BACKUP-GEN-RECORD(1:48).
           WRITE BACKUP-GEN-RECORD.

       0200-MENU-VENDEDORES.
           DISPLAY TS-MENU-VENDEDOR.
           ACCEPT TS-MENU-VENDEDOR.
           EVALUATE WRK-OPCAO-VENDEDOR
               WHEN 1
                   PERFORM 0300-INCLUIR-VENDEDOR
               WHEN 2
                   PERFORM 0400-ALTERAR-VENDEDOR
               WHEN 3
                   PERFORM 0500-INATIVAR-VENDEDOR
               WHEN 4
                   PERFORM 0600-CONSULTAR-VENDEDOR
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0250-PEDIR-VENDEDOR.
      * O CODIGO E A CHAVE E NAO PODE FICAR EM BRANCO. A
      * POSICAO NA TABELA VOLTA EM WRK-IDX-VEND-ACHADO E O
      * REGISTRO EM SELLER-MASTER-RECORD.
           MOVE 'N' TO WRK-SW-CODIGO-OK.
           PERFORM 0260-PEDIR-CODIGO
               UNTIL WRK-SW-CODIGO-OK = 'S'.
           PERFORM 0270-LOCALIZAR-VENDEDOR.

       0260-PEDIR-CODIGO.
           DISPLAY 'CODIGO DO VENDEDOR (8 POSICOES): '
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO = SPACES
               DISPLAY 'CODIGO OBRIGATORIO'
           ELSE
               MOVE 'S' TO WRK-SW-CODIGO-OK
           END-IF.

       0270-LOCALIZAR-VENDEDOR.
           MOVE 'N' TO WRK-SW-VEND-ACHADO.
           PERFORM 0275-PROCURAR-VENDEDOR
               VARYING WRK-IDX-LISTA FROM 1 BY 1
               UNTIL WRK-IDX-LISTA > WRK-VEND-QTD
                  OR WRK-SW-VEND-ACHADO = 'S'.
           IF WRK-SW-VEND-ACHADO = 'S'
               MOVE WRK-TAB-VEND(WRK-IDX-VEND-ACHADO)
                   TO SELLER-MASTER-RECORD
           END-IF.

       0275-PROCURAR-VENDEDOR.
      * O PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA.
           IF WRK-TAB-VEND-CODIGO(WRK-IDX-LISTA) = WRK-CODIGO
               MOVE 'S' TO WRK-SW-VEND-ACHADO
               MOVE WRK-IDX-LISTA TO WRK-IDX-VEND-ACHADO
           END-IF.

       0290-PEDIR-DADOS.
           DISPLAY 'NOME: '
           ACCEPT WRK-NOME.
           DISPLAY 'COMISSAO % (4 DIGITOS, 2 DECIMAIS IMPLICITOS,'
               ' EX: 0250 = 2,50): '
           ACCEPT WRK-PCT-TXT.
           DISPLAY 'MATRICULA NO EMPFILE (5 DIGITOS): '
           ACCEPT WRK-MATRICULA-TXT.
           PERFORM 0295-CRITICAR-DADOS.

       0295-CRITICAR-DADOS.
      * CRITICA DE ENTRADA: NOME PREENCHIDO, COMISSAO NUMERICA
      * E MATRICULA DE FUNCIONARIO CADASTRADO E NAO DESLIGADO
      * (E POR ELA QUE A COMISSAO CHEGA A FOLHA).
           MOVE 'N' TO WRK-SW-DADOS-OK.
           MOVE 'N' TO WRK-SW-EMP-ACHADO.
           IF WRK-MATRICULA-TXT NUMERIC
               PERFORM 0297-LER-FUNCIONARIO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-NOME = SPACES
                   DISPLAY 'NOME OBRIGATORIO'
               WHEN WRK-PCT-TXT NOT NUMERIC
                   DISPLAY 'COMISSAO DEVE SER NUMERICA (SO DIGITOS)'
               WHEN WRK-MATRICULA-TXT NOT NUMERIC
                   DISPLAY 'MATRICULA DEVE SER NUMERICA'
               WHEN WRK-SW-EMP-ACHADO = 'N'
                   DISPLAY 'MATRICULA NAO CADASTRADA NO EMPFILE: '
                       WRK-MATRICULA-TXT
               WHEN EMP-DESLIGADO
                   DISPLAY 'FUNCIONARIO DESLIGADO EM '
                       EMP-DATA-DESLIG
               WHEN OTHER
                   DISPLAY 'FUNCIONARIO: ' EMP-MATRICULA ' '
                       EMP-NOME
                   MOVE 'S' TO WRK-SW-DADOS-OK
           END-EVALUATE.

       0297-LER-FUNCIONARIO.
      * LEITURA DIRETA PELA MATRICULA.
           MOVE WRK-MATRICULA-TXT-N TO EMP-MATRICULA.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-SW-EMP-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-EMP-ACHADO
           END-READ.

       0300-INCLUIR-VENDEDOR.
      * CODIGO JA CADASTRADO (MESMO INATIVO) E RECUSADO: O
      * CODIGO NAO E REAPROVEITADO.
           PERFORM 0250-PEDIR-VENDEDOR.
           IF WRK-SW-VEND-ACHADO = 'S'
               DISPLAY 'VENDEDOR JA CADASTRADO'
               PERFORM 0610-EXIBIR-VENDEDOR
           ELSE
               IF WRK-VEND-QTD NOT < 50
                   DISPLAY 'TABELA DE VENDEDORES CHEIA'
               ELSE
                   MOVE 'N' TO WRK-SW-DADOS-OK
                   PERFORM 0290-PEDIR-DADOS
                       UNTIL WRK-SW-DADOS-OK = 'S'
                   INITIALIZE SELLER-MASTER-RECORD
                   MOVE WRK-CODIGO TO VD-CODIGO
                   PERFORM 0320-MOVER-DADOS
                   MOVE 'A' TO VD-SITUACAO
                   ADD 1 TO WRK-VEND-QTD
                   MOVE SELLER-MASTER-RECORD
                       TO WRK-TAB-VEND(WRK-VEND-QTD)
                   MOVE 'S' TO WRK-SW-ALTERADO
                   DISPLAY 'VENDEDOR INCLUIDO COM SUCESSO'
                   MOVE SPACES TO WRK-MENSAGEM-AUD
                   STRING 'SELLMAST INCL ' VD-CODIGO
                       DELIMITED BY SIZE INTO WRK-MENSAGEM-AUD
                   PERFORM 0800-REGISTRAR-AUDITORIA
               END-IF
           END-IF.

       0320-MOVER-DADOS.
           MOVE WRK-NOME            TO VD-NOME.
           MOVE WRK-PCT-TXT-N       TO VD-PCT-COMISSAO.
           MOVE WRK-MATRICULA-TXT-N TO VD-MATRICULA.

       0400-ALTERAR-VENDEDOR.
      * O CADASTRO ATUAL E EXIBIDO E TODOS OS DADOS SAO
      * DIGITADOS DE NOVO; A SITUACAO NAO MUDA AQUI (OPCAO 3).
           PERFORM 0250-PEDIR-VENDEDOR.
           IF WRK-SW-VEND-ACHADO = 'N'
               DISPLAY 'VENDEDOR NAO ENCONTRADO'
           ELSE
               PERFORM 0610-EXIBIR-VENDEDOR
               MOVE 'N' TO WRK-SW-DADOS-OK
               PERFORM 0290-PEDIR-DADOS
                   UNTIL WRK-SW-DADOS-OK = 'S'
               PERFORM 0320-MOVER-DADOS
               MOVE SELLER-MASTER-RECORD
                   TO WRK-TAB-VEND(WRK-IDX-VEND-ACHADO)
               MOVE 'S' TO WRK-SW-ALTERADO
               DISPLAY 'VENDEDOR ALTERADO COM SUCESSO'
               MOVE SPACES TO WRK-MENSAGEM-AUD
               STRING 'SELLMAST ALT ' VD-CODIGO
                   DELIMITED BY SIZE INTO WRK-MENSAGEM-AUD
               PERFORM 0800-REGISTRAR-AUDITORIA
           END-IF.

       0500-INATIVAR-VENDEDOR.
      * O VENDEDOR NAO E EXCLUIDO: AS VENDAS E COMISSOES JA
      * LANCADAS CONTINUAM APONTANDO PARA ELE. A MESMA OPCAO
      * REATIVA O INATIVO. PEDE CONFIRMACAO.
           PERFORM 0250-PEDIR-VENDEDOR.
           IF WRK-SW-VEND-ACHADO = 'N'
               DISPLAY 'VENDEDOR NAO ENCONTRADO'
           ELSE
               PERFORM 0610-EXIBIR-VENDEDOR
               IF VD-INATIVO
                   DISPLAY 'CONFIRMA A REATIVACAO (S/N): '
               ELSE
                   DISPLAY 'CONFIRMA A INATIVACAO (S/N): '
               END-IF
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   MOVE SPACES TO WRK-MENSAGEM-AUD
                   IF VD-INATIVO
                       MOVE 'A' TO VD-SITUACAO
                       DISPLAY 'VENDEDOR REATIVADO'
                       STRING 'SELLMAST REAT ' VD-CODIGO
                           DELIMITED BY SIZE INTO WRK-MENSAGEM-AUD
                   ELSE
                       MOVE 'I' TO VD-SITUACAO
                       DISPLAY 'VENDEDOR INATIVADO'
                       STRING 'SELLMAST INAT ' VD-CODIGO
                           DELIMITED BY SIZE INTO WRK-MENSAGEM-AUD
                   END-IF
                   MOVE SELLER-MASTER-RECORD
                       TO WRK-TAB-VEND(WRK-IDX-VEND-ACHADO)
                   MOVE 'S' TO WRK-SW-ALTERADO
                   PERFORM 0800-REGISTRAR-AUDITORIA
               ELSE
                   DISPLAY 'OPERACAO NAO CONFIRMADA'
               END-IF
           END-IF.

       0600-CONSULTAR-VENDEDOR.
      * CODIGO EM BRANCO LISTA O CADASTRO INTEIRO.
           DISPLAY 'CODIGO DO VENDEDOR (EM BRANCO = TODOS): '
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO = SPACES
               PERFORM 0620-LISTAR-UM
                   VARYING WRK-IDX-LISTA FROM 1 BY 1
                   UNTIL WRK-IDX-LISTA > WRK-VEND-QTD
               DISPLAY 'TOTAL DE VENDEDORES: ' WRK-VEND-QTD
           ELSE
               PERFORM 0270-LOCALIZAR-VENDEDOR
               IF WRK-SW-VEND-ACHADO = 'S'
                   PERFORM 0610-EXIBIR-VENDEDOR
               ELSE
                   DISPLAY 'VENDEDOR NAO ENCONTRADO'
               END-IF
           END-IF.

       0610-EXIBIR-VENDEDOR.
           MOVE VD-PCT-COMISSAO TO WRK-PCT-ED.
           DISPLAY 'VENDEDOR  : ' VD-CODIGO ' ' VD-NOME.
           DISPLAY 'COMISSAO %: ' WRK-PCT-ED
               '  MATRICULA: ' VD-MATRICULA.
           IF VD-INATIVO
               DISPLAY 'SITUACAO  : INATIVO'
           ELSE
               DISPLAY 'SITUACAO  : ATIVO'
           END-IF.

       0620-LISTAR-UM.
           MOVE WRK-TAB-VEND(WRK-IDX-LISTA) TO SELLER-MASTER-RECORD.
           MOVE VD-PCT-COMISSAO TO WRK-PCT-ED.
           DISPLAY VD-CODIGO ' ' VD-NOME ' ' WRK-PCT-ED ' '
               VD-MATRICULA ' ' VD-SITUACAO.

       0800-REGISTRAR-AUDITORIA.
      * INCLUSAO, ALTERACAO E INATIVACAO FICAM NA TRILHA: QUEM,
      * QUANDO E DE QUAL VENDEDOR.
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
           OPEN OUTPUT SELLER-MASTER-FILE.
           PERFORM 0910-GRAVAR-UM
               VARYING WRK-IDX-LISTA FROM 1 BY 1
               UNTIL WRK-IDX-LISTA > WRK-VEND-QTD.
           CLOSE SELLER-MASTER-FILE.
           DISPLAY 'SELLMAST GRAVADO: ' WRK-VEND-QTD
               ' VENDEDOR(ES)'.

       0910-GRAVAR-UM.
           MOVE WRK-TAB-VEND(WRK-IDX-LISTA) TO SELLER-MASTER-RECORD.
           WRITE SELLER-MASTER-RECORD.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'SYSPRM.CPY'.

           COPY 'BKPCAT.CPY'.
