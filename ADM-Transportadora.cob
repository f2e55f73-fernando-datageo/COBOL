       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADM-TRANSPORTADORA.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: MANUTENCAO DO CADASTRO DE TRANSPORTADORAS
      * (TRANSPMS): INCLUIR, ALTERAR, INATIVAR/REATIVAR E
      * CONSULTAR, NOS MOLDES DE ADM-CLIENTE, COM GERACAO DE
      * BACKUP E TRILHA AUDITLOG
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: O TRANSPMS ERA EDITADO A
      *              MAO. A ENTRADA E CRITICADA (CODIGO UNICO,
      *              NOME PREENCHIDO, SITUACAO S/N E CAPACIDADE
      *              NUMERICA), A TRANSPORTADORA E INATIVADA PELA
      *              PROPRIA TRP-SW-ATIVA EM VEZ DE EXCLUIDA E
      *              CADA ALTERACAO FICA NA TRILHA.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'TRPSEL.CPY'.
           COPY 'SYSSEL.CPY'.
           COPY 'BKPSEL.CPY'.
           COPY 'AUDSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'TRPFD.CPY'.

           COPY 'SYSFD.CPY'.

           COPY 'BKPFD.CPY'.

           COPY 'AUDFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'TRPWS.CPY'.
           COPY 'SYSWS.CPY'.
           COPY 'BKPWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-AUDIT   PIC X(02) VALUE SPACES.
       77 WRK-OPCAO-TRANSP   PIC 9(01) VALUE ZEROS.
       77 WRK-EOF-TRP        PIC X(01) VALUE 'N'.
       77 WRK-TRP-ESTOUROU   PIC X(01) VALUE 'N'.
       77 WRK-SW-ALTERADO    PIC X(01) VALUE 'N'.
       77 WRK-SW-TRP-ACHADA  PIC X(01) VALUE 'N'.
       77 WRK-SW-CODIGO-OK   PIC X(01) VALUE 'N'.
       77 WRK-SW-DADOS-OK    PIC X(01) VALUE 'N'.
       77 WRK-TRP-QTD        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-LISTA      PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-TRP-ACHADA PIC 9(03) VALUE ZEROS COMP.
       77 WRK-CODIGO         PIC X(03) VALUE SPACES.
       77 WRK-NOME           PIC X(20) VALUE SPACES.
       77 WRK-SW-ATIVA       PIC X(01) VALUE SPACES.
       01 WRK-CAPAC-TXT      PIC X(06) VALUE SPACES.
       01 WRK-CAPAC-TXT-N REDEFINES WRK-CAPAC-TXT
                             PIC 9(06).
       77 WRK-CAPAC-ED       PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-MENSAGEM-AUD   PIC X(25) VALUE SPACES.
       01 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
      * O TRANSPMS INTEIRO EM MEMORIA: CADA ENTRADA E A IMAGEM
      * DO REGISTRO (CARRIER-MASTER-RECORD). O TAMANHO ACOMPANHA
      * A TABELA DE TRANSPORTADORAS DA COTACAO DE FRETE (10),
      * PARA O CADASTRO NAO CRESCER ALEM DO QUE ELA CARREGA.
       01 WRK-TABELA-TRANSP.
           05 WRK-TAB-TRP OCCURS 10 TIMES.
               10 WRK-TAB-TRP-CODIGO PIC X(03).
               10 WRK-TAB-TRP-RESTO  PIC X(27).

       SCREEN SECTION.
       01  TS-MENU-TRANSP.
           05 BLANK SCREEN.
           05 LINE 02 COL 10 VALUE 'CADASTRO DE TRANSPORTADORAS'.
           05 LINE 02 COL 38 VALUE '(TRANSPMS)'.
           05 LINE 04 COL 10 VALUE '1 - INCLUIR TRANSPORTADORA'.
           05 LINE 05 COL 10 VALUE '2 - ALTERAR TRANSPORTADORA'.
           05 LINE 06 COL 10 VALUE '3 - INATIVAR/REATIVAR'.
           05 LINE 07 COL 10 VALUE '4 - CONSULTAR TRANSPORTADORA'.
           05 LINE 08 COL 10 VALUE '0 - VOLTAR (GRAVA O ARQUIVO)'.
           05 LINE 10 COL 10 VALUE 'OPCAO: '.
           05 LINE 10 COL 18 PIC 9(01) USING WRK-OPCAO-TRANSP.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-CARREGAR
               IF WRK-TRP-ESTOUROU = 'S'
      * REGRAVAR A PARTIR DA TABELA APAGARIA AS TRANSPORTADORAS
      * QUE NAO COUBERAM NELA; O ARQUIVO FICA INTACTO.
                   DISPLAY 'TRANSPMS EXCEDE A CAPACIDADE DO'
                       ' PROGRAMA (10) - MANUTENCAO RECUSADA'
                   MOVE 'ADM-TRANSPORTADORA' TO WRK-EXCP-PROGRAMA
                   MOVE 'TRANSPMS EXCEDE A CAPACIDADE DA TABELA'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0150-GERAR-BACKUP
                   MOVE 1 TO WRK-OPCAO-TRANSP
                   PERFORM 0200-MENU-TRANSP
                       UNTIL WRK-OPCAO-TRANSP = 0
                   IF WRK-SW-ALTERADO = 'S'
                       PERFORM 0900-GRAVAR
                   END-IF
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA CADASTRO DE'
                   ' TRANSPORTADORAS'
               MOVE 'ADM-TRANSPORTADORA' TO WRK-EXCP-PROGRAMA
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
           MOVE 'ADM-TRANSPORTADORA' TO WRK-PERM-PROGRAMA.
           MOVE 'MANUTENCAO' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

       0100-CARREGAR.
      * TRANSPMS AUSENTE = CADASTRO NOVO, INICIADO VAZIO. A
      * CAPACIDADE EM BRANCO (REGISTRO ANTERIOR AO CAMPO) E
      * CARREGADA COMO ZERO, QUE TEM O MESMO SENTIDO (SEM LIMITE).
           MOVE ZEROS TO WRK-TRP-QTD.
           MOVE 'N' TO WRK-EOF-TRP.
           OPEN INPUT CARRIER-MASTER-FILE.
           IF WRK-STATUS-TRP = '00'
               PERFORM 0110-LER-TRANSP
               PERFORM 0120-ARMAZENAR-TRANSP
                   UNTIL WRK-EOF-TRP = 'S'
               CLOSE CARRIER-MASTER-FILE
           ELSE
               DISPLAY 'TRANSPMS INEXISTENTE - CADASTRO INICIADO'
                   ' VAZIO'
           END-IF.
           DISPLAY 'TRANSPORTADORAS CARREGADAS: ' WRK-TRP-QTD.

       0110-LER-TRANSP.
           READ CARRIER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-TRP
           END-READ.

       0120-ARMAZENAR-TRANSP.
           IF WRK-TRP-QTD < 10
               ADD 1 TO WRK-TRP-QTD
               IF TRP-CAPAC-KG NOT NUMERIC
                   MOVE ZEROS TO TRP-CAPAC-KG
               END-IF
               MOVE CARRIER-MASTER-RECORD
                   TO WRK-TAB-TRP(WRK-TRP-QTD)
           ELSE
               MOVE 'S' TO WRK-TRP-ESTOUROU
           END-IF.
           PERFORM 0110-LER-TRANSP.

       0150-GERAR-BACKUP.
      * O TRANSPMS JA ESTA CARREGADO EM TABELA: A GERACAO E
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
           STRING 'TRANSPMS.B' WRK-BKP-DATA WRK-BKP-HORA(1:6)
               DELIMITED BY SIZE INTO WRK-BKP-NOME.
           OPEN OUTPUT BACKUP-GEN-FILE.
           PERFORM 0160-DESCARREGAR-TRANSP
               VARYING WRK-IDX-LISTA FROM 1 BY 1
               UNTIL WRK-IDX-LISTA > WRK-TRP-QTD.
           CLOSE BACKUP-GEN-FILE.
           MOVE 'TRANSPMS' TO WRK-BKP-ARQUIVO.
           PERFORM 9600-REGISTRAR-BACKUP.
           DISPLAY 'BACKUP GERADO: ' WRK-BKP-NOME.

       0160-DESCARREGAR-TRANSP.
           MOVE SPACES TO BACKUP-GEN-RECORD.
           MOVE WRK-TAB-TRP(WRK-IDX-LISTA)
               TO BACKUP-GEN-RECORD(1:30).
           WRITE BACKUP-GEN-RECORD.

       0200-MENU-TRANSP.
           DISPLAY TS-MENU-TRANSP.
           ACCEPT TS-MENU-TRANSP.
           EVALUATE WRK-OPCAO-TRANSP
               WHEN 1
                   PERFORM 0300-INCLUIR-TRANSP
               WHEN 2
                   PERFORM 0400-ALTERAR-TRANSP
               WHEN 3
                   PERFORM 0500-INATIVAR-TRANSP
               WHEN 4
                   PERFORM 0600-CONSULTAR-TRANSP
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0250-PEDIR-TRANSP.
      * O CODIGO E A CHAVE E NAO PODE FICAR EM BRANCO. A
      * POSICAO NA TABELA VOLTA EM WRK-IDX-TRP-ACHADA E O
      * REGISTRO EM CARRIER-MASTER-RECORD.
           MOVE 'N' TO WRK-SW-CODIGO-OK.
           PERFORM 0260-PEDIR-CODIGO
               UNTIL WRK-SW-CODIGO-OK = 'S'.
           PERFORM 0270-LOCALIZAR-TRANSP.

       0260-PEDIR-CODIGO.
           DISPLAY 'CODIGO DA TRANSPORTADORA (3 POSICOES): '
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO = SPACES
               DISPLAY 'CODIGO OBRIGATORIO'
           ELSE
               MOVE 'S' TO WRK-SW-CODIGO-OK
           END-IF.

       0270-LOCALIZAR-TRANSP.
           MOVE 'N' TO WRK-SW-TRP-ACHADA.
           PERFORM 0275-PROCURAR-TRANSP
               VARYING WRK-IDX-LISTA FROM 1 BY 1
               UNTIL WRK-IDX-LISTA > WRK-TRP-QTD
                  OR WRK-SW-TRP-ACHADA = 'S'.
           IF WRK-SW-TRP-ACHADA = 'S'
               MOVE WRK-TAB-TRP(WRK-IDX-TRP-ACHADA)
                   TO CARRIER-MASTER-RECORD
           END-IF.

       0275-PROCURAR-TRANSP.
      * O PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA.
           IF WRK-TAB-TRP-CODIGO(WRK-IDX-LISTA) = WRK-CODIGO
               MOVE 'S' TO WRK-SW-TRP-ACHADA
               MOVE WRK-IDX-LISTA TO WRK-IDX-TRP-ACHADA
           END-IF.

       0290-PEDIR-DADOS.
           DISPLAY 'NOME: '
           ACCEPT WRK-NOME.
           DISPLAY 'ATIVA (S/N): '
           ACCEPT WRK-SW-ATIVA.
           DISPLAY 'CAPACIDADE POR VEICULO EM KG (6 DIGITOS,'
               ' ZERO = SEM LIMITE): '
           ACCEPT WRK-CAPAC-TXT.
           PERFORM 0295-CRITICAR-DADOS.

       0295-CRITICAR-DADOS.
      * CRITICA DE ENTRADA: NOME PREENCHIDO, SITUACAO S OU N E
      * CAPACIDADE NUMERICA.
           MOVE 'N' TO WRK-SW-DADOS-OK.
           EVALUATE TRUE
               WHEN WRK-NOME = SPACES
                   DISPLAY 'NOME OBRIGATORIO'
               WHEN WRK-SW-ATIVA NOT = 'S' AND NOT = 'N'
                   DISPLAY 'ATIVA DEVE SER S OU N'
               WHEN WRK-CAPAC-TXT NOT NUMERIC
                   DISPLAY 'CAPACIDADE DEVE SER NUMERICA (6 DIGITOS,'
                       ' COM ZEROS A ESQUERDA)'
               WHEN OTHER
                   MOVE 'S' TO WRK-SW-DADOS-OK
           END-EVALUATE.

       0300-INCLUIR-TRANSP.
      * CODIGO JA CADASTRADO (MESMO INATIVO) E RECUSADO: O
      * CODIGO NAO E REAPROVEITADO.
           PERFORM 0250-PEDIR-TRANSP.
           IF WRK-SW-TRP-ACHADA = 'S'
               DISPLAY 'TRANSPORTADORA JA CADASTRADA'
               PERFORM 0610-EXIBIR-TRANSP
           ELSE
               IF WRK-TRP-QTD NOT < 10
                   DISPLAY 'TABELA DE TRANSPORTADORAS CHEIA'
               ELSE
                   MOVE 'N' TO WRK-SW-DADOS-OK
                   PERFORM 0290-PEDIR-DADOS
                       UNTIL WRK-SW-DADOS-OK = 'S'
                   INITIALIZE CARRIER-MASTER-RECORD
                   MOVE WRK-CODIGO TO TRP-CODIGO
                   PERFORM 0320-MOVER-DADOS
                   ADD 1 TO WRK-TRP-QTD
                   MOVE CARRIER-MASTER-RECORD
                       TO WRK-TAB-TRP(WRK-TRP-QTD)
                   MOVE 'S' TO WRK-SW-ALTERADO
                   DISPLAY 'TRANSPORTADORA INCLUIDA COM SUCESSO'
                   MOVE SPACES TO WRK-MENSAGEM-AUD
                   STRING 'TRANSPMS INCL ' TRP-CODIGO
                       DELIMITED BY SIZE INTO WRK-MENSAGEM-AUD
                   PERFORM 0800-REGISTRAR-AUDITORIA
               END-IF
           END-IF.

       0320-MOVER-DADOS.
           MOVE WRK-NOME          TO TRP-NOME.
           MOVE WRK-SW-ATIVA      TO TRP-SW-ATIVA.
           MOVE WRK-CAPAC-TXT-N   TO TRP-CAPAC-KG.

       0400-ALTERAR-TRANSP.
      * O CADASTRO ATUAL E EXIBIDO E TODOS OS DADOS SAO
      * DIGITADOS DE NOVO.
           PERFORM 0250-PEDIR-TRANSP.
           IF WRK-SW-TRP-ACHADA = 'N'
               DISPLAY 'TRANSPORTADORA NAO ENCONTRADA'
           ELSE
               PERFORM 0610-EXIBIR-TRANSP
               MOVE 'N' TO WRK-SW-DADOS-OK
               PERFORM 0290-PEDIR-DADOS
                   UNTIL WRK-SW-DADOS-OK = 'S'
               PERFORM 0320-MOVER-DADOS
               MOVE CARRIER-MASTER-RECORD
                   TO WRK-TAB-TRP(WRK-IDX-TRP-ACHADA)
               MOVE 'S' TO WRK-SW-ALTERADO
               DISPLAY 'TRANSPORTADORA ALTERADA COM SUCESSO'
               MOVE SPACES TO WRK-MENSAGEM-AUD
               STRING 'TRANSPMS ALT ' TRP-CODIGO
                   DELIMITED BY SIZE INTO WRK-MENSAGEM-AUD
               PERFORM 0800-REGISTRAR-AUDITORIA
           END-IF.

       0500-INATIVAR-TRANSP.
      * A TRANSPORTADORA NAO E EXCLUIDA: INATIVA (TRP-SW-ATIVA
      * = 'N'), DEIXA DE SER COTADA NO FRETE. A MESMA
      * OPCAO REATIVA A INATIVA. PEDE CONFIRMACAO.
           PERFORM 0250-PEDIR-TRANSP.
           IF WRK-SW-TRP-ACHADA = 'N'
               DISPLAY 'TRANSPORTADORA NAO ENCONTRADA'
           ELSE
               PERFORM 0610-EXIBIR-TRANSP
               IF TRP-SW-ATIVA = 'N'
                   DISPLAY 'CONFIRMA A REATIVACAO (S/N): '
               ELSE
                   DISPLAY 'CONFIRMA A INATIVACAO (S/N): '
               END-IF
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   MOVE SPACES TO WRK-MENSAGEM-AUD
                   IF TRP-SW-ATIVA = 'N'
                       MOVE 'S' TO TRP-SW-ATIVA
                       DISPLAY 'TRANSPORTADORA REATIVADA'
                       STRING 'TRANSPMS REAT ' TRP-CODIGO
                           DELIMITED BY SIZE INTO WRK-MENSAGEM-AUD
                   ELSE
                       MOVE 'N' TO TRP-SW-ATIVA
                       DISPLAY 'TRANSPORTADORA INATIVADA'
                       STRING 'TRANSPMS INAT ' TRP-CODIGO
                           DELIMITED BY SIZE INTO WRK-MENSAGEM-AUD
                   END-IF
                   MOVE CARRIER-MASTER-RECORD
                       TO WRK-TAB-TRP(WRK-IDX-TRP-ACHADA)
                   MOVE 'S' TO WRK-SW-ALTERADO
                   PERFORM 0800-REGISTRAR-AUDITORIA
               ELSE
                   DISPLAY 'OPERACAO NAO CONFIRMADA'
               END-IF
           END-IF.

       0600-CONSULTAR-TRANSP.
      * CODIGO EM BRANCO LISTA O CADASTRO INTEIRO.
           DISPLAY 'CODIGO DA TRANSPORTADORA (EM BRANCO = TODAS): '
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO = SPACES
               PERFORM 0620-LISTAR-UMA
                   VARYING WRK-IDX-LISTA FROM 1 BY 1
                   UNTIL WRK-IDX-LISTA > WRK-TRP-QTD
               DISPLAY 'TOTAL DE TRANSPORTADORAS: ' WRK-TRP-QTD
           ELSE
               PERFORM 0270-LOCALIZAR-TRANSP
               IF WRK-SW-TRP-ACHADA = 'S'
                   PERFORM 0610-EXIBIR-TRANSP
               ELSE
                   DISPLAY 'TRANSPORTADORA NAO ENCONTRADA'
               END-IF
           END-IF.

       0610-EXIBIR-TRANSP.
           MOVE TRP-CAPAC-KG TO WRK-CAPAC-ED.
           DISPLAY 'TRANSPORTADORA: ' TRP-CODIGO ' ' TRP-NOME.
           DISPLAY 'CAPACIDADE KG : ' WRK-CAPAC-ED.
           IF TRP-SW-ATIVA = 'N'
               DISPLAY 'SITUACAO      : INATIVA'
           ELSE
               DISPLAY 'SITUACAO      : ATIVA'
           END-IF.

       0620-LISTAR-UMA.
           MOVE WRK-TAB-TRP(WRK-IDX-LISTA) TO CARRIER-MASTER-RECORD.
           MOVE TRP-CAPAC-KG TO WRK-CAPAC-ED.
           DISPLAY TRP-CODIGO ' ' TRP-NOME ' ' TRP-SW-ATIVA ' '
               WRK-CAPAC-ED.

       0800-REGISTRAR-AUDITORIA.
      * INCLUSAO, ALTERACAO E INATIVACAO FICAM NA TRILHA: QUEM,
      * QUANDO E DE QUAL TRANSPORTADORA.
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
           OPEN OUTPUT CARRIER-MASTER-FILE.
           PERFORM 0910-GRAVAR-UMA
               VARYING WRK-IDX-LISTA FROM 1 BY 1
               UNTIL WRK-IDX-LISTA > WRK-TRP-QTD.
           CLOSE CARRIER-MASTER-FILE.
           DISPLAY 'TRANSPMS GRAVADO: ' WRK-TRP-QTD
               ' TRANSPORTADORA(S)'.

       0910-GRAVAR-UMA.
           MOVE WRK-TAB-TRP(WRK-IDX-LISTA) TO CARRIER-MASTER-RECORD.
           WRITE CARRIER-MASTER-RECORD.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'SYSPRM.CPY'.

           COPY 'BKPCAT.CPY'.
