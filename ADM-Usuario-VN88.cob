      *              (BKPCAT), MANTIDAS AS ULTIMAS QT-GERACOES
      *              (SYSPARM BACKUP/QT-GERACOES, PADRAO 5); A
      *              RESTAURACAO E FEITA POR RESTAURA-BACKUP.
      * 15/10/2026 - LAYOUT DO PENDAPRV EXTRAIDO PARA OS COPYBOOKS
      *              PENSEL/PENFD: A CAMPANHA DE REVISAO DE ACESSOS
      *              (CAMPANHA-ACESSO) GRAVA PENDENCIAS DE TROCA DE
      *              PERFIL, APROVADAS AQUI PELA OPCAO 6.
      * 15/10/2026 - INCLUIDAS AS REGRAS DE SEGREGACAO DE FUNCOES
      *              (SODRULES: PARES PROGRAMA/FUNCAO QUE UM MESMO
      *              PERFIL NAO DEVE TER JUNTOS). INCLUSAO OU TROCA
      *              PARA UM PERFIL EM CONFLITO SO VIRA PENDENCIA
      *              COM JUSTIFICATIVA ESCRITA, MOSTRADA AO SEGUNDO
      *              ADM NA APROVACAO; SEM ELA A OPERACAO E
      *              RECUSADA. NA MATRIZ DE PERMISSOES, A INCLUSAO
      *              QUE CRIARIA UM CONFLITO NOVO E RECUSADA.
      * 15/10/2026 - AS ALTERACOES NO USERMAST (NOME, PERFIL,
      *              SITUACAO, BLOQUEIO, RESET DE SENHA) E NA
      *              MATRIZ PERMFILE PASSAM A SER GRAVADAS NO
      *              DIARIO DE ALTERACOES (CHGJRNL) COM O VALOR
      *              ANTERIOR E O NOVO; A SENHA NUNCA VAI PARA O
      *              DIARIO, SO O FATO DO RESET.
      * 15/10/2026 - CAMPOS DO DIARIO DE ALTERACOES COM O PREFIXO
      *              CJ-/WRK-CJR- (JR- E WRK-STATUS-JRN JA SAO DO
      *              JORNAL DE FRETE, FJRFD/FJRWS).
      * 15/10/2026 - O DIARIO DE ALTERACOES DO USERMAST SO E GRAVADO
      *              DEPOIS DO REWRITE BEM-SUCEDIDO (ALTERACAO,
      *              DESATIVACAO E PENDENCIAS APLICADAS); FALHA NO
      *              REWRITE E AVISADA E NAO DEIXA DIARIO.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'AUDSEL.CPY'.
           COPY 'BKPSEL.CPY'.
           COPY 'SYSSEL.CPY'.
           COPY 'PENSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.
           COPY 'SODSEL.CPY'.
           COPY 'JRNSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.

           COPY 'SYSFD.CPY'.

           COPY 'PENFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

           COPY 'SODFD.CPY'.

           COPY 'JRNFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'USRWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'SODWS.CPY'.
           COPY 'JRNWS.CPY'.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-PERFIL       PIC X(10) VALUE SPACES.
        88 ADM         VALUE 'ADM'.
       77 WRK-NOME          PIC X(30) VALUE SPACES.
       77 WRK-ANT-NOME      PIC X(30) VALUE SPACES.
       77 WRK-MENSAGEM       PIC X(25) VALUE SPACES.
       77 WRK-SW-MANTER      PIC X(01) VALUE 'N'.
       77 WRK-OPCAO-MANUT    PIC 9(01) VALUE ZEROS.
       77 WRK-AUD-USUARIO    PIC X(20) VALUE SPACES.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-JUSTIFICATIVA  PIC X(40) VALUE SPACES.
       77 WRK-SW-SOD-LIBERA  PIC X(01) VALUE 'S'.
       77 WRK-SOD-ANTES      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-SOD-NOVA   PIC 9(03) VALUE ZEROS COMP.
       01 WRK-TABELA-PEN.
           05 WRK-TAB-PEN OCCURS 50 TIMES.
               10 WRK-TAB-PEN-ID        PIC 9(05).
               10 WRK-TAB-PEN-SITUACAO  PIC X(01).
               10 WRK-TAB-PEN-APROVADOR PIC X(20).
               10 WRK-TAB-PEN-DTDECISAO PIC 9(08).
               10 WRK-TAB-PEN-JUSTIF    PIC X(40).
       77 WRK-OPCAO-PERM     PIC 9(01) VALUE ZEROS.
       77 WRK-PERM-VALOR     PIC X(01) VALUE SPACES.
       77 WRK-IDX-GRAVA      PIC 9(03) VALUE ZEROS COMP.
           READ USER-MASTER-FILE
               INVALID KEY
                   MOVE 'I' TO WRK-TIPO-PEN
                   PERFORM 0680-CONFERIR-SEGREGACAO
                   IF WRK-SW-SOD-LIBERA = 'S'
                       PERFORM 0670-CRIAR-PENDENCIA
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'USUARIO JA CADASTRADO'
           END-READ.
      * ACESSO) CONTINUAM IMEDIATOS.
                   IF WRK-PERFIL NOT = UM-PERFIL
                       MOVE 'A' TO WRK-TIPO-PEN
                       PERFORM 0680-CONFERIR-SEGREGACAO
                       IF WRK-SW-SOD-LIBERA = 'S'
                           PERFORM 0670-CRIAR-PENDENCIA
                       END-IF
                   END-IF
                   MOVE UM-NOME   TO WRK-ANT-NOME
                   MOVE WRK-NOME  TO UM-NOME
                   PERFORM 0625-OFERECER-RESET-SENHA
                   REWRITE USER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'FALHA AO ALTERAR O USUARIO'
                       NOT INVALID KEY
                           PERFORM 0628-DIARIO-ALTERACAO-USUARIO
                           DISPLAY 'USUARIO ALTERADO COM SUCESSO'
                   END-REWRITE
           END-READ.

       0625-OFERECER-RESET-SENHA.
               END-IF
           END-IF.

       0628-DIARIO-ALTERACAO-USUARIO.
      * JA REGRAVADO: NOME ANTERIOR GUARDADO EM WRK-ANT-NOME; DO
      * RESET SO VAI PARA O DIARIO O FATO, NUNCA A SENHA.
           PERFORM 0860-PREPARAR-DIARIO-USUARIO.
           MOVE 'NOME' TO WRK-CJR-CAMPO.
           MOVE WRK-ANT-NOME TO WRK-CJR-ANTES.
           MOVE UM-NOME TO WRK-CJR-DEPOIS.
           PERFORM 9040-REGISTRAR-ALTERACAO.
           IF WRK-SW-RESET-SENHA = 'S'
               MOVE 'SENHA' TO WRK-CJR-CAMPO
               MOVE '(NAO REGISTRADA)' TO WRK-CJR-ANTES
               MOVE 'RESET - TROCA OBRIGATORIA' TO WRK-CJR-DEPOIS
               PERFORM 9040-REGISTRAR-ALTERACAO
           END-IF.

       0630-DESATIVAR-USUARIO.
      * A EXCLUSAO PASSOU A SER LOGICA: O REGISTRO FICA NO
      * USERMAST COM A SITUACAO, A DATA E QUEM DESATIVOU, E O
                   IF UM-SW-ATIVO = 'N'
                       DISPLAY 'USUARIO JA ESTA DESATIVADO'
                   ELSE
                       PERFORM 0860-PREPARAR-DIARIO-USUARIO
                       MOVE 'ATIVO' TO WRK-CJR-CAMPO
                       MOVE UM-SW-ATIVO TO WRK-CJR-ANTES
                       MOVE 'N' TO WRK-CJR-DEPOIS
                       MOVE 'N' TO UM-SW-ATIVO
                       MOVE WRK-DATA-SISTEMA TO UM-DATA-SITUACAO
                       MOVE LOG-USUARIO TO UM-USUARIO-SITUACAO
                       REWRITE USER-MASTER-RECORD
                           INVALID KEY
                               DISPLAY 'FALHA AO DESATIVAR O USUARIO'
                           NOT INVALID KEY
                               PERFORM 9040-REGISTRAR-ALTERACAO
                               DISPLAY 'USUARIO DESATIVADO COM SUCESSO'
                       END-REWRITE
                   END-IF
           END-READ.

               ACCEPT WRK-PERM-PERFIL
               DISPLAY 'PERMITIDO (S/N): '
               ACCEPT WRK-PERM-VALOR
               MOVE WRK-PERM-PERFIL TO WRK-SOD-PERFIL
               PERFORM 9030-VERIFICAR-CONFLITO-SOD
               MOVE WRK-SOD-QTD-CONFLITOS TO WRK-SOD-ANTES
               ADD 1 TO WRK-PERM-QTD
               MOVE WRK-PERM-PROGRAMA
                   TO WRK-TAB-PERM-PROGRAMA(WRK-PERM-QTD)
                   TO WRK-TAB-PERM-PERFIL(WRK-PERM-QTD)
               MOVE WRK-PERM-VALOR
                   TO WRK-TAB-PERM-PERMITIDO(WRK-PERM-QTD)
               PERFORM 9030-VERIFICAR-CONFLITO-SOD
               IF WRK-SOD-QTD-CONFLITOS > WRK-SOD-ANTES
                   PERFORM 0735-RECUSAR-CONFLITO-NOVO
               ELSE
                   PERFORM 0870-PREPARAR-DIARIO-PERMISSAO
                   MOVE SPACES TO WRK-CJR-ANTES
                   MOVE WRK-PERM-VALOR TO WRK-CJR-DEPOIS
                   PERFORM 9040-REGISTRAR-ALTERACAO
                   DISPLAY 'PERMISSAO INCLUIDA'
               END-IF
           END-IF.

       0735-RECUSAR-CONFLITO-NOVO.
      * A ENTRADA DARIA AO PERFIL UM PAR DE FUNCOES QUE O
      * SODRULES PROIBE JUNTAS: ELA E DESFEITA. A REGRA MOSTRADA
      * E A VIOLADA QUE ENVOLVE O PROGRAMA/FUNCAO RECEM-INCLUIDO.
           SUBTRACT 1 FROM WRK-PERM-QTD.
           MOVE ZEROS TO WRK-IDX-SOD-NOVA.
           PERFORM 0737-LOCALIZAR-REGRA-NOVA
               VARYING WRK-SOD-IDX FROM 1 BY 1
               UNTIL WRK-SOD-IDX > WRK-SOD-QTD
                  OR WRK-IDX-SOD-NOVA > 0.
           DISPLAY 'PERMISSAO RECUSADA - O PERFIL ' WRK-PERM-PERFIL
               ' PASSARIA A VIOLAR A SEGREGACAO DE FUNCOES'.
           IF WRK-IDX-SOD-NOVA > 0
               DISPLAY '  REGRA: '
                   WRK-TAB-SOD-DESCRICAO(WRK-IDX-SOD-NOVA)
           END-IF.
           MOVE 'ADM-USUARIO-VN88' TO WRK-EXCP-PROGRAMA.
           MOVE SPACES TO WRK-EXCP-MENSAGEM.
           STRING 'CONFLITO SOD NA MATRIZ: ' WRK-PERM-PERFIL
               DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM.
           PERFORM 9000-REGISTRAR-EXCECAO.

       0737-LOCALIZAR-REGRA-NOVA.
           IF (WRK-TAB-SOD-PROGRAMA-1(WRK-SOD-IDX) = WRK-PERM-PROGRAMA
              AND WRK-TAB-SOD-FUNCAO-1(WRK-SOD-IDX) = WRK-PERM-FUNCAO)
              OR
              (WRK-TAB-SOD-PROGRAMA-2(WRK-SOD-IDX) = WRK-PERM-PROGRAMA
              AND WRK-TAB-SOD-FUNCAO-2(WRK-SOD-IDX) = WRK-PERM-FUNCAO)
               IF WRK-TAB-SOD-SW-VIOLADA(WRK-SOD-IDX) = 'S'
                   MOVE WRK-SOD-IDX TO WRK-IDX-SOD-NOVA
               END-IF
           END-IF.

       0740-RETIRAR-PERMISSAO.
               UNTIL WRK-IDX-GRAVA > WRK-PERM-QTD
                  OR WRK-SW-PERM-ACHADA = 'S'.
           IF WRK-SW-PERM-ACHADA = 'S'
               PERFORM 0870-PREPARAR-DIARIO-PERMISSAO
               MOVE WRK-TAB-PERM-PERMITIDO(WRK-IDX-RETIRA)
                   TO WRK-CJR-ANTES
               MOVE '(RETIRADA)' TO WRK-CJR-DEPOIS
               PERFORM 9040-REGISTRAR-ALTERACAO
               MOVE WRK-TAB-PERM(WRK-PERM-QTD)
                   TO WRK-TAB-PERM(WRK-IDX-RETIRA)
               SUBTRACT 1 FROM WRK-PERM-QTD
                   TO WRK-TAB-PEN-APROVADOR(WRK-QTD-PEN)
               MOVE PEN-DATA-DECISAO
                   TO WRK-TAB-PEN-DTDECISAO(WRK-QTD-PEN)
               MOVE PEN-JUSTIFICATIVA
                   TO WRK-TAB-PEN-JUSTIF(WRK-QTD-PEN)
               IF PEN-ID >= WRK-PROX-ID-PEN
                   COMPUTE WRK-PROX-ID-PEN = PEN-ID + 1
               END-IF
                   TO WRK-TAB-PEN-APROVADOR(WRK-QTD-PEN)
               MOVE ZEROS
                   TO WRK-TAB-PEN-DTDECISAO(WRK-QTD-PEN)
               MOVE WRK-JUSTIFICATIVA
                   TO WRK-TAB-PEN-JUSTIF(WRK-QTD-PEN)
               MOVE WRK-USUARIO TO WRK-AUD-USUARIO
               STRING 'PEND ' WRK-TIPO-PEN ' CRIADA'
                   DELIMITED BY SIZE INTO WRK-AUD-MENSAGEM
                   WRK-TAB-PEN-ID(WRK-QTD-PEN)
                   ') - AGUARDA APROVACAO DE OUTRO ADM'
           END-IF.
           MOVE SPACES TO WRK-JUSTIFICATIVA.

       0680-CONFERIR-SEGREGACAO.
      * INCLUSAO OU TROCA PARA UM PERFIL QUE VIOLA UMA REGRA DE
      * SEGREGACAO DE FUNCOES (SODRULES) SO SEGUE PARA O DUPLO
      * CONTROLE COM JUSTIFICATIVA ESCRITA, QUE O SEGUNDO ADM VE
      * NA APROVACAO; SEM JUSTIFICATIVA A OPERACAO E RECUSADA.
           MOVE 'S' TO WRK-SW-SOD-LIBERA.
           MOVE SPACES TO WRK-JUSTIFICATIVA.
           IF WRK-PERM-CARREGADA = 'N'
               PERFORM 9210-CARREGAR-PERMISSOES
           END-IF.
           MOVE WRK-PERFIL TO WRK-SOD-PERFIL.
           PERFORM 9030-VERIFICAR-CONFLITO-SOD.
           IF WRK-SOD-QTD-CONFLITOS > 0
               DISPLAY 'PERFIL ' WRK-PERFIL ' VIOLA '
                   WRK-SOD-QTD-CONFLITOS
                   ' REGRA(S) DE SEGREGACAO, ENTRE ELAS: '
               DISPLAY '  '
                   WRK-TAB-SOD-DESCRICAO(WRK-SOD-IDX-REGRA)
               DISPLAY 'JUSTIFICATIVA (EM BRANCO = DESISTIR): '
               ACCEPT WRK-JUSTIFICATIVA
               MOVE WRK-USUARIO TO WRK-AUD-USUARIO
               IF WRK-JUSTIFICATIVA = SPACES
                   MOVE 'N' TO WRK-SW-SOD-LIBERA
                   DISPLAY 'SEM JUSTIFICATIVA - OPERACAO RECUSADA'
                   MOVE 'ADM-USUARIO-VN88' TO WRK-EXCP-PROGRAMA
                   MOVE SPACES TO WRK-EXCP-MENSAGEM
                   STRING 'CONFLITO SOD SEM JUSTIF: ' WRK-USUARIO
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 'SOD RECUSADA' TO WRK-AUD-MENSAGEM
               ELSE
                   MOVE 'SOD JUSTIFICADA' TO WRK-AUD-MENSAGEM
               END-IF
               PERFORM 0850-REGISTRAR-AUDITORIA
           END-IF.

       0660-APROVAR-PENDENCIAS.
      * LISTA AS PENDENCIAS EM ABERTO E DECIDE UMA A UMA PELO
                   WRK-TAB-PEN-TIPO(WRK-IDX-PEN) ' '
                   WRK-TAB-PEN-ALVO(WRK-IDX-PEN) ' PEDIDO POR '
                   WRK-TAB-PEN-SOLIC(WRK-IDX-PEN)
               IF WRK-TAB-PEN-JUSTIF(WRK-IDX-PEN) NOT = SPACES
                   DISPLAY '      CONFLITO SOD JUSTIFICADO: '
                       WRK-TAB-PEN-JUSTIF(WRK-IDX-PEN)
               END-IF
           END-IF.

       0665-DECIDIR-PENDENCIA.
                   DISPLAY 'O SOLICITANTE NAO PODE APROVAR A'
                       ' PROPRIA PENDENCIA'
               WHEN OTHER
                   PERFORM 0690-AVALIAR-SOD-PENDENCIA
                   DISPLAY 'APROVAR OU RECUSAR? (A/R): '
                   ACCEPT WRK-SW-DECISAO
                   IF WRK-SW-DECISAO = 'A'
                       PERFORM 0695-APROVAR-SE-LIBERADA
                   ELSE
                       MOVE 'R' TO WRK-TAB-PEN-SITUACAO
                           (WRK-IDX-PEN-ACHADA)
                   END-IF
           END-EVALUATE.

       0690-AVALIAR-SOD-PENDENCIA.
      * A MATRIZ PODE TER MUDADO DESDE O PEDIDO: O PERFIL DE UMA
      * INCLUSAO OU TROCA E CONFERIDO DE NOVO CONTRA O SODRULES
      * E A JUSTIFICATIVA, SE HOUVER, E MOSTRADA AO APROVADOR.
           MOVE 'S' TO WRK-SW-SOD-LIBERA.
           IF WRK-TAB-PEN-TIPO(WRK-IDX-PEN-ACHADA) = 'I'
              OR WRK-TAB-PEN-TIPO(WRK-IDX-PEN-ACHADA) = 'A'
               IF WRK-PERM-CARREGADA = 'N'
                   PERFORM 9210-CARREGAR-PERMISSOES
               END-IF
               MOVE WRK-TAB-PEN-PERFIL(WRK-IDX-PEN-ACHADA)
                   TO WRK-SOD-PERFIL
               PERFORM 9030-VERIFICAR-CONFLITO-SOD
               IF WRK-SOD-QTD-CONFLITOS > 0
                   DISPLAY 'PERFIL ' WRK-SOD-PERFIL ' VIOLA A REGRA '
                       WRK-TAB-SOD-DESCRICAO(WRK-SOD-IDX-REGRA)
                   IF WRK-TAB-PEN-JUSTIF(WRK-IDX-PEN-ACHADA) = SPACES
                       MOVE 'N' TO WRK-SW-SOD-LIBERA
                       DISPLAY 'PEDIDO SEM JUSTIFICATIVA - SO PODE'
                           ' SER RECUSADO'
                   ELSE
                       DISPLAY 'JUSTIFICATIVA: '
                           WRK-TAB-PEN-JUSTIF(WRK-IDX-PEN-ACHADA)
                   END-IF
               END-IF
           END-IF.

       0695-APROVAR-SE-LIBERADA.
      * PERFIL EM CONFLITO SEM JUSTIFICATIVA (POR EXEMPLO, TROCA
      * PEDIDA ANTES DA REGRA EXISTIR) NAO E APLICADO; A
      * PENDENCIA CONTINUA EM ABERTO PARA SER RECUSADA.
           IF WRK-SW-SOD-LIBERA = 'S'
               PERFORM 0668-APLICAR-PENDENCIA
           ELSE
               DISPLAY 'APROVACAO RECUSADA: CONFLITO DE SEGREGACAO'
                   ' SEM JUSTIFICATIVA'
               MOVE 'ADM-USUARIO-VN88' TO WRK-EXCP-PROGRAMA
               MOVE SPACES TO WRK-EXCP-MENSAGEM
               STRING 'CONFLITO SOD SEM JUSTIF: '
                   WRK-TAB-PEN-ALVO(WRK-IDX-PEN-ACHADA)
                   DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
           END-IF.

       0667-COMPARAR-PENDENCIA.
           IF WRK-ID-PEN = WRK-TAB-PEN-ID(WRK-IDX-PEN)
              AND WRK-TAB-PEN-SITUACAO(WRK-IDX-PEN) = 'P'
                   WRITE USER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'USUARIO JA CADASTRADO'
                       NOT INVALID KEY
                           PERFORM 0865-DIARIO-INCLUSAO-USUARIO
                   END-WRITE
               WHEN 'A'
                   READ USER-MASTER-FILE
                       INVALID KEY
                           DISPLAY 'USUARIO NAO ENCONTRADO'
                       NOT INVALID KEY
                           PERFORM 0860-PREPARAR-DIARIO-USUARIO
                           MOVE 'PERFIL' TO WRK-CJR-CAMPO
                           MOVE UM-PERFIL TO WRK-CJR-ANTES
                           MOVE WRK-TAB-PEN-PERFIL
                               (WRK-IDX-PEN-ACHADA) TO UM-PERFIL
                           MOVE UM-PERFIL TO WRK-CJR-DEPOIS
                           PERFORM 0669-REGRAVAR-PENDENCIA
                   END-READ
               WHEN 'D'
                   READ USER-MASTER-FILE
                       INVALID KEY
                           DISPLAY 'USUARIO NAO ENCONTRADO'
                       NOT INVALID KEY
                           PERFORM 0860-PREPARAR-DIARIO-USUARIO
                           MOVE 'BLOQUEADO' TO WRK-CJR-CAMPO
                           MOVE UM-SW-BLOQUEADO TO WRK-CJR-ANTES
                           MOVE 'N' TO WRK-CJR-DEPOIS
                           MOVE ZEROS TO UM-QTD-FALHAS
                           MOVE 'N' TO UM-SW-BLOQUEADO
                           PERFORM 0669-REGRAVAR-PENDENCIA
                   END-READ
               WHEN 'R'
                   READ USER-MASTER-FILE
                       INVALID KEY
                           DISPLAY 'USUARIO NAO ENCONTRADO'
                       NOT INVALID KEY
                           PERFORM 0860-PREPARAR-DIARIO-USUARIO
                           MOVE 'ATIVO' TO WRK-CJR-CAMPO
                           MOVE UM-SW-ATIVO TO WRK-CJR-ANTES
                           MOVE 'S' TO WRK-CJR-DEPOIS
                           MOVE 'S' TO UM-SW-ATIVO
                           MOVE WRK-DATA-SISTEMA
                               TO UM-DATA-SITUACAO
                           MOVE LOG-USUARIO
                               TO UM-USUARIO-SITUACAO
                           PERFORM 0669-REGRAVAR-PENDENCIA
                   END-READ
           END-EVALUATE.
           MOVE 'A' TO WRK-TAB-PEN-SITUACAO(WRK-IDX-PEN-ACHADA).
           PERFORM 0850-REGISTRAR-AUDITORIA.
           DISPLAY 'PENDENCIA APROVADA E APLICADA'.

       0669-REGRAVAR-PENDENCIA.
      * O CAMPO, O ANTES E O DEPOIS JA FORAM PREPARADOS; O DIARIO
      * SO E GRAVADO SE O REWRITE DEU CERTO.
           REWRITE USER-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO APLICAR A PENDENCIA'
               NOT INVALID KEY
                   PERFORM 9040-REGISTRAR-ALTERACAO
           END-REWRITE.

       0850-REGISTRAR-AUDITORIA.
      * GRAVA NA TRILHA AUDITLOG A CRIACAO E A DECISAO DE CADA
      * PENDENCIA, COM O USUARIO ALVO E O PERFIL DE QUEM AGIU.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       0860-PREPARAR-DIARIO-USUARIO.
      * CHAVE DO DIARIO = USUARIO DO REGISTRO LIDO (UM-USUARIO).
           MOVE 'ADM-USUARIO-VN88' TO WRK-CJR-PROGRAMA.
           MOVE 'USERMAST' TO WRK-CJR-ARQUIVO.
           MOVE UM-USUARIO TO WRK-CJR-CHAVE.

       0865-DIARIO-INCLUSAO-USUARIO.
      * USUARIO NOVO (PENDENCIA 'I' APROVADA): OS CAMPOS ENTRAM NO
      * DIARIO COM O VALOR ANTERIOR EM BRANCO.
           PERFORM 0860-PREPARAR-DIARIO-USUARIO.
           MOVE SPACES TO WRK-CJR-ANTES.
           MOVE 'NOME' TO WRK-CJR-CAMPO.
           MOVE UM-NOME TO WRK-CJR-DEPOIS.
           PERFORM 9040-REGISTRAR-ALTERACAO.
           MOVE 'PERFIL' TO WRK-CJR-CAMPO.
           MOVE UM-PERFIL TO WRK-CJR-DEPOIS.
           PERFORM 9040-REGISTRAR-ALTERACAO.
           MOVE 'ATIVO' TO WRK-CJR-CAMPO.
           MOVE UM-SW-ATIVO TO WRK-CJR-DEPOIS.
           PERFORM 9040-REGISTRAR-ALTERACAO.

       0870-PREPARAR-DIARIO-PERMISSAO.
      * CHAVE DO DIARIO = PROGRAMA/FUNCAO/PERFIL DA MATRIZ.
           MOVE 'ADM-USUARIO-VN88' TO WRK-CJR-PROGRAMA.
           MOVE 'PERMFILE' TO WRK-CJR-ARQUIVO.
           MOVE SPACES TO WRK-CJR-CHAVE.
           STRING WRK-PERM-PROGRAMA DELIMITED BY SPACE
               '/' DELIMITED BY SIZE
               WRK-PERM-FUNCAO DELIMITED BY SPACE
               '/' DELIMITED BY SIZE
               WRK-PERM-PERFIL DELIMITED BY SPACE
               INTO WRK-CJR-CHAVE.
           MOVE 'PERMITIDO' TO WRK-CJR-CAMPO.

       0950-GRAVAR-PENDENCIAS.
      * REGRAVA O PENDAPRV INTEIRO A PARTIR DA TABELA, COMO NAS
      * DEMAIS MANUTENCOES DE ARQUIVO SEQUENCIAL DE LINHAS.
               TO PEN-APROVADOR.
           MOVE WRK-TAB-PEN-DTDECISAO(WRK-IDX-PEN)
               TO PEN-DATA-DECISAO.
           MOVE WRK-TAB-PEN-JUSTIF(WRK-IDX-PEN)
               TO PEN-JUSTIFICATIVA.
           WRITE PENDING-APPROVAL-RECORD.

           COPY 'EXCPLOG.CPY'.
           COPY 'SYSPRM.CPY'.

           COPY 'BKPCAT.CPY'.

           COPY 'SODCHK.CPY'.

           COPY 'JRNLOG.CPY'.
