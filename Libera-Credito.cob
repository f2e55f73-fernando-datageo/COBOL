       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERA-CREDITO.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: LIBERACAO DE PEDIDO BLOQUEADO POR CREDITO NA
      * CRITICA PREVIA DO LOTE NOTURNO (VALIDA-ENTRADA, MOTIVOS
      * O09 LIMITE DE CREDITO E O10 TITULO VENCIDO). PARA CADA
      * PEDIDO INFORMADO (COM O MOTIVO DA LIBERACAO) GRAVA A
      * LIBERACAO NO LIBCRED, QUE VALE PARA O LOTE DA NOITE DE
      * HOJE OU DE AMANHA, E O REGISTRO NA TRILHA DE AUDITORIA
      * (AUDITLOG). O BLOQUEIO DA ULTIMA CRITICA (ORDREJ) E
      * MOSTRADO QUANDO EXISTE; PEDIDO AINDA NAO CRITICADO TAMBEM
      * PODE SER LIBERADO COM ANTECEDENCIA.
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO JUNTO COM O BLOQUEIO DE
      *              CREDITO DA CRITICA PREVIA: O FINANCEIRO NAO
      *              TINHA COMO DEIXAR PASSAR UM PEDIDO NEGOCIADO
      *              COM O CLIENTE SEM MEXER NO LIMITE.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'LIBSEL.CPY'.
           SELECT ORD-REJEITO-FILE ASSIGN TO "ORDREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORDR.
           COPY 'AUDSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'LIBFD.CPY'.

      * REJEITADOS DA ULTIMA CRITICA PREVIA: SO O CABECALHO DO
      * PEDIDO INTERESSA (NUMERO E CLIENTE).
       FD  ORD-REJEITO-FILE.
       01  ORD-REJEITO-RECORD.
           05 ORR-MOTIVO           PIC X(03).
           05 ORR-REGISTRO.
               10 ORR-TIPO         PIC X(01).
               10 ORR-NUMERO       PIC X(06).
               10 ORR-UF           PIC X(02).
               10 ORR-CLIENTE      PIC X(05).
               10 FILLER           PIC X(22).

           COPY 'AUDFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'LIBWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-ORDR    PIC X(02) VALUE SPACES.
       77 WRK-STATUS-AUDIT   PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-PEDIDO         PIC 9(06) VALUE ZEROS.
       77 WRK-MOTIVO         PIC X(30) VALUE SPACES.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-QT-LIBERADOS   PIC 9(05) VALUE ZEROS.
      * ULTIMO CABECALHO DO PEDIDO NO ORDREJ
       77 WRK-SW-REJEITADO   PIC X(01) VALUE 'N'.
       77 WRK-REJ-MOTIVO     PIC X(03) VALUE SPACES.
       77 WRK-REJ-CLIENTE    PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
               PERFORM 0100-LIBERAR
                   UNTIL WRK-PEDIDO = 999999
               PERFORM 0900-FINALIZAR
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA LIBERACAO'
               MOVE 'LIBERA-CREDITO' TO WRK-EXCP-PROGRAMA
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
           MOVE 'LIBERA-CREDITO' TO WRK-PERM-PROGRAMA.
           MOVE 'LIBERACAO' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-LIBERAR.
           DISPLAY 'NUMERO DO PEDIDO (999999 = SAIR): '
           ACCEPT WRK-PEDIDO.
           IF WRK-PEDIDO NOT = 999999
               PERFORM 0200-PROCURAR-REJEITO
               EVALUATE TRUE
                   WHEN WRK-SW-REJEITADO = 'N'
                       DISPLAY 'PEDIDO NAO CONSTA NO ORDREJ - '
                           'LIBERACAO ANTECIPADA'
                   WHEN WRK-REJ-MOTIVO = 'O09'
                       DISPLAY 'PEDIDO ' WRK-PEDIDO ' CLIENTE '
                           WRK-REJ-CLIENTE
                           ' BLOQUEADO POR LIMITE DE CREDITO (O09)'
                   WHEN WRK-REJ-MOTIVO = 'O10'
                       DISPLAY 'PEDIDO ' WRK-PEDIDO ' CLIENTE '
                           WRK-REJ-CLIENTE
                           ' BLOQUEADO POR TITULO VENCIDO (O10)'
                   WHEN OTHER
                       DISPLAY 'PEDIDO REJEITADO POR OUTRO MOTIVO ('
                           WRK-REJ-MOTIVO
                           ') - A LIBERACAO NAO O CORRIGE'
               END-EVALUATE
               PERFORM 0300-INFORMAR-LIBERACAO
           END-IF.

       0200-PROCURAR-REJEITO.
      * VALE O ULTIMO CABECALHO DO PEDIDO NO ORDREJ; CLIENTE NAO
      * NUMERICO (MOTIVO O07) FICA ZERO.
           MOVE 'N' TO WRK-SW-REJEITADO.
           MOVE SPACES TO WRK-REJ-MOTIVO.
           MOVE ZEROS TO WRK-REJ-CLIENTE.
           OPEN INPUT ORD-REJEITO-FILE.
           IF WRK-STATUS-ORDR = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0210-LER-REJEITO
               PERFORM 0220-COMPARAR-REJEITO
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE ORD-REJEITO-FILE.

       0210-LER-REJEITO.
           READ ORD-REJEITO-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0220-COMPARAR-REJEITO.
           IF ORR-TIPO = '1'
              AND ORR-NUMERO NUMERIC
              AND ORR-NUMERO = WRK-PEDIDO
               MOVE 'S' TO WRK-SW-REJEITADO
               MOVE ORR-MOTIVO TO WRK-REJ-MOTIVO
               IF ORR-CLIENTE NUMERIC
                   MOVE ORR-CLIENTE TO WRK-REJ-CLIENTE
               ELSE
                   MOVE ZEROS TO WRK-REJ-CLIENTE
               END-IF
           END-IF.
           PERFORM 0210-LER-REJEITO.

       0300-INFORMAR-LIBERACAO.
           DISPLAY 'MOTIVO DA LIBERACAO: '
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO = SPACES
               DISPLAY 'LIBERACAO RECUSADA: MOTIVO NAO INFORMADO'
           ELSE
               DISPLAY 'CONFIRMA A LIBERACAO DO PEDIDO (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   PERFORM 0400-GRAVAR-LIBERACAO
                   PERFORM 0500-REGISTRAR-AUDITORIA
                   ADD 1 TO WRK-QT-LIBERADOS
                   DISPLAY 'PEDIDO ' WRK-PEDIDO
                       ' LIBERADO PARA O PROXIMO LOTE'
               ELSE
                   DISPLAY 'LIBERACAO NAO CONFIRMADA'
               END-IF
           END-IF.

       0400-GRAVAR-LIBERACAO.
           OPEN EXTEND CREDIT-RELEASE-FILE.
           IF WRK-STATUS-LIB NOT = '00'
               OPEN OUTPUT CREDIT-RELEASE-FILE
               CLOSE CREDIT-RELEASE-FILE
               OPEN EXTEND CREDIT-RELEASE-FILE
           END-IF.
           MOVE WRK-PEDIDO       TO LIB-PEDIDO.
           MOVE WRK-DATA-SISTEMA TO LIB-DATA.
           MOVE WRK-REJ-CLIENTE  TO LIB-CLIENTE.
           MOVE LOG-USUARIO      TO LIB-USUARIO.
           MOVE WRK-MOTIVO       TO LIB-MOTIVO.
           WRITE CREDIT-RELEASE-RECORD.
           CLOSE CREDIT-RELEASE-FILE.

       0500-REGISTRAR-AUDITORIA.
      * A LIBERACAO FICA NA TRILHA: QUEM, QUANDO E QUAL PEDIDO.
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
           MOVE WRK-DATA-HORA TO AL-DATA-HORA.
           MOVE LOG-USUARIO   TO AL-USUARIO.
           MOVE LOG-PERFIL    TO AL-PERFIL.
           MOVE SPACES TO AL-MENSAGEM.
           STRING 'LIBERA CREDITO PED ' WRK-PEDIDO
               DELIMITED BY SIZE INTO AL-MENSAGEM.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       0900-FINALIZAR.
           DISPLAY 'PEDIDOS LIBERADOS: ' WRK-QT-LIBERADOS.
           DISPLAY 'FIM DA LIBERACAO DE CREDITO'.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.
