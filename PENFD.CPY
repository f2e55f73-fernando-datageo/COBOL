      *********************************************
      * COPYBOOK  = PENFD.CPY
      * OBJETIVO  = FD/REGISTRO DO ARQUIVO DE PENDENCIAS DE
      *             APROVACAO (PENDAPRV): OPERACAO SENSIVEL
      *             (INCLUSAO, TROCA DE PERFIL, DESBLOQUEIO OU
      *             REATIVACAO), QUEM PEDIU E A DECISAO DO
      *             SEGUNDO ADM. COPIAR DENTRO DE FILE SECTION.
      * DATA      = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - LAYOUT EXTRAIDO DE ADM-USUARIO-VN88: A
      *              CAMPANHA DE REVISAO DE ACESSOS
      *              (CAMPANHA-ACESSO) TAMBEM GRAVA PENDENCIAS
      *              DE TROCA DE PERFIL.
      * 15/10/2026 - INCLUIDA A JUSTIFICATIVA (PEN-JUSTIFICATIVA)
      *              EXIGIDA QUANDO O PERFIL PEDIDO VIOLA UMA REGRA
      *              DE SEGREGACAO DE FUNCOES (SODRULES). LINHAS
      *              GRAVADAS ANTES DISSO LEEM O CAMPO EM BRANCO.
      *********************************************
       FD  PENDING-APPROVAL-FILE.
       01  PENDING-APPROVAL-RECORD.
           05 PEN-ID           PIC 9(05).
           05 PEN-DATA         PIC 9(08).
           05 PEN-SOLICITANTE  PIC X(20).
           05 PEN-TIPO         PIC X(01).
              88 PEN-INCLUSAO     VALUE 'I'.
              88 PEN-PERFIL-NOVO  VALUE 'A'.
              88 PEN-DESBLOQUEIO  VALUE 'D'.
              88 PEN-REATIVACAO   VALUE 'R'.
           05 PEN-USUARIO-ALVO PIC X(20).
           05 PEN-NOME         PIC X(30).
           05 PEN-PERFIL       PIC X(10).
           05 PEN-SENHA        PIC X(10).
           05 PEN-SITUACAO     PIC X(01).
              88 PEN-PENDENTE  VALUE 'P'.
              88 PEN-APROVADA  VALUE 'A'.
              88 PEN-RECUSADA  VALUE 'R'.
           05 PEN-APROVADOR    PIC X(20).
           05 PEN-DATA-DECISAO PIC 9(08).
           05 PEN-JUSTIFICATIVA PIC X(40).
