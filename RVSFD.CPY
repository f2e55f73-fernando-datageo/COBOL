      *********************************************
      * COPYBOOK  = RVSFD.CPY
      * OBJETIVO  = FD/REGISTRO DA CAMPANHA DE REVISAO DE
      *             ACESSOS (REVACESS): UM REGISTRO POR USUARIO
      *             ATIVO NA ABERTURA, COM O PERFIL A CONFIRMAR,
      *             O GESTOR QUE RESPONDE, O PRAZO E A DECISAO.
      *             O ARQUIVO GUARDA SO A CAMPANHA CORRENTE (OU
      *             A ULTIMA ENCERRADA); CADA CAMPANHA ENCERRADA
      *             E ACRESCENTADA AO HISTORICO REVHIST (VER
      *             RVHFD.CPY), ALEM DO RELATORIO ASSINADO
      *             (REVRPT) E DO AUDITLOG.
      *             COPIAR DENTRO DE FILE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  ACCESS-REVIEW-FILE.
       01  ACCESS-REVIEW-RECORD.
           05 RV-CAMPANHA        PIC X(06).
           05 RV-USUARIO         PIC X(20).
           05 RV-NOME            PIC X(30).
           05 RV-PERFIL          PIC X(10).
           05 RV-GESTOR          PIC X(20).
           05 RV-DATA-ABERTURA   PIC 9(08).
           05 RV-PRAZO           PIC 9(08).
           05 RV-DECISAO         PIC X(01).
              88 RV-PENDENTE     VALUE ' '.
              88 RV-MANTER       VALUE 'M'.
              88 RV-ALTERAR      VALUE 'A'.
              88 RV-REVOGAR      VALUE 'R'.
              88 RV-EXPIRADA     VALUE 'E'.
           05 RV-PERFIL-NOVO     PIC X(10).
           05 RV-DECISOR         PIC X(20).
           05 RV-DATA-DECISAO    PIC 9(08).
           05 RV-SITUACAO        PIC X(01).
              88 RV-ABERTA       VALUE 'A'.
              88 RV-ENCERRADA    VALUE 'E'.
           05 RV-DATA-ENCERRAMENTO PIC 9(08).
