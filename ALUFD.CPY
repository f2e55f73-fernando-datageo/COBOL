      *             BOLETINS AOS PAIS. COPIAR DENTRO DE FILE
      *             SECTION.
      * DATA      = 30/08/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - INCLUIDOS A SITUACAO (ALU-SITUACAO: BRANCO =
      *              CURSANDO, T = SAIU POR TRANSFERENCIA, C =
      *              CONCLUIU A ULTIMA SERIE) E O ANO LETIVO DA
      *              TURMA (ALU-ANO-LETIVO), ATUALIZADOS PELA
      *              REMATRICULA E PELA TRANSFERENCIA DE SAIDA.
      *              REGISTRO ANTIGO FICA EM BRANCO (CURSANDO NO
      *              ANO LETIVO EM CURSO).
      *********************************************
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05 ALU-NOME        PIC X(25).
           05 ALU-TURMA       PIC X(05).
           05 ALU-RESPONSAVEL PIC X(25).
           05 ALU-SITUACAO    PIC X(01).
           05 ALU-ANO-LETIVO  PIC 9(04).
