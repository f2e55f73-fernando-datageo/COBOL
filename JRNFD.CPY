      *********************************************
      * COPYBOOK  = JRNFD.CPY
      * OBJETIVO  = FD/REGISTRO DO DIARIO DE ALTERACOES DOS
      *             CADASTROS (CHGJRNL): ARQUIVO, CHAVE DO
      *             REGISTRO, CAMPO, VALOR ANTERIOR E NOVO (JA
      *             EDITADOS PARA LEITURA), QUEM ALTEROU, POR
      *             QUAL PROGRAMA E QUANDO. A AUDITLOG DIZ QUE
      *             HOUVE A OPERACAO; ESTE DIARIO DIZ O QUE
      *             MUDOU. COPIAR DENTRO DE FILE SECTION.
      * DATA      = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PREFIXO DOS CAMPOS PASSOU DE JR- PARA CJ-
      *              (E O STATUS PARA WRK-STATUS-CJR, EM JRNWS):
      *              JR- E WRK-STATUS-JRN JA SAO DO JORNAL DE
      *              FRETE (FJRFD/FJRWS) E OS DOIS NAO PODIAM SER
      *              COPIADOS NO MESMO PROGRAMA.
      *********************************************
       FD  CHANGE-JOURNAL-FILE.
       01  CHANGE-JOURNAL-RECORD.
           05 CJ-DATA          PIC 9(08).
           05 CJ-HORA          PIC 9(08).
           05 CJ-ARQUIVO       PIC X(08).
           05 CJ-CHAVE         PIC X(40).
           05 CJ-CAMPO         PIC X(15).
           05 CJ-VALOR-ANTES   PIC X(30).
           05 CJ-VALOR-DEPOIS  PIC X(30).
           05 CJ-USUARIO       PIC X(20).
           05 CJ-PROGRAMA      PIC X(20).
