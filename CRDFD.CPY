      *********************************************
      * COPYBOOK  = CRDFD.CPY
      * OBJETIVO  = LAYOUT DO CREDITO DE SALARIO (CREDFOLH):
      *             CONTA DE DESTINO E VALOR COMO FORAM ENVIADOS
      *             NA REMESSA E A SITUACAO DEVOLVIDA PELO BANCO
      *             ('E' = ENVIADO, 'P' = PAGO, 'R' = REJEITADO,
      *             COM O CODIGO E O MOTIVO DO BANCO). COPIAR
      *             DENTRO DE FILE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  CREDIT-CONTROL-FILE.
       01  CREDIT-CONTROL-RECORD.
           05 CRD-CHAVE.
               10 CRD-COMPETENCIA  PIC 9(06).
               10 CRD-MATRICULA    PIC 9(05).
           05 CRD-NOME             PIC X(20).
           05 CRD-BANCO            PIC 9(03).
           05 CRD-AGENCIA          PIC 9(05).
           05 CRD-AGENCIA-DV       PIC X(01).
           05 CRD-CONTA            PIC 9(12).
           05 CRD-CONTA-DV         PIC X(01).
           05 CRD-TIPO-CONTA       PIC X(01).
           05 CRD-VALOR            PIC 9(07)V99.
           05 CRD-DATA-REMESSA     PIC 9(08).
           05 CRD-SITUACAO         PIC X(01).
              88 CRD-ENVIADO           VALUE 'E'.
              88 CRD-PAGO              VALUE 'P'.
              88 CRD-REJEITADO         VALUE 'R'.
           05 CRD-DATA-RETORNO     PIC 9(08).
           05 CRD-OCORRENCIA       PIC X(02).
           05 CRD-MOTIVO           PIC X(30).
           05 FILLER               PIC X(10).
