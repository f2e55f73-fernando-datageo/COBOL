      *********************************************
      * COPYBOOK  = VNDFD.CPY
      * OBJETIVO  = FD/REGISTRO DO CADASTRO DE VENDEDORES
      *             (SELLMAST): CODIGO, NOME, PERCENTUAL DE
      *             COMISSAO E MATRICULA NO EMPFILE. COPIAR
      *             DENTRO DE FILE SECTION.
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - LAYOUT EXTRAIDO DO ACUMULADO DE VENDAS
      *              (PERFORM-UNTIL-BOOK) PARA A MANUTENCAO DO
      *              CADASTRO (ADM-VENDEDOR). INCLUIDA A SITUACAO
      *              DO VENDEDOR (VD-SITUACAO): REGISTRO ANTIGO
      *              FICA COM O CAMPO EM BRANCO (ATIVO).
      * DATA      = 15/10/2026
      *********************************************
       FD  SELLER-MASTER-FILE.
       01  SELLER-MASTER-RECORD.
           05 VD-CODIGO       PIC X(08).
           05 VD-NOME         PIC X(30).
           05 VD-PCT-COMISSAO PIC 9(02)V99.
           05 VD-MATRICULA    PIC 9(05).
           05 VD-SITUACAO     PIC X(01).
              88 VD-ATIVO         VALUES 'A' ' '.
              88 VD-INATIVO       VALUE 'I'.
