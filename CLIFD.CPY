      *             (CLIFILE): CODIGO, NOME, UF E CONDICAO DE
      *             PAGAMENTO. COPIAR DENTRO DE FILE SECTION.
      * DATA      = 19/08/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - INCLUIDO O LIMITE DE CREDITO DO CLIENTE
      *              (CLI-LIMITE-CRED), CONFERIDO NA CRITICA DO
      *              PEDIDO CONTRA OS TITULOS EM ABERTO. EM
      *              BRANCO OU ZERO = SEM LIMITE.
      * 15/10/2026 - INCLUIDA A SITUACAO DO CLIENTE (CLI-SITUACAO),
      *              MANTIDA PELO CADASTRO DE CLIENTES (ADM-CLIENTE).
      *              CLIENTE INATIVO NAO RECEBE PEDIDO NOVO;
      *              REGISTRO ANTIGO FICA EM BRANCO (ATIVO).
      *********************************************
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CLI-NOME        PIC X(30).
           05 CLI-UF          PIC X(02).
           05 CLI-COND-PAGTO  PIC X(10).
           05 CLI-LIMITE-CRED PIC 9(09)V99.
           05 CLI-SITUACAO    PIC X(01).
              88 CLI-ATIVO        VALUES 'A' ' '.
              88 CLI-INATIVO      VALUE 'I'.
