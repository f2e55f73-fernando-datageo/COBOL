      *             VENDA E CUSTO. COPIAR DENTRO DE FILE
      *             SECTION.
      * DATA      = 29/08/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - INCLUIDA A SITUACAO DO PRODUTO (PRD-SITUACAO),
      *              MANTIDA PELO CADASTRO DE PRODUTOS (ADM-PRODUTO);
      *              REGISTRO ANTIGO FICA EM BRANCO (ATIVO).
      * 15/10/2026 - INCLUIDO O PESO UNITARIO EM KG (PRD-PESO),
      *              MANTIDO PELO ADM-PRODUTO: E O PESO DO ITEM NO
      *              PEDIDO DE FRETE GERADO DAS VENDAS. REGISTRO
      *              ANTIGO FICA EM BRANCO (PESO ZERO).
      *********************************************
       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05 PRD-DESCRICAO  PIC X(30).
           05 PRD-PRECO      PIC 9(07)V99.
           05 PRD-CUSTO      PIC 9(07)V99.
           05 PRD-SITUACAO   PIC X(01).
              88 PRD-ATIVO       VALUES 'A' ' '.
              88 PRD-INATIVO     VALUE 'I'.
           05 PRD-PESO       PIC 9(05)V99.
