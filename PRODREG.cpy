      *****************************************************
      * LAYOUT DO REGISTRO DO CADASTRO DE PRODUTOS (PRODUTOS.DAT).
      * OS ITENS DE PEDIDO (PEDITENS-PRODUTO) REFERENCIAM O
      * PRODUTO PELO CODIGO; DESCRICAO E PRECO DO ITEM SAO
      * COPIADOS DAQUI NA DIGITACAO.
      * CONTROLE DE ESTOQUE:
      *   PRODUTOS-ESTOQUE    = QUANTIDADE FISICA EM MAOS
      *   PRODUTOS-RESERVADO  = QUANTIDADE PRESA EM ITENS DE
      *                         PEDIDOS ABERTOS (SITUACAO A)
      *   DISPONIVEL          = ESTOQUE MENOS RESERVADO
      * O ITEM RESERVA NA DIGITACAO, O FATURAMENTO (A->F) BAIXA
      * ESTOQUE E RESERVA, O CANCELAMENTO DEVOLVE (A->C LIBERA A
      * RESERVA, F->C DEVOLVE AO ESTOQUE).
      * PRODUTOS-ESTOQUE-MIN E O PONTO DE REPOSICAO USADO PELA
      * LISTAGEM DE ESTOQUE BAIXO (CLIESTOQ).
      * PRODUTOS-SITUACAO: A = ATIVO, I = INATIVO (NAO VENDE).
      *****************************************************
       01 PRODUTOS-REG.
           05 PRODUTOS-CHAVE.
               10 PRODUTOS-CODIGO   PIC 9(6).
           05 PRODUTOS-DESCRICAO    PIC X(30).
           05 PRODUTOS-UNIDADE      PIC X(3).
           05 PRODUTOS-PRECO        PIC 9(7)V99.
           05 PRODUTOS-ESTOQUE      PIC 9(7).
           05 PRODUTOS-RESERVADO    PIC 9(7).
           05 PRODUTOS-ESTOQUE-MIN  PIC 9(7).
           05 PRODUTOS-SITUACAO     PIC X(1).
           05 PRODUTOS-DATA-ALTERACAO PIC 9(8).
