      * CADA PEDIDO REFERENCIA O CLIENTE PELO TELEFONE
      * (PEDIDOS-FONE = CLIENTES-F0NE DE CLIENTES.DAT).
      * PEDIDOS-NUMERO E ATRIBUIDO AUTOMATICAMENTE POR CLIPED
      * A PARTIR DO ARQUIVO DE CONTROLE DE NUMERACAO (PEDNUM),
      * O MESMO USADO NA IMPORTACAO DA LOJA VIRTUAL (CLIPEDIM).
      * PEDIDOS-SITUACAO: A = ABERTO (DIGITADO)
      *                   F = FATURADO
      *                   E = ENTREGUE
