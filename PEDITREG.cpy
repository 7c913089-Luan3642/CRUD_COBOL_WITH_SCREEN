      * MESMO PEDIDO (MESMO ESQUEMA DE CLIENDER-FONE + SEQ).
      * PEDIDOS-VALOR E SEMPRE RECALCULADO A PARTIR DA SOMA DE
      * QTDE X VALOR UNITARIO DOS ITENS ATIVOS.
      * PEDITENS-PRODUTO = PRODUTOS-CODIGO DE PRODUTOS.DAT;
      * DESCRICAO E VALOR UNITARIO VEM DO CADASTRO DE PRODUTOS.
      * ITENS ANTIGOS, DIGITADOS A MAO, TEM O PRODUTO ZERADO E
      * NAO MOVIMENTAM ESTOQUE.
      * O CAMPO AUMENTOU O REGISTRO: UM PEDITENS.DAT GRAVADO SEM
      * ELE E CONVERTIDO COPIANDO COM O CLIBKUP ANTERIOR
      * (CLIBKUP, ARQUIVO PEDITENS) E RECARREGANDO COM O CLIREST
      * ATUAL (CLIREST AAAAMMDD PEDITENS), QUE GRAVA O PRODUTO
      * ZERADO NOS ITENS DO BACKUP ANTIGO.
      *****************************************************
       01 PEDITENS-REG.
           05 PEDITENS-CHAVE.
           05 PEDITENS-QTDE         PIC 9(4).
           05 PEDITENS-VALOR-UNIT   PIC 9(7)V99.
           05 PEDITENS-SITUACAO     PIC X(1).
           05 PEDITENS-PRODUTO      PIC 9(6).
