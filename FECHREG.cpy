      *****************************************************
      * LAYOUT DA FOTOGRAFIA DO FECHAMENTO MENSAL (FECHAMEN.DAT),
      * GRAVADA PELO CLIFECHA. CHAVE = MES FECHADO (AAAAMM) +
      * TELEFONE DO CLIENTE:
      *   FONE ZERO : TOTAIS DO MES - PEDIDOS E VENDAS (PEDIDOS
      *               NAO CANCELADOS DATADOS NO MES), DEVOLUCOES E
      *               RECEBIMENTOS DO MES, SALDO EM ABERTO E
      *               CREDITOS A USAR DE TODOS OS CLIENTES.
      *   FONE > 0  : POSICAO DO CLIENTE NO FECHAMENTO - PEDIDOS
      *               EM ABERTO, SALDO EM ABERTO E CREDITOS A USAR
      *               (VENDAS/DEVOLUCOES/RECEBIDO FICAM ZERADOS).
      * REFAZER O FECHAMENTO DE UM MES REABERTO SUBSTITUI A
      * FOTOGRAFIA ANTERIOR DAQUELE MES.
      *****************************************************
       01 FECHAMEN-REG.
           05 FECHAMEN-CHAVE.
               10 FECHAMEN-ANOMES    PIC 9(6).
               10 FECHAMEN-FONE      PIC 9(9).
           05 FECHAMEN-PEDIDOS      PIC 9(6).
           05 FECHAMEN-VENDAS       PIC 9(9)V99.
           05 FECHAMEN-DEVOLUCOES   PIC 9(9)V99.
           05 FECHAMEN-RECEBIDO     PIC 9(9)V99.
           05 FECHAMEN-SALDO        PIC 9(9)V99.
           05 FECHAMEN-CREDITO      PIC 9(9)V99.
           05 FECHAMEN-DATA         PIC 9(8).
