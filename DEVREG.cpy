      *****************************************************
      * LAYOUT DO REGISTRO DE DEVOLUCOES (DEVOLUC.DAT).
      * UMA LINHA POR ITEM DE PEDIDO ENTREGUE (SITUACAO E)
      * DEVOLVIDO PELO CLIENTE, REGISTRADA EM CLIPED. CADA
      * DEVOLUCAO GERA UMA NOTA DE CREDITO (CREDITO.DAT); AS
      * LINHAS DA MESMA DEVOLUCAO FICAM SOB O NUMERO DA NOTA DE
      * CREDITO + SEQ. DEVOLUC-PEDIDO E CHAVE ALTERNADA (SOMA
      * DAS QUANTIDADES JA DEVOLVIDAS DE CADA ITEM, QUE NUNCA
      * PASSA DA QUANTIDADE VENDIDA).
      * DEVOLUC-ITEM   : PEDITENS-SEQ DO ITEM DEVOLVIDO.
      * DEVOLUC-VALOR  : QTDE X VALOR UNITARIO DO ITEM.
      * DEVOLUC-USUARIO: LOGIN DE QUEM REGISTROU A DEVOLUCAO.
      *****************************************************
       01 DEVOLUC-REG.
           05 DEVOLUC-CHAVE.
               10 DEVOLUC-CREDITO   PIC 9(6).
               10 DEVOLUC-SEQ       PIC 9(2).
           05 DEVOLUC-PEDIDO        PIC 9(6).
           05 DEVOLUC-ITEM          PIC 9(2).
           05 DEVOLUC-FONE          PIC 9(9).
           05 DEVOLUC-PRODUTO       PIC 9(6).
           05 DEVOLUC-QTDE          PIC 9(4).
           05 DEVOLUC-VALOR-UNIT    PIC 9(7)V99.
           05 DEVOLUC-VALOR         PIC 9(7)V99.
           05 DEVOLUC-DATA          PIC 9(8).
           05 DEVOLUC-MOTIVO        PIC X(40).
           05 DEVOLUC-USUARIO       PIC X(10).
