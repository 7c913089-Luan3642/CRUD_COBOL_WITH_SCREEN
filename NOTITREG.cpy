      *****************************************************
      * LAYOUT DO REGISTRO DE ITENS DE NOTA FISCAL
      * (NOTITENS.DAT). ARQUIVO FILHO DE NOTAS.DAT:
      * NOTITENS-NUMERO = NOTAS-NUMERO, UMA LINHA POR ITEM ATIVO
      * DO PEDIDO NO MOMENTO DO FATURAMENTO (COPIA DE PEDITENS).
      *****************************************************
       01 NOTITENS-REG.
           05 NOTITENS-CHAVE.
               10 NOTITENS-NUMERO   PIC 9(6).
               10 NOTITENS-SEQ      PIC 9(2).
           05 NOTITENS-PRODUTO      PIC 9(6).
           05 NOTITENS-DESCRICAO    PIC X(30).
           05 NOTITENS-QTDE         PIC 9(4).
           05 NOTITENS-VALOR-UNIT   PIC 9(7)V99.
           05 NOTITENS-VALOR-TOTAL  PIC 9(9)V99.
