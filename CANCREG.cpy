      *****************************************************
      * LAYOUT DO REGISTRO DE CANCELAMENTO DE PEDIDOS
      * (PEDCANC.DAT), GRAVADO PELO CLIPED NA MUDANCA DE
      * SITUACAO PARA C. GUARDA A DATA EM QUE O PEDIDO FOI
      * CANCELADO (PEDIDOS-DATA CONTINUA SENDO A DATA DO
      * PEDIDO), A SITUACAO ANTERIOR, O VALOR ESTORNADO E O
      * LOGIN DO OPERADOR. PEDIDO CANCELADO ANTES DESTE ARQUIVO
      * NAO TEM REGISTRO: O EXTRATO USA A DATA DO PEDIDO.
      *****************************************************
       01 PEDCANC-REG.
           05 PEDCANC-CHAVE.
               10 PEDCANC-NUMERO    PIC 9(6).
           05 PEDCANC-FONE          PIC 9(9).
           05 PEDCANC-DATA          PIC 9(8).
           05 PEDCANC-SITUACAO-ANT  PIC X(1).
           05 PEDCANC-VALOR         PIC 9(7)V99.
           05 PEDCANC-USUARIO       PIC X(10).
