      *****************************************************
      * LAYOUT DO REGISTRO DE BOLETOS DE COBRANCA (BOLETOS.DAT).
      * UM REGISTRO POR BOLETO ENVIADO AO BANCO NA REMESSA
      * (CLIREMES). O NOSSO NUMERO E A REMESSA (5) + O PEDIDO
      * (6); BOLETOS-PEDIDO E CHAVE ALTERNADA (UM PEDIDO PODE
      * TER MAIS DE UM BOLETO AO LONGO DO TEMPO).
      * BOLETOS-SITUACAO: R = REMETIDO (EM COBRANCA NO BANCO)
      *                   L = LIQUIDADO (PAGAMENTO LANCADO EM
      *                       PAGTOS.DAT PELO CLIRETOR)
      *                   B = BAIXADO (PEDIDO CANCELADO, QUITADO
      *                       POR OUTRO MEIO OU SALDO ALTERADO;
      *                       INSTRUCAO DE BAIXA ENVIADA)
      * O RETORNO SO LANCA BOLETO NAO LIQUIDADO: REPROCESSAR O
      * MESMO ARQUIVO DE RETORNO NAO DUPLICA PAGAMENTO.
      *****************************************************
       01 BOLETOS-REG.
           05 BOLETOS-CHAVE.
               10 BOLETOS-NOSSO-NUMERO.
                   15 BOLETOS-REMESSA     PIC 9(5).
                   15 BOLETOS-NN-PEDIDO   PIC 9(6).
           05 BOLETOS-PEDIDO        PIC 9(6).
           05 BOLETOS-FONE          PIC 9(9).
           05 BOLETOS-EMISSAO       PIC 9(8).
           05 BOLETOS-VENCIMENTO    PIC 9(8).
           05 BOLETOS-VALOR         PIC 9(7)V99.
           05 BOLETOS-SITUACAO      PIC X(1).
           05 BOLETOS-DATA-PAGTO    PIC 9(8).
           05 BOLETOS-VALOR-PAGO    PIC 9(7)V99.
           05 BOLETOS-PAGTO-SEQ     PIC 9(2).
