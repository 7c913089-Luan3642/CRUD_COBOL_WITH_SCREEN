      *****************************************************
      * LAYOUT DO REGISTRO DE NOTAS FISCAIS (NOTAS.DAT).
      * UMA NOTA POR PEDIDO FATURADO, EMITIDA POR CLIPED NA
      * PASSAGEM A->F. NOTAS-NUMERO TEM NUMERACAO PROPRIA
      * (ARQUIVO DE CONTROLE NOTANUM), INDEPENDENTE DE
      * PEDIDOS-NUMERO; NOTAS-PEDIDO E CHAVE ALTERNADA.
      * NOME, CPF E ENDERECO DE COBRANCA (CLIENDER TIPO E) SAO
      * COPIADOS NA EMISSAO, PARA A REIMPRESSAO SAIR IGUAL A
      * ORIGINAL MESMO QUE O CADASTRO MUDE DEPOIS.
      * NOTAS-SITUACAO: A = EMITIDA
      *                 C = CANCELADA (PEDIDO F->C); A NOTA NUNCA
      *                     E EXCLUIDA.
      *****************************************************
       01 NOTAS-REG.
           05 NOTAS-CHAVE.
               10 NOTAS-NUMERO      PIC 9(6).
           05 NOTAS-PEDIDO          PIC 9(6).
           05 NOTAS-DATA-EMISSAO    PIC 9(8).
           05 NOTAS-FONE            PIC 9(9).
           05 NOTAS-NOME            PIC X(30).
           05 NOTAS-CPF             PIC 9(11).
           05 NOTAS-ENDERECO        PIC X(40).
           05 NOTAS-QTDE-ITENS      PIC 9(2).
           05 NOTAS-VALOR           PIC 9(7)V99.
           05 NOTAS-SITUACAO        PIC X(1).
           05 NOTAS-DATA-CANC       PIC 9(8).
           05 NOTAS-MOTIVO-CANC     PIC X(40).
