      *****************************************************
      * LAYOUT DO REGISTRO DE NOTAS DE CREDITO (CREDITO.DAT).
      * UMA NOTA POR DEVOLUCAO (DEVOLUC.DAT), NUMERADA PELO
      * CONTROLE CREDNUM. CREDITO-FONE E CHAVE ALTERNADA.
      * O CREDITO E USADO DE DUAS FORMAS, EM CLIPED:
      *   APLICADO  : LANCADO COMO PAGAMENTO (PAGTOS-FORMA
      *               'NC' + NUMERO DA NOTA) EM OUTRO PEDIDO EM
      *               ABERTO DO MESMO CLIENTE;
      *   REEMBOLSO : DEVOLVIDO EM DINHEIRO AO CLIENTE.
      * CREDITO-SALDO = VALOR - APLICADO - REEMBOLSADO.
      * CREDITO-SITUACAO: A = ABERTA (COM SALDO)
      *                   E = ENCERRADA (SALDO ZERO)
      * CREDITO-DATA-REEMBOLSO: DATA DO REEMBOLSO (O REEMBOLSO
      * ZERA O SALDO, ENTAO HA NO MAXIMO UM); ZERO SE NAO HOUVE.
      * NOTAS GRAVADAS ANTES DO CAMPO SAO CONVERTIDAS PELA COPIA
      * (CLIBKUP CREDITO) E RECARGA (CLIREST CREDITO), QUE DEIXA
      * O CAMPO ZERADO; NELAS O FECHAMENTO USA A DATA DA ULTIMA
      * ALTERACAO, QUE NUMA NOTA REEMBOLSADA E A DO REEMBOLSO.
      *****************************************************
       01 CREDITO-REG.
           05 CREDITO-CHAVE.
               10 CREDITO-NUMERO    PIC 9(6).
           05 CREDITO-FONE          PIC 9(9).
           05 CREDITO-PEDIDO        PIC 9(6).
           05 CREDITO-DATA          PIC 9(8).
           05 CREDITO-VALOR         PIC 9(7)V99.
           05 CREDITO-APLICADO      PIC 9(7)V99.
           05 CREDITO-REEMBOLSADO   PIC 9(7)V99.
           05 CREDITO-SALDO         PIC 9(7)V99.
           05 CREDITO-SITUACAO      PIC X(1).
           05 CREDITO-DATA-ALTERACAO PIC 9(8).
           05 CREDITO-USUARIO       PIC X(10).
           05 CREDITO-DATA-REEMBOLSO PIC 9(8).
