      *****************************************************
      * AREA DE PARAMETROS DO EXTRATO DE CONTA DO CLIENTE
      * (CLIEXTR), USADA PELA CONSULTA DE CLIENTES E PELO
      * LOTE CLIEXTRA.
      * ENTRADA: EXT-ACAO  E = MONTA O EXTRATO
      *                    F = FECHA OS ARQUIVOS (FIM DO USO)
      *          EXT-FONE, EXT-DATA-INI E EXT-DATA-FIM (AAAAMMDD).
      * SAIDA  : EXT-OK = 'S' COM O EXTRATO MONTADO, OU 'N' COM O
      *          MOTIVO EM EXT-MSG. SALDO ANTERIOR = PEDIDOS MENOS
      *          CANCELAMENTOS E PAGAMENTOS DATADOS ANTES DO
      *          PERIODO; OS MOVIMENTOS DO PERIODO VEM EM ORDEM DE
      *          DATA COM O SALDO APOS CADA UM. PASSANDO DE 500
      *          MOVIMENTOS, EXT-EXCEDEU = 'S' E A TABELA PARA NO
      *          500O, MAS OS TOTAIS E O SALDO FINAL CONSIDERAM
      *          TODOS.
      *****************************************************
       01 EXT-PARM.
           05 EXT-ACAO              PIC X(1).
           05 EXT-FONE              PIC 9(9).
           05 EXT-DATA-INI          PIC 9(8).
           05 EXT-DATA-FIM          PIC 9(8).
           05 EXT-OK                PIC X(1).
           05 EXT-MSG               PIC X(40).
           05 EXT-SALDO-INICIAL     PIC S9(9)V99.
           05 EXT-TOT-DEBITOS       PIC 9(9)V99.
           05 EXT-TOT-CREDITOS      PIC 9(9)V99.
           05 EXT-SALDO-FINAL       PIC S9(9)V99.
           05 EXT-QTDE              PIC 9(3).
           05 EXT-EXCEDEU           PIC X(1).
           05 EXT-MOVTO OCCURS 500.
               10 EXT-MOV-DATA      PIC 9(8).
               10 EXT-MOV-TIPO      PIC X(12).
               10 EXT-MOV-PEDIDO    PIC 9(6).
               10 EXT-MOV-DOC       PIC X(10).
               10 EXT-MOV-DEBITO    PIC 9(7)V99.
               10 EXT-MOV-CREDITO   PIC 9(7)V99.
               10 EXT-MOV-SALDO     PIC S9(9)V99.
