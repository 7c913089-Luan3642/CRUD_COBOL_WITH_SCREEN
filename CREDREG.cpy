      *****************************************************
      * LAYOUT DO REGISTRO DE CREDITO DE CLIENTES (CLICRED.DAT).
      * UM REGISTRO POR CLIENTE (MESMA CHAVE DE CLIENTES.DAT),
      * MANTIDO PELO ADMINISTRADOR NA ALTERACAO DE CLIENTES E
      * CONFERIDO POR CLIPED NA INCLUSAO E NO FATURAMENTO DE
      * PEDIDOS. CLIENTE SEM REGISTRO NAO TEM LIMITE NEM
      * BLOQUEIO.
      * CLICRED-LIMITE  : LIMITE DE CREDITO; ZERO = SEM LIMITE.
      * CLICRED-BLOQUEIO: S = CLIENTE COM CREDITO BLOQUEADO.
      * CLICRED-USUARIO : LOGIN DE QUEM FEZ A ULTIMA ALTERACAO.
      *****************************************************
       01 CLICRED-REG.
           05 CLICRED-CHAVE.
               10 CLICRED-FONE      PIC 9(9).
           05 CLICRED-LIMITE        PIC 9(7)V99.
           05 CLICRED-BLOQUEIO      PIC X(1).
           05 CLICRED-DATA-ALTERACAO PIC 9(8).
           05 CLICRED-USUARIO       PIC X(10).
