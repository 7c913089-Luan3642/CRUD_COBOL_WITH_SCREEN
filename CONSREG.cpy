      *****************************************************
      * LAYOUT DO REGISTRO DE CONSENTIMENTO DE MARKETING DOS
      * CLIENTES (CLICONS.DAT). UM REGISTRO POR CLIENTE (MESMA
      * CHAVE DE CLIENTES.DAT), INFORMADO NA INCLUSAO E NA
      * ALTERACAO DE CLIENTES E ATUALIZADO PELO CLIMKT COM OS
      * PEDIDOS DE DESCADASTRAMENTO. CADA MUDANCA VAI PARA
      * CLIENTES.LOG (OPERACAO CONSENTIM). CLIENTE SEM REGISTRO
      * NAO ACEITOU MARKETING.
      * CLICONS-ACEITE : S = ACEITA (OPT-IN), N = NAO ACEITA.
      * CLICONS-CANAL  : CANAL AUTORIZADO - E = EMAIL,
      *                  T = TELEFONE.
      * CLICONS-DATA   : DATA DO ULTIMO ACEITE OU RECUSA.
      * CLICONS-USUARIO: LOGIN DO OPERADOR; NO BATCH, O PROGRAMA.
      *****************************************************
       01 CLICONS-REG.
           05 CLICONS-CHAVE.
               10 CLICONS-FONE      PIC 9(9).
           05 CLICONS-ACEITE        PIC X(1).
           05 CLICONS-CANAL         PIC X(1).
           05 CLICONS-DATA          PIC 9(8).
           05 CLICONS-USUARIO       PIC X(10).
