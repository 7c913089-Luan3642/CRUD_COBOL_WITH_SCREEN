      *****************************************************
      * LAYOUT DO REGISTRO DE PEDIDOS IMPORTADOS DA LOJA
      * VIRTUAL (PEDWEB.DAT), GRAVADO PELO CLIPEDIM.
      * A CHAVE E A REFERENCIA DO PEDIDO NA LOJA: UMA
      * REFERENCIA JA CADASTRADA NUNCA E CARREGADA DE NOVO,
      * MESMO QUE O ARQUIVO DA LOJA SEJA REENVIADO.
      * PEDWEB-PEDIDO = PEDIDOS-NUMERO ATRIBUIDO NA CARGA.
      *****************************************************
       01 PEDWEB-REG.
           05 PEDWEB-CHAVE.
               10 PEDWEB-REFERENCIA PIC X(20).
           05 PEDWEB-PEDIDO         PIC 9(6).
           05 PEDWEB-FONE           PIC 9(9).
           05 PEDWEB-DATA-IMPORT    PIC 9(8).
