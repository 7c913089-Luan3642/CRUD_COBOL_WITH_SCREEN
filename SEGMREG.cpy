      *****************************************************
      * LAYOUT DA SEGMENTACAO DE CLIENTES (CLISEGM.DAT), GERADA
      * POR INTEIRO A CADA EXECUCAO DO CLIRFM, UM REGISTRO POR
      * CLIENTE ATIVO, COM BASE NOS PEDIDOS NAO CANCELADOS DOS
      * ULTIMOS 12 MESES ATE CLISEGM-DATA-CALCULO.
      * CLISEGM-DIAS   : DIAS DESDE A ULTIMA COMPRA (RECENCIA)
      * CLISEGM-PEDIDOS: PEDIDOS NOS 12 MESES (FREQUENCIA)
      * CLISEGM-VALOR  : SOMA DOS PEDIDOS NOS 12 MESES (VALOR)
      * CLISEGM-NOTA-R/F/V: NOTA DE 1 (PIOR) A 5 (MELHOR) DE
      *                  CADA CRITERIO; ZERO SEM COMPRA NO PERIODO.
      * CLISEGM-SEGMENTO: C = CAMPEAO
      *                   R = REGULAR
      *                   A = EM RISCO
      *                   I = INATIVO (SEM COMPRA EM 12 MESES)
      *****************************************************
       01 CLISEGM-REG.
           05 CLISEGM-CHAVE.
               10 CLISEGM-FONE      PIC 9(9).
           05 CLISEGM-DATA-CALCULO  PIC 9(8).
           05 CLISEGM-ULTIMA-COMPRA PIC 9(8).
           05 CLISEGM-DIAS          PIC 9(5).
           05 CLISEGM-PEDIDOS       PIC 9(5).
           05 CLISEGM-VALOR         PIC 9(9)V99.
           05 CLISEGM-NOTA-R        PIC 9(1).
           05 CLISEGM-NOTA-F        PIC 9(1).
           05 CLISEGM-NOTA-V        PIC 9(1).
           05 CLISEGM-SEGMENTO      PIC X(1).
