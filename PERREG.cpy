      *****************************************************
      * LAYOUT DO CONTROLE DE PERIODOS FECHADOS (PERIODO.CTL).
      * REGISTRO UNICO, NO ESPIRITO DE CLIDELTA.CTL: TODO
      * MOVIMENTO COM DATA ATE O FIM DO MES PERIODO-FECHADO
      * (AAAAMM) ESTA FECHADO. GRAVADO PELO FECHAMENTO MENSAL
      * (CLIFECHA) E PELA REABERTURA DO ADMINISTRADOR EM
      * CLIENTES.COB, QUE VOLTA O CONTROLE PARA O MES ANTERIOR
      * AO REABERTO. SEM O ARQUIVO NENHUM PERIODO ESTA FECHADO.
      * PERIODO-OPERACAO: FECHAMENTO OU REABERTURA (A ULTIMA).
      *****************************************************
       01 PERIODO-REG.
           05 PERIODO-FECHADO       PIC 9(6).
           05 PERIODO-DATA          PIC 9(8).
           05 PERIODO-OPERACAO      PIC X(10).
           05 PERIODO-USUARIO       PIC X(10).
