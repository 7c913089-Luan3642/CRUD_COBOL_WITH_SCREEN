      *****************************************************
      * CAMPOS DE TRABALHO PARA CONFERENCIA DE PERIODO FECHADO
      * USADO JUNTO COM O PARAGRAFO COPIADO DE PERVALP.cpy
      *****************************************************
       01  WRK-PER-DATA           PIC 9(8).
       01  WRK-PER-DATA-R REDEFINES WRK-PER-DATA.
           05 WRK-PER-ANOMES      PIC 9(6).
           05 WRK-PER-DIA         PIC 9(2).
       77  WRK-PER-FECHADO        PIC 9(6).
       77  WRK-PER-ABERTO         PIC X(1).
       77  PERIODO-STATUS         PIC 9(2).
