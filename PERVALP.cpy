      *****************************************************
      * CONFERENCIA DE PERIODO FECHADO.
      * ESPERA A DATA DO MOVIMENTO (AAAAMMDD) EM WRK-PER-DATA,
      * OS CAMPOS DE TRABALHO DE PERWS.cpy JA DECLARADOS NA
      * WORKING-STORAGE SECTION E O ARQUIVO PERIODO (FD COM
      * PERREG.cpy) DECLARADO NO PROGRAMA. O CONTROLE E RELIDO
      * A CADA CHAMADA, PARA VALER NA HORA UM FECHAMENTO OU UMA
      * REABERTURA FEITOS EM OUTRA SESSAO.
      * DEVOLVE 'S'/'N' EM WRK-PER-ABERTO E O ULTIMO MES
      * FECHADO (AAAAMM, ZERO SE NENHUM) EM WRK-PER-FECHADO.
      *****************************************************
       9500-VERIFICA-PERIODO.
           MOVE 'S' TO WRK-PER-ABERTO.
           MOVE ZEROS TO WRK-PER-FECHADO.
           OPEN INPUT PERIODO.
           IF PERIODO-STATUS = ZERO
               READ PERIODO NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PERIODO-FECHADO TO WRK-PER-FECHADO
               END-READ
               CLOSE PERIODO
           END-IF.
           IF WRK-PER-FECHADO > ZEROS AND
              WRK-PER-ANOMES NOT > WRK-PER-FECHADO
               MOVE 'N' TO WRK-PER-ABERTO
           END-IF.
