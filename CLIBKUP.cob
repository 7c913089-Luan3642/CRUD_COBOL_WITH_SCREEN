      * OBJETIVO:  DESCARGA DE SEGURANCA (BACKUP) DE TODOS OS
      *            ARQUIVOS INDEXADOS DO SISTEMA: CLIENTES.DAT,
      *            PEDIDOS.DAT, PEDITENS.DAT, PAGTOS.DAT,
      *            CLIENDER.DAT, CLIHIST.DAT, USERS.DAT,
      *            PRODUTOS.DAT, NOTAS.DAT, NOTITENS.DAT,
      *            BOLETOS.DAT, CLICRED.DAT, DEVOLUC.DAT,
      *            CREDITO.DAT, FECHAMEN.DAT, PEDWEB.DAT,
      *            PEDCANC.DAT, CLISEGM.DAT E CLICONS.DAT. CADA
      *            ARQUIVO E LIDO SEQUENCIALMENTE E COPIADO PARA UM
      *            ARQUIVO SEQUENCIAL DATADO
      *            <BKP-PREF><AAAAMMDD>-<NOME>.SEQ (MESMO ESQUEMA DE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS USERS-STATUS
             RECORD KEY IS  USERS-LOGIN.
           SELECT PRODUTOS ASSIGN TO ARQ-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PRODUTOS-STATUS
             RECORD KEY IS  PRODUTOS-CHAVE.
           SELECT NOTAS ASSIGN TO ARQ-NOTAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS NOTAS-STATUS
             RECORD KEY IS  NOTAS-CHAVE
             ALTERNATE RECORD KEY IS NOTAS-PEDIDO WITH DUPLICATES.
           SELECT NOTITENS ASSIGN TO ARQ-NOTITENS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS NOTITENS-STATUS
             RECORD KEY IS  NOTITENS-CHAVE.
           SELECT BOLETOS ASSIGN TO ARQ-BOLETOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BOLETOS-STATUS
             RECORD KEY IS  BOLETOS-CHAVE
             ALTERNATE RECORD KEY IS BOLETOS-PEDIDO WITH DUPLICATES.
           SELECT CLICRED ASSIGN TO ARQ-CLICRED
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CLICRED-STATUS
             RECORD KEY IS  CLICRED-CHAVE.
           SELECT DEVOLUC ASSIGN TO ARQ-DEVOLUC
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DEVOLUC-STATUS
             RECORD KEY IS  DEVOLUC-CHAVE
             ALTERNATE RECORD KEY IS DEVOLUC-PEDIDO WITH DUPLICATES.
           SELECT CREDITO ASSIGN TO ARQ-CREDITO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CREDITO-STATUS
             RECORD KEY IS  CREDITO-CHAVE
             ALTERNATE RECORD KEY IS CREDITO-FONE WITH DUPLICATES.
           SELECT FECHAMEN ASSIGN TO ARQ-FECHAMEN
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FECHAMEN-STATUS
             RECORD KEY IS  FECHAMEN-CHAVE.
           SELECT PEDWEB ASSIGN TO ARQ-PEDWEB
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PEDWEB-STATUS
             RECORD KEY IS  PEDWEB-CHAVE.
           SELECT PEDCANC ASSIGN TO ARQ-PEDCANC
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PEDCANC-STATUS
             RECORD KEY IS  PEDCANC-CHAVE.
           SELECT CLISEGM ASSIGN TO ARQ-CLISEGM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CLISEGM-STATUS
             RECORD KEY IS  CLISEGM-CHAVE.
           SELECT CLICONS ASSIGN TO ARQ-CLICONS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CLICONS-STATUS
             RECORD KEY IS  CLICONS-CHAVE.
           SELECT BACKUP-SEQ ASSIGN TO WRK-ARQ-BACKUP
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BACKUP-STATUS.
       FD USERS.
       COPY USERSREG.

       FD PRODUTOS.
       COPY PRODREG.

       FD NOTAS.
       COPY NOTAREG.

       FD NOTITENS.
       COPY NOTITREG.

       FD BOLETOS.
       COPY BOLREG.

       FD CLICRED.
       COPY CREDREG.

       FD DEVOLUC.
       COPY DEVREG.

       FD CREDITO.
       COPY NCREDREG.

       FD FECHAMEN.
       COPY FECHREG.

       FD PEDWEB.
       COPY WEBREG.

       FD PEDCANC.
       COPY CANCREG.

       FD CLISEGM.
       COPY SEGMREG.

       FD CLICONS.
       COPY CONSREG.

       FD BACKUP-SEQ.
       01 BACKUP-REG PIC X(200).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS PIC 9(2).
       77 CLIENDER-STATUS PIC 9(2).
       77 CLIHIST-STATUS PIC 9(2).
       77 USERS-STATUS PIC 9(2).
       77 PRODUTOS-STATUS PIC 9(2).
       77 NOTAS-STATUS PIC 9(2).
       77 NOTITENS-STATUS PIC 9(2).
       77 BOLETOS-STATUS PIC 9(2).
       77 CLICRED-STATUS PIC 9(2).
       77 DEVOLUC-STATUS PIC 9(2).
       77 CREDITO-STATUS PIC 9(2).
       77 FECHAMEN-STATUS PIC 9(2).
       77 PEDWEB-STATUS PIC 9(2).
       77 PEDCANC-STATUS PIC 9(2).
       77 CLISEGM-STATUS PIC 9(2).
       77 CLICONS-STATUS PIC 9(2).
       77 BACKUP-STATUS PIC 9(2).
       77 WRK-ARQ-BACKUP PIC X(132).
       77 WRK-NOME-ARQ PIC X(10).
            PERFORM 2500-COPIA-CLIENDER.
            PERFORM 2600-COPIA-CLIHIST.
            PERFORM 2700-COPIA-USERS.
            PERFORM 2800-COPIA-PRODUTOS.
            PERFORM 2900-COPIA-NOTAS.
            PERFORM 3000-COPIA-NOTITENS.
            PERFORM 3100-COPIA-BOLETOS.
            PERFORM 3200-COPIA-CLICRED.
            PERFORM 3300-COPIA-DEVOLUC.
            PERFORM 3400-COPIA-CREDITO.
            PERFORM 3500-COPIA-FECHAMEN.
            PERFORM 3600-COPIA-PEDWEB.
            PERFORM 3700-COPIA-PEDCANC.
            PERFORM 3800-COPIA-CLISEGM.
            PERFORM 3900-COPIA-CLICONS.
            DISPLAY 'CLIBKUP: ' WRK-TOTAL-GERAL
                    ' REGISTROS COPIADOS NO TOTAL'.
            STOP RUN.
                    ADD 1 TO WRK-TOTAL
            END-READ.

       2800-COPIA-PRODUTOS.
            MOVE 'PRODUTOS' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            OPEN INPUT PRODUTOS.
            IF PRODUTOS-STATUS = 35
                DISPLAY 'CLIBKUP: ' ARQ-PRODUTOS
                        ' INEXISTENTE, IGNORADO'
            ELSE
                IF PRODUTOS-STATUS NOT = ZERO
                    DISPLAY 'CLIBKUP: ERRO AO ABRIR ' ARQ-PRODUTOS
                    DISPLAY 'CLIBKUP: FILE STATUS ' PRODUTOS-STATUS
                    STOP RUN
                END-IF
                PERFORM 9100-ABRE-BACKUP
                PERFORM 2810-COPIA-UM-PRODUTO
                    UNTIL PRODUTOS-STATUS = 10
                CLOSE PRODUTOS
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       2810-COPIA-UM-PRODUTO.
            READ PRODUTOS NEXT RECORD
                AT END
                    MOVE 10 TO PRODUTOS-STATUS
                NOT AT END
                    WRITE BACKUP-REG FROM PRODUTOS-REG
                    ADD 1 TO WRK-TOTAL
            END-READ.

       2900-COPIA-NOTAS.
            MOVE 'NOTAS' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            OPEN INPUT NOTAS.
            IF NOTAS-STATUS = 35
                DISPLAY 'CLIBKUP: ' ARQ-NOTAS
                        ' INEXISTENTE, IGNORADO'
            ELSE
                IF NOTAS-STATUS NOT = ZERO
                    DISPLAY 'CLIBKUP: ERRO AO ABRIR ' ARQ-NOTAS
                    DISPLAY 'CLIBKUP: FILE STATUS ' NOTAS-STATUS
                    STOP RUN
                END-IF
                PERFORM 9100-ABRE-BACKUP
                PERFORM 2910-COPIA-UMA-NOTA
                    UNTIL NOTAS-STATUS = 10
                CLOSE NOTAS
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       2910-COPIA-UMA-NOTA.
            READ NOTAS NEXT RECORD
                AT END
                    MOVE 10 TO NOTAS-STATUS
                NOT AT END
                    WRITE BACKUP-REG FROM NOTAS-REG
                    ADD 1 TO WRK-TOTAL
            END-READ.

       3000-COPIA-NOTITENS.
            MOVE 'NOTITENS' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            OPEN INPUT NOTITENS.
            IF NOTITENS-STATUS = 35
                DISPLAY 'CLIBKUP: ' ARQ-NOTITENS
                        ' INEXISTENTE, IGNORADO'
            ELSE
                IF NOTITENS-STATUS NOT = ZERO
                    DISPLAY 'CLIBKUP: ERRO AO ABRIR ' ARQ-NOTITENS
                    DISPLAY 'CLIBKUP: FILE STATUS ' NOTITENS-STATUS
                    STOP RUN
                END-IF
                PERFORM 9100-ABRE-BACKUP
                PERFORM 3010-COPIA-UM-ITEM-NOTA
                    UNTIL NOTITENS-STATUS = 10
                CLOSE NOTITENS
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3010-COPIA-UM-ITEM-NOTA.
            READ NOTITENS NEXT RECORD
                AT END
                    MOVE 10 TO NOTITENS-STATUS
                NOT AT END
                    WRITE BACKUP-REG FROM NOTITENS-REG
                    ADD 1 TO WRK-TOTAL
            END-READ.

       3100-COPIA-BOLETOS.
            MOVE 'BOLETOS' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            OPEN INPUT BOLETOS.
            IF BOLETOS-STATUS = 35
                DISPLAY 'CLIBKUP: ' ARQ-BOLETOS
                        ' INEXISTENTE, IGNORADO'
            ELSE
                IF BOLETOS-STATUS NOT = ZERO
                    DISPLAY 'CLIBKUP: ERRO AO ABRIR ' ARQ-BOLETOS
                    DISPLAY 'CLIBKUP: FILE STATUS ' BOLETOS-STATUS
                    STOP RUN
                END-IF
                PERFORM 9100-ABRE-BACKUP
                PERFORM 3110-COPIA-UM-BOLETO
                    UNTIL BOLETOS-STATUS = 10
                CLOSE BOLETOS
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3110-COPIA-UM-BOLETO.
            READ BOLETOS NEXT RECORD
                AT END
                    MOVE 10 TO BOLETOS-STATUS
                NOT AT END
                    WRITE BACKUP-REG FROM BOLETOS-REG
                    ADD 1 TO WRK-TOTAL
            END-READ.

       3200-COPIA-CLICRED.
            MOVE 'CLICRED' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            OPEN INPUT CLICRED.
            IF CLICRED-STATUS = 35
                DISPLAY 'CLIBKUP: ' ARQ-CLICRED
                        ' INEXISTENTE, IGNORADO'
            ELSE
                IF CLICRED-STATUS NOT = ZERO
                    DISPLAY 'CLIBKUP: ERRO AO ABRIR ' ARQ-CLICRED
                    DISPLAY 'CLIBKUP: FILE STATUS ' CLICRED-STATUS
                    STOP RUN
                END-IF
                PERFORM 9100-ABRE-BACKUP
                PERFORM 3210-COPIA-UM-LIMITE
                    UNTIL CLICRED-STATUS = 10
                CLOSE CLICRED
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3210-COPIA-UM-LIMITE.
            READ CLICRED NEXT RECORD
                AT END
                    MOVE 10 TO CLICRED-STATUS
                NOT AT END
                    WRITE BACKUP-REG FROM CLICRED-REG
                    ADD 1 TO WRK-TOTAL
            END-READ.

       3300-COPIA-DEVOLUC.
            MOVE 'DEVOLUC' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            OPEN INPUT DEVOLUC.
            IF DEVOLUC-STATUS = 35
                DISPLAY 'CLIBKUP: ' ARQ-DEVOLUC
                        ' INEXISTENTE, IGNORADO'
            ELSE
                IF DEVOLUC-STATUS NOT = ZERO
                    DISPLAY 'CLIBKUP: ERRO AO ABRIR ' ARQ-DEVOLUC
                    DISPLAY 'CLIBKUP: FILE STATUS ' DEVOLUC-STATUS
                    STOP RUN
                END-IF
                PERFORM 9100-ABRE-BACKUP
                PERFORM 3310-COPIA-UMA-DEVOLUCAO
                    UNTIL DEVOLUC-STATUS = 10
                CLOSE DEVOLUC
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3310-COPIA-UMA-DEVOLUCAO.
            READ DEVOLUC NEXT RECORD
                AT END
                    MOVE 10 TO DEVOLUC-STATUS
                NOT AT END
                    WRITE BACKUP-REG FROM DEVOLUC-REG
                    ADD 1 TO WRK-TOTAL
            END-READ.

       3400-COPIA-CREDITO.
            MOVE 'CREDITO' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            OPEN INPUT CREDITO.
            IF CREDITO-STATUS = 35
                DISPLAY 'CLIBKUP: ' ARQ-CREDITO
                        ' INEXISTENTE, IGNORADO'
            ELSE
                IF CREDITO-STATUS NOT = ZERO
                    DISPLAY 'CLIBKUP: ERRO AO ABRIR ' ARQ-CREDITO
                    DISPLAY 'CLIBKUP: FILE STATUS ' CREDITO-STATUS
                    STOP RUN
                END-IF
                PERFORM 9100-ABRE-BACKUP
                PERFORM 3410-COPIA-UMA-NOTA-CRED
                    UNTIL CREDITO-STATUS = 10
                CLOSE CREDITO
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3410-COPIA-UMA-NOTA-CRED.
            READ CREDITO NEXT RECORD
                AT END
                    MOVE 10 TO CREDITO-STATUS
                NOT AT END
                    WRITE BACKUP-REG FROM CREDITO-REG
                    ADD 1 TO WRK-TOTAL
            END-READ.

       3500-COPIA-FECHAMEN.
            MOVE 'FECHAMEN' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            OPEN INPUT FECHAMEN.
            IF FECHAMEN-STATUS = 35
                DISPLAY 'CLIBKUP: ' ARQ-FECHAMEN
                        ' INEXISTENTE, IGNORADO'
            ELSE
                IF FECHAMEN-STATUS NOT = ZERO
                    DISPLAY 'CLIBKUP: ERRO AO ABRIR ' ARQ-FECHAMEN
                    DISPLAY 'CLIBKUP: FILE STATUS ' FECHAMEN-STATUS
                    STOP RUN
                END-IF
                PERFORM 9100-ABRE-BACKUP
                PERFORM 3510-COPIA-UM-FECHAMENTO
                    UNTIL FECHAMEN-STATUS = 10
                CLOSE FECHAMEN
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3510-COPIA-UM-FECHAMENTO.
            READ FECHAMEN NEXT RECORD
                AT END
                    MOVE 10 TO FECHAMEN-STATUS
                NOT AT END
                    WRITE BACKUP-REG FROM FECHAMEN-REG
                    ADD 1 TO WRK-TOTAL
            END-READ.

       3600-COPIA-PEDWEB.
            MOVE 'PEDWEB' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            OPEN INPUT PEDWEB.
            IF PEDWEB-STATUS = 35
                DISPLAY 'CLIBKUP: ' ARQ-PEDWEB
                        ' INEXISTENTE, IGNORADO'
            ELSE
                IF PEDWEB-STATUS NOT = ZERO
                    DISPLAY 'CLIBKUP: ERRO AO ABRIR ' ARQ-PEDWEB
                    DISPLAY 'CLIBKUP: FILE STATUS ' PEDWEB-STATUS
                    STOP RUN
                END-IF
                PERFORM 9100-ABRE-BACKUP
                PERFORM 3610-COPIA-UMA-REFERENCIA
                    UNTIL PEDWEB-STATUS = 10
                CLOSE PEDWEB
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3610-COPIA-UMA-REFERENCIA.
            READ PEDWEB NEXT RECORD
                AT END
                    MOVE 10 TO PEDWEB-STATUS
                NOT AT END
                    WRITE BACKUP-REG FROM PEDWEB-REG
                    ADD 1 TO WRK-TOTAL
            END-READ.

       3700-COPIA-PEDCANC.
            MOVE 'PEDCANC' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            OPEN INPUT PEDCANC.
            IF PEDCANC-STATUS = 35
                DISPLAY 'CLIBKUP: ' ARQ-PEDCANC
                        ' INEXISTENTE, IGNORADO'
            ELSE
                IF PEDCANC-STATUS NOT = ZERO
                    DISPLAY 'CLIBKUP: ERRO AO ABRIR ' ARQ-PEDCANC
                    DISPLAY 'CLIBKUP: FILE STATUS ' PEDCANC-STATUS
                    STOP RUN
                END-IF
                PERFORM 9100-ABRE-BACKUP
                PERFORM 3710-COPIA-UM-CANCELAMENTO
                    UNTIL PEDCANC-STATUS = 10
                CLOSE PEDCANC
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3710-COPIA-UM-CANCELAMENTO.
            READ PEDCANC NEXT RECORD
                AT END
                    MOVE 10 TO PEDCANC-STATUS
                NOT AT END
                    WRITE BACKUP-REG FROM PEDCANC-REG
                    ADD 1 TO WRK-TOTAL
            END-READ.

       3800-COPIA-CLISEGM.
            MOVE 'CLISEGM' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            OPEN INPUT CLISEGM.
            IF CLISEGM-STATUS = 35
                DISPLAY 'CLIBKUP: ' ARQ-CLISEGM
                        ' INEXISTENTE, IGNORADO'
            ELSE
                IF CLISEGM-STATUS NOT = ZERO
                    DISPLAY 'CLIBKUP: ERRO AO ABRIR ' ARQ-CLISEGM
                    DISPLAY 'CLIBKUP: FILE STATUS ' CLISEGM-STATUS
                    STOP RUN
                END-IF
                PERFORM 9100-ABRE-BACKUP
                PERFORM 3810-COPIA-UM-SEGMENTO
                    UNTIL CLISEGM-STATUS = 10
                CLOSE CLISEGM
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3810-COPIA-UM-SEGMENTO.
            READ CLISEGM NEXT RECORD
                AT END
                    MOVE 10 TO CLISEGM-STATUS
                NOT AT END
                    WRITE BACKUP-REG FROM CLISEGM-REG
                    ADD 1 TO WRK-TOTAL
            END-READ.

       3900-COPIA-CLICONS.
            MOVE 'CLICONS' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            OPEN INPUT CLICONS.
            IF CLICONS-STATUS = 35
                DISPLAY 'CLIBKUP: ' ARQ-CLICONS
                        ' INEXISTENTE, IGNORADO'
            ELSE
                IF CLICONS-STATUS NOT = ZERO
                    DISPLAY 'CLIBKUP: ERRO AO ABRIR ' ARQ-CLICONS
                    DISPLAY 'CLIBKUP: FILE STATUS ' CLICONS-STATUS
                    STOP RUN
                END-IF
                PERFORM 9100-ABRE-BACKUP
                PERFORM 3910-COPIA-UM-CONSENTIMENTO
                    UNTIL CLICONS-STATUS = 10
                CLOSE CLICONS
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3910-COPIA-UM-CONSENTIMENTO.
            READ CLICONS NEXT RECORD
                AT END
                    MOVE 10 TO CLICONS-STATUS
                NOT AT END
                    WRITE BACKUP-REG FROM CLICONS-REG
                    ADD 1 TO WRK-TOTAL
            END-READ.

       9000-MONTA-NOME.
            MOVE SPACES TO WRK-ARQ-BACKUP.
            STRING ARQ-BKP-PREF   DELIMITED BY SPACE
