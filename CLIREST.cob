      *            CHAMADO COM A DATA DO BACKUP E, OPCIONALMENTE, O
      *            NOME DE UM UNICO ARQUIVO NA LINHA DE COMANDO:
      *              CLIREST AAAAMMDD [CLIENTES|PEDIDOS|PEDITENS|
      *                                PAGTOS|CLIENDER|CLIHIST|USERS|
      *                                PRODUTOS|NOTAS|NOTITENS|
      *                                BOLETOS|CLICRED|DEVOLUC|
      *                                CREDITO|FECHAMEN|PEDWEB|
      *                                PEDCANC|CLISEGM|CLICONS]
      *            SEM O SEGUNDO PARAMETRO RECARREGA TODOS. CADA
      *            ARQUIVO INDEXADO E RECRIADO DO ZERO (OPEN OUTPUT)
      *            E REPOVOADO COM OS REGISTROS DO BACKUP, O QUE
      *            CHAVES ALTERNADAS APOS OS DELETES DE CLIPURGE.
      *            BACKUP INEXISTENTE PARA A DATA E AVISADO E PULADO
      *            SEM TOCAR NO ARQUIVO VIVO.
      *            A RECARGA TAMBEM CONVERTE BACKUP DE LAYOUT ANTIGO:
      *            ITEM DE PEDIDO SEM PRODUTO E NOTA DE CREDITO SEM
      *            DATA DE REEMBOLSO ENTRAM COM O CAMPO ZERADO.
      * AUTHOR  :  LUAN
      *********************************
       ENVIRONMENT DIVISION.
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
            IF WRK-ESCOLHA = 'TODOS' OR WRK-ESCOLHA = 'USERS'
                PERFORM 2700-RECARGA-USERS
            END-IF.
            IF WRK-ESCOLHA = 'TODOS' OR WRK-ESCOLHA = 'PRODUTOS'
                PERFORM 2800-RECARGA-PRODUTOS
            END-IF.
            IF WRK-ESCOLHA = 'TODOS' OR WRK-ESCOLHA = 'NOTAS'
                PERFORM 2900-RECARGA-NOTAS
            END-IF.
            IF WRK-ESCOLHA = 'TODOS' OR WRK-ESCOLHA = 'NOTITENS'
                PERFORM 3000-RECARGA-NOTITENS
            END-IF.
            IF WRK-ESCOLHA = 'TODOS' OR WRK-ESCOLHA = 'BOLETOS'
                PERFORM 3100-RECARGA-BOLETOS
            END-IF.
            IF WRK-ESCOLHA = 'TODOS' OR WRK-ESCOLHA = 'CLICRED'
                PERFORM 3200-RECARGA-CLICRED
            END-IF.
            IF WRK-ESCOLHA = 'TODOS' OR WRK-ESCOLHA = 'DEVOLUC'
                PERFORM 3300-RECARGA-DEVOLUC
            END-IF.
            IF WRK-ESCOLHA = 'TODOS' OR WRK-ESCOLHA = 'CREDITO'
                PERFORM 3400-RECARGA-CREDITO
            END-IF.
            IF WRK-ESCOLHA = 'TODOS' OR WRK-ESCOLHA = 'FECHAMEN'
                PERFORM 3500-RECARGA-FECHAMEN
            END-IF.
            IF WRK-ESCOLHA = 'TODOS' OR WRK-ESCOLHA = 'PEDWEB'
                PERFORM 3600-RECARGA-PEDWEB
            END-IF.
            IF WRK-ESCOLHA = 'TODOS' OR WRK-ESCOLHA = 'PEDCANC'
                PERFORM 3700-RECARGA-PEDCANC
            END-IF.
            IF WRK-ESCOLHA = 'TODOS' OR WRK-ESCOLHA = 'CLISEGM'
                PERFORM 3800-RECARGA-CLISEGM
            END-IF.
            IF WRK-ESCOLHA = 'TODOS' OR WRK-ESCOLHA = 'CLICONS'
                PERFORM 3900-RECARGA-CLICONS
            END-IF.
            DISPLAY 'CLIREST: ' WRK-TOTAL-GERAL
                    ' REGISTROS RECARREGADOS NO TOTAL'.
            STOP RUN.
               WRK-ESCOLHA NOT = 'PAGTOS' AND
               WRK-ESCOLHA NOT = 'CLIENDER' AND
               WRK-ESCOLHA NOT = 'CLIHIST' AND
               WRK-ESCOLHA NOT = 'USERS' AND
               WRK-ESCOLHA NOT = 'PRODUTOS' AND
               WRK-ESCOLHA NOT = 'NOTAS' AND
               WRK-ESCOLHA NOT = 'NOTITENS' AND
               WRK-ESCOLHA NOT = 'BOLETOS' AND
               WRK-ESCOLHA NOT = 'CLICRED' AND
               WRK-ESCOLHA NOT = 'DEVOLUC' AND
               WRK-ESCOLHA NOT = 'CREDITO' AND
               WRK-ESCOLHA NOT = 'FECHAMEN' AND
               WRK-ESCOLHA NOT = 'PEDWEB' AND
               WRK-ESCOLHA NOT = 'PEDCANC' AND
               WRK-ESCOLHA NOT = 'CLISEGM' AND
               WRK-ESCOLHA NOT = 'CLICONS'
                DISPLAY 'CLIREST: ARQUIVO DESCONHECIDO ' WRK-ESCOLHA
                STOP RUN
            END-IF.
                AT END
                    MOVE 10 TO BACKUP-STATUS
                NOT AT END
                    MOVE BACKUP-REG TO PEDITENS-REG
      *             ITEM DE ANTES DO CADASTRO DE PRODUTOS.
                    IF PEDITENS-PRODUTO NOT NUMERIC
                        MOVE ZEROS TO PEDITENS-PRODUTO
                    END-IF
                    WRITE PEDITENS-REG
                        INVALID KEY
                            DISPLAY 'CLIREST: CHAVE DUPLICADA NO '
                                    'BACKUP: ' BACKUP-REG (1:8)
                    END-WRITE
            END-READ.

       2800-RECARGA-PRODUTOS.
            MOVE 'PRODUTOS' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            PERFORM 9100-ABRE-BACKUP.
            IF WRK-BKP-ABERTO = 'S'
                OPEN OUTPUT PRODUTOS
                IF PRODUTOS-STATUS NOT = ZERO
                    DISPLAY 'CLIREST: ERRO AO ABRIR ' ARQ-PRODUTOS
                    DISPLAY 'CLIREST: FILE STATUS ' PRODUTOS-STATUS
                    STOP RUN
                END-IF
                PERFORM 2810-RECARGA-UM-PRODUTO
                    UNTIL BACKUP-STATUS = 10
                CLOSE PRODUTOS
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       2810-RECARGA-UM-PRODUTO.
            READ BACKUP-SEQ NEXT RECORD
                AT END
                    MOVE 10 TO BACKUP-STATUS
                NOT AT END
                    WRITE PRODUTOS-REG FROM BACKUP-REG
                        INVALID KEY
                            DISPLAY 'CLIREST: CHAVE DUPLICADA NO '
                                    'BACKUP: ' BACKUP-REG (1:6)
                        NOT INVALID KEY
                            ADD 1 TO WRK-TOTAL
                    END-WRITE
            END-READ.

       2900-RECARGA-NOTAS.
            MOVE 'NOTAS' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            PERFORM 9100-ABRE-BACKUP.
            IF WRK-BKP-ABERTO = 'S'
                OPEN OUTPUT NOTAS
                IF NOTAS-STATUS NOT = ZERO
                    DISPLAY 'CLIREST: ERRO AO ABRIR ' ARQ-NOTAS
                    DISPLAY 'CLIREST: FILE STATUS ' NOTAS-STATUS
                    STOP RUN
                END-IF
                PERFORM 2910-RECARGA-UMA-NOTA
                    UNTIL BACKUP-STATUS = 10
                CLOSE NOTAS
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       2910-RECARGA-UMA-NOTA.
            READ BACKUP-SEQ NEXT RECORD
                AT END
                    MOVE 10 TO BACKUP-STATUS
                NOT AT END
                    WRITE NOTAS-REG FROM BACKUP-REG
                        INVALID KEY
                            DISPLAY 'CLIREST: CHAVE DUPLICADA NO '
                                    'BACKUP: ' BACKUP-REG (1:6)
                        NOT INVALID KEY
                            ADD 1 TO WRK-TOTAL
                    END-WRITE
            END-READ.

       3000-RECARGA-NOTITENS.
            MOVE 'NOTITENS' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            PERFORM 9100-ABRE-BACKUP.
            IF WRK-BKP-ABERTO = 'S'
                OPEN OUTPUT NOTITENS
                IF NOTITENS-STATUS NOT = ZERO
                    DISPLAY 'CLIREST: ERRO AO ABRIR ' ARQ-NOTITENS
                    DISPLAY 'CLIREST: FILE STATUS ' NOTITENS-STATUS
                    STOP RUN
                END-IF
                PERFORM 3010-RECARGA-UM-ITEM-NOTA
                    UNTIL BACKUP-STATUS = 10
                CLOSE NOTITENS
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3010-RECARGA-UM-ITEM-NOTA.
            READ BACKUP-SEQ NEXT RECORD
                AT END
                    MOVE 10 TO BACKUP-STATUS
                NOT AT END
                    WRITE NOTITENS-REG FROM BACKUP-REG
                        INVALID KEY
                            DISPLAY 'CLIREST: CHAVE DUPLICADA NO '
                                    'BACKUP: ' BACKUP-REG (1:8)
                        NOT INVALID KEY
                            ADD 1 TO WRK-TOTAL
                    END-WRITE
            END-READ.

       3100-RECARGA-BOLETOS.
            MOVE 'BOLETOS' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            PERFORM 9100-ABRE-BACKUP.
            IF WRK-BKP-ABERTO = 'S'
                OPEN OUTPUT BOLETOS
                IF BOLETOS-STATUS NOT = ZERO
                    DISPLAY 'CLIREST: ERRO AO ABRIR ' ARQ-BOLETOS
                    DISPLAY 'CLIREST: FILE STATUS ' BOLETOS-STATUS
                    STOP RUN
                END-IF
                PERFORM 3110-RECARGA-UM-BOLETO
                    UNTIL BACKUP-STATUS = 10
                CLOSE BOLETOS
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3110-RECARGA-UM-BOLETO.
            READ BACKUP-SEQ NEXT RECORD
                AT END
                    MOVE 10 TO BACKUP-STATUS
                NOT AT END
                    WRITE BOLETOS-REG FROM BACKUP-REG
                        INVALID KEY
                            DISPLAY 'CLIREST: CHAVE DUPLICADA NO '
                                    'BACKUP: ' BACKUP-REG (1:11)
                        NOT INVALID KEY
                            ADD 1 TO WRK-TOTAL
                    END-WRITE
            END-READ.

       3200-RECARGA-CLICRED.
            MOVE 'CLICRED' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            PERFORM 9100-ABRE-BACKUP.
            IF WRK-BKP-ABERTO = 'S'
                OPEN OUTPUT CLICRED
                IF CLICRED-STATUS NOT = ZERO
                    DISPLAY 'CLIREST: ERRO AO ABRIR ' ARQ-CLICRED
                    DISPLAY 'CLIREST: FILE STATUS ' CLICRED-STATUS
                    STOP RUN
                END-IF
                PERFORM 3210-RECARGA-UM-LIMITE
                    UNTIL BACKUP-STATUS = 10
                CLOSE CLICRED
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3210-RECARGA-UM-LIMITE.
            READ BACKUP-SEQ NEXT RECORD
                AT END
                    MOVE 10 TO BACKUP-STATUS
                NOT AT END
                    WRITE CLICRED-REG FROM BACKUP-REG
                        INVALID KEY
                            DISPLAY 'CLIREST: CHAVE DUPLICADA NO '
                                    'BACKUP: ' BACKUP-REG (1:9)
                        NOT INVALID KEY
                            ADD 1 TO WRK-TOTAL
                    END-WRITE
            END-READ.

       3300-RECARGA-DEVOLUC.
            MOVE 'DEVOLUC' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            PERFORM 9100-ABRE-BACKUP.
            IF WRK-BKP-ABERTO = 'S'
                OPEN OUTPUT DEVOLUC
                IF DEVOLUC-STATUS NOT = ZERO
                    DISPLAY 'CLIREST: ERRO AO ABRIR ' ARQ-DEVOLUC
                    DISPLAY 'CLIREST: FILE STATUS ' DEVOLUC-STATUS
                    STOP RUN
                END-IF
                PERFORM 3310-RECARGA-UMA-DEVOLUCAO
                    UNTIL BACKUP-STATUS = 10
                CLOSE DEVOLUC
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3310-RECARGA-UMA-DEVOLUCAO.
            READ BACKUP-SEQ NEXT RECORD
                AT END
                    MOVE 10 TO BACKUP-STATUS
                NOT AT END
                    WRITE DEVOLUC-REG FROM BACKUP-REG
                        INVALID KEY
                            DISPLAY 'CLIREST: CHAVE DUPLICADA NO '
                                    'BACKUP: ' BACKUP-REG (1:8)
                        NOT INVALID KEY
                            ADD 1 TO WRK-TOTAL
                    END-WRITE
            END-READ.

       3400-RECARGA-CREDITO.
            MOVE 'CREDITO' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            PERFORM 9100-ABRE-BACKUP.
            IF WRK-BKP-ABERTO = 'S'
                OPEN OUTPUT CREDITO
                IF CREDITO-STATUS NOT = ZERO
                    DISPLAY 'CLIREST: ERRO AO ABRIR ' ARQ-CREDITO
                    DISPLAY 'CLIREST: FILE STATUS ' CREDITO-STATUS
                    STOP RUN
                END-IF
                PERFORM 3410-RECARGA-UMA-NOTA-CRED
                    UNTIL BACKUP-STATUS = 10
                CLOSE CREDITO
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3410-RECARGA-UMA-NOTA-CRED.
            READ BACKUP-SEQ NEXT RECORD
                AT END
                    MOVE 10 TO BACKUP-STATUS
                NOT AT END
                    MOVE BACKUP-REG TO CREDITO-REG
      *             NOTA GRAVADA ANTES DA DATA DO REEMBOLSO.
                    IF CREDITO-DATA-REEMBOLSO NOT NUMERIC
                        MOVE ZEROS TO CREDITO-DATA-REEMBOLSO
                    END-IF
                    WRITE CREDITO-REG
                        INVALID KEY
                            DISPLAY 'CLIREST: CHAVE DUPLICADA NO '
                                    'BACKUP: ' BACKUP-REG (1:6)
                        NOT INVALID KEY
                            ADD 1 TO WRK-TOTAL
                    END-WRITE
            END-READ.

       3500-RECARGA-FECHAMEN.
            MOVE 'FECHAMEN' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            PERFORM 9100-ABRE-BACKUP.
            IF WRK-BKP-ABERTO = 'S'
                OPEN OUTPUT FECHAMEN
                IF FECHAMEN-STATUS NOT = ZERO
                    DISPLAY 'CLIREST: ERRO AO ABRIR ' ARQ-FECHAMEN
                    DISPLAY 'CLIREST: FILE STATUS ' FECHAMEN-STATUS
                    STOP RUN
                END-IF
                PERFORM 3510-RECARGA-UM-FECHAMENTO
                    UNTIL BACKUP-STATUS = 10
                CLOSE FECHAMEN
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3510-RECARGA-UM-FECHAMENTO.
            READ BACKUP-SEQ NEXT RECORD
                AT END
                    MOVE 10 TO BACKUP-STATUS
                NOT AT END
                    WRITE FECHAMEN-REG FROM BACKUP-REG
                        INVALID KEY
                            DISPLAY 'CLIREST: CHAVE DUPLICADA NO '
                                    'BACKUP: ' BACKUP-REG (1:15)
                        NOT INVALID KEY
                            ADD 1 TO WRK-TOTAL
                    END-WRITE
            END-READ.

       3600-RECARGA-PEDWEB.
            MOVE 'PEDWEB' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            PERFORM 9100-ABRE-BACKUP.
            IF WRK-BKP-ABERTO = 'S'
                OPEN OUTPUT PEDWEB
                IF PEDWEB-STATUS NOT = ZERO
                    DISPLAY 'CLIREST: ERRO AO ABRIR ' ARQ-PEDWEB
                    DISPLAY 'CLIREST: FILE STATUS ' PEDWEB-STATUS
                    STOP RUN
                END-IF
                PERFORM 3610-RECARGA-UMA-REFERENCIA
                    UNTIL BACKUP-STATUS = 10
                CLOSE PEDWEB
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3610-RECARGA-UMA-REFERENCIA.
            READ BACKUP-SEQ NEXT RECORD
                AT END
                    MOVE 10 TO BACKUP-STATUS
                NOT AT END
                    WRITE PEDWEB-REG FROM BACKUP-REG
                        INVALID KEY
                            DISPLAY 'CLIREST: CHAVE DUPLICADA NO '
                                    'BACKUP: ' BACKUP-REG (1:20)
                        NOT INVALID KEY
                            ADD 1 TO WRK-TOTAL
                    END-WRITE
            END-READ.

       3700-RECARGA-PEDCANC.
            MOVE 'PEDCANC' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            PERFORM 9100-ABRE-BACKUP.
            IF WRK-BKP-ABERTO = 'S'
                OPEN OUTPUT PEDCANC
                IF PEDCANC-STATUS NOT = ZERO
                    DISPLAY 'CLIREST: ERRO AO ABRIR ' ARQ-PEDCANC
                    DISPLAY 'CLIREST: FILE STATUS ' PEDCANC-STATUS
                    STOP RUN
                END-IF
                PERFORM 3710-RECARGA-UM-CANCELAMENTO
                    UNTIL BACKUP-STATUS = 10
                CLOSE PEDCANC
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3710-RECARGA-UM-CANCELAMENTO.
            READ BACKUP-SEQ NEXT RECORD
                AT END
                    MOVE 10 TO BACKUP-STATUS
                NOT AT END
                    WRITE PEDCANC-REG FROM BACKUP-REG
                        INVALID KEY
                            DISPLAY 'CLIREST: CHAVE DUPLICADA NO '
                                    'BACKUP: ' BACKUP-REG (1:6)
                        NOT INVALID KEY
                            ADD 1 TO WRK-TOTAL
                    END-WRITE
            END-READ.

       3800-RECARGA-CLISEGM.
            MOVE 'CLISEGM' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            PERFORM 9100-ABRE-BACKUP.
            IF WRK-BKP-ABERTO = 'S'
                OPEN OUTPUT CLISEGM
                IF CLISEGM-STATUS NOT = ZERO
                    DISPLAY 'CLIREST: ERRO AO ABRIR ' ARQ-CLISEGM
                    DISPLAY 'CLIREST: FILE STATUS ' CLISEGM-STATUS
                    STOP RUN
                END-IF
                PERFORM 3810-RECARGA-UM-SEGMENTO
                    UNTIL BACKUP-STATUS = 10
                CLOSE CLISEGM
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3810-RECARGA-UM-SEGMENTO.
            READ BACKUP-SEQ NEXT RECORD
                AT END
                    MOVE 10 TO BACKUP-STATUS
                NOT AT END
                    WRITE CLISEGM-REG FROM BACKUP-REG
                        INVALID KEY
                            DISPLAY 'CLIREST: CHAVE DUPLICADA NO '
                                    'BACKUP: ' BACKUP-REG (1:9)
                        NOT INVALID KEY
                            ADD 1 TO WRK-TOTAL
                    END-WRITE
            END-READ.

       3900-RECARGA-CLICONS.
            MOVE 'CLICONS' TO WRK-NOME-ARQ.
            PERFORM 9000-MONTA-NOME.
            PERFORM 9100-ABRE-BACKUP.
            IF WRK-BKP-ABERTO = 'S'
                OPEN OUTPUT CLICONS
                IF CLICONS-STATUS NOT = ZERO
                    DISPLAY 'CLIREST: ERRO AO ABRIR ' ARQ-CLICONS
                    DISPLAY 'CLIREST: FILE STATUS ' CLICONS-STATUS
                    STOP RUN
                END-IF
                PERFORM 3910-RECARGA-UM-CONSENTIMENTO
                    UNTIL BACKUP-STATUS = 10
                CLOSE CLICONS
                PERFORM 9200-FECHA-BACKUP
            END-IF.

       3910-RECARGA-UM-CONSENTIMENTO.
            READ BACKUP-SEQ NEXT RECORD
                AT END
                    MOVE 10 TO BACKUP-STATUS
                NOT AT END
                    WRITE CLICONS-REG FROM BACKUP-REG
                        INVALID KEY
                            DISPLAY 'CLIREST: CHAVE DUPLICADA NO '
                                    'BACKUP: ' BACKUP-REG (1:9)
                        NOT INVALID KEY
                            ADD 1 TO WRK-TOTAL
                    END-WRITE
            END-READ.

       9000-MONTA-NOME.
            MOVE SPACES TO WRK-ARQ-BACKUP.
            STRING ARQ-BKP-PREF     DELIMITED BY SPACE
