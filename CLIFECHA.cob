       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIFECHA.
      *********************************
      * OBJETIVO:  FECHAMENTO MENSAL (BATCH).
      *            FECHA O MES SEGUINTE AO ULTIMO FECHADO EM
      *            PERIODO.CTL (SEM CONTROLE, O MES ANTERIOR AO
      *            ATUAL); O MES CORRENTE NUNCA E FECHADO. GRAVA EM
      *            FECHAMEN.DAT A FOTOGRAFIA DO MES: POR CLIENTE, OS
      *            PEDIDOS NAO CANCELADOS ATE O FIM DO MES COM SALDO
      *            EM ABERTO (VALOR MENOS PAGAMENTOS ATIVOS ATE O FIM
      *            DO MES) E O SALDO DAS NOTAS DE CREDITO A USAR
      *            NO FIM DO MES (O SALDO ATUAL COM AS APLICACOES E
      *            O REEMBOLSO POSTERIORES DEVOLVIDOS); NO
      *            REGISTRO DE TELEFONE ZERO, AS VENDAS (PEDIDOS NAO
      *            CANCELADOS DATADOS NO MES), DEVOLUCOES E
      *            RECEBIMENTOS DO MES E OS TOTAIS DOS CLIENTES.
      *            NO FIM GRAVA O MES EM PERIODO.CTL, O QUE TRAVA EM
      *            CLIPED E CLIRETOR QUALQUER MOVIMENTO DATADO ATE
      *            ELE, E IMPRIME O RESUMO EM CLIFECHA.LST.
      *            UM MES REABERTO EM CLIENTES.COB E FECHADO DE NOVO
      *            NA PROXIMA EXECUCAO, REFAZENDO A FOTOGRAFIA.
      * AUTHOR  :  LUAN
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO ARQ-PEDIDOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PEDIDOS-STATUS
             RECORD KEY IS  PEDIDOS-CHAVE
             ALTERNATE RECORD KEY IS PEDIDOS-FONE WITH DUPLICATES.
           SELECT PAGTOS ASSIGN TO ARQ-PAGTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PAGTOS-STATUS
             RECORD KEY IS  PAGTOS-CHAVE.
           SELECT CLIENTES ASSIGN TO ARQ-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS  CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES.
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
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FECHAMEN-STATUS
             RECORD KEY IS  FECHAMEN-CHAVE.
           SELECT PERIODO ASSIGN TO ARQ-PERIODO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PERIODO-STATUS.
           SELECT RELAT ASSIGN TO ARQ-FECHA-LST
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
       COPY PEDREG.

       FD PAGTOS.
       COPY PAGREG.

       FD CLIENTES.
       COPY CLIREG.

       FD DEVOLUC.
       COPY DEVREG.

       FD CREDITO.
       COPY NCREDREG.

       FD FECHAMEN.
       COPY FECHREG.

       FD PERIODO.
       COPY PERREG.

       FD RELAT.
       01 RELAT-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS PIC 9(2).
       77 PAGTOS-STATUS PIC 9(2).
       77 CLIENTES-STATUS PIC 9(2).
       77 DEVOLUC-STATUS PIC 9(2).
       77 CREDITO-STATUS PIC 9(2).
       77 FECHAMEN-STATUS PIC 9(2).
       77 RELAT-STATUS PIC 9(2).
       77 WRK-LINHA PIC X(100).
       77 WRK-DATA-HOJE PIC 9(8).
       77 WRK-ANOMES-HOJE PIC 9(6).
       77 WRK-FIM-MES PIC 9(8).
       77 WRK-ANOMES-MOV PIC 9(6).
       77 WRK-NUMERO-PEDIDO PIC 9(6).
       77 WRK-PAG-ACHOU PIC X(1).
       77 WRK-PAGO-TOTAL PIC 9(9)V99.
       77 WRK-SALDO-PEDIDO PIC S9(9)V99.
       77 WRK-FOTO-ACHOU PIC X(1).
       77 WRK-FONE-CLI PIC 9(9).
       77 WRK-VALOR-CLI PIC 9(9)V99.
       77 WRK-CREDITO-CLI PIC 9(9)V99.
       77 WRK-SALDO-CREDITO PIC 9(9)V99.
       77 WRK-DATA-REEMBOLSO PIC 9(8).
       77 WRK-FORMA-NC PIC X(10).
       77 WRK-APAGADOS PIC 9(6) VALUE ZEROS.
       77 WRK-CLIENTES PIC 9(6) VALUE ZEROS.
       77 WRK-NOME-CLIENTE PIC X(30).
       77 WRK-QTDE-ED PIC Z(5)9.
       77 WRK-VALOR-ED PIC 9(9).99.
       77 WRK-CREDITO-ED PIC 9(9).99.
       01 WRK-MES-FECHAR PIC 9(6).
       01 WRK-MES-FECHAR-R REDEFINES WRK-MES-FECHAR.
           05 WRK-MES-ANO       PIC 9(4).
           05 WRK-MES-MES       PIC 9(2).
       01 WRK-TOTAIS.
           05 WRK-TOT-PEDIDOS    PIC 9(6).
           05 WRK-TOT-VENDAS     PIC 9(9)V99.
           05 WRK-TOT-DEVOLUCOES PIC 9(9)V99.
           05 WRK-TOT-RECEBIDO   PIC 9(9)V99.
           05 WRK-TOT-ABERTOS    PIC 9(6).
           05 WRK-TOT-SALDO      PIC 9(9)V99.
           05 WRK-TOT-CREDITO    PIC 9(9)V99.
       COPY PERWS.
       COPY ARQWS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-PROCESSA-PEDIDO UNTIL PEDIDOS-STATUS = 10.
            PERFORM 2250-POSICIONA-PAGTOS.
            PERFORM 2300-PROCESSA-PAGTO UNTIL PAGTOS-STATUS = 10.
            PERFORM 2400-PROCESSA-DEVOLUCAO UNTIL DEVOLUC-STATUS = 10.
            PERFORM 2500-PROCESSA-CREDITO UNTIL CREDITO-STATUS = 10.
            PERFORM 2600-GRAVA-TOTAIS.
            PERFORM 8000-IMPRIME-RELATORIO.
            PERFORM 8500-GRAVA-PERIODO.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

      *****************************************************
      * O MES A FECHAR SAI DO CONTROLE ANTES DE ABRIR OS
      * ARQUIVOS: SE JA ESTA TUDO FECHADO ATE O MES ANTERIOR AO
      * ATUAL NAO HA O QUE FAZER.
      *****************************************************
       1000-INICIAR.
            CALL 'CLICFG' USING ARQ-CONFIG.
            IF ARQ-CFG-OK NOT = 'S'
                DISPLAY 'CLIFECHA: ' ARQ-CFG-MSG
                STOP RUN
            END-IF.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
            COMPUTE WRK-ANOMES-HOJE = WRK-DATA-HOJE / 100.
            PERFORM 1100-DEFINE-MES.
            IF WRK-MES-FECHAR NOT < WRK-ANOMES-HOJE
                DISPLAY 'CLIFECHA: NADA A FECHAR - FECHADO ATE '
                    WRK-PER-FECHADO
                STOP RUN
            END-IF.
            COMPUTE WRK-FIM-MES = WRK-MES-FECHAR * 100 + 31.
            INITIALIZE WRK-TOTAIS.
            OPEN INPUT PEDIDOS.
            IF PEDIDOS-STATUS NOT = ZERO
                DISPLAY 'CLIFECHA: ERRO AO ABRIR ' ARQ-PEDIDOS
                DISPLAY 'CLIFECHA: FILE STATUS ' PEDIDOS-STATUS
                STOP RUN
            END-IF.
            OPEN INPUT PAGTOS
               IF PAGTOS-STATUS = 35 THEN
                    OPEN OUTPUT PAGTOS
                    CLOSE PAGTOS
                    OPEN INPUT PAGTOS
               END-IF.
            IF PAGTOS-STATUS NOT = ZERO
                DISPLAY 'CLIFECHA: ERRO AO ABRIR ' ARQ-PAGTOS
                DISPLAY 'CLIFECHA: FILE STATUS ' PAGTOS-STATUS
                STOP RUN
            END-IF.
            OPEN INPUT DEVOLUC
               IF DEVOLUC-STATUS = 35 THEN
                    OPEN OUTPUT DEVOLUC
                    CLOSE DEVOLUC
                    OPEN INPUT DEVOLUC
               END-IF.
            IF DEVOLUC-STATUS NOT = ZERO
                DISPLAY 'CLIFECHA: ERRO AO ABRIR ' ARQ-DEVOLUC
                DISPLAY 'CLIFECHA: FILE STATUS ' DEVOLUC-STATUS
                STOP RUN
            END-IF.
            OPEN INPUT CREDITO
               IF CREDITO-STATUS = 35 THEN
                    OPEN OUTPUT CREDITO
                    CLOSE CREDITO
                    OPEN INPUT CREDITO
               END-IF.
            IF CREDITO-STATUS NOT = ZERO
                DISPLAY 'CLIFECHA: ERRO AO ABRIR ' ARQ-CREDITO
                DISPLAY 'CLIFECHA: FILE STATUS ' CREDITO-STATUS
                STOP RUN
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT = ZERO
                DISPLAY 'CLIFECHA: ERRO AO ABRIR ' ARQ-CLIENTES
                DISPLAY 'CLIFECHA: FILE STATUS ' CLIENTES-STATUS
                STOP RUN
            END-IF.
            OPEN I-O FECHAMEN
               IF FECHAMEN-STATUS = 35 THEN
                    OPEN OUTPUT FECHAMEN
                    CLOSE FECHAMEN
                    OPEN I-O FECHAMEN
               END-IF.
            IF FECHAMEN-STATUS NOT = ZERO
                DISPLAY 'CLIFECHA: ERRO AO ABRIR ' ARQ-FECHAMEN
                DISPLAY 'CLIFECHA: FILE STATUS ' FECHAMEN-STATUS
                STOP RUN
            END-IF.
            OPEN OUTPUT RELAT.
            IF RELAT-STATUS NOT = ZERO
                DISPLAY 'CLIFECHA: ERRO AO ABRIR ' ARQ-FECHA-LST
                DISPLAY 'CLIFECHA: FILE STATUS ' RELAT-STATUS
                STOP RUN
            END-IF.
            PERFORM 1200-APAGA-FOTOGRAFIA.
            READ PEDIDOS NEXT RECORD
                AT END
                    MOVE 10 TO PEDIDOS-STATUS
            END-READ.
            READ DEVOLUC NEXT RECORD
                AT END
                    MOVE 10 TO DEVOLUC-STATUS
            END-READ.
            READ CREDITO NEXT RECORD
                AT END
                    MOVE 10 TO CREDITO-STATUS
            END-READ.

      *****************************************************
      * MES SEGUINTE AO ULTIMO FECHADO; SEM CONTROLE, O MES
      * ANTERIOR AO ATUAL.
      *****************************************************
       1100-DEFINE-MES.
            MOVE WRK-DATA-HOJE TO WRK-PER-DATA.
            PERFORM 9500-VERIFICA-PERIODO.
            IF WRK-PER-FECHADO = ZEROS
                MOVE WRK-ANOMES-HOJE TO WRK-MES-FECHAR
                IF WRK-MES-MES = 1
                    MOVE 12 TO WRK-MES-MES
                    SUBTRACT 1 FROM WRK-MES-ANO
                ELSE
                    SUBTRACT 1 FROM WRK-MES-MES
                END-IF
            ELSE
                MOVE WRK-PER-FECHADO TO WRK-MES-FECHAR
                IF WRK-MES-MES = 12
                    MOVE 1 TO WRK-MES-MES
                    ADD 1 TO WRK-MES-ANO
                ELSE
                    ADD 1 TO WRK-MES-MES
                END-IF
            END-IF.

      *****************************************************
      * MES QUE FOI REABERTO E ESTA SENDO FECHADO DE NOVO:
      * DESCARTA A FOTOGRAFIA ANTERIOR.
      *****************************************************
       1200-APAGA-FOTOGRAFIA.
            MOVE WRK-MES-FECHAR TO FECHAMEN-ANOMES.
            MOVE ZEROS TO FECHAMEN-FONE.
            START FECHAMEN KEY IS NOT LESS FECHAMEN-CHAVE
                INVALID KEY
                    CONTINUE
            END-START.
            IF FECHAMEN-STATUS = ZERO
                MOVE 'S' TO WRK-FOTO-ACHOU
                PERFORM 1210-APAGA-UM-REGISTRO
                    UNTIL WRK-FOTO-ACHOU = 'N'
            END-IF.
            IF WRK-APAGADOS > ZEROS
                DISPLAY 'CLIFECHA: FOTOGRAFIA ANTERIOR DESCARTADA - '
                    WRK-APAGADOS ' REGISTROS'
            END-IF.

       1210-APAGA-UM-REGISTRO.
            READ FECHAMEN NEXT RECORD
                AT END
                    MOVE 'N' TO WRK-FOTO-ACHOU
                NOT AT END
                    IF FECHAMEN-ANOMES NOT = WRK-MES-FECHAR
                        MOVE 'N' TO WRK-FOTO-ACHOU
                    ELSE
                        DELETE FECHAMEN RECORD
                            INVALID KEY
                                CONTINUE
                        END-DELETE
                        ADD 1 TO WRK-APAGADOS
                    END-IF
            END-READ.

      *****************************************************
      * PEDIDO NAO CANCELADO: ENTRA NAS VENDAS SE FOR DO MES E
      * NO SALDO DO CLIENTE SE TIVER DATA ATE O FIM DO MES E
      * AINDA DEVER ALGO NAQUELA DATA.
      *****************************************************
       2000-PROCESSA-PEDIDO.
            IF PEDIDOS-SITUACAO NOT = 'C' AND
               PEDIDOS-DATA NOT > WRK-FIM-MES
                COMPUTE WRK-ANOMES-MOV = PEDIDOS-DATA / 100
                IF WRK-ANOMES-MOV = WRK-MES-FECHAR
                    ADD 1 TO WRK-TOT-PEDIDOS
                    ADD PEDIDOS-VALOR TO WRK-TOT-VENDAS
                END-IF
                MOVE PEDIDOS-NUMERO TO WRK-NUMERO-PEDIDO
                PERFORM 2100-SOMA-PAGAMENTOS
                COMPUTE WRK-SALDO-PEDIDO =
                    PEDIDOS-VALOR - WRK-PAGO-TOTAL
                IF WRK-SALDO-PEDIDO > ZEROS AND
                   PEDIDOS-FONE NOT = ZEROS
                    MOVE PEDIDOS-FONE TO WRK-FONE-CLI
                    MOVE WRK-SALDO-PEDIDO TO WRK-VALOR-CLI
                    MOVE ZEROS TO WRK-CREDITO-CLI
                    PERFORM 2200-ACUMULA-CLIENTE
                    ADD 1 TO WRK-TOT-ABERTOS
                    ADD WRK-SALDO-PEDIDO TO WRK-TOT-SALDO
                END-IF
            END-IF.
            READ PEDIDOS NEXT RECORD
                AT END
                    MOVE 10 TO PEDIDOS-STATUS
            END-READ.

       2100-SOMA-PAGAMENTOS.
            MOVE ZEROS TO WRK-PAGO-TOTAL.
            MOVE WRK-NUMERO-PEDIDO TO PAGTOS-NUMERO.
            MOVE ZEROS TO PAGTOS-SEQ.
            START PAGTOS KEY IS NOT LESS PAGTOS-CHAVE
                INVALID KEY
                    CONTINUE
            END-START.
            IF PAGTOS-STATUS = ZERO
                MOVE 'S' TO WRK-PAG-ACHOU
                PERFORM 2110-SOMA-UM-PAGTO UNTIL WRK-PAG-ACHOU = 'N'
            END-IF.

       2110-SOMA-UM-PAGTO.
            READ PAGTOS NEXT RECORD
                AT END
                    MOVE 'N' TO WRK-PAG-ACHOU
                NOT AT END
                    IF PAGTOS-NUMERO NOT = WRK-NUMERO-PEDIDO
                        MOVE 'N' TO WRK-PAG-ACHOU
                    ELSE
                        IF PAGTOS-SITUACAO = 'I' OR
                           PAGTOS-DATA > WRK-FIM-MES
                            CONTINUE
                        ELSE
                            ADD PAGTOS-VALOR TO WRK-PAGO-TOTAL
                        END-IF
                    END-IF
            END-READ.

      *****************************************************
      * SOMA NA FOTOGRAFIA DO CLIENTE WRK-FONE-CLI O SALDO EM
      * WRK-VALOR-CLI (UM PEDIDO EM ABERTO) OU O CREDITO EM
      * WRK-CREDITO-CLI.
      *****************************************************
       2200-ACUMULA-CLIENTE.
            MOVE WRK-MES-FECHAR TO FECHAMEN-ANOMES.
            MOVE WRK-FONE-CLI TO FECHAMEN-FONE.
            READ FECHAMEN
                INVALID KEY
                    MOVE 'N' TO WRK-FOTO-ACHOU
                NOT INVALID KEY
                    MOVE 'S' TO WRK-FOTO-ACHOU
            END-READ.
            IF WRK-FOTO-ACHOU = 'N'
                INITIALIZE FECHAMEN-REG
                MOVE WRK-MES-FECHAR TO FECHAMEN-ANOMES
                MOVE WRK-FONE-CLI TO FECHAMEN-FONE
                MOVE WRK-DATA-HOJE TO FECHAMEN-DATA
                ADD 1 TO WRK-CLIENTES
            END-IF.
            IF WRK-VALOR-CLI > ZEROS
                ADD 1 TO FECHAMEN-PEDIDOS
                ADD WRK-VALOR-CLI TO FECHAMEN-SALDO
            END-IF.
            ADD WRK-CREDITO-CLI TO FECHAMEN-CREDITO.
            IF WRK-FOTO-ACHOU = 'N'
                WRITE FECHAMEN-REG
                    INVALID KEY
                        DISPLAY 'CLIFECHA: ERRO AO GRAVAR CLIENTE '
                            WRK-FONE-CLI ' STATUS ' FECHAMEN-STATUS
                END-WRITE
            ELSE
                REWRITE FECHAMEN-REG
                    INVALID KEY
                        DISPLAY 'CLIFECHA: ERRO AO ATUALIZAR CLIENTE '
                            WRK-FONE-CLI ' STATUS ' FECHAMEN-STATUS
                END-REWRITE
            END-IF.

       2250-POSICIONA-PAGTOS.
            MOVE ZEROS TO PAGTOS-NUMERO.
            MOVE ZEROS TO PAGTOS-SEQ.
            START PAGTOS KEY IS NOT LESS PAGTOS-CHAVE
                INVALID KEY
                    MOVE 10 TO PAGTOS-STATUS
            END-START.
            IF PAGTOS-STATUS NOT = 10
                READ PAGTOS NEXT RECORD
                    AT END
                        MOVE 10 TO PAGTOS-STATUS
                END-READ
            END-IF.

      *****************************************************
      * RECEBIMENTOS DO MES: PAGAMENTOS ATIVOS DATADOS NO MES,
      * DE QUALQUER PEDIDO.
      *****************************************************
       2300-PROCESSA-PAGTO.
            IF PAGTOS-SITUACAO NOT = 'I'
                COMPUTE WRK-ANOMES-MOV = PAGTOS-DATA / 100
                IF WRK-ANOMES-MOV = WRK-MES-FECHAR
                    ADD PAGTOS-VALOR TO WRK-TOT-RECEBIDO
                END-IF
            END-IF.
            READ PAGTOS NEXT RECORD
                AT END
                    MOVE 10 TO PAGTOS-STATUS
            END-READ.

       2400-PROCESSA-DEVOLUCAO.
            COMPUTE WRK-ANOMES-MOV = DEVOLUC-DATA / 100.
            IF WRK-ANOMES-MOV = WRK-MES-FECHAR
                ADD DEVOLUC-VALOR TO WRK-TOT-DEVOLUCOES
            END-IF.
            READ DEVOLUC NEXT RECORD
                AT END
                    MOVE 10 TO DEVOLUC-STATUS
            END-READ.

      *****************************************************
      * NOTA DE CREDITO EMITIDA ATE O FIM DO MES E COM SALDO A
      * USAR NAQUELA DATA, NA MESMA DATA DOS PAGAMENTOS QUE
      * ENTRAM NO SALDO DOS PEDIDOS.
      *****************************************************
       2500-PROCESSA-CREDITO.
            IF CREDITO-DATA NOT > WRK-FIM-MES AND
               CREDITO-FONE NOT = ZEROS
                PERFORM 2510-SALDO-CREDITO-MES
                IF WRK-SALDO-CREDITO > ZEROS
                    MOVE CREDITO-FONE TO WRK-FONE-CLI
                    MOVE ZEROS TO WRK-VALOR-CLI
                    MOVE WRK-SALDO-CREDITO TO WRK-CREDITO-CLI
                    PERFORM 2200-ACUMULA-CLIENTE
                    ADD WRK-SALDO-CREDITO TO WRK-TOT-CREDITO
                END-IF
            END-IF.
            READ CREDITO NEXT RECORD
                AT END
                    MOVE 10 TO CREDITO-STATUS
            END-READ.

      *****************************************************
      * SALDO DA NOTA NO FIM DO MES: O SALDO ATUAL MAIS O QUE
      * FOI APLICADO DEPOIS DELE (PAGAMENTOS ATIVOS 'NC' + NUMERO
      * DA NOTA DATADOS APOS O FIM DO MES) E O REEMBOLSO FEITO
      * DEPOIS DELE. NOTA SEM ALTERACAO APOS O FIM DO MES JA
      * ESTA COM O SALDO DAQUELA DATA.
      *****************************************************
       2510-SALDO-CREDITO-MES.
            MOVE CREDITO-SALDO TO WRK-SALDO-CREDITO.
            IF CREDITO-DATA-ALTERACAO > WRK-FIM-MES
                IF CREDITO-REEMBOLSADO > ZEROS
                    IF CREDITO-DATA-REEMBOLSO = ZEROS
                        MOVE CREDITO-DATA-ALTERACAO TO
                          WRK-DATA-REEMBOLSO
                    ELSE
                        MOVE CREDITO-DATA-REEMBOLSO TO
                          WRK-DATA-REEMBOLSO
                    END-IF
                    IF WRK-DATA-REEMBOLSO > WRK-FIM-MES
                        ADD CREDITO-REEMBOLSADO TO WRK-SALDO-CREDITO
                    END-IF
                END-IF
                IF CREDITO-APLICADO > ZEROS
                    PERFORM 2520-APLICADO-APOS-MES
                END-IF
            END-IF.

       2520-APLICADO-APOS-MES.
            MOVE SPACES TO WRK-FORMA-NC.
            STRING 'NC'            DELIMITED BY SIZE
                   CREDITO-NUMERO  DELIMITED BY SIZE
                INTO WRK-FORMA-NC
            END-STRING.
            MOVE ZEROS TO PAGTOS-NUMERO.
            MOVE ZEROS TO PAGTOS-SEQ.
            START PAGTOS KEY IS NOT LESS PAGTOS-CHAVE
                INVALID KEY
                    CONTINUE
            END-START.
            IF PAGTOS-STATUS = ZERO
                MOVE 'S' TO WRK-PAG-ACHOU
                PERFORM 2525-SOMA-APLICACAO UNTIL WRK-PAG-ACHOU = 'N'
            END-IF.

       2525-SOMA-APLICACAO.
            READ PAGTOS NEXT RECORD
                AT END
                    MOVE 'N' TO WRK-PAG-ACHOU
                NOT AT END
                    IF PAGTOS-FORMA = WRK-FORMA-NC AND
                       PAGTOS-SITUACAO NOT = 'I' AND
                       PAGTOS-DATA > WRK-FIM-MES
                        ADD PAGTOS-VALOR TO WRK-SALDO-CREDITO
                    END-IF
            END-READ.

       2600-GRAVA-TOTAIS.
            INITIALIZE FECHAMEN-REG.
            MOVE WRK-MES-FECHAR TO FECHAMEN-ANOMES.
            MOVE ZEROS TO FECHAMEN-FONE.
            MOVE WRK-TOT-PEDIDOS TO FECHAMEN-PEDIDOS.
            MOVE WRK-TOT-VENDAS TO FECHAMEN-VENDAS.
            MOVE WRK-TOT-DEVOLUCOES TO FECHAMEN-DEVOLUCOES.
            MOVE WRK-TOT-RECEBIDO TO FECHAMEN-RECEBIDO.
            MOVE WRK-TOT-SALDO TO FECHAMEN-SALDO.
            MOVE WRK-TOT-CREDITO TO FECHAMEN-CREDITO.
            MOVE WRK-DATA-HOJE TO FECHAMEN-DATA.
            WRITE FECHAMEN-REG
                INVALID KEY
                    DISPLAY 'CLIFECHA: ERRO AO GRAVAR TOTAIS DO MES '
                        WRK-MES-FECHAR ' STATUS ' FECHAMEN-STATUS
                    PERFORM 3000-FINALIZAR
                    STOP RUN
            END-WRITE.

       8000-IMPRIME-RELATORIO.
            MOVE SPACES TO WRK-LINHA.
            STRING 'FECHAMENTO MENSAL - PERIODO: ' DELIMITED BY SIZE
                   WRK-MES-FECHAR                  DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'FECHADO EM: ' DELIMITED BY SIZE
                   WRK-DATA-HOJE  DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            MOVE WRK-TOT-PEDIDOS TO WRK-QTDE-ED.
            MOVE WRK-TOT-VENDAS TO WRK-VALOR-ED.
            STRING 'PEDIDOS DO MES:    ' DELIMITED BY SIZE
                   WRK-QTDE-ED           DELIMITED BY SIZE
                   '  VENDAS: '          DELIMITED BY SIZE
                   WRK-VALOR-ED          DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            MOVE WRK-TOT-DEVOLUCOES TO WRK-VALOR-ED.
            STRING 'DEVOLUCOES DO MES: ' DELIMITED BY SIZE
                   WRK-VALOR-ED          DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            MOVE WRK-TOT-RECEBIDO TO WRK-VALOR-ED.
            STRING 'RECEBIDO NO MES:   ' DELIMITED BY SIZE
                   WRK-VALOR-ED          DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            MOVE WRK-TOT-ABERTOS TO WRK-QTDE-ED.
            MOVE WRK-TOT-SALDO TO WRK-VALOR-ED.
            STRING 'PEDIDOS EM ABERTO: ' DELIMITED BY SIZE
                   WRK-QTDE-ED           DELIMITED BY SIZE
                   '  SALDO EM ABERTO: ' DELIMITED BY SIZE
                   WRK-VALOR-ED          DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            MOVE WRK-TOT-CREDITO TO WRK-CREDITO-ED.
            STRING 'CREDITOS A USAR:   ' DELIMITED BY SIZE
                   WRK-CREDITO-ED        DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'TELEFONE   NOME                            '
                                      DELIMITED BY SIZE
                   'ABERTOS SALDO         CREDITO'
                                      DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE WRK-MES-FECHAR TO FECHAMEN-ANOMES.
            MOVE 1 TO FECHAMEN-FONE.
            START FECHAMEN KEY IS NOT LESS FECHAMEN-CHAVE
                INVALID KEY
                    CONTINUE
            END-START.
            IF FECHAMEN-STATUS = ZERO
                MOVE 'S' TO WRK-FOTO-ACHOU
                PERFORM 8100-IMPRIME-CLIENTE UNTIL WRK-FOTO-ACHOU = 'N'
            END-IF.
            MOVE SPACES TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            MOVE WRK-CLIENTES TO WRK-QTDE-ED.
            STRING 'CLIENTES NA FOTOGRAFIA: ' DELIMITED BY SIZE
                   WRK-QTDE-ED                DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.

       8100-IMPRIME-CLIENTE.
            READ FECHAMEN NEXT RECORD
                AT END
                    MOVE 'N' TO WRK-FOTO-ACHOU
                NOT AT END
                    IF FECHAMEN-ANOMES NOT = WRK-MES-FECHAR
                        MOVE 'N' TO WRK-FOTO-ACHOU
                    ELSE
                        PERFORM 8110-RESOLVE-NOME
                        PERFORM 8120-LINHA-CLIENTE
                    END-IF
            END-READ.

       8110-RESOLVE-NOME.
            MOVE FECHAMEN-FONE TO CLIENTES-F0NE.
            READ CLIENTES
                INVALID KEY
                    MOVE '(CLIENTE NAO CADASTRADO)' TO
                      WRK-NOME-CLIENTE
                NOT INVALID KEY
                    MOVE CLIENTES-NOME TO WRK-NOME-CLIENTE
            END-READ.

       8120-LINHA-CLIENTE.
            MOVE SPACES TO WRK-LINHA.
            MOVE FECHAMEN-PEDIDOS TO WRK-QTDE-ED.
            MOVE FECHAMEN-SALDO TO WRK-VALOR-ED.
            MOVE FECHAMEN-CREDITO TO WRK-CREDITO-ED.
            STRING FECHAMEN-FONE     DELIMITED BY SIZE
                   '  '              DELIMITED BY SIZE
                   WRK-NOME-CLIENTE  DELIMITED BY SIZE
                   '  '              DELIMITED BY SIZE
                   WRK-QTDE-ED       DELIMITED BY SIZE
                   '  '              DELIMITED BY SIZE
                   WRK-VALOR-ED      DELIMITED BY SIZE
                   '  '              DELIMITED BY SIZE
                   WRK-CREDITO-ED    DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.

      *****************************************************
      * SO DEPOIS DA FOTOGRAFIA GRAVADA O MES PASSA A CONSTAR
      * COMO FECHADO.
      *****************************************************
       8500-GRAVA-PERIODO.
            OPEN OUTPUT PERIODO.
            IF PERIODO-STATUS NOT = ZERO
                DISPLAY 'CLIFECHA: ERRO AO ABRIR ' ARQ-PERIODO
                DISPLAY 'CLIFECHA: FILE STATUS ' PERIODO-STATUS
                PERFORM 3000-FINALIZAR
                STOP RUN
            END-IF.
            MOVE WRK-MES-FECHAR TO PERIODO-FECHADO.
            MOVE WRK-DATA-HOJE TO PERIODO-DATA.
            MOVE 'FECHAMENTO' TO PERIODO-OPERACAO.
            MOVE 'BATCH' TO PERIODO-USUARIO.
            WRITE PERIODO-REG.
            CLOSE PERIODO.
            DISPLAY 'CLIFECHA: PERIODO ' WRK-MES-FECHAR ' FECHADO'.

       3000-FINALIZAR.
            CLOSE PEDIDOS.
            CLOSE PAGTOS.
            CLOSE CLIENTES.
            CLOSE DEVOLUC.
            CLOSE CREDITO.
            CLOSE FECHAMEN.
            CLOSE RELAT.
            DISPLAY 'CLIFECHA: RELATORIO GERADO EM CLIFECHA.LST'.

       COPY PERVALP.
