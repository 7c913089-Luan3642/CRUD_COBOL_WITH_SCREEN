       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIEXTR.
      *********************************
      * OBJETIVO:  MONTA O EXTRATO DE CONTA DE UM CLIENTE EM UM
      *            PERIODO (AREA EXT-PARM DE EXTWS): SALDO
      *            ANTERIOR, PEDIDOS (DEBITO), CANCELAMENTOS E
      *            PAGAMENTOS (CREDITO) EM ORDEM DE DATA COM O
      *            SALDO APOS CADA MOVIMENTO, E SALDO FINAL.
      *            LE PEDIDOS.DAT PELA CHAVE ALTERNADA DO TELEFONE,
      *            PAGTOS.DAT (PAGAMENTOS ATIVOS, INCLUSIVE NOTAS DE
      *            CREDITO APLICADAS) E PEDCANC.DAT (DATA DO
      *            CANCELAMENTO; SEM REGISTRO, VALE A DATA DO
      *            PEDIDO). CHAMADO PELA CONSULTA DE CLIENTES E
      *            PELO LOTE CLIEXTRA; OS ARQUIVOS FICAM ABERTOS
      *            ENTRE AS CHAMADAS ATE A CHAMADA COM EXT-ACAO F.
      * AUTHOR  :  LUAN
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO ARQ-PEDIDOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PEDIDOS-STATUS
             RECORD KEY IS  PEDIDOS-CHAVE
             ALTERNATE RECORD KEY IS PEDIDOS-FONE WITH DUPLICATES.
           SELECT PAGTOS ASSIGN TO ARQ-PAGTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PAGTOS-STATUS
             RECORD KEY IS  PAGTOS-CHAVE.
           SELECT PEDCANC ASSIGN TO ARQ-PEDCANC
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS PEDCANC-STATUS
             RECORD KEY IS  PEDCANC-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
       COPY PEDREG.

       FD PAGTOS.
       COPY PAGREG.

       FD PEDCANC.
       COPY CANCREG.

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS PIC 9(2).
       77 PAGTOS-STATUS PIC 9(2).
       77 PEDCANC-STATUS PIC 9(2).
       77 WRK-ARQ-ABERTOS PIC X(1) VALUE 'N'.
       77 WRK-MAIS-PEDIDOS PIC X(1).
       77 WRK-MAIS-PAGTOS PIC X(1).
       77 WRK-INSERE PIC X(1).
       77 WRK-DESLOCA PIC X(1).
       77 WRK-POS PIC 9(3).
       77 WRK-I PIC 9(3).
       77 WRK-SALDO PIC S9(9)V99.
       01 WRK-EVENTO.
           05 WRK-EV-DATA           PIC 9(8).
           05 WRK-EV-TIPO           PIC X(12).
           05 WRK-EV-PEDIDO         PIC 9(6).
           05 WRK-EV-DOC            PIC X(10).
           05 WRK-EV-DEBITO         PIC 9(7)V99.
           05 WRK-EV-CREDITO        PIC 9(7)V99.
           05 WRK-EV-SALDO          PIC S9(9)V99.
       COPY ARQWS.

       LINKAGE SECTION.
       COPY EXTWS.

       PROCEDURE DIVISION USING EXT-PARM.
       0001-PRINCIPAL SECTION.
            IF EXT-ACAO = 'F'
                PERFORM 3000-FINALIZAR
            ELSE
                PERFORM 1000-INICIAR
                IF EXT-OK = 'S'
                    PERFORM 2000-MONTA-EXTRATO
                END-IF
            END-IF.
            EXIT PROGRAM.

      *****************************************************
      * ZERA A SAIDA, CONFERE O PERIODO E, NA PRIMEIRA CHAMADA,
      * LE A CONFIGURACAO E ABRE OS ARQUIVOS (SO LEITURA).
      *****************************************************
       1000-INICIAR.
            MOVE 'S' TO EXT-OK.
            MOVE SPACES TO EXT-MSG.
            MOVE ZEROS TO EXT-SALDO-INICIAL.
            MOVE ZEROS TO EXT-TOT-DEBITOS.
            MOVE ZEROS TO EXT-TOT-CREDITOS.
            MOVE ZEROS TO EXT-SALDO-FINAL.
            MOVE ZEROS TO EXT-QTDE.
            MOVE 'N' TO EXT-EXCEDEU.
            IF EXT-DATA-INI > EXT-DATA-FIM
                MOVE 'N' TO EXT-OK
                MOVE 'PERIODO INVALIDO' TO EXT-MSG
            ELSE
                IF WRK-ARQ-ABERTOS NOT = 'S'
                    PERFORM 1100-ABRE-ARQUIVOS
                END-IF
            END-IF.

       1100-ABRE-ARQUIVOS.
            CALL 'CLICFG' USING ARQ-CONFIG.
            IF ARQ-CFG-OK NOT = 'S'
                MOVE 'N' TO EXT-OK
                MOVE ARQ-CFG-MSG TO EXT-MSG
            ELSE
                OPEN INPUT PEDIDOS
                IF PEDIDOS-STATUS = 35 THEN
                    OPEN OUTPUT PEDIDOS
                    CLOSE PEDIDOS
                    OPEN INPUT PEDIDOS
                END-IF
                OPEN INPUT PAGTOS
                IF PAGTOS-STATUS = 35 THEN
                    OPEN OUTPUT PAGTOS
                    CLOSE PAGTOS
                    OPEN INPUT PAGTOS
                END-IF
                OPEN INPUT PEDCANC
                IF PEDCANC-STATUS = 35 THEN
                    OPEN OUTPUT PEDCANC
                    CLOSE PEDCANC
                    OPEN INPUT PEDCANC
                END-IF
                IF PEDIDOS-STATUS NOT = ZERO OR
                   PAGTOS-STATUS NOT = ZERO OR
                   PEDCANC-STATUS NOT = ZERO
                    MOVE 'N' TO EXT-OK
                    MOVE 'ERRO AO ABRIR PEDIDOS/PAGTOS/PEDCANC' TO
                      EXT-MSG
                    CLOSE PEDIDOS
                    CLOSE PAGTOS
                    CLOSE PEDCANC
                ELSE
                    MOVE 'S' TO WRK-ARQ-ABERTOS
                END-IF
            END-IF.

      *****************************************************
      * PERCORRE OS PEDIDOS DO CLIENTE E, PARA CADA UM, GERA OS
      * MOVIMENTOS (PEDIDO, PAGAMENTOS, CANCELAMENTO). NO FIM
      * CALCULA O SALDO APOS CADA MOVIMENTO E O SALDO FINAL.
      *****************************************************
       2000-MONTA-EXTRATO.
            MOVE EXT-FONE TO PEDIDOS-FONE.
            START PEDIDOS KEY IS EQUAL PEDIDOS-FONE
                INVALID KEY
                    CONTINUE
            END-START.
            IF PEDIDOS-STATUS = ZERO
                MOVE 'S' TO WRK-MAIS-PEDIDOS
                PERFORM 2100-LE-PEDIDO UNTIL WRK-MAIS-PEDIDOS = 'N'
            END-IF.
            PERFORM 2500-CALCULA-SALDOS.

       2100-LE-PEDIDO.
            READ PEDIDOS NEXT RECORD
                AT END
                    MOVE 'N' TO WRK-MAIS-PEDIDOS
                NOT AT END
                    IF PEDIDOS-FONE NOT = EXT-FONE
                        MOVE 'N' TO WRK-MAIS-PEDIDOS
                    ELSE
                        PERFORM 2200-MOVIMENTOS-PEDIDO
                    END-IF
            END-READ.

       2200-MOVIMENTOS-PEDIDO.
            MOVE PEDIDOS-DATA TO WRK-EV-DATA.
            MOVE 'PEDIDO' TO WRK-EV-TIPO.
            MOVE PEDIDOS-NUMERO TO WRK-EV-PEDIDO.
            MOVE SPACES TO WRK-EV-DOC.
            MOVE PEDIDOS-VALOR TO WRK-EV-DEBITO.
            MOVE ZEROS TO WRK-EV-CREDITO.
            PERFORM 2400-REGISTRA-MOVIMENTO.
            PERFORM 2300-PAGAMENTOS-PEDIDO.
            IF PEDIDOS-SITUACAO = 'C'
                PERFORM 2350-CANCELAMENTO-PEDIDO
            END-IF.

       2300-PAGAMENTOS-PEDIDO.
            MOVE PEDIDOS-NUMERO TO PAGTOS-NUMERO.
            MOVE ZEROS TO PAGTOS-SEQ.
            START PAGTOS KEY IS NOT LESS PAGTOS-CHAVE
                INVALID KEY
                    CONTINUE
            END-START.
            IF PAGTOS-STATUS = ZERO
                MOVE 'S' TO WRK-MAIS-PAGTOS
                PERFORM 2310-LE-PAGTO UNTIL WRK-MAIS-PAGTOS = 'N'
            END-IF.

       2310-LE-PAGTO.
            READ PAGTOS NEXT RECORD
                AT END
                    MOVE 'N' TO WRK-MAIS-PAGTOS
                NOT AT END
                    IF PAGTOS-NUMERO NOT = PEDIDOS-NUMERO
                        MOVE 'N' TO WRK-MAIS-PAGTOS
                    ELSE
                        IF PAGTOS-SITUACAO NOT = 'I'
                            MOVE PAGTOS-DATA TO WRK-EV-DATA
                            MOVE 'PAGAMENTO' TO WRK-EV-TIPO
                            MOVE PEDIDOS-NUMERO TO WRK-EV-PEDIDO
                            MOVE PAGTOS-FORMA TO WRK-EV-DOC
                            MOVE ZEROS TO WRK-EV-DEBITO
                            MOVE PAGTOS-VALOR TO WRK-EV-CREDITO
                            PERFORM 2400-REGISTRA-MOVIMENTO
                        END-IF
                    END-IF
            END-READ.

      *****************************************************
      * O CANCELAMENTO ESTORNA O VALOR DO PEDIDO NA DATA EM QUE
      * FOI FEITO (PEDCANC); PAGAMENTOS DO PEDIDO CANCELADO
      * CONTINUAM NO EXTRATO E DEIXAM SALDO A FAVOR DO CLIENTE.
      *****************************************************
       2350-CANCELAMENTO-PEDIDO.
            MOVE PEDIDOS-NUMERO TO PEDCANC-NUMERO.
            READ PEDCANC
                INVALID KEY
                    MOVE PEDIDOS-DATA TO WRK-EV-DATA
                    MOVE SPACES TO WRK-EV-DOC
                NOT INVALID KEY
                    MOVE PEDCANC-DATA TO WRK-EV-DATA
                    MOVE PEDCANC-USUARIO TO WRK-EV-DOC
            END-READ.
            MOVE 'CANCELAMENTO' TO WRK-EV-TIPO.
            MOVE PEDIDOS-NUMERO TO WRK-EV-PEDIDO.
            MOVE ZEROS TO WRK-EV-DEBITO.
            MOVE PEDIDOS-VALOR TO WRK-EV-CREDITO.
            PERFORM 2400-REGISTRA-MOVIMENTO.

      *****************************************************
      * MOVIMENTO ANTERIOR AO PERIODO VAI PARA O SALDO ANTERIOR;
      * DENTRO DO PERIODO ENTRA NOS TOTAIS E NA TABELA, NA
      * POSICAO DA SUA DATA (APOS OS DE MESMA DATA JA GUARDADOS).
      * COM A TABELA CHEIA FICAM OS 500 MAIS ANTIGOS. POSTERIOR
      * AO PERIODO E IGNORADO.
      *****************************************************
       2400-REGISTRA-MOVIMENTO.
            IF WRK-EV-DATA < EXT-DATA-INI
                ADD WRK-EV-DEBITO TO EXT-SALDO-INICIAL
                SUBTRACT WRK-EV-CREDITO FROM EXT-SALDO-INICIAL
            ELSE
                IF WRK-EV-DATA NOT > EXT-DATA-FIM
                    ADD WRK-EV-DEBITO TO EXT-TOT-DEBITOS
                    ADD WRK-EV-CREDITO TO EXT-TOT-CREDITOS
                    PERFORM 2410-INSERE-MOVIMENTO
                END-IF
            END-IF.

       2410-INSERE-MOVIMENTO.
            MOVE 'N' TO WRK-INSERE.
            IF EXT-QTDE < 500
                ADD 1 TO EXT-QTDE
                MOVE EXT-QTDE TO WRK-POS
                MOVE 'S' TO WRK-INSERE
            ELSE
                MOVE 'S' TO EXT-EXCEDEU
                IF EXT-MOV-DATA (500) > WRK-EV-DATA
                    MOVE 500 TO WRK-POS
                    MOVE 'S' TO WRK-INSERE
                END-IF
            END-IF.
            IF WRK-INSERE = 'S'
                MOVE 'S' TO WRK-DESLOCA
                PERFORM 2420-DESLOCA-MOVIMENTO
                    UNTIL WRK-DESLOCA = 'N'
                MOVE ZEROS TO WRK-EV-SALDO
                MOVE WRK-EVENTO TO EXT-MOVTO (WRK-POS)
            END-IF.

       2420-DESLOCA-MOVIMENTO.
            IF WRK-POS = 1
                MOVE 'N' TO WRK-DESLOCA
            ELSE
                IF EXT-MOV-DATA (WRK-POS - 1) > WRK-EV-DATA
                    MOVE EXT-MOVTO (WRK-POS - 1) TO EXT-MOVTO (WRK-POS)
                    SUBTRACT 1 FROM WRK-POS
                ELSE
                    MOVE 'N' TO WRK-DESLOCA
                END-IF
            END-IF.

       2500-CALCULA-SALDOS.
            MOVE EXT-SALDO-INICIAL TO WRK-SALDO.
            PERFORM 2510-SALDO-MOVIMENTO
                VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > EXT-QTDE.
            COMPUTE EXT-SALDO-FINAL = EXT-SALDO-INICIAL
                + EXT-TOT-DEBITOS - EXT-TOT-CREDITOS.

       2510-SALDO-MOVIMENTO.
            COMPUTE WRK-SALDO = WRK-SALDO + EXT-MOV-DEBITO (WRK-I)
                - EXT-MOV-CREDITO (WRK-I).
            MOVE WRK-SALDO TO EXT-MOV-SALDO (WRK-I).

       3000-FINALIZAR.
            IF WRK-ARQ-ABERTOS = 'S'
                CLOSE PEDIDOS
                CLOSE PAGTOS
                CLOSE PEDCANC
                MOVE 'N' TO WRK-ARQ-ABERTOS
            END-IF.
            MOVE 'S' TO EXT-OK.
