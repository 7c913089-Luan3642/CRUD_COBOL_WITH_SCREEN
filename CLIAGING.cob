      *            ATE HOJE). PEDIDOS CANCELADOS E PEDIDOS JA
      *            QUITADOS FICAM FORA. O NOME DO CLIENTE E
      *            RESOLVIDO EM CLIENTES.DAT VIA PEDIDOS-FONE.
      *            O SALDO DAS NOTAS DE CREDITO DE DEVOLUCAO AINDA
      *            NAO USADAS (CREDITO.DAT) APARECE NA COLUNA
      *            CREDITO E E ABATIDO DO SALDO NA COLUNA LIQUIDO;
      *            CLIENTE SO COM CREDITO TAMBEM E LISTADO.
      *            IMPRIME TUDO EM CLIAGING.LST.
      * AUTHOR  :  LUAN
      *********************************
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS  CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES.
           SELECT CREDITO ASSIGN TO ARQ-CREDITO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CREDITO-STATUS
             RECORD KEY IS  CREDITO-CHAVE
             ALTERNATE RECORD KEY IS CREDITO-FONE WITH DUPLICATES.
           SELECT RELAT ASSIGN TO ARQ-AGING-LST
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       FD CLIENTES.
       COPY CLIREG.

       FD CREDITO.
       COPY NCREDREG.

       FD RELAT.
       01 RELAT-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS PIC 9(2).
       77 PAGTOS-STATUS PIC 9(2).
       77 CLIENTES-STATUS PIC 9(2).
       77 RELAT-STATUS PIC 9(2).
       77 CREDITO-STATUS PIC 9(2).
       77 WRK-LINHA PIC X(132).
       77 WRK-FONE-CLI PIC 9(9).
       77 WRK-CREDITO-ED PIC 9(9).99.
       77 WRK-LIQUIDO PIC S9(9)V99.
       77 WRK-LIQUIDO-ED PIC -(9)9.99.
       77 WRK-TOT-CREDITO PIC 9(9)V99 VALUE ZEROS.
       77 WRK-PAG-ACHOU PIC X(1).
       77 WRK-NUMERO-PEDIDO PIC 9(6).
       77 WRK-PAGO-TOTAL PIC 9(9)V99.
               10 WRK-CLI-PAGO      PIC 9(9)V99.
               10 WRK-CLI-SALDO     PIC 9(9)V99.
               10 WRK-CLI-ATRASO    PIC 9(5).
               10 WRK-CLI-CREDITO   PIC 9(9)V99.
       COPY ARQWS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-PROCESSA-PEDIDO UNTIL PEDIDOS-STATUS = 10.
            PERFORM 2300-PROCESSA-CREDITO UNTIL CREDITO-STATUS = 10.
            PERFORM 8000-IMPRIME-RELATORIO.
            PERFORM 3000-FINALIZAR.
            STOP RUN.
                DISPLAY 'CLIAGING: FILE STATUS ' PAGTOS-STATUS
                STOP RUN
            END-IF.
            OPEN INPUT CREDITO
               IF CREDITO-STATUS = 35 THEN
                    OPEN OUTPUT CREDITO
                    CLOSE CREDITO
                    OPEN INPUT CREDITO
               END-IF.
            IF CREDITO-STATUS NOT = ZERO
                DISPLAY 'CLIAGING: ERRO AO ABRIR ' ARQ-CREDITO
                DISPLAY 'CLIAGING: FILE STATUS ' CREDITO-STATUS
                STOP RUN
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT = ZERO
                DISPLAY 'CLIAGING: ERRO AO ABRIR ' ARQ-CLIENTES
                AT END
                    MOVE 10 TO PEDIDOS-STATUS
            END-READ.
            READ CREDITO NEXT RECORD
                AT END
                    MOVE 10 TO CREDITO-STATUS
            END-READ.

       2000-PROCESSA-PEDIDO.
            IF PEDIDOS-SITUACAO NOT = 'C'
            END-READ.

       2200-ACUMULA-CLIENTE.
            MOVE PEDIDOS-FONE TO WRK-FONE-CLI.
            PERFORM 2220-LOCALIZA-CLIENTE.
            IF WRK-CLI-ACHOU NOT = ZEROS
                ADD 1 TO WRK-CLI-ABERTOS (WRK-CLI-ACHOU)
                ADD PEDIDOS-VALOR TO WRK-CLI-VALOR (WRK-CLI-ACHOU)
                END-IF
            END-IF.

       2220-LOCALIZA-CLIENTE.
            MOVE ZEROS TO WRK-CLI-ACHOU.
            PERFORM VARYING WRK-CLI-I FROM 1 BY 1
                    UNTIL WRK-CLI-I > WRK-CLI-QTDE
                IF WRK-CLI-FONE (WRK-CLI-I) = WRK-FONE-CLI
                    MOVE WRK-CLI-I TO WRK-CLI-ACHOU
                    MOVE WRK-CLI-QTDE TO WRK-CLI-I
                END-IF
            END-PERFORM.
            IF WRK-CLI-ACHOU = ZEROS
                IF WRK-CLI-QTDE < 500
                    ADD 1 TO WRK-CLI-QTDE
                    MOVE WRK-CLI-QTDE TO WRK-CLI-ACHOU
                    MOVE WRK-FONE-CLI TO WRK-CLI-FONE (WRK-CLI-ACHOU)
                    MOVE ZEROS TO WRK-CLI-ABERTOS (WRK-CLI-ACHOU)
                    MOVE ZEROS TO WRK-CLI-VALOR (WRK-CLI-ACHOU)
                    MOVE ZEROS TO WRK-CLI-PAGO (WRK-CLI-ACHOU)
                    MOVE ZEROS TO WRK-CLI-SALDO (WRK-CLI-ACHOU)
                    MOVE ZEROS TO WRK-CLI-ATRASO (WRK-CLI-ACHOU)
                    MOVE ZEROS TO WRK-CLI-CREDITO (WRK-CLI-ACHOU)
                END-IF
            END-IF.

      *****************************************************
      * NOTA DE CREDITO COM SALDO E CREDITO DO CLIENTE AINDA
      * NAO APLICADO NEM REEMBOLSADO.
      *****************************************************
       2300-PROCESSA-CREDITO.
            IF CREDITO-SALDO > ZEROS
                MOVE CREDITO-FONE TO WRK-FONE-CLI
                PERFORM 2220-LOCALIZA-CLIENTE
                IF WRK-CLI-ACHOU NOT = ZEROS
                    ADD CREDITO-SALDO TO WRK-CLI-CREDITO (WRK-CLI-ACHOU)
                    ADD CREDITO-SALDO TO WRK-TOT-CREDITO
                END-IF
            END-IF.
            READ CREDITO NEXT RECORD
                AT END
                    MOVE 10 TO CREDITO-STATUS
            END-READ.

       8000-IMPRIME-RELATORIO.
            MOVE 'CONTAS A RECEBER POR CLIENTE' TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
                                      DELIMITED BY SIZE
                   'ABERTOS VALOR         PAGO          '
                                      DELIMITED BY SIZE
                   'SALDO         ATRASO CREDITO       LIQUIDO'
                                      DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            MOVE WRK-TOT-CREDITO TO WRK-CREDITO-ED.
            COMPUTE WRK-LIQUIDO = WRK-TOT-SALDO - WRK-TOT-CREDITO.
            MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED.
            STRING 'CREDITOS A USAR:   '  DELIMITED BY SIZE
                   WRK-CREDITO-ED         DELIMITED BY SIZE
                   '  SALDO LIQUIDO: '    DELIMITED BY SIZE
                   WRK-LIQUIDO-ED         DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.

       8100-IMPRIME-CLIENTE.
            PERFORM 8110-RESOLVE-NOME.
            MOVE WRK-CLI-VALOR (WRK-CLI-I) TO WRK-VALOR-ED.
            MOVE WRK-CLI-PAGO (WRK-CLI-I) TO WRK-PAGO-ED.
            MOVE WRK-CLI-SALDO (WRK-CLI-I) TO WRK-SALDO-ED.
            MOVE WRK-CLI-CREDITO (WRK-CLI-I) TO WRK-CREDITO-ED.
            COMPUTE WRK-LIQUIDO =
                WRK-CLI-SALDO (WRK-CLI-I) - WRK-CLI-CREDITO (WRK-CLI-I).
            MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED.
            STRING WRK-CLI-FONE (WRK-CLI-I)    DELIMITED BY SIZE
                   '  '                        DELIMITED BY SIZE
                   WRK-NOME-CLIENTE            DELIMITED BY SIZE
                   WRK-SALDO-ED                DELIMITED BY SIZE
                   '  '                        DELIMITED BY SIZE
                   WRK-CLI-ATRASO (WRK-CLI-I)  DELIMITED BY SIZE
                   '  '                        DELIMITED BY SIZE
                   WRK-CREDITO-ED              DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   WRK-LIQUIDO-ED              DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            CLOSE PEDIDOS.
            CLOSE PAGTOS.
            CLOSE CLIENTES.
            CLOSE CREDITO.
            CLOSE RELAT.
            DISPLAY 'CLIAGING: RELATORIO GERADO EM CLIAGING.LST'.
