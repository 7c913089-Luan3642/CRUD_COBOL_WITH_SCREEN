      *            (NOME RESOLVIDO EM CLIENTES.DAT VIA PEDIDOS-FONE).
      *            PEDIDOS CANCELADOS (SITUACAO 'C') FICAM FORA DO
      *            FATURAMENTO E SAO APENAS CONTADOS A PARTE.
      *            AS DEVOLUCOES (DEVOLUC.DAT) SAO ABATIDAS NO MES DA
      *            DEVOLUCAO (COLUNAS DEVOLUCOES E LIQUIDO) E NO
      *            FATURAMENTO DO CLIENTE USADO NO RANKING.
      *            IMPRIME TUDO EM CLIVENDA.LST.
      * AUTHOR  :  LUAN
      *********************************
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS  CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES.
           SELECT DEVOLUC ASSIGN TO ARQ-DEVOLUC
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DEVOLUC-STATUS
             RECORD KEY IS  DEVOLUC-CHAVE
             ALTERNATE RECORD KEY IS DEVOLUC-PEDIDO WITH DUPLICATES.
           SELECT RELAT ASSIGN TO ARQ-VENDA-LST
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       FD CLIENTES.
       COPY CLIREG.

       FD DEVOLUC.
       COPY DEVREG.

       FD RELAT.
       01 RELAT-LINHA PIC X(80).

       77 PEDIDOS-STATUS PIC 9(2).
       77 CLIENTES-STATUS PIC 9(2).
       77 RELAT-STATUS PIC 9(2).
       77 DEVOLUC-STATUS PIC 9(2).
       77 WRK-LINHA PIC X(80).
       77 WRK-TOTAL-PEDIDOS PIC 9(6) VALUE ZEROS.
       77 WRK-TOTAL-CANCELADOS PIC 9(6) VALUE ZEROS.
       77 WRK-TOTAL-VALOR PIC 9(9)V99 VALUE ZEROS.
       77 WRK-TOTAL-DEVOL PIC 9(9)V99 VALUE ZEROS.
       77 WRK-LIQUIDO PIC S9(9)V99.
       77 WRK-LIQUIDO-ED PIC -(9)9.99.
       77 WRK-DEVOL-ED PIC 9(9).99.
       77 WRK-FONE-CLI PIC 9(9).
       77 WRK-MES-QTDE PIC 9(3) VALUE ZEROS.
       77 WRK-MES-I PIC 9(3).
       77 WRK-MES-ACHOU PIC 9(3).
               10 WRK-MES-ANOMES    PIC X(6).
               10 WRK-MES-PEDIDOS   PIC 9(6).
               10 WRK-MES-VALOR     PIC 9(9)V99.
               10 WRK-MES-DEVOL     PIC 9(9)V99.
       01 WRK-CLI-TAB.
           05 WRK-CLI-ITEM OCCURS 500.
               10 WRK-CLI-FONE      PIC 9(9).
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-ACUMULA-PEDIDO UNTIL PEDIDOS-STATUS = 10.
            PERFORM 2300-ACUMULA-DEVOLUCAO UNTIL DEVOLUC-STATUS = 10.
            PERFORM 8000-IMPRIME-RELATORIO.
            PERFORM 3000-FINALIZAR.
            STOP RUN.
                DISPLAY 'CLIVENDA: FILE STATUS ' CLIENTES-STATUS
                STOP RUN
            END-IF.
            OPEN INPUT DEVOLUC
               IF DEVOLUC-STATUS = 35 THEN
                    OPEN OUTPUT DEVOLUC
                    CLOSE DEVOLUC
                    OPEN INPUT DEVOLUC
               END-IF.
            IF DEVOLUC-STATUS NOT = ZERO
                DISPLAY 'CLIVENDA: ERRO AO ABRIR ' ARQ-DEVOLUC
                DISPLAY 'CLIVENDA: FILE STATUS ' DEVOLUC-STATUS
                STOP RUN
            END-IF.
            OPEN OUTPUT RELAT.
            IF RELAT-STATUS NOT = ZERO
                DISPLAY 'CLIVENDA: ERRO AO ABRIR ' ARQ-VENDA-LST
                AT END
                    MOVE 10 TO PEDIDOS-STATUS
            END-READ.
            READ DEVOLUC NEXT RECORD
                AT END
                    MOVE 10 TO DEVOLUC-STATUS
            END-READ.

       2000-ACUMULA-PEDIDO.
            IF PEDIDOS-SITUACAO = 'C'
                    MOVE WRK-ANOMES TO WRK-MES-ANOMES (WRK-MES-ACHOU)
                    MOVE ZEROS TO WRK-MES-PEDIDOS (WRK-MES-ACHOU)
                    MOVE ZEROS TO WRK-MES-VALOR (WRK-MES-ACHOU)
                    MOVE ZEROS TO WRK-MES-DEVOL (WRK-MES-ACHOU)
                ELSE
                    MOVE 120 TO WRK-MES-ACHOU
                END-IF
            END-IF.

       2200-ACUMULA-CLIENTE.
            MOVE PEDIDOS-FONE TO WRK-FONE-CLI.
            PERFORM 2210-LOCALIZA-CLIENTE.
            IF WRK-CLI-ACHOU NOT = ZEROS
                ADD 1 TO WRK-CLI-PEDIDOS (WRK-CLI-ACHOU)
                ADD PEDIDOS-VALOR TO WRK-CLI-VALOR (WRK-CLI-ACHOU)
            END-IF.

       2210-LOCALIZA-CLIENTE.
            MOVE ZEROS TO WRK-CLI-ACHOU.
            PERFORM VARYING WRK-CLI-I FROM 1 BY 1
                    UNTIL WRK-CLI-I > WRK-CLI-QTDE
                IF WRK-CLI-FONE (WRK-CLI-I) = WRK-FONE-CLI
                    MOVE WRK-CLI-I TO WRK-CLI-ACHOU
                    MOVE WRK-CLI-QTDE TO WRK-CLI-I
                END-IF
                IF WRK-CLI-QTDE < 500
                    ADD 1 TO WRK-CLI-QTDE
                    MOVE WRK-CLI-QTDE TO WRK-CLI-ACHOU
                    MOVE WRK-FONE-CLI TO WRK-CLI-FONE (WRK-CLI-ACHOU)
                    MOVE ZEROS TO WRK-CLI-PEDIDOS (WRK-CLI-ACHOU)
                    MOVE ZEROS TO WRK-CLI-VALOR (WRK-CLI-ACHOU)
                END-IF
            END-IF.

      *****************************************************
      * DEVOLUCAO ENTRA NO MES EM QUE FOI REGISTRADA (NAO NO
      * MES DO PEDIDO) E SAI DO FATURAMENTO DO CLIENTE.
      *****************************************************
       2300-ACUMULA-DEVOLUCAO.
            ADD DEVOLUC-VALOR TO WRK-TOTAL-DEVOL.
            MOVE DEVOLUC-DATA (1:6) TO WRK-ANOMES.
            PERFORM 2100-LOCALIZA-MES.
            ADD DEVOLUC-VALOR TO WRK-MES-DEVOL (WRK-MES-ACHOU).
            MOVE DEVOLUC-FONE TO WRK-FONE-CLI.
            PERFORM 2210-LOCALIZA-CLIENTE.
            IF WRK-CLI-ACHOU NOT = ZEROS
                IF WRK-CLI-VALOR (WRK-CLI-ACHOU) > DEVOLUC-VALOR
                    SUBTRACT DEVOLUC-VALOR FROM
                      WRK-CLI-VALOR (WRK-CLI-ACHOU)
                ELSE
                    MOVE ZEROS TO WRK-CLI-VALOR (WRK-CLI-ACHOU)
                END-IF
            END-IF.
            READ DEVOLUC NEXT RECORD
                AT END
                    MOVE 10 TO DEVOLUC-STATUS
            END-READ.

       8000-IMPRIME-RELATORIO.
            MOVE 'RESUMO GERENCIAL DE VENDAS' TO WRK-LINHA.
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            MOVE WRK-TOTAL-DEVOL TO WRK-DEVOL-ED.
            COMPUTE WRK-LIQUIDO = WRK-TOTAL-VALOR - WRK-TOTAL-DEVOL.
            MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED.
            STRING 'DEVOLUCOES:         '     DELIMITED BY SIZE
                   WRK-DEVOL-ED               DELIMITED BY SIZE
                   '  LIQUIDO: '              DELIMITED BY SIZE
                   WRK-LIQUIDO-ED             DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'PEDIDOS CANCELADOS: '     DELIMITED BY SIZE
                   WRK-TOTAL-CANCELADOS       DELIMITED BY SIZE
                INTO WRK-LINHA
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE 'VENDAS POR MES' TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE 'ANOMES  PEDIDOS  VALOR         DEVOLUCOES    LIQUIDO'
              TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            PERFORM 8100-IMPRIME-MES
                VARYING WRK-MES-I FROM 1 BY 1
                UNTIL WRK-MES-I > WRK-MES-QTDE.
            MOVE SPACES TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE 'RANKING DOS CLIENTES POR FATURAMENTO LIQUIDO' TO
              WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE 'VALOR         PEDIDOS  TELEFONE   NOME' TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
       8100-IMPRIME-MES.
            MOVE SPACES TO WRK-LINHA.
            MOVE WRK-MES-VALOR (WRK-MES-I) TO WRK-VALOR-ED.
            MOVE WRK-MES-DEVOL (WRK-MES-I) TO WRK-DEVOL-ED.
            COMPUTE WRK-LIQUIDO =
                WRK-MES-VALOR (WRK-MES-I) - WRK-MES-DEVOL (WRK-MES-I).
            MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED.
            STRING WRK-MES-ANOMES (WRK-MES-I)   DELIMITED BY SIZE
                   '  '                         DELIMITED BY SIZE
                   WRK-MES-PEDIDOS (WRK-MES-I)  DELIMITED BY SIZE
                   '   '                        DELIMITED BY SIZE
                   WRK-VALOR-ED                 DELIMITED BY SIZE
                   '  '                         DELIMITED BY SIZE
                   WRK-DEVOL-ED                 DELIMITED BY SIZE
                   ' '                          DELIMITED BY SIZE
                   WRK-LIQUIDO-ED               DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
       3000-FINALIZAR.
            CLOSE PEDIDOS.
            CLOSE CLIENTES.
            CLOSE DEVOLUC.
            CLOSE RELAT.
            DISPLAY 'CLIVENDA: RELATORIO GERADO EM CLIVENDA.LST'.
