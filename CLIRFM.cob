       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIRFM.
      *********************************
      * OBJETIVO:  SEGMENTACAO DOS CLIENTES POR RECENCIA,
      *            FREQUENCIA E VALOR (BATCH). LE CLIENTES.DAT
      *            SEQUENCIALMENTE E, PARA CADA CLIENTE ATIVO, OS
      *            PEDIDOS NAO CANCELADOS DOS ULTIMOS 12 MESES
      *            (PEDIDOS.DAT PELA CHAVE DO TELEFONE): DIAS DESDE
      *            A ULTIMA COMPRA, QUANTIDADE DE PEDIDOS E VALOR
      *            COMPRADO, CADA UM COM NOTA DE 1 A 5 PELAS FAIXAS
      *            ABAIXO. SEGMENTO:
      *              CAMPEAO  - NOTAS R, F E V TODAS 4 OU 5
      *              EM RISCO - NOTA R ATE 2 (SEM COMPRA HA MAIS DE
      *                         90 DIAS, MAS COMPROU NOS 12 MESES)
      *              INATIVO  - NENHUM PEDIDO NOS 12 MESES
      *              REGULAR  - OS DEMAIS
      *            REGRAVA CLISEGM.DAT (CONSULTADO NA TELA DE
      *            CLIENTES) E IMPRIME EM CLIRFM.LST A QUANTIDADE E
      *            O FATURAMENTO DE CADA SEGMENTO E A RELACAO DOS
      *            CLIENTES EM RISCO.
      * AUTHOR  :  LUAN
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO ARQ-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS  CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES.
           SELECT PEDIDOS ASSIGN TO ARQ-PEDIDOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PEDIDOS-STATUS
             RECORD KEY IS  PEDIDOS-CHAVE
             ALTERNATE RECORD KEY IS PEDIDOS-FONE WITH DUPLICATES.
           SELECT CLISEGM ASSIGN TO ARQ-CLISEGM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLISEGM-STATUS
             RECORD KEY IS  CLISEGM-CHAVE.
           SELECT RELAT ASSIGN TO ARQ-RFM-LST
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       COPY CLIREG.

       FD PEDIDOS.
       COPY PEDREG.

       FD CLISEGM.
       COPY SEGMREG.

       FD RELAT.
       01 RELAT-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS PIC 9(2).
       77 PEDIDOS-STATUS PIC 9(2).
       77 CLISEGM-STATUS PIC 9(2).
       77 RELAT-STATUS PIC 9(2).
       77 WRK-LINHA PIC X(132).
       77 WRK-DATA-HOJE PIC 9(8).
       77 WRK-DATA-LIMITE PIC 9(8).
       77 WRK-DIAS-HOJE PIC 9(8).
       77 WRK-MAIS-PEDIDOS PIC X(1).
       77 WRK-MAIS-SEGM PIC X(1).
       77 WRK-ULTIMA-COMPRA PIC 9(8).
       77 WRK-QTDE-PEDIDOS PIC 9(5).
       77 WRK-VALOR-COMPRAS PIC 9(9)V99.
       77 WRK-DIAS PIC 9(5).
       77 WRK-NOME-CLIENTE PIC X(30).
       77 WRK-LIDOS PIC 9(6) VALUE ZEROS.
       77 WRK-CLASSIFICADOS PIC 9(6) VALUE ZEROS.
       77 WRK-VALOR-ED PIC Z(8)9.99.
       77 WRK-QTDE-ED PIC ZZZZ9.
       77 WRK-DIAS-ED PIC ZZZZ9.
      *****************************************************
      * TOTAIS POR SEGMENTO (C, R, A, I).
      *****************************************************
       77 WRK-QT-CAMPEAO PIC 9(6) VALUE ZEROS.
       77 WRK-QT-REGULAR PIC 9(6) VALUE ZEROS.
       77 WRK-QT-RISCO PIC 9(6) VALUE ZEROS.
       77 WRK-QT-INATIVO PIC 9(6) VALUE ZEROS.
       77 WRK-VL-CAMPEAO PIC 9(9)V99 VALUE ZEROS.
       77 WRK-VL-REGULAR PIC 9(9)V99 VALUE ZEROS.
       77 WRK-VL-RISCO PIC 9(9)V99 VALUE ZEROS.
       77 WRK-VL-TOTAL PIC 9(9)V99 VALUE ZEROS.
       77 WRK-SEGMENTO-NOME PIC X(12).
       COPY ARQWS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-PROCESSA-CLIENTE UNTIL CLIENTES-STATUS = 10.
            PERFORM 8000-IMPRIME-RELATORIO.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            CALL 'CLICFG' USING ARQ-CONFIG.
            IF ARQ-CFG-OK NOT = 'S'
                DISPLAY 'CLIRFM: ' ARQ-CFG-MSG
                STOP RUN
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT = ZERO
                DISPLAY 'CLIRFM: ERRO AO ABRIR ' ARQ-CLIENTES
                DISPLAY 'CLIRFM: FILE STATUS ' CLIENTES-STATUS
                STOP RUN
            END-IF.
            OPEN INPUT PEDIDOS
               IF PEDIDOS-STATUS = 35 THEN
                    OPEN OUTPUT PEDIDOS
                    CLOSE PEDIDOS
                    OPEN INPUT PEDIDOS
               END-IF.
            IF PEDIDOS-STATUS NOT = ZERO
                DISPLAY 'CLIRFM: ERRO AO ABRIR ' ARQ-PEDIDOS
                DISPLAY 'CLIRFM: FILE STATUS ' PEDIDOS-STATUS
                STOP RUN
            END-IF.
            OPEN OUTPUT CLISEGM.
            IF CLISEGM-STATUS NOT = ZERO
                DISPLAY 'CLIRFM: ERRO AO ABRIR ' ARQ-CLISEGM
                DISPLAY 'CLIRFM: FILE STATUS ' CLISEGM-STATUS
                STOP RUN
            END-IF.
            OPEN OUTPUT RELAT.
            IF RELAT-STATUS NOT = ZERO
                DISPLAY 'CLIRFM: ERRO AO ABRIR ' ARQ-RFM-LST
                DISPLAY 'CLIRFM: FILE STATUS ' RELAT-STATUS
                STOP RUN
            END-IF.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
            MOVE FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE)
                TO WRK-DIAS-HOJE.
      *     12 MESES: MESMO DIA DO ANO ANTERIOR EM DIANTE.
            COMPUTE WRK-DATA-LIMITE = WRK-DATA-HOJE - 10000.
            READ CLIENTES NEXT RECORD
                AT END
                    MOVE 10 TO CLIENTES-STATUS
            END-READ.

       2000-PROCESSA-CLIENTE.
            ADD 1 TO WRK-LIDOS.
            IF CLIENTES-SITUACAO NOT = 'I'
                PERFORM 2100-SOMA-PEDIDOS
                PERFORM 2200-CLASSIFICA
                PERFORM 2300-GRAVA-SEGMENTO
            END-IF.
            READ CLIENTES NEXT RECORD
                AT END
                    MOVE 10 TO CLIENTES-STATUS
            END-READ.

       2100-SOMA-PEDIDOS.
            MOVE ZEROS TO WRK-ULTIMA-COMPRA.
            MOVE ZEROS TO WRK-QTDE-PEDIDOS.
            MOVE ZEROS TO WRK-VALOR-COMPRAS.
            MOVE CLIENTES-F0NE TO PEDIDOS-FONE.
            START PEDIDOS KEY IS EQUAL PEDIDOS-FONE
                INVALID KEY
                    CONTINUE
            END-START.
            IF PEDIDOS-STATUS = ZERO
                MOVE 'S' TO WRK-MAIS-PEDIDOS
                PERFORM 2110-LE-PEDIDO UNTIL WRK-MAIS-PEDIDOS = 'N'
            END-IF.

       2110-LE-PEDIDO.
            READ PEDIDOS NEXT RECORD
                AT END
                    MOVE 'N' TO WRK-MAIS-PEDIDOS
                NOT AT END
                    IF PEDIDOS-FONE NOT = CLIENTES-F0NE
                        MOVE 'N' TO WRK-MAIS-PEDIDOS
                    ELSE
                        IF PEDIDOS-SITUACAO NOT = 'C' AND
                           PEDIDOS-DATA NOT < WRK-DATA-LIMITE AND
                           PEDIDOS-DATA NOT > WRK-DATA-HOJE
                            ADD 1 TO WRK-QTDE-PEDIDOS
                            ADD PEDIDOS-VALOR TO WRK-VALOR-COMPRAS
                            IF PEDIDOS-DATA > WRK-ULTIMA-COMPRA
                                MOVE PEDIDOS-DATA TO WRK-ULTIMA-COMPRA
                            END-IF
                        END-IF
                    END-IF
            END-READ.

      *****************************************************
      * NOTAS DE 1 A 5 POR CRITERIO E SEGMENTO DO CLIENTE.
      * RECENCIA (DIAS): ATE 30=5, 60=4, 90=3, 180=2, MAIS=1
      * FREQUENCIA     : 12 OU MAIS=5, 6=4, 4=3, 2=2, 1=1
      * VALOR          : 10000 OU MAIS=5, 5000=4, 2000=3, 500=2
      *****************************************************
       2200-CLASSIFICA.
            MOVE SPACES TO CLISEGM-REG.
            MOVE CLIENTES-F0NE TO CLISEGM-FONE.
            MOVE WRK-DATA-HOJE TO CLISEGM-DATA-CALCULO.
            MOVE WRK-ULTIMA-COMPRA TO CLISEGM-ULTIMA-COMPRA.
            MOVE WRK-QTDE-PEDIDOS TO CLISEGM-PEDIDOS.
            MOVE WRK-VALOR-COMPRAS TO CLISEGM-VALOR.
            MOVE ZEROS TO CLISEGM-DIAS.
            MOVE ZEROS TO CLISEGM-NOTA-R.
            MOVE ZEROS TO CLISEGM-NOTA-F.
            MOVE ZEROS TO CLISEGM-NOTA-V.
            IF WRK-QTDE-PEDIDOS = ZEROS
                MOVE 'I' TO CLISEGM-SEGMENTO
            ELSE
                COMPUTE WRK-DIAS = WRK-DIAS-HOJE -
                    FUNCTION INTEGER-OF-DATE (WRK-ULTIMA-COMPRA)
                MOVE WRK-DIAS TO CLISEGM-DIAS
                EVALUATE TRUE
                  WHEN WRK-DIAS NOT > 30
                    MOVE 5 TO CLISEGM-NOTA-R
                  WHEN WRK-DIAS NOT > 60
                    MOVE 4 TO CLISEGM-NOTA-R
                  WHEN WRK-DIAS NOT > 90
                    MOVE 3 TO CLISEGM-NOTA-R
                  WHEN WRK-DIAS NOT > 180
                    MOVE 2 TO CLISEGM-NOTA-R
                  WHEN OTHER
                    MOVE 1 TO CLISEGM-NOTA-R
                END-EVALUATE
                EVALUATE TRUE
                  WHEN WRK-QTDE-PEDIDOS NOT < 12
                    MOVE 5 TO CLISEGM-NOTA-F
                  WHEN WRK-QTDE-PEDIDOS NOT < 6
                    MOVE 4 TO CLISEGM-NOTA-F
                  WHEN WRK-QTDE-PEDIDOS NOT < 4
                    MOVE 3 TO CLISEGM-NOTA-F
                  WHEN WRK-QTDE-PEDIDOS NOT < 2
                    MOVE 2 TO CLISEGM-NOTA-F
                  WHEN OTHER
                    MOVE 1 TO CLISEGM-NOTA-F
                END-EVALUATE
                EVALUATE TRUE
                  WHEN WRK-VALOR-COMPRAS NOT < 10000
                    MOVE 5 TO CLISEGM-NOTA-V
                  WHEN WRK-VALOR-COMPRAS NOT < 5000
                    MOVE 4 TO CLISEGM-NOTA-V
                  WHEN WRK-VALOR-COMPRAS NOT < 2000
                    MOVE 3 TO CLISEGM-NOTA-V
                  WHEN WRK-VALOR-COMPRAS NOT < 500
                    MOVE 2 TO CLISEGM-NOTA-V
                  WHEN OTHER
                    MOVE 1 TO CLISEGM-NOTA-V
                END-EVALUATE
                EVALUATE TRUE
                  WHEN CLISEGM-NOTA-R NOT < 4 AND
                       CLISEGM-NOTA-F NOT < 4 AND
                       CLISEGM-NOTA-V NOT < 4
                    MOVE 'C' TO CLISEGM-SEGMENTO
                  WHEN CLISEGM-NOTA-R NOT > 2
                    MOVE 'A' TO CLISEGM-SEGMENTO
                  WHEN OTHER
                    MOVE 'R' TO CLISEGM-SEGMENTO
                END-EVALUATE
            END-IF.

       2300-GRAVA-SEGMENTO.
            WRITE CLISEGM-REG
                INVALID KEY
                    DISPLAY 'CLIRFM: ERRO AO GRAVAR ' CLISEGM-FONE
                NOT INVALID KEY
                    ADD 1 TO WRK-CLASSIFICADOS
                    ADD WRK-VALOR-COMPRAS TO WRK-VL-TOTAL
                    EVALUATE CLISEGM-SEGMENTO
                      WHEN 'C'
                        ADD 1 TO WRK-QT-CAMPEAO
                        ADD WRK-VALOR-COMPRAS TO WRK-VL-CAMPEAO
                      WHEN 'A'
                        ADD 1 TO WRK-QT-RISCO
                        ADD WRK-VALOR-COMPRAS TO WRK-VL-RISCO
                      WHEN 'R'
                        ADD 1 TO WRK-QT-REGULAR
                        ADD WRK-VALOR-COMPRAS TO WRK-VL-REGULAR
                      WHEN OTHER
                        ADD 1 TO WRK-QT-INATIVO
                    END-EVALUATE
            END-WRITE.

       8000-IMPRIME-RELATORIO.
            MOVE 'SEGMENTACAO DE CLIENTES (RECENCIA/FREQUENCIA/VALOR)'
              TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'CALCULADA EM: '  DELIMITED BY SIZE
                   WRK-DATA-HOJE     DELIMITED BY SIZE
                   '  PEDIDOS DE '   DELIMITED BY SIZE
                   WRK-DATA-LIMITE   DELIMITED BY SIZE
                   ' A '             DELIMITED BY SIZE
                   WRK-DATA-HOJE     DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE 'SEGMENTO      CLIENTES    FATURAMENTO 12 MESES'
              TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE 'CAMPEAO' TO WRK-SEGMENTO-NOME.
            MOVE WRK-QT-CAMPEAO TO WRK-QTDE-ED.
            MOVE WRK-VL-CAMPEAO TO WRK-VALOR-ED.
            PERFORM 8100-LINHA-SEGMENTO.
            MOVE 'REGULAR' TO WRK-SEGMENTO-NOME.
            MOVE WRK-QT-REGULAR TO WRK-QTDE-ED.
            MOVE WRK-VL-REGULAR TO WRK-VALOR-ED.
            PERFORM 8100-LINHA-SEGMENTO.
            MOVE 'EM RISCO' TO WRK-SEGMENTO-NOME.
            MOVE WRK-QT-RISCO TO WRK-QTDE-ED.
            MOVE WRK-VL-RISCO TO WRK-VALOR-ED.
            PERFORM 8100-LINHA-SEGMENTO.
            MOVE 'INATIVO' TO WRK-SEGMENTO-NOME.
            MOVE WRK-QT-INATIVO TO WRK-QTDE-ED.
            MOVE ZEROS TO WRK-VALOR-ED.
            PERFORM 8100-LINHA-SEGMENTO.
            MOVE 'TOTAL' TO WRK-SEGMENTO-NOME.
            MOVE WRK-CLASSIFICADOS TO WRK-QTDE-ED.
            MOVE WRK-VL-TOTAL TO WRK-VALOR-ED.
            PERFORM 8100-LINHA-SEGMENTO.
            MOVE SPACES TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE 'CLIENTES EM RISCO' TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'TELEFONE   NOME                            '
                                      DELIMITED BY SIZE
                   'ULT.COMPRA   DIAS  PEDIDOS  VALOR 12 MESES'
                                      DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            PERFORM 8200-LISTA-RISCO.

       8100-LINHA-SEGMENTO.
            MOVE SPACES TO WRK-LINHA.
            STRING WRK-SEGMENTO-NOME  DELIMITED BY SIZE
                   '  '               DELIMITED BY SIZE
                   WRK-QTDE-ED        DELIMITED BY SIZE
                   '     '            DELIMITED BY SIZE
                   WRK-VALOR-ED       DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.

      *****************************************************
      * RELE O CLISEGM RECEM GRAVADO E LISTA OS CLIENTES DO
      * SEGMENTO EM RISCO COM O NOME DE CLIENTES.DAT.
      *****************************************************
       8200-LISTA-RISCO.
            CLOSE CLISEGM.
            OPEN INPUT CLISEGM.
            IF CLISEGM-STATUS NOT = ZERO
                DISPLAY 'CLIRFM: ERRO AO ABRIR ' ARQ-CLISEGM
                DISPLAY 'CLIRFM: FILE STATUS ' CLISEGM-STATUS
                STOP RUN
            END-IF.
            MOVE 'S' TO WRK-MAIS-SEGM.
            PERFORM 8210-LE-SEGMENTO UNTIL WRK-MAIS-SEGM = 'N'.

       8210-LE-SEGMENTO.
            READ CLISEGM NEXT RECORD
                AT END
                    MOVE 'N' TO WRK-MAIS-SEGM
                NOT AT END
                    IF CLISEGM-SEGMENTO = 'A'
                        PERFORM 8220-LINHA-RISCO
                    END-IF
            END-READ.

       8220-LINHA-RISCO.
            MOVE CLISEGM-FONE TO CLIENTES-F0NE.
            READ CLIENTES
                INVALID KEY
                    MOVE '(CLIENTE NAO CADASTRADO)' TO
                      WRK-NOME-CLIENTE
                NOT INVALID KEY
                    MOVE CLIENTES-NOME TO WRK-NOME-CLIENTE
            END-READ.
            MOVE CLISEGM-DIAS TO WRK-DIAS-ED.
            MOVE CLISEGM-PEDIDOS TO WRK-QTDE-ED.
            MOVE CLISEGM-VALOR TO WRK-VALOR-ED.
            MOVE SPACES TO WRK-LINHA.
            STRING CLISEGM-FONE           DELIMITED BY SIZE
                   '  '                   DELIMITED BY SIZE
                   WRK-NOME-CLIENTE       DELIMITED BY SIZE
                   '  '                   DELIMITED BY SIZE
                   CLISEGM-ULTIMA-COMPRA  DELIMITED BY SIZE
                   '  '                   DELIMITED BY SIZE
                   WRK-DIAS-ED            DELIMITED BY SIZE
                   '    '                 DELIMITED BY SIZE
                   WRK-QTDE-ED            DELIMITED BY SIZE
                   '  '                   DELIMITED BY SIZE
                   WRK-VALOR-ED           DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.

       3000-FINALIZAR.
            CLOSE CLIENTES.
            CLOSE PEDIDOS.
            CLOSE CLISEGM.
            CLOSE RELAT.
            DISPLAY 'CLIRFM: CLIENTES LIDOS ' WRK-LIDOS
              ' CLASSIFICADOS ' WRK-CLASSIFICADOS.
            DISPLAY 'CLIRFM: RELATORIO GERADO EM CLIRFM.LST'.
