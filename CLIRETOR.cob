       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIRETOR.
      *********************************
      * OBJETIVO:  RETORNO DE COBRANCA BANCARIA (BATCH). LE O
      *            ARQUIVO DE RETORNO DO BANCO (ARQ-RETORNO, LAYOUT
      *            FIXO DE 400 POSICOES NO ESTILO CNAB) E, PARA CADA
      *            DETALHE DE LIQUIDACAO (OCORRENCIA 06), LOCALIZA O
      *            BOLETO EM BOLETOS.DAT PELO NOSSO NUMERO E LANCA O
      *            PAGAMENTO EM PAGTOS.DAT COM AS MESMAS REGRAS DO
      *            REGISTRO MANUAL DE PAGAMENTOS EM CLIPED: VALOR
      *            NAO PODE PASSAR DO SALDO DEVEDOR E PEDIDO
      *            CANCELADO NAO RECEBE PAGAMENTO. O BOLETO FICA
      *            LIQUIDADO (L), DE MODO QUE REPROCESSAR O MESMO
      *            RETORNO NAO DUPLICA LANCAMENTOS. LISTA EM
      *            CLIRETOR.LST AS LINHAS LANCADAS, RECUSADAS E SEM
      *            CORRESPONDENCIA, COM O MOTIVO.
      *            PAGAMENTO DATADO EM PERIODO JA FECHADO PELO
      *            FECHAMENTO MENSAL (PERIODO.CTL) E RECUSADO.
      * AUTHOR  :  LUAN
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO ASSIGN TO ARQ-RETORNO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RETORNO-STATUS.
           SELECT PEDIDOS ASSIGN TO ARQ-PEDIDOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS PEDIDOS-STATUS
             RECORD KEY IS  PEDIDOS-CHAVE
             ALTERNATE RECORD KEY IS PEDIDOS-FONE WITH DUPLICATES.
           SELECT PAGTOS ASSIGN TO ARQ-PAGTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PAGTOS-STATUS
             RECORD KEY IS  PAGTOS-CHAVE.
           SELECT BOLETOS ASSIGN TO ARQ-BOLETOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS BOLETOS-STATUS
             RECORD KEY IS  BOLETOS-CHAVE
             ALTERNATE RECORD KEY IS BOLETOS-PEDIDO WITH DUPLICATES.
           SELECT PERIODO ASSIGN TO ARQ-PERIODO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PERIODO-STATUS.
           SELECT RELAT ASSIGN TO ARQ-RETOR-LST
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RETORNO.
       01 RETORNO-LINHA            PIC X(400).
       01 RET-DETALHE REDEFINES RETORNO-LINHA.
           05 RET-D-TIPO           PIC X(1).
           05 RET-D-CEDENTE        PIC X(20).
           05 RET-D-NOSSO-NUMERO   PIC X(11).
           05 RET-D-NN-NUM REDEFINES RET-D-NOSSO-NUMERO
                                   PIC 9(11).
      *    OCORRENCIA: 06 = LIQUIDACAO; AS DEMAIS SO SAO LISTADAS
           05 RET-D-OCORRENCIA     PIC X(2).
           05 RET-D-DATA-OCORR     PIC X(8).
           05 RET-D-DATA-NUM REDEFINES RET-D-DATA-OCORR
                                   PIC 9(8).
           05 RET-D-VALOR-PAGO     PIC X(13).
           05 RET-D-VALOR-NUM REDEFINES RET-D-VALOR-PAGO
                                   PIC 9(11)V99.
           05 FILLER               PIC X(339).
           05 RET-D-SEQ            PIC 9(6).

       FD PEDIDOS.
       COPY PEDREG.

       FD PAGTOS.
       COPY PAGREG.

       FD BOLETOS.
       COPY BOLREG.

       FD PERIODO.
       COPY PERREG.

       FD RELAT.
       01 RELAT-LINHA PIC X(110).

       WORKING-STORAGE SECTION.
       77 RETORNO-STATUS PIC 9(2).
       77 PEDIDOS-STATUS PIC 9(2).
       77 PAGTOS-STATUS PIC 9(2).
       77 BOLETOS-STATUS PIC 9(2).
       77 RELAT-STATUS PIC 9(2).
       77 WRK-LINHA PIC X(110).
       77 WRK-DATA-HOJE PIC 9(8).
       77 WRK-DATA-PAGTO PIC 9(8).
       77 WRK-NUMERO-PEDIDO PIC 9(6).
       77 WRK-PAG-ACHOU PIC X(1).
       77 WRK-PAG-ULT-SEQ PIC 9(2).
       77 WRK-PAGO-TOTAL PIC 9(9)V99.
       77 WRK-SALDO-PEDIDO PIC S9(9)V99.
       77 WRK-VALOR-PAGO PIC 9(11)V99.
       77 WRK-VALOR-ED PIC 9(9).99.
       77 WRK-TOTAL-ED PIC 9(11).99.
       77 WRK-RESULTADO PIC X(12).
       77 WRK-MOTIVO PIC X(40).
       77 WRK-LINHA-OK PIC X(1).
       77 WRK-LIDOS PIC 9(6) VALUE ZEROS.
       77 WRK-LANCADOS PIC 9(6) VALUE ZEROS.
       77 WRK-RECUSADOS PIC 9(6) VALUE ZEROS.
       77 WRK-SEM-CORRESP PIC 9(6) VALUE ZEROS.
       77 WRK-IGNORADOS PIC 9(6) VALUE ZEROS.
       77 WRK-VALOR-LANCADO PIC 9(11)V99 VALUE ZEROS.
       COPY PERWS.
       COPY ARQWS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-PROCESSA-LINHA UNTIL RETORNO-STATUS = 10.
            PERFORM 8000-IMPRIME-TOTAIS.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            CALL 'CLICFG' USING ARQ-CONFIG.
            IF ARQ-CFG-OK NOT = 'S'
                DISPLAY 'CLIRETOR: ' ARQ-CFG-MSG
                STOP RUN
            END-IF.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
            OPEN INPUT RETORNO.
            IF RETORNO-STATUS NOT = ZERO
                DISPLAY 'CLIRETOR: ERRO AO ABRIR ' ARQ-RETORNO
                DISPLAY 'CLIRETOR: FILE STATUS ' RETORNO-STATUS
                STOP RUN
            END-IF.
            OPEN INPUT PEDIDOS.
            IF PEDIDOS-STATUS NOT = ZERO
                DISPLAY 'CLIRETOR: ERRO AO ABRIR ' ARQ-PEDIDOS
                DISPLAY 'CLIRETOR: FILE STATUS ' PEDIDOS-STATUS
                STOP RUN
            END-IF.
            OPEN I-O PAGTOS
               IF PAGTOS-STATUS = 35 THEN
                    OPEN OUTPUT PAGTOS
                    CLOSE PAGTOS
                    OPEN I-O PAGTOS
               END-IF.
            IF PAGTOS-STATUS NOT = ZERO
                DISPLAY 'CLIRETOR: ERRO AO ABRIR ' ARQ-PAGTOS
                DISPLAY 'CLIRETOR: FILE STATUS ' PAGTOS-STATUS
                STOP RUN
            END-IF.
            OPEN I-O BOLETOS
               IF BOLETOS-STATUS = 35 THEN
                    OPEN OUTPUT BOLETOS
                    CLOSE BOLETOS
                    OPEN I-O BOLETOS
               END-IF.
            IF BOLETOS-STATUS NOT = ZERO
                DISPLAY 'CLIRETOR: ERRO AO ABRIR ' ARQ-BOLETOS
                DISPLAY 'CLIRETOR: FILE STATUS ' BOLETOS-STATUS
                STOP RUN
            END-IF.
            OPEN OUTPUT RELAT.
            IF RELAT-STATUS NOT = ZERO
                DISPLAY 'CLIRETOR: ERRO AO ABRIR ' ARQ-RETOR-LST
                DISPLAY 'CLIRETOR: FILE STATUS ' RELAT-STATUS
                STOP RUN
            END-IF.
            PERFORM 1100-CABECALHO.
            READ RETORNO NEXT RECORD
                AT END
                    MOVE 10 TO RETORNO-STATUS
            END-READ.

       1100-CABECALHO.
            MOVE SPACES TO WRK-LINHA.
            STRING 'RETORNO DE COBRANCA PROCESSADO EM '
                                      DELIMITED BY SIZE
                   WRK-DATA-HOJE      DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'SEQ.    RESULTADO     NOSSO NUMERO  PEDIDO  '
                                      DELIMITED BY SIZE
                   'VALOR PAGO    MOTIVO'
                                      DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.

      *****************************************************
      * HEADER (0) E TRAILER (9) DO BANCO SAO IGNORADOS; SO OS
      * DETALHES (1) SAO CONFERIDOS.
      *****************************************************
       2000-PROCESSA-LINHA.
            IF RET-D-TIPO = '1'
                ADD 1 TO WRK-LIDOS
                MOVE ZEROS TO WRK-NUMERO-PEDIDO
                MOVE ZEROS TO WRK-VALOR-PAGO
                IF RET-D-VALOR-PAGO IS NUMERIC
                    MOVE RET-D-VALOR-NUM TO WRK-VALOR-PAGO
                END-IF
                IF RET-D-OCORRENCIA NOT = '06'
                    ADD 1 TO WRK-IGNORADOS
                    MOVE 'IGNORADO' TO WRK-RESULTADO
                    MOVE SPACES TO WRK-MOTIVO
                    STRING 'OCORRENCIA '       DELIMITED BY SIZE
                           RET-D-OCORRENCIA    DELIMITED BY SIZE
                           ' NAO E LIQUIDACAO' DELIMITED BY SIZE
                        INTO WRK-MOTIVO
                    END-STRING
                    PERFORM 2900-LISTA-LINHA
                ELSE
                    PERFORM 2100-LOCALIZA-BOLETO
                END-IF
            END-IF.
            READ RETORNO NEXT RECORD
                AT END
                    MOVE 10 TO RETORNO-STATUS
            END-READ.

       2100-LOCALIZA-BOLETO.
            MOVE 'S' TO WRK-LINHA-OK.
            IF RET-D-NOSSO-NUMERO NOT NUMERIC
                MOVE 'N' TO WRK-LINHA-OK
                MOVE 'NOSSO NUMERO INVALIDO' TO WRK-MOTIVO
                PERFORM 2800-SEM-CORRESPONDENCIA
            END-IF.
            IF WRK-LINHA-OK = 'S'
                MOVE RET-D-NN-NUM TO BOLETOS-NOSSO-NUMERO
                READ BOLETOS
                    INVALID KEY
                        MOVE 'N' TO WRK-LINHA-OK
                        MOVE 'BOLETO NAO ENCONTRADO' TO WRK-MOTIVO
                        PERFORM 2800-SEM-CORRESPONDENCIA
                END-READ
            END-IF.
            IF WRK-LINHA-OK = 'S'
                MOVE BOLETOS-PEDIDO TO WRK-NUMERO-PEDIDO
                MOVE WRK-NUMERO-PEDIDO TO PEDIDOS-NUMERO
                READ PEDIDOS
                    INVALID KEY
                        MOVE 'N' TO WRK-LINHA-OK
                        MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MOTIVO
                        PERFORM 2800-SEM-CORRESPONDENCIA
                END-READ
            END-IF.
            IF WRK-LINHA-OK = 'S'
                PERFORM 2200-CONFERE-PAGTO
            END-IF.

      *****************************************************
      * MESMAS REGRAS DE 7010-EFETIVA-PAGTO EM CLIPED. BOLETO JA
      * LIQUIDADO E RECUSADO SEM NOVO LANCAMENTO.
      *****************************************************
       2200-CONFERE-PAGTO.
            MOVE SPACES TO WRK-MOTIVO.
            PERFORM 2205-DATA-PAGTO.
            IF BOLETOS-SITUACAO = 'L'
                MOVE 'BOLETO JA LIQUIDADO' TO WRK-MOTIVO
            ELSE
                IF PEDIDOS-SITUACAO = 'C'
                    MOVE 'PEDIDO CANCELADO' TO WRK-MOTIVO
                ELSE
                    MOVE WRK-DATA-PAGTO TO WRK-PER-DATA
                    PERFORM 9500-VERIFICA-PERIODO
                    IF WRK-PER-ABERTO NOT = 'S'
                        MOVE 'PAGAMENTO EM PERIODO FECHADO' TO
                          WRK-MOTIVO
                    ELSE
                        PERFORM 2210-CONFERE-SALDO
                    END-IF
                END-IF
            END-IF.
            IF WRK-MOTIVO = SPACES
                PERFORM 2400-LANCA-PAGTO
            ELSE
                PERFORM 2700-RECUSA
            END-IF.

      *****************************************************
      * DATA DO PAGAMENTO: A DA OCORRENCIA NO RETORNO QUANDO
      * VALIDA, SENAO A DO PROCESSAMENTO.
      *****************************************************
       2205-DATA-PAGTO.
            MOVE WRK-DATA-HOJE TO WRK-DATA-PAGTO.
            IF RET-D-DATA-OCORR IS NUMERIC
                IF FUNCTION TEST-DATE-YYYYMMDD (RET-D-DATA-NUM) = 0
                    MOVE RET-D-DATA-NUM TO WRK-DATA-PAGTO
                END-IF
            END-IF.

       2210-CONFERE-SALDO.
            PERFORM 2300-SOMA-PAGAMENTOS.
            COMPUTE WRK-SALDO-PEDIDO =
                PEDIDOS-VALOR - WRK-PAGO-TOTAL.
            IF WRK-SALDO-PEDIDO < ZEROS
                MOVE ZEROS TO WRK-SALDO-PEDIDO
            END-IF.
            IF WRK-SALDO-PEDIDO = ZEROS
                MOVE 'PEDIDO SEM SALDO DEVEDOR' TO WRK-MOTIVO
            ELSE
                IF WRK-VALOR-PAGO = ZEROS OR
                   WRK-VALOR-PAGO > WRK-SALDO-PEDIDO
                    MOVE 'VALOR INVALIDO PARA O SALDO' TO WRK-MOTIVO
                ELSE
                    IF WRK-PAG-ULT-SEQ = 99
                        MOVE 'LIMITE DE PAGAMENTOS DO PEDIDO' TO
                          WRK-MOTIVO
                    END-IF
                END-IF
            END-IF.

       2300-SOMA-PAGAMENTOS.
            MOVE ZEROS TO WRK-PAGO-TOTAL.
            MOVE ZEROS TO WRK-PAG-ULT-SEQ.
            MOVE WRK-NUMERO-PEDIDO TO PAGTOS-NUMERO.
            MOVE ZEROS TO PAGTOS-SEQ.
            START PAGTOS KEY IS NOT LESS PAGTOS-CHAVE
                INVALID KEY
                    CONTINUE
            END-START.
            IF PAGTOS-STATUS = ZERO
                MOVE 'S' TO WRK-PAG-ACHOU
                PERFORM 2310-SOMA-UM-PAGTO UNTIL WRK-PAG-ACHOU = 'N'
            END-IF.

       2310-SOMA-UM-PAGTO.
            READ PAGTOS NEXT RECORD
                AT END
                    MOVE 'N' TO WRK-PAG-ACHOU
                NOT AT END
                    IF PAGTOS-NUMERO NOT = WRK-NUMERO-PEDIDO
                        MOVE 'N' TO WRK-PAG-ACHOU
                    ELSE
                        MOVE PAGTOS-SEQ TO WRK-PAG-ULT-SEQ
                        IF PAGTOS-SITUACAO = 'I'
                            CONTINUE
                        ELSE
                            ADD PAGTOS-VALOR TO WRK-PAGO-TOTAL
                        END-IF
                    END-IF
            END-READ.

      *****************************************************
      * DATA DO PAGAMENTO = DATA DA OCORRENCIA NO BANCO; SE VIER
      * INVALIDA, VALE A DATA DO PROCESSAMENTO.
      *****************************************************
       2400-LANCA-PAGTO.
            MOVE WRK-NUMERO-PEDIDO TO PAGTOS-NUMERO.
            ADD 1 TO WRK-PAG-ULT-SEQ.
            MOVE WRK-PAG-ULT-SEQ TO PAGTOS-SEQ.
            MOVE WRK-DATA-PAGTO TO PAGTOS-DATA.
            MOVE WRK-VALOR-PAGO TO PAGTOS-VALOR.
            MOVE 'BOLETO' TO PAGTOS-FORMA.
            MOVE 'A' TO PAGTOS-SITUACAO.
            WRITE PAGTOS-REG
                INVALID KEY
                    MOVE 'ERRO AO GRAVAR PAGAMENTO' TO WRK-MOTIVO
                    PERFORM 2700-RECUSA
                NOT INVALID KEY
                    PERFORM 2410-LIQUIDA-BOLETO
            END-WRITE.

       2410-LIQUIDA-BOLETO.
            MOVE 'L' TO BOLETOS-SITUACAO.
            MOVE WRK-DATA-PAGTO TO BOLETOS-DATA-PAGTO.
            MOVE WRK-VALOR-PAGO TO BOLETOS-VALOR-PAGO.
            MOVE PAGTOS-SEQ TO BOLETOS-PAGTO-SEQ.
            REWRITE BOLETOS-REG
                INVALID KEY
                    DISPLAY 'CLIRETOR: ERRO AO LIQUIDAR BOLETO '
                            BOLETOS-NOSSO-NUMERO
            END-REWRITE.
            ADD 1 TO WRK-LANCADOS.
            ADD WRK-VALOR-PAGO TO WRK-VALOR-LANCADO.
            MOVE 'LANCADO' TO WRK-RESULTADO.
            MOVE SPACES TO WRK-MOTIVO.
            STRING 'PAGAMENTO SEQ. '   DELIMITED BY SIZE
                   PAGTOS-SEQ          DELIMITED BY SIZE
                INTO WRK-MOTIVO
            END-STRING.
            PERFORM 2900-LISTA-LINHA.

       2700-RECUSA.
            ADD 1 TO WRK-RECUSADOS.
            MOVE 'RECUSADO' TO WRK-RESULTADO.
            PERFORM 2900-LISTA-LINHA.

       2800-SEM-CORRESPONDENCIA.
            ADD 1 TO WRK-SEM-CORRESP.
            MOVE 'SEM CORRESP.' TO WRK-RESULTADO.
            PERFORM 2900-LISTA-LINHA.

       2900-LISTA-LINHA.
            MOVE WRK-VALOR-PAGO TO WRK-VALOR-ED.
            MOVE SPACES TO WRK-LINHA.
            STRING RET-D-SEQ              DELIMITED BY SIZE
                   '  '                   DELIMITED BY SIZE
                   WRK-RESULTADO          DELIMITED BY SIZE
                   '  '                   DELIMITED BY SIZE
                   RET-D-NOSSO-NUMERO     DELIMITED BY SIZE
                   '   '                  DELIMITED BY SIZE
                   WRK-NUMERO-PEDIDO      DELIMITED BY SIZE
                   '  '                   DELIMITED BY SIZE
                   WRK-VALOR-ED           DELIMITED BY SIZE
                   '  '                   DELIMITED BY SIZE
                   WRK-MOTIVO             DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.

       8000-IMPRIME-TOTAIS.
            MOVE SPACES TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'DETALHES LIDOS: '     DELIMITED BY SIZE
                   WRK-LIDOS              DELIMITED BY SIZE
                   '  LANCADOS: '         DELIMITED BY SIZE
                   WRK-LANCADOS           DELIMITED BY SIZE
                   '  RECUSADOS: '        DELIMITED BY SIZE
                   WRK-RECUSADOS          DELIMITED BY SIZE
                   '  SEM CORRESP.: '     DELIMITED BY SIZE
                   WRK-SEM-CORRESP        DELIMITED BY SIZE
                   '  IGNORADOS: '        DELIMITED BY SIZE
                   WRK-IGNORADOS          DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE WRK-VALOR-LANCADO TO WRK-TOTAL-ED.
            MOVE SPACES TO WRK-LINHA.
            STRING 'VALOR LANCADO: '      DELIMITED BY SIZE
                   WRK-TOTAL-ED           DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.

       3000-FINALIZAR.
            CLOSE RETORNO.
            CLOSE PEDIDOS.
            CLOSE PAGTOS.
            CLOSE BOLETOS.
            CLOSE RELAT.
            DISPLAY 'CLIRETOR: ' WRK-LANCADOS ' PAGAMENTOS LANCADOS, '
                    WRK-RECUSADOS ' RECUSADOS, '
                    WRK-SEM-CORRESP ' SEM CORRESPONDENCIA'.

       COPY PERVALP.
