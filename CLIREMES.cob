       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIREMES.
      *********************************
      * OBJETIVO:  REMESSA DE COBRANCA BANCARIA (BATCH). LE
      *            PEDIDOS.DAT SEQUENCIALMENTE E, PARA CADA PEDIDO
      *            FATURADO (F) COM SALDO DEVEDOR (PEDIDOS-VALOR
      *            MENOS PAGAMENTOS ATIVOS EM PAGTOS.DAT) AINDA SEM
      *            BOLETO EM COBRANCA, GERA UM BOLETO EM BOLETOS.DAT
      *            E UM REGISTRO DE ENTRADA NO ARQUIVO DE REMESSA
      *            <REMES-PREF><NUMERO>.REM, EM LAYOUT FIXO DE 400
      *            POSICOES NO ESTILO CNAB (HEADER 0, DETALHE 1,
      *            TRAILER 9). BOLETO EM COBRANCA DE PEDIDO
      *            CANCELADO, QUITADO OU COM SALDO DIFERENTE DO
      *            VALOR DO BOLETO RECEBE INSTRUCAO DE BAIXA E, SE
      *            AINDA HOUVER SALDO, UM BOLETO NOVO. O NUMERO DA
      *            REMESSA VEM DO ARQUIVO DE CONTROLE REMNUM E O
      *            VENCIMENTO E HOJE MAIS BOLETO-DIAS DIAS. SACADO
      *            COM NOME/CPF DE CLIENTES.DAT E ENDERECO DE
      *            COBRANCA DE CLIENDER.DAT. IMPRIME O RESUMO EM
      *            CLIREMES.LST.
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
           SELECT CLIENDER ASSIGN TO ARQ-CLIENDER
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENDER-STATUS
             RECORD KEY IS  CLIENDER-CHAVE.
           SELECT BOLETOS ASSIGN TO ARQ-BOLETOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS BOLETOS-STATUS
             RECORD KEY IS  BOLETOS-CHAVE
             ALTERNATE RECORD KEY IS BOLETOS-PEDIDO WITH DUPLICATES.
           SELECT REMNUM ASSIGN TO ARQ-REMNUM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REMNUM-STATUS.
           SELECT REMESSA ASSIGN TO WRK-ARQ-REMESSA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REMESSA-STATUS.
           SELECT RELAT ASSIGN TO ARQ-REMES-LST
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

       FD CLIENDER.
       COPY CLIDREG.

       FD BOLETOS.
       COPY BOLREG.

      *****************************************************
      * CONTROLE DE NUMERACAO DAS REMESSAS: GUARDA O ULTIMO
      * NUMERO DE REMESSA GERADO (MESMO ESQUEMA DE PEDNUM).
      *****************************************************
       FD REMNUM.
       01 REMNUM-REG.
           05 REMNUM-ULTIMO        PIC 9(5).

       FD REMESSA.
       01 REMESSA-LINHA PIC X(400).

       FD RELAT.
       01 RELAT-LINHA PIC X(110).

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS PIC 9(2).
       77 PAGTOS-STATUS PIC 9(2).
       77 CLIENTES-STATUS PIC 9(2).
       77 CLIENDER-STATUS PIC 9(2).
       77 BOLETOS-STATUS PIC 9(2).
       77 REMNUM-STATUS PIC 9(2).
       77 REMESSA-STATUS PIC 9(2).
       77 RELAT-STATUS PIC 9(2).
       77 WRK-ARQ-REMESSA PIC X(132).
       77 WRK-LINHA PIC X(110).
       77 WRK-DIAS-TXT PIC X(8).
       77 WRK-DIAS-PRAZO PIC 9(5).
       77 WRK-DATA-HOJE PIC 9(8).
       77 WRK-DIAS-HOJE PIC 9(8).
       77 WRK-VENCIMENTO PIC 9(8).
       77 WRK-REMESSA PIC 9(5).
       77 WRK-NUMERO-PEDIDO PIC 9(6).
       77 WRK-PAG-ACHOU PIC X(1).
       77 WRK-PAGO-TOTAL PIC 9(9)V99.
       77 WRK-SALDO-PEDIDO PIC S9(9)V99.
       77 WRK-BOL-ACHOU PIC X(1).
       77 WRK-BOL-VIGENTE PIC X(1).
       77 WRK-END-COBRANCA PIC X(40).
       77 WRK-END-ACHOU PIC X(1).
       77 WRK-MAIS-END PIC X(1).
       77 WRK-SEQ-REMESSA PIC 9(6) VALUE ZEROS.
       77 WRK-QTDE-ENTRADAS PIC 9(6) VALUE ZEROS.
       77 WRK-QTDE-BAIXAS PIC 9(6) VALUE ZEROS.
       77 WRK-VALOR-ENTRADAS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC 9(7).99.
       77 WRK-TOTAL-ED PIC 9(11).99.
       77 WRK-TIPO-LINHA PIC X(8).

      *****************************************************
      * LAYOUT DA REMESSA (400 POSICOES, ESTILO CNAB).
      *****************************************************
       01 REM-HEADER.
           05 REM-H-TIPO           PIC X(1)  VALUE '0'.
           05 REM-H-OPERACAO       PIC X(1)  VALUE '1'.
           05 REM-H-LITERAL        PIC X(7)  VALUE 'REMESSA'.
           05 REM-H-SERVICO        PIC X(2)  VALUE '01'.
           05 REM-H-LIT-SERVICO    PIC X(15) VALUE 'COBRANCA'.
           05 REM-H-CEDENTE        PIC X(20).
           05 REM-H-EMPRESA        PIC X(30)
                                   VALUE 'SISTEMA DE CLIENTES'.
           05 FILLER               PIC X(18) VALUE SPACES.
           05 REM-H-DATA           PIC 9(8).
           05 REM-H-REMESSA        PIC 9(5).
           05 FILLER               PIC X(287) VALUE SPACES.
           05 REM-H-SEQ            PIC 9(6).

       01 REM-DETALHE.
           05 REM-D-TIPO           PIC X(1)  VALUE '1'.
           05 REM-D-CEDENTE        PIC X(20).
           05 REM-D-NOSSO-NUMERO   PIC 9(11).
      *    OCORRENCIA: 01 = ENTRADA DE TITULO, 02 = PEDIDO DE BAIXA
           05 REM-D-OCORRENCIA     PIC X(2).
           05 REM-D-PEDIDO         PIC 9(6).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 REM-D-VENCIMENTO     PIC 9(8).
           05 REM-D-VALOR          PIC 9(11)V99.
           05 REM-D-EMISSAO        PIC 9(8).
           05 REM-D-SACADO-CPF     PIC 9(14).
           05 REM-D-SACADO-NOME    PIC X(40).
           05 REM-D-SACADO-END     PIC X(40).
           05 FILLER               PIC X(227) VALUE SPACES.
           05 REM-D-SEQ            PIC 9(6).

       01 REM-TRAILER.
           05 REM-T-TIPO           PIC X(1)  VALUE '9'.
           05 REM-T-QTDE           PIC 9(6).
           05 REM-T-VALOR          PIC 9(13)V99.
           05 FILLER               PIC X(372) VALUE SPACES.
           05 REM-T-SEQ            PIC 9(6).
       COPY ARQWS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-PROCESSA-PEDIDO UNTIL PEDIDOS-STATUS = 10.
            PERFORM 8000-IMPRIME-TOTAIS.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            CALL 'CLICFG' USING ARQ-CONFIG.
            IF ARQ-CFG-OK NOT = 'S'
                DISPLAY 'CLIREMES: ' ARQ-CFG-MSG
                STOP RUN
            END-IF.
            MOVE ARQ-BOLETO-DIAS (1:8) TO WRK-DIAS-TXT.
            IF FUNCTION TRIM (WRK-DIAS-TXT) NOT NUMERIC
                DISPLAY 'CLIREMES: PARAMETRO BOLETO-DIAS INVALIDO: '
                        WRK-DIAS-TXT
                STOP RUN
            END-IF.
            COMPUTE WRK-DIAS-PRAZO =
                FUNCTION NUMVAL (WRK-DIAS-TXT).
            MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
            MOVE FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE)
                TO WRK-DIAS-HOJE.
            COMPUTE WRK-VENCIMENTO = FUNCTION DATE-OF-INTEGER
                (WRK-DIAS-HOJE + WRK-DIAS-PRAZO).
            OPEN INPUT PEDIDOS.
            IF PEDIDOS-STATUS NOT = ZERO
                DISPLAY 'CLIREMES: ERRO AO ABRIR ' ARQ-PEDIDOS
                DISPLAY 'CLIREMES: FILE STATUS ' PEDIDOS-STATUS
                STOP RUN
            END-IF.
            OPEN INPUT PAGTOS
               IF PAGTOS-STATUS = 35 THEN
                    OPEN OUTPUT PAGTOS
                    CLOSE PAGTOS
                    OPEN INPUT PAGTOS
               END-IF.
            IF PAGTOS-STATUS NOT = ZERO
                DISPLAY 'CLIREMES: ERRO AO ABRIR ' ARQ-PAGTOS
                DISPLAY 'CLIREMES: FILE STATUS ' PAGTOS-STATUS
                STOP RUN
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT = ZERO
                DISPLAY 'CLIREMES: ERRO AO ABRIR ' ARQ-CLIENTES
                DISPLAY 'CLIREMES: FILE STATUS ' CLIENTES-STATUS
                STOP RUN
            END-IF.
            OPEN INPUT CLIENDER
               IF CLIENDER-STATUS = 35 THEN
                    OPEN OUTPUT CLIENDER
                    CLOSE CLIENDER
                    OPEN INPUT CLIENDER
               END-IF.
            IF CLIENDER-STATUS NOT = ZERO
                DISPLAY 'CLIREMES: ERRO AO ABRIR ' ARQ-CLIENDER
                DISPLAY 'CLIREMES: FILE STATUS ' CLIENDER-STATUS
                STOP RUN
            END-IF.
            OPEN I-O BOLETOS
               IF BOLETOS-STATUS = 35 THEN
                    OPEN OUTPUT BOLETOS
                    CLOSE BOLETOS
                    OPEN I-O BOLETOS
               END-IF.
            IF BOLETOS-STATUS NOT = ZERO
                DISPLAY 'CLIREMES: ERRO AO ABRIR ' ARQ-BOLETOS
                DISPLAY 'CLIREMES: FILE STATUS ' BOLETOS-STATUS
                STOP RUN
            END-IF.
            PERFORM 1100-NUMERO-REMESSA.
            PERFORM 1200-ABRE-REMESSA.
            OPEN OUTPUT RELAT.
            IF RELAT-STATUS NOT = ZERO
                DISPLAY 'CLIREMES: ERRO AO ABRIR ' ARQ-REMES-LST
                DISPLAY 'CLIREMES: FILE STATUS ' RELAT-STATUS
                STOP RUN
            END-IF.
            PERFORM 1300-CABECALHO.
            READ PEDIDOS NEXT RECORD
                AT END
                    MOVE 10 TO PEDIDOS-STATUS
            END-READ.

      *****************************************************
      * O NUMERO DA REMESSA E GRAVADO NO CONTROLE JA NO INICIO,
      * PARA QUE UMA EXECUCAO INTERROMPIDA NAO REAPROVEITE O
      * MESMO NUMERO (E OS MESMOS NOSSOS NUMEROS) NA SEGUINTE.
      *****************************************************
       1100-NUMERO-REMESSA.
            MOVE ZEROS TO WRK-REMESSA.
            OPEN INPUT REMNUM.
            IF REMNUM-STATUS = ZERO
                READ REMNUM NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE REMNUM-ULTIMO TO WRK-REMESSA
                END-READ
                CLOSE REMNUM
            END-IF.
            IF WRK-REMESSA = 99999
                DISPLAY 'CLIREMES: NUMERACAO DE REMESSAS ESGOTADA'
                STOP RUN
            END-IF.
            ADD 1 TO WRK-REMESSA.
            OPEN OUTPUT REMNUM.
            IF REMNUM-STATUS NOT = ZERO
                DISPLAY 'CLIREMES: ERRO AO ABRIR ' ARQ-REMNUM
                DISPLAY 'CLIREMES: FILE STATUS ' REMNUM-STATUS
                STOP RUN
            END-IF.
            MOVE WRK-REMESSA TO REMNUM-ULTIMO.
            WRITE REMNUM-REG.
            CLOSE REMNUM.

       1200-ABRE-REMESSA.
            MOVE SPACES TO WRK-ARQ-REMESSA.
            STRING ARQ-REMES-PREF  DELIMITED BY SPACE
                   WRK-REMESSA     DELIMITED BY SIZE
                   '.REM'          DELIMITED BY SIZE
                INTO WRK-ARQ-REMESSA
            END-STRING.
            OPEN OUTPUT REMESSA.
            IF REMESSA-STATUS NOT = ZERO
                DISPLAY 'CLIREMES: ERRO AO ABRIR ' WRK-ARQ-REMESSA
                DISPLAY 'CLIREMES: FILE STATUS ' REMESSA-STATUS
                STOP RUN
            END-IF.
            MOVE ARQ-BANCO-CEDENTE (1:20) TO REM-H-CEDENTE.
            MOVE WRK-DATA-HOJE TO REM-H-DATA.
            MOVE WRK-REMESSA TO REM-H-REMESSA.
            ADD 1 TO WRK-SEQ-REMESSA.
            MOVE WRK-SEQ-REMESSA TO REM-H-SEQ.
            WRITE REMESSA-LINHA FROM REM-HEADER.

       1300-CABECALHO.
            MOVE SPACES TO WRK-LINHA.
            STRING 'REMESSA DE COBRANCA '  DELIMITED BY SIZE
                   WRK-REMESSA             DELIMITED BY SIZE
                   ' EM '                  DELIMITED BY SIZE
                   WRK-DATA-HOJE           DELIMITED BY SIZE
                   ' - ARQUIVO '           DELIMITED BY SIZE
                   WRK-ARQ-REMESSA         DELIMITED BY SPACE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'OCORRENCIA  NOSSO NUMERO  PEDIDO  TELEFONE   '
                                      DELIMITED BY SIZE
                   'VENCIMENTO  VALOR'
                                      DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.

       2000-PROCESSA-PEDIDO.
            IF PEDIDOS-SITUACAO NOT = 'A'
                MOVE PEDIDOS-NUMERO TO WRK-NUMERO-PEDIDO
                PERFORM 2100-SOMA-PAGAMENTOS
                COMPUTE WRK-SALDO-PEDIDO =
                    PEDIDOS-VALOR - WRK-PAGO-TOTAL
                IF WRK-SALDO-PEDIDO < ZEROS
                    MOVE ZEROS TO WRK-SALDO-PEDIDO
                END-IF
                PERFORM 2200-CONFERE-BOLETOS
                IF PEDIDOS-SITUACAO = 'F' AND
                   WRK-SALDO-PEDIDO > ZEROS AND
                   WRK-BOL-VIGENTE = 'N'
                    PERFORM 2300-NOVO-BOLETO
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
                        IF PAGTOS-SITUACAO = 'I'
                            CONTINUE
                        ELSE
                            ADD PAGTOS-VALOR TO WRK-PAGO-TOTAL
                        END-IF
                    END-IF
            END-READ.

      *****************************************************
      * BOLETOS EM COBRANCA (R) DO PEDIDO: CONTINUA VIGENTE SE O
      * PEDIDO NAO ESTA CANCELADO E O SALDO AINDA E O VALOR DO
      * BOLETO; SENAO RECEBE INSTRUCAO DE BAIXA.
      *****************************************************
       2200-CONFERE-BOLETOS.
            MOVE 'N' TO WRK-BOL-VIGENTE.
            MOVE WRK-NUMERO-PEDIDO TO BOLETOS-PEDIDO.
            START BOLETOS KEY IS EQUAL BOLETOS-PEDIDO
                INVALID KEY
                    CONTINUE
            END-START.
            IF BOLETOS-STATUS = ZERO
                MOVE 'S' TO WRK-BOL-ACHOU
                PERFORM 2210-CONFERE-UM-BOLETO
                    UNTIL WRK-BOL-ACHOU = 'N'
            END-IF.

       2210-CONFERE-UM-BOLETO.
            READ BOLETOS NEXT RECORD
                AT END
                    MOVE 'N' TO WRK-BOL-ACHOU
                NOT AT END
                    IF BOLETOS-PEDIDO NOT = WRK-NUMERO-PEDIDO
                        MOVE 'N' TO WRK-BOL-ACHOU
                    ELSE
                        IF BOLETOS-SITUACAO = 'R'
                            IF PEDIDOS-SITUACAO NOT = 'C' AND
                               BOLETOS-VALOR = WRK-SALDO-PEDIDO
                                MOVE 'S' TO WRK-BOL-VIGENTE
                            ELSE
                                PERFORM 2220-BAIXA-BOLETO
                            END-IF
                        END-IF
                    END-IF
            END-READ.

       2220-BAIXA-BOLETO.
            MOVE 'B' TO BOLETOS-SITUACAO.
            REWRITE BOLETOS-REG
                INVALID KEY
                    DISPLAY 'CLIREMES: ERRO AO BAIXAR BOLETO '
                            BOLETOS-NOSSO-NUMERO
                NOT INVALID KEY
                    ADD 1 TO WRK-QTDE-BAIXAS
                    MOVE '02' TO REM-D-OCORRENCIA
                    PERFORM 2400-GRAVA-DETALHE
                    MOVE 'BAIXA' TO WRK-TIPO-LINHA
                    PERFORM 2500-LISTA-BOLETO
            END-REWRITE.

       2300-NOVO-BOLETO.
            MOVE WRK-REMESSA TO BOLETOS-REMESSA.
            MOVE WRK-NUMERO-PEDIDO TO BOLETOS-NN-PEDIDO.
            MOVE WRK-NUMERO-PEDIDO TO BOLETOS-PEDIDO.
            MOVE PEDIDOS-FONE TO BOLETOS-FONE.
            MOVE WRK-DATA-HOJE TO BOLETOS-EMISSAO.
            MOVE WRK-VENCIMENTO TO BOLETOS-VENCIMENTO.
            MOVE WRK-SALDO-PEDIDO TO BOLETOS-VALOR.
            MOVE 'R' TO BOLETOS-SITUACAO.
            MOVE ZEROS TO BOLETOS-DATA-PAGTO.
            MOVE ZEROS TO BOLETOS-VALOR-PAGO.
            MOVE ZEROS TO BOLETOS-PAGTO-SEQ.
            WRITE BOLETOS-REG
                INVALID KEY
                    DISPLAY 'CLIREMES: ERRO AO GRAVAR BOLETO '
                            BOLETOS-NOSSO-NUMERO
                NOT INVALID KEY
                    ADD 1 TO WRK-QTDE-ENTRADAS
                    ADD BOLETOS-VALOR TO WRK-VALOR-ENTRADAS
                    MOVE '01' TO REM-D-OCORRENCIA
                    PERFORM 2400-GRAVA-DETALHE
                    MOVE 'ENTRADA' TO WRK-TIPO-LINHA
                    PERFORM 2500-LISTA-BOLETO
            END-WRITE.

       2400-GRAVA-DETALHE.
            PERFORM 2410-DADOS-SACADO.
            MOVE ARQ-BANCO-CEDENTE (1:20) TO REM-D-CEDENTE.
            MOVE BOLETOS-NOSSO-NUMERO TO REM-D-NOSSO-NUMERO.
            MOVE BOLETOS-PEDIDO TO REM-D-PEDIDO.
            MOVE BOLETOS-VENCIMENTO TO REM-D-VENCIMENTO.
            MOVE BOLETOS-VALOR TO REM-D-VALOR.
            MOVE BOLETOS-EMISSAO TO REM-D-EMISSAO.
            ADD 1 TO WRK-SEQ-REMESSA.
            MOVE WRK-SEQ-REMESSA TO REM-D-SEQ.
            WRITE REMESSA-LINHA FROM REM-DETALHE.

       2410-DADOS-SACADO.
            MOVE ZEROS TO REM-D-SACADO-CPF.
            MOVE SPACES TO REM-D-SACADO-NOME.
            MOVE PEDIDOS-FONE TO CLIENTES-F0NE.
            READ CLIENTES
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CLIENTES-CPF TO REM-D-SACADO-CPF
                    MOVE CLIENTES-NOME TO REM-D-SACADO-NOME
            END-READ.
            PERFORM 2420-ENDERECO-COBRANCA.
            MOVE WRK-END-COBRANCA TO REM-D-SACADO-END.

      *****************************************************
      * ENDERECO DE COBRANCA, COM A MESMA REGRA DA NOTA FISCAL
      * EM CLIPED: ENDERECO ATIVO (TIPO E) CUJA DESCRICAO
      * COMECA POR COBRANCA, OU O PRIMEIRO ENDERECO ATIVO.
      *****************************************************
       2420-ENDERECO-COBRANCA.
            MOVE SPACES TO WRK-END-COBRANCA.
            MOVE 'N' TO WRK-END-ACHOU.
            MOVE PEDIDOS-FONE TO CLIENDER-FONE.
            MOVE ZEROS TO CLIENDER-SEQ.
            START CLIENDER KEY IS NOT LESS CLIENDER-CHAVE
                INVALID KEY
                    CONTINUE
            END-START.
            IF CLIENDER-STATUS = ZERO
                MOVE 'S' TO WRK-MAIS-END
                PERFORM 2421-LE-ENDERECO UNTIL WRK-MAIS-END = 'N'
            END-IF.

       2421-LE-ENDERECO.
            READ CLIENDER NEXT RECORD
                AT END
                    MOVE 'N' TO WRK-MAIS-END
                NOT AT END
                    IF CLIENDER-FONE NOT = PEDIDOS-FONE
                        MOVE 'N' TO WRK-MAIS-END
                    ELSE
                        IF CLIENDER-TIPO = 'E' AND
                           CLIENDER-SITUACAO NOT = 'I'
                            PERFORM 2422-ESCOLHE-ENDERECO
                        END-IF
                    END-IF
            END-READ.

       2422-ESCOLHE-ENDERECO.
            IF CLIENDER-DESCRICAO (1:8) = 'COBRANCA'
                MOVE CLIENDER-ENDERECO TO WRK-END-COBRANCA
                MOVE 'N' TO WRK-MAIS-END
            ELSE
                IF WRK-END-ACHOU = 'N'
                    MOVE CLIENDER-ENDERECO TO WRK-END-COBRANCA
                    MOVE 'S' TO WRK-END-ACHOU
                END-IF
            END-IF.

       2500-LISTA-BOLETO.
            MOVE BOLETOS-VALOR TO WRK-VALOR-ED.
            MOVE SPACES TO WRK-LINHA.
            STRING WRK-TIPO-LINHA         DELIMITED BY SIZE
                   '    '                 DELIMITED BY SIZE
                   BOLETOS-NOSSO-NUMERO   DELIMITED BY SIZE
                   '   '                  DELIMITED BY SIZE
                   BOLETOS-PEDIDO         DELIMITED BY SIZE
                   '  '                   DELIMITED BY SIZE
                   BOLETOS-FONE           DELIMITED BY SIZE
                   '  '                   DELIMITED BY SIZE
                   BOLETOS-VENCIMENTO     DELIMITED BY SIZE
                   '    '                 DELIMITED BY SIZE
                   WRK-VALOR-ED           DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.

       8000-IMPRIME-TOTAIS.
            MOVE WRK-QTDE-ENTRADAS TO REM-T-QTDE.
            MOVE WRK-VALOR-ENTRADAS TO REM-T-VALOR.
            ADD 1 TO WRK-SEQ-REMESSA.
            MOVE WRK-SEQ-REMESSA TO REM-T-SEQ.
            WRITE REMESSA-LINHA FROM REM-TRAILER.
            MOVE SPACES TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE WRK-VALOR-ENTRADAS TO WRK-TOTAL-ED.
            MOVE SPACES TO WRK-LINHA.
            STRING 'BOLETOS ENVIADOS: '  DELIMITED BY SIZE
                   WRK-QTDE-ENTRADAS     DELIMITED BY SIZE
                   '  VALOR: '           DELIMITED BY SIZE
                   WRK-TOTAL-ED          DELIMITED BY SIZE
                   '  BAIXAS: '          DELIMITED BY SIZE
                   WRK-QTDE-BAIXAS       DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.

       3000-FINALIZAR.
            CLOSE PEDIDOS.
            CLOSE PAGTOS.
            CLOSE CLIENTES.
            CLOSE CLIENDER.
            CLOSE BOLETOS.
            CLOSE REMESSA.
            CLOSE RELAT.
            DISPLAY 'CLIREMES: REMESSA ' WRK-REMESSA ' GERADA COM '
                    WRK-QTDE-ENTRADAS ' BOLETOS E '
                    WRK-QTDE-BAIXAS ' BAIXAS'.
