       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIEXTRA.
      *********************************
      * OBJETIVO:  EXTRATO DE CONTA DOS CLIENTES EM LOTE (BATCH).
      *            LE CLIENTES.DAT SEQUENCIALMENTE E, PARA CADA
      *            CLIENTE, PEDE A CLIEXTR O EXTRATO DO PERIODO;
      *            CLIENTE COM MOVIMENTO NO PERIODO GANHA UM
      *            EXTRATO IMPRESSO EM <EXTRA-PREF><TELEFONE>.LST
      *            (MESMO ESQUEMA DA NOTA FISCAL DE CLINOTA).
      *            O RESUMO (UMA LINHA POR EXTRATO) SAI EM
      *            CLIEXTRA.LST.
      *            PERIODO NA LINHA DE COMANDO NO FORMATO
      *            AAAAMMDD AAAAMMDD (INICIO E FIM); SEM PARAMETRO,
      *            O MES ANTERIOR INTEIRO.
      * AUTHOR  :  LUAN
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO ARQ-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS  CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES.
           SELECT EXTRATO ASSIGN TO WRK-ARQ-EXTRATO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EXTRATO-STATUS.
           SELECT RELAT ASSIGN TO ARQ-EXTRA-LST
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       COPY CLIREG.

       FD EXTRATO.
       01 EXTRATO-LINHA PIC X(80).

       FD RELAT.
       01 RELAT-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS PIC 9(2).
       77 EXTRATO-STATUS PIC 9(2).
       77 RELAT-STATUS PIC 9(2).
       77 WRK-PARM PIC X(30).
       77 WRK-ARQ-EXTRATO PIC X(132).
       77 WRK-LINHA PIC X(132).
       77 WRK-DATA-HOJE PIC 9(8).
       77 WRK-DATA-INI PIC 9(8).
       77 WRK-DATA-FIM PIC 9(8).
       77 WRK-DIAS PIC 9(8).
       77 WRK-I PIC 9(3).
       77 WRK-LIDOS PIC 9(6) VALUE ZEROS.
       77 WRK-EMITIDOS PIC 9(6) VALUE ZEROS.
       77 WRK-ERROS PIC 9(6) VALUE ZEROS.
       77 WRK-QTDE-ED PIC ZZ9.
       77 WRK-VALOR-ED PIC -(9)9.99.
       77 WRK-VALOR2-ED PIC -(9)9.99.
       77 WRK-TOTAL-ED PIC Z(8)9.99.
       01 WRK-MES-BASE PIC 9(6).
       01 WRK-MES-BASE-R REDEFINES WRK-MES-BASE.
           05 WRK-MES-ANO       PIC 9(4).
           05 WRK-MES-MES       PIC 9(2).
       01 WRK-DET.
           05 WRK-DET-DATA      PIC 9(8).
           05 FILLER            PIC X(1).
           05 WRK-DET-TIPO      PIC X(12).
           05 FILLER            PIC X(1).
           05 WRK-DET-PED       PIC 9(6).
           05 FILLER            PIC X(1).
           05 WRK-DET-DOC       PIC X(10).
           05 FILLER            PIC X(1).
           05 WRK-DET-VALOR     PIC -(7)9.99.
           05 FILLER            PIC X(1).
           05 WRK-DET-SALDO     PIC -(9)9.99.
       COPY EXTWS.
       COPY ARQWS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-PROCESSA-CLIENTE UNTIL CLIENTES-STATUS = 10.
            PERFORM 8000-IMPRIME-TOTAIS.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            CALL 'CLICFG' USING ARQ-CONFIG.
            IF ARQ-CFG-OK NOT = 'S'
                DISPLAY 'CLIEXTRA: ' ARQ-CFG-MSG
                STOP RUN
            END-IF.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
            PERFORM 1100-PERIODO.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT = ZERO
                DISPLAY 'CLIEXTRA: ERRO AO ABRIR ' ARQ-CLIENTES
                DISPLAY 'CLIEXTRA: FILE STATUS ' CLIENTES-STATUS
                STOP RUN
            END-IF.
            OPEN OUTPUT RELAT.
            IF RELAT-STATUS NOT = ZERO
                DISPLAY 'CLIEXTRA: ERRO AO ABRIR ' ARQ-EXTRA-LST
                DISPLAY 'CLIEXTRA: FILE STATUS ' RELAT-STATUS
                STOP RUN
            END-IF.
            PERFORM 1200-CABECALHO-RESUMO.
            READ CLIENTES NEXT RECORD
                AT END
                    MOVE 10 TO CLIENTES-STATUS
            END-READ.

      *****************************************************
      * PERIODO DO PARAMETRO (AAAAMMDD AAAAMMDD) OU, SEM ELE, DO
      * PRIMEIRO AO ULTIMO DIA DO MES ANTERIOR AO CORRENTE.
      *****************************************************
       1100-PERIODO.
            MOVE SPACES TO WRK-PARM.
            ACCEPT WRK-PARM FROM COMMAND-LINE.
            IF WRK-PARM = SPACES
                COMPUTE WRK-MES-BASE = WRK-DATA-HOJE / 100
                COMPUTE WRK-DIAS = FUNCTION INTEGER-OF-DATE
                    (WRK-MES-BASE * 100 + 1) - 1
                MOVE FUNCTION DATE-OF-INTEGER (WRK-DIAS)
                    TO WRK-DATA-FIM
                IF WRK-MES-MES = 1
                    MOVE 12 TO WRK-MES-MES
                    SUBTRACT 1 FROM WRK-MES-ANO
                ELSE
                    SUBTRACT 1 FROM WRK-MES-MES
                END-IF
                COMPUTE WRK-DATA-INI = WRK-MES-BASE * 100 + 1
            ELSE
                IF WRK-PARM (1:8) IS NOT NUMERIC OR
                   WRK-PARM (10:8) IS NOT NUMERIC
                    DISPLAY 'CLIEXTRA: PARAMETRO INVALIDO ' WRK-PARM
                    DISPLAY 'CLIEXTRA: USE AAAAMMDD AAAAMMDD'
                    STOP RUN
                END-IF
                MOVE WRK-PARM (1:8) TO WRK-DATA-INI
                MOVE WRK-PARM (10:8) TO WRK-DATA-FIM
                IF FUNCTION TEST-DATE-YYYYMMDD (WRK-DATA-INI) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD (WRK-DATA-FIM)
                      NOT = 0
                   OR WRK-DATA-INI > WRK-DATA-FIM
                    DISPLAY 'CLIEXTRA: PERIODO INVALIDO ' WRK-PARM
                    STOP RUN
                END-IF
            END-IF.
            DISPLAY 'CLIEXTRA: PERIODO ' WRK-DATA-INI ' A '
              WRK-DATA-FIM.

       1200-CABECALHO-RESUMO.
            MOVE 'EXTRATOS DE CONTA DOS CLIENTES' TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'PERIODO: '    DELIMITED BY SIZE
                   WRK-DATA-INI   DELIMITED BY SIZE
                   ' A '          DELIMITED BY SIZE
                   WRK-DATA-FIM   DELIMITED BY SIZE
                   '  EMISSAO: '  DELIMITED BY SIZE
                   WRK-DATA-HOJE  DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'TELEFONE   NOME                            '
                                      DELIMITED BY SIZE
                   'MOV  SALDO ANTERIOR   SALDO FINAL    '
                                      DELIMITED BY SIZE
                   'ARQUIVO'          DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.

       2000-PROCESSA-CLIENTE.
            ADD 1 TO WRK-LIDOS.
            MOVE 'E' TO EXT-ACAO.
            MOVE CLIENTES-F0NE TO EXT-FONE.
            MOVE WRK-DATA-INI TO EXT-DATA-INI.
            MOVE WRK-DATA-FIM TO EXT-DATA-FIM.
            CALL 'CLIEXTR' USING EXT-PARM.
            IF EXT-OK NOT = 'S'
                DISPLAY 'CLIEXTRA: ' EXT-MSG
                DISPLAY 'CLIEXTRA: CLIENTE ' CLIENTES-F0NE
                ADD 1 TO WRK-ERROS
            ELSE
                IF EXT-QTDE > ZEROS
                    PERFORM 2100-ABRE-EXTRATO
                END-IF
            END-IF.
            READ CLIENTES NEXT RECORD
                AT END
                    MOVE 10 TO CLIENTES-STATUS
            END-READ.

       2100-ABRE-EXTRATO.
            MOVE SPACES TO WRK-ARQ-EXTRATO.
            STRING ARQ-EXTRA-PREF  DELIMITED BY SPACE
                   CLIENTES-F0NE   DELIMITED BY SIZE
                   '.LST'          DELIMITED BY SIZE
                INTO WRK-ARQ-EXTRATO
            END-STRING.
            OPEN OUTPUT EXTRATO.
            IF EXTRATO-STATUS NOT = ZERO
                DISPLAY 'CLIEXTRA: ERRO AO ABRIR ' WRK-ARQ-EXTRATO
                DISPLAY 'CLIEXTRA: FILE STATUS ' EXTRATO-STATUS
                ADD 1 TO WRK-ERROS
            ELSE
                PERFORM 2200-CABECALHO-EXTRATO
                PERFORM 2300-MOVIMENTO-EXTRATO
                    VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > EXT-QTDE
                PERFORM 2400-TOTAIS-EXTRATO
                CLOSE EXTRATO
                ADD 1 TO WRK-EMITIDOS
                PERFORM 2500-LINHA-RESUMO
            END-IF.

       2200-CABECALHO-EXTRATO.
            MOVE ALL '=' TO WRK-LINHA.
            WRITE EXTRATO-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'EXTRATO DE CONTA DO CLIENTE'  DELIMITED BY SIZE
                   '                   '          DELIMITED BY SIZE
                   'EMISSAO...: '                 DELIMITED BY SIZE
                   WRK-DATA-HOJE                  DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE EXTRATO-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'CLIENTE...: '    DELIMITED BY SIZE
                   CLIENTES-F0NE     DELIMITED BY SIZE
                   '  '              DELIMITED BY SIZE
                   CLIENTES-NOME     DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE EXTRATO-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'PERIODO...: '    DELIMITED BY SIZE
                   EXT-DATA-INI      DELIMITED BY SIZE
                   ' A '             DELIMITED BY SIZE
                   EXT-DATA-FIM      DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE EXTRATO-LINHA FROM WRK-LINHA.
            MOVE ALL '-' TO WRK-LINHA.
            WRITE EXTRATO-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'DATA     MOVIMENTO    PEDIDO DOCUMENTO '
                                      DELIMITED BY SIZE
                   '       VALOR         SALDO'
                                      DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE EXTRATO-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-DET.
            MOVE 'SALDO ANTER.' TO WRK-DET-TIPO.
            MOVE EXT-DATA-INI TO WRK-DET-DATA.
            MOVE EXT-SALDO-INICIAL TO WRK-DET-SALDO.
            WRITE EXTRATO-LINHA FROM WRK-DET.

      *****************************************************
      * VALOR POSITIVO E DEBITO DO CLIENTE (PEDIDO); NEGATIVO E
      * CREDITO (CANCELAMENTO, PAGAMENTO).
      *****************************************************
       2300-MOVIMENTO-EXTRATO.
            MOVE SPACES TO WRK-DET.
            MOVE EXT-MOV-DATA (WRK-I) TO WRK-DET-DATA.
            MOVE EXT-MOV-TIPO (WRK-I) TO WRK-DET-TIPO.
            MOVE EXT-MOV-PEDIDO (WRK-I) TO WRK-DET-PED.
            MOVE EXT-MOV-DOC (WRK-I) TO WRK-DET-DOC.
            COMPUTE WRK-DET-VALOR = EXT-MOV-DEBITO (WRK-I)
                - EXT-MOV-CREDITO (WRK-I).
            MOVE EXT-MOV-SALDO (WRK-I) TO WRK-DET-SALDO.
            WRITE EXTRATO-LINHA FROM WRK-DET.

       2400-TOTAIS-EXTRATO.
            MOVE ALL '-' TO WRK-LINHA.
            WRITE EXTRATO-LINHA FROM WRK-LINHA.
            IF EXT-EXCEDEU = 'S'
                MOVE '*** EXTRATO PARCIAL: MAIS DE 500 MOVIMENTOS ***'
                  TO WRK-LINHA
                WRITE EXTRATO-LINHA FROM WRK-LINHA
            END-IF.
            MOVE SPACES TO WRK-LINHA.
            MOVE EXT-TOT-DEBITOS TO WRK-TOTAL-ED.
            STRING 'TOTAL DE DEBITOS....: '   DELIMITED BY SIZE
                   WRK-TOTAL-ED               DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE EXTRATO-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            MOVE EXT-TOT-CREDITOS TO WRK-TOTAL-ED.
            STRING 'TOTAL DE CREDITOS...: '   DELIMITED BY SIZE
                   WRK-TOTAL-ED               DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE EXTRATO-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            MOVE EXT-SALDO-FINAL TO WRK-VALOR-ED.
            STRING 'SALDO FINAL.........: '   DELIMITED BY SIZE
                   WRK-VALOR-ED               DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE EXTRATO-LINHA FROM WRK-LINHA.
            MOVE ALL '=' TO WRK-LINHA.
            WRITE EXTRATO-LINHA FROM WRK-LINHA.

       2500-LINHA-RESUMO.
            MOVE SPACES TO WRK-LINHA.
            MOVE EXT-QTDE TO WRK-QTDE-ED.
            MOVE EXT-SALDO-INICIAL TO WRK-VALOR-ED.
            MOVE EXT-SALDO-FINAL TO WRK-VALOR2-ED.
            STRING CLIENTES-F0NE      DELIMITED BY SIZE
                   '  '               DELIMITED BY SIZE
                   CLIENTES-NOME      DELIMITED BY SIZE
                   '  '               DELIMITED BY SIZE
                   WRK-QTDE-ED        DELIMITED BY SIZE
                   '  '               DELIMITED BY SIZE
                   WRK-VALOR-ED       DELIMITED BY SIZE
                   '  '               DELIMITED BY SIZE
                   WRK-VALOR2-ED      DELIMITED BY SIZE
                   '  '               DELIMITED BY SIZE
                   WRK-ARQ-EXTRATO    DELIMITED BY SPACE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.

       8000-IMPRIME-TOTAIS.
            MOVE SPACES TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'CLIENTES LIDOS: '     DELIMITED BY SIZE
                   WRK-LIDOS              DELIMITED BY SIZE
                   '  EXTRATOS: '         DELIMITED BY SIZE
                   WRK-EMITIDOS           DELIMITED BY SIZE
                   '  ERROS: '            DELIMITED BY SIZE
                   WRK-ERROS              DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.

       3000-FINALIZAR.
            MOVE 'F' TO EXT-ACAO.
            CALL 'CLIEXTR' USING EXT-PARM.
            CLOSE CLIENTES.
            CLOSE RELAT.
            DISPLAY 'CLIEXTRA: ' WRK-EMITIDOS ' EXTRATOS GERADOS'.
            DISPLAY 'CLIEXTRA: RESUMO GERADO EM CLIEXTRA.LST'.
