       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIESTOQ.
      *********************************
      * OBJETIVO:  LISTAGEM DE PRODUTOS COM ESTOQUE BAIXO (BATCH).
      *            LE PRODUTOS.DAT SEQUENCIALMENTE E LISTA OS
      *            PRODUTOS ATIVOS CUJO DISPONIVEL (ESTOQUE MENOS
      *            RESERVADO EM PEDIDOS ABERTOS) ESTA NO PONTO DE
      *            REPOSICAO OU ABAIXO DELE (PRODUTOS-ESTOQUE-MIN),
      *            COM UMA SUGESTAO DE COMPRA QUE LEVA O DISPONIVEL
      *            AO DOBRO DO MINIMO. IMPRIME TUDO EM CLIESTOQ.LST.
      * AUTHOR  :  LUAN
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO ARQ-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PRODUTOS-STATUS
             RECORD KEY IS  PRODUTOS-CHAVE.
           SELECT RELAT ASSIGN TO ARQ-ESTOQ-LST
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
       COPY PRODREG.

       FD RELAT.
       01 RELAT-LINHA PIC X(110).

       WORKING-STORAGE SECTION.
       77 PRODUTOS-STATUS PIC 9(2).
       77 RELAT-STATUS PIC 9(2).
       77 WRK-LINHA PIC X(110).
       77 WRK-DATA-HOJE PIC 9(8).
       77 WRK-DISPONIVEL PIC S9(8).
       77 WRK-DISPONIVEL-ED PIC -(7)9.
       77 WRK-SUGESTAO PIC S9(8).
       77 WRK-SUGESTAO-ED PIC Z(7)9.
       77 WRK-LIDOS PIC 9(6) VALUE ZEROS.
       77 WRK-LISTADOS PIC 9(6) VALUE ZEROS.
       COPY ARQWS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-PROCESSA-PRODUTO UNTIL PRODUTOS-STATUS = 10.
            PERFORM 8000-IMPRIME-TOTAIS.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            CALL 'CLICFG' USING ARQ-CONFIG.
            IF ARQ-CFG-OK NOT = 'S'
                DISPLAY 'CLIESTOQ: ' ARQ-CFG-MSG
                STOP RUN
            END-IF.
            OPEN INPUT PRODUTOS
               IF PRODUTOS-STATUS = 35 THEN
                    OPEN OUTPUT PRODUTOS
                    CLOSE PRODUTOS
                    OPEN INPUT PRODUTOS
               END-IF.
            IF PRODUTOS-STATUS NOT = ZERO
                DISPLAY 'CLIESTOQ: ERRO AO ABRIR ' ARQ-PRODUTOS
                DISPLAY 'CLIESTOQ: FILE STATUS ' PRODUTOS-STATUS
                STOP RUN
            END-IF.
            OPEN OUTPUT RELAT.
            IF RELAT-STATUS NOT = ZERO
                DISPLAY 'CLIESTOQ: ERRO AO ABRIR ' ARQ-ESTOQ-LST
                DISPLAY 'CLIESTOQ: FILE STATUS ' RELAT-STATUS
                STOP RUN
            END-IF.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
            PERFORM 1100-CABECALHO.
            READ PRODUTOS NEXT RECORD
                AT END
                    MOVE 10 TO PRODUTOS-STATUS
            END-READ.

       1100-CABECALHO.
            MOVE 'PRODUTOS COM ESTOQUE BAIXO' TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'POSICAO EM: ' DELIMITED BY SIZE
                   WRK-DATA-HOJE  DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'CODIGO  DESCRICAO                       UN  '
                                      DELIMITED BY SIZE
                   'ESTOQUE  RESERV.  DISPONIV.  MINIMO   '
                                      DELIMITED BY SIZE
                   'SUGESTAO'
                                      DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.

       2000-PROCESSA-PRODUTO.
            ADD 1 TO WRK-LIDOS.
            IF PRODUTOS-SITUACAO NOT = 'I'
                COMPUTE WRK-DISPONIVEL =
                    PRODUTOS-ESTOQUE - PRODUTOS-RESERVADO
                IF WRK-DISPONIVEL NOT > PRODUTOS-ESTOQUE-MIN
                    PERFORM 2100-IMPRIME-PRODUTO
                END-IF
            END-IF.
            READ PRODUTOS NEXT RECORD
                AT END
                    MOVE 10 TO PRODUTOS-STATUS
            END-READ.

      *****************************************************
      * SUGESTAO DE COMPRA = 2 X MINIMO - DISPONIVEL. PRODUTO
      * SEM MINIMO CADASTRADO SO APARECE QUANDO O DISPONIVEL
      * ZERA; NESSE CASO A SUGESTAO E SO COBRIR O NEGATIVO.
      *****************************************************
       2100-IMPRIME-PRODUTO.
            ADD 1 TO WRK-LISTADOS.
            COMPUTE WRK-SUGESTAO =
                PRODUTOS-ESTOQUE-MIN * 2 - WRK-DISPONIVEL.
            IF WRK-SUGESTAO < ZEROS
                MOVE ZEROS TO WRK-SUGESTAO
            END-IF.
            MOVE WRK-DISPONIVEL TO WRK-DISPONIVEL-ED.
            MOVE WRK-SUGESTAO TO WRK-SUGESTAO-ED.
            MOVE SPACES TO WRK-LINHA.
            STRING PRODUTOS-CODIGO         DELIMITED BY SIZE
                   '  '                    DELIMITED BY SIZE
                   PRODUTOS-DESCRICAO      DELIMITED BY SIZE
                   '  '                    DELIMITED BY SIZE
                   PRODUTOS-UNIDADE        DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   PRODUTOS-ESTOQUE        DELIMITED BY SIZE
                   '  '                    DELIMITED BY SIZE
                   PRODUTOS-RESERVADO      DELIMITED BY SIZE
                   '  '                    DELIMITED BY SIZE
                   WRK-DISPONIVEL-ED       DELIMITED BY SIZE
                   '   '                   DELIMITED BY SIZE
                   PRODUTOS-ESTOQUE-MIN    DELIMITED BY SIZE
                   '  '                    DELIMITED BY SIZE
                   WRK-SUGESTAO-ED         DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.

       8000-IMPRIME-TOTAIS.
            MOVE SPACES TO WRK-LINHA.
            WRITE RELAT-LINHA FROM WRK-LINHA.
            MOVE SPACES TO WRK-LINHA.
            STRING 'PRODUTOS LIDOS: '     DELIMITED BY SIZE
                   WRK-LIDOS              DELIMITED BY SIZE
                   '  A REPOR: '          DELIMITED BY SIZE
                   WRK-LISTADOS           DELIMITED BY SIZE
                INTO WRK-LINHA
            END-STRING.
            WRITE RELAT-LINHA FROM WRK-LINHA.

       3000-FINALIZAR.
            CLOSE PRODUTOS.
            CLOSE RELAT.
            DISPLAY 'CLIESTOQ: RELATORIO GERADO EM CLIESTOQ.LST'.
