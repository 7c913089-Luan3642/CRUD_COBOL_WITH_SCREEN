       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIPEDIM.
      *********************************
      * OBJETIVO:  IMPORTACAO EM LOTE DOS PEDIDOS DA LOJA VIRTUAL
      *            (PEDWEB.CSV) PARA PEDIDOS.DAT/PEDITENS.DAT.
      *            CADA LINHA DO CSV E UM ITEM:
      *              REFERENCIA,FONE,DATA,PRODUTO,QTDE,VALOR-UNIT
      *            LINHAS SEGUIDAS COM A MESMA REFERENCIA FORMAM UM
      *            PEDIDO. DATA EM AAAAMMDD (VAZIA = HOJE); VALOR
      *            UNITARIO COM PONTO DECIMAL (VAZIO = PRECO DO
      *            CADASTRO DE PRODUTOS). A PRIMEIRA LINHA E O
      *            CABECALHO.
      *            O PEDIDO SO ENTRA INTEIRO E COM AS MESMAS REGRAS
      *            DA DIGITACAO EM CLIPED: CLIENTE EXISTENTE E ATIVO
      *            EM CLIENTES.DAT, PRODUTO CADASTRADO E ATIVO COM
      *            ESTOQUE DISPONIVEL (O ITEM RESERVA ESTOQUE), DATA
      *            FORA DE PERIODO FECHADO, CLIENTE SEM BLOQUEIO DE
      *            CREDITO E SALDO EM ABERTO MAIS O PEDIDO DENTRO DO
      *            LIMITE (CLICRED.DAT; NO LOTE NAO HA LIBERACAO DO
      *            ADMINISTRADOR). O NUMERO VEM DO MESMO
      *            CONTROLE (PEDNUM) DE CLIPED E O VALOR DO PEDIDO E
      *            A SOMA DE QTDE X VALOR UNITARIO DOS ITENS.
      *            A REFERENCIA DA LOJA FICA EM PEDWEB.DAT: PEDIDO JA
      *            CARREGADO NUNCA ENTRA DE NOVO, MESMO COM O ARQUIVO
      *            REENVIADO. LINHAS RECUSADAS VAO PARA CLIPEDIM.REJ
      *            (COM CABECALHO CSV) COM O MOTIVO NA ULTIMA COLUNA;
      *            AS DEMAIS LINHAS DE UM PEDIDO RECUSADO VAO JUNTO.
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
           SELECT PEDITENS ASSIGN TO ARQ-PEDITENS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS PEDITENS-STATUS
             RECORD KEY IS  PEDITENS-CHAVE.
           SELECT PAGTOS ASSIGN TO ARQ-PAGTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PAGTOS-STATUS
             RECORD KEY IS  PAGTOS-CHAVE.
           SELECT CLICRED ASSIGN TO ARQ-CLICRED
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLICRED-STATUS
             RECORD KEY IS  CLICRED-CHAVE.
           SELECT PEDNUM ASSIGN TO ARQ-PEDNUM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PEDNUM-STATUS.
           SELECT CLIENTES ASSIGN TO ARQ-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS  CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES.
           SELECT PRODUTOS ASSIGN TO ARQ-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS PRODUTOS-STATUS
             RECORD KEY IS  PRODUTOS-CHAVE.
           SELECT PEDWEB ASSIGN TO ARQ-PEDWEB
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS PEDWEB-STATUS
             RECORD KEY IS  PEDWEB-CHAVE.
           SELECT PERIODO ASSIGN TO ARQ-PERIODO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PERIODO-STATUS.
           SELECT PEDWEB-CSV ASSIGN TO ARQ-PEDWEB-CSV
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CSV-STATUS.
           SELECT CLIPEDIM-REJ ASSIGN TO ARQ-PEDIM-REJ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
       COPY PEDREG.

       FD PEDITENS.
       COPY PEDITREG.

       FD PAGTOS.
       COPY PAGREG.

       FD CLICRED.
       COPY CREDREG.

      *****************************************************
      * ARQUIVO DE CONTROLE DA NUMERACAO DE PEDIDOS, O MESMO
      * USADO POR CLIPED: GUARDA O ULTIMO PEDIDOS-NUMERO.
      *****************************************************
       FD PEDNUM.
       01 PEDNUM-REG.
           05 PEDNUM-ULTIMO        PIC 9(6).

       FD CLIENTES.
       COPY CLIREG.

       FD PRODUTOS.
       COPY PRODREG.

       FD PEDWEB.
       COPY WEBREG.

       FD PERIODO.
       COPY PERREG.

       FD PEDWEB-CSV.
       01 CSV-LINHA PIC X(160).

       FD CLIPEDIM-REJ.
       01 REJ-LINHA PIC X(210).

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS PIC 9(2).
       77 PEDITENS-STATUS PIC 9(2).
       77 PEDNUM-STATUS PIC 9(2).
       77 CLIENTES-STATUS PIC 9(2).
       77 PRODUTOS-STATUS PIC 9(2).
       77 PEDWEB-STATUS PIC 9(2).
       77 PAGTOS-STATUS PIC 9(2).
       77 CLICRED-STATUS PIC 9(2).
       77 CSV-STATUS PIC 9(2).
       77 REJ-STATUS PIC 9(2).
       77 WRK-LINHA PIC X(160).
       77 WRK-LINHA-ATUAL PIC 9(7) VALUE ZEROS.
       77 WRK-TOTAL-PEDIDOS PIC 9(6) VALUE ZEROS.
       77 WRK-TOTAL-ITENS PIC 9(6) VALUE ZEROS.
       77 WRK-TOTAL-REJ PIC 9(6) VALUE ZEROS.
       77 WRK-TOTAL-REPETIDOS PIC 9(6) VALUE ZEROS.
       77 WRK-CAMPO-REF PIC X(20).
       77 WRK-CAMPO-FONE PIC X(15).
       77 WRK-CAMPO-DATA PIC X(10).
       77 WRK-CAMPO-PRODUTO PIC X(10).
       77 WRK-CAMPO-QTDE PIC X(10).
       77 WRK-CAMPO-VALOR PIC X(15).
       77 WRK-CAMPOS-CONTADOS PIC 9(2).
       77 WRK-LINHA-MALFORMADA PIC X(1).
       77 WRK-REF-PEDIDO PIC X(20).
       77 WRK-PED-FONE PIC 9(9).
       77 WRK-PED-DATA PIC 9(8).
       77 WRK-PED-VALOR PIC 9(9)V99.
       77 WRK-FONE-LINHA PIC 9(9).
       77 WRK-DATA-LINHA PIC 9(8).
       77 WRK-MOTIVO-PEDIDO PIC X(40).
       77 WRK-MOTIVO-LINHA PIC X(40).
       77 WRK-LINHA-ERRO PIC X(1).
       77 WRK-ITE-QTDE-TAB PIC 9(3).
       77 WRK-ITE-I PIC 9(3).
       77 WRK-ITE-J PIC 9(3).
       77 WRK-JA-PEDIDO PIC 9(7).
       77 WRK-DISPONIVEL PIC S9(7).
       77 WRK-DATA-HOJE PIC 9(8).
       77 WRK-ULTIMO-NUMERO PIC 9(6).
       77 WRK-NUM-GRAVADO PIC X(1).
       77 WRK-NUMERO-PEDIDO PIC 9(6).
       77 WRK-CRED-ABERTO PIC S9(9)V99.
       77 WRK-CRED-ACHOU PIC X(1).
       77 WRK-PAGO-TOTAL PIC 9(9)V99.
       77 WRK-PAG-ACHOU PIC X(1).
       01 WRK-ITE-TAB.
           05 WRK-ITE-ITEM OCCURS 99.
               10 WRK-ITE-LINHA      PIC X(160).
               10 WRK-ITE-PRODUTO    PIC 9(6).
               10 WRK-ITE-QTDE       PIC 9(4).
               10 WRK-ITE-VALOR      PIC 9(7)V99.
               10 WRK-ITE-DESCRICAO  PIC X(30).
               10 WRK-ITE-MOTIVO     PIC X(40).
       COPY PERWS.
       COPY ARQWS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-PROCESSA-PEDIDO UNTIL CSV-STATUS = 10.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            CALL 'CLICFG' USING ARQ-CONFIG.
            IF ARQ-CFG-OK NOT = 'S'
                DISPLAY 'CLIPEDIM: ' ARQ-CFG-MSG
                STOP RUN
            END-IF.
            OPEN INPUT PEDWEB-CSV.
            IF CSV-STATUS NOT = ZERO
                DISPLAY 'CLIPEDIM: ERRO AO ABRIR ' ARQ-PEDWEB-CSV
                DISPLAY 'CLIPEDIM: FILE STATUS ' CSV-STATUS
                STOP RUN
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT = ZERO
                DISPLAY 'CLIPEDIM: ERRO AO ABRIR ' ARQ-CLIENTES
                DISPLAY 'CLIPEDIM: FILE STATUS ' CLIENTES-STATUS
                STOP RUN
            END-IF.
            OPEN I-O PEDIDOS
               IF PEDIDOS-STATUS = 35 THEN
                    OPEN OUTPUT PEDIDOS
                    CLOSE PEDIDOS
                    OPEN I-O PEDIDOS
               END-IF.
            IF PEDIDOS-STATUS NOT = ZERO
                DISPLAY 'CLIPEDIM: ERRO AO ABRIR ' ARQ-PEDIDOS
                DISPLAY 'CLIPEDIM: FILE STATUS ' PEDIDOS-STATUS
                STOP RUN
            END-IF.
            OPEN I-O PEDITENS
               IF PEDITENS-STATUS = 35 THEN
                    OPEN OUTPUT PEDITENS
                    CLOSE PEDITENS
                    OPEN I-O PEDITENS
               END-IF.
            IF PEDITENS-STATUS NOT = ZERO
                DISPLAY 'CLIPEDIM: ERRO AO ABRIR ' ARQ-PEDITENS
                DISPLAY 'CLIPEDIM: FILE STATUS ' PEDITENS-STATUS
                STOP RUN
            END-IF.
            OPEN I-O PRODUTOS
               IF PRODUTOS-STATUS = 35 THEN
                    OPEN OUTPUT PRODUTOS
                    CLOSE PRODUTOS
                    OPEN I-O PRODUTOS
               END-IF.
            IF PRODUTOS-STATUS NOT = ZERO
                DISPLAY 'CLIPEDIM: ERRO AO ABRIR ' ARQ-PRODUTOS
                DISPLAY 'CLIPEDIM: FILE STATUS ' PRODUTOS-STATUS
                STOP RUN
            END-IF.
            OPEN I-O PEDWEB
               IF PEDWEB-STATUS = 35 THEN
                    OPEN OUTPUT PEDWEB
                    CLOSE PEDWEB
                    OPEN I-O PEDWEB
               END-IF.
            IF PEDWEB-STATUS NOT = ZERO
                DISPLAY 'CLIPEDIM: ERRO AO ABRIR ' ARQ-PEDWEB
                DISPLAY 'CLIPEDIM: FILE STATUS ' PEDWEB-STATUS
                STOP RUN
            END-IF.
            OPEN INPUT PAGTOS
               IF PAGTOS-STATUS = 35 THEN
                    OPEN OUTPUT PAGTOS
                    CLOSE PAGTOS
                    OPEN INPUT PAGTOS
               END-IF.
            IF PAGTOS-STATUS NOT = ZERO
                DISPLAY 'CLIPEDIM: ERRO AO ABRIR ' ARQ-PAGTOS
                DISPLAY 'CLIPEDIM: FILE STATUS ' PAGTOS-STATUS
                STOP RUN
            END-IF.
            OPEN INPUT CLICRED
               IF CLICRED-STATUS = 35 THEN
                    OPEN OUTPUT CLICRED
                    CLOSE CLICRED
                    OPEN INPUT CLICRED
               END-IF.
            IF CLICRED-STATUS NOT = ZERO
                DISPLAY 'CLIPEDIM: ERRO AO ABRIR ' ARQ-CLICRED
                DISPLAY 'CLIPEDIM: FILE STATUS ' CLICRED-STATUS
                STOP RUN
            END-IF.
            PERFORM 1200-ABRE-REJEITOS.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
      *    A PRIMEIRA LINHA DO CSV E O CABECALHO E NAO E IMPORTADA.
            READ PEDWEB-CSV NEXT RECORD
                AT END
                    MOVE 10 TO CSV-STATUS
                NOT AT END
                    ADD 1 TO WRK-LINHA-ATUAL
            END-READ.
            IF CSV-STATUS NOT = 10
                PERFORM 2900-LE-CSV
            END-IF.

       1200-ABRE-REJEITOS.
            OPEN OUTPUT CLIPEDIM-REJ.
            IF REJ-STATUS NOT = ZERO
                DISPLAY 'CLIPEDIM: ERRO AO ABRIR ' ARQ-PEDIM-REJ
                DISPLAY 'CLIPEDIM: FILE STATUS ' REJ-STATUS
                STOP RUN
            END-IF.
            MOVE SPACES TO REJ-LINHA.
            STRING 'REFERENCIA,FONE,DATA,PRODUTO,QTDE,VALOR-UNIT,'
                                      DELIMITED BY SIZE
                   'MOTIVO'           DELIMITED BY SIZE
                INTO REJ-LINHA
            END-STRING.
            WRITE REJ-LINHA.

      *****************************************************
      * JUNTA AS LINHAS SEGUIDAS DA MESMA REFERENCIA (UM PEDIDO
      * DA LOJA), CONFERE O PEDIDO INTEIRO E GRAVA OU RECUSA
      * TODAS AS LINHAS JUNTAS.
      *****************************************************
       2000-PROCESSA-PEDIDO.
            MOVE WRK-CAMPO-REF TO WRK-REF-PEDIDO.
            MOVE ZEROS TO WRK-ITE-QTDE-TAB.
            MOVE ZEROS TO WRK-PED-FONE.
            MOVE ZEROS TO WRK-PED-DATA.
            MOVE ZEROS TO WRK-PED-VALOR.
            MOVE SPACES TO WRK-MOTIVO-PEDIDO.
            MOVE 'N' TO WRK-LINHA-ERRO.
            PERFORM 2100-GUARDA-LINHA.
            PERFORM 2100-GUARDA-LINHA
                UNTIL CSV-STATUS = 10 OR
                      WRK-CAMPO-REF NOT = WRK-REF-PEDIDO.
            IF WRK-LINHA-ERRO = 'N' AND WRK-MOTIVO-PEDIDO = SPACES
                PERFORM 2200-VALIDA-PEDIDO
            END-IF.
            IF WRK-LINHA-ERRO = 'N' AND WRK-MOTIVO-PEDIDO = SPACES
                PERFORM 2300-GRAVA-PEDIDO
            END-IF.
            IF WRK-LINHA-ERRO = 'S' OR WRK-MOTIVO-PEDIDO NOT = SPACES
                PERFORM 2700-REJEITA-LINHA
                    VARYING WRK-ITE-I FROM 1 BY 1
                    UNTIL WRK-ITE-I > WRK-ITE-QTDE-TAB
            END-IF.

       2100-GUARDA-LINHA.
            IF WRK-ITE-QTDE-TAB < 99
                ADD 1 TO WRK-ITE-QTDE-TAB
                MOVE WRK-ITE-QTDE-TAB TO WRK-ITE-I
                MOVE WRK-LINHA TO WRK-ITE-LINHA (WRK-ITE-I)
                MOVE ZEROS TO WRK-ITE-PRODUTO (WRK-ITE-I)
                MOVE ZEROS TO WRK-ITE-QTDE (WRK-ITE-I)
                MOVE ZEROS TO WRK-ITE-VALOR (WRK-ITE-I)
                MOVE SPACES TO WRK-ITE-DESCRICAO (WRK-ITE-I)
                PERFORM 2110-VALIDA-LINHA
                MOVE WRK-MOTIVO-LINHA TO WRK-ITE-MOTIVO (WRK-ITE-I)
                IF WRK-MOTIVO-LINHA NOT = SPACES
                    MOVE 'S' TO WRK-LINHA-ERRO
                END-IF
            ELSE
                MOVE 'PEDIDO COM MAIS DE 99 ITENS' TO WRK-MOTIVO-PEDIDO
                MOVE WRK-MOTIVO-PEDIDO TO WRK-MOTIVO-LINHA
                PERFORM 2800-GRAVA-REJEITO
            END-IF.
            PERFORM 2900-LE-CSV.

      *****************************************************
      * CONFERE O FORMATO DE UMA LINHA E CONVERTE OS CAMPOS.
      * FONE E DATA VEM DA PRIMEIRA LINHA DO PEDIDO E TEM DE SE
      * REPETIR NAS DEMAIS.
      *****************************************************
       2110-VALIDA-LINHA.
            MOVE SPACES TO WRK-MOTIVO-LINHA.
            EVALUATE TRUE
              WHEN WRK-LINHA-MALFORMADA = 'S'
                MOVE 'FORMATO CSV INVALIDO' TO WRK-MOTIVO-LINHA
              WHEN WRK-CAMPO-REF = SPACES
                MOVE 'REFERENCIA DO PEDIDO NAO INFORMADA' TO
                  WRK-MOTIVO-LINHA
              WHEN FUNCTION TRIM (WRK-CAMPO-FONE) NOT NUMERIC
                MOVE 'TELEFONE NAO NUMERICO' TO WRK-MOTIVO-LINHA
              WHEN FUNCTION TRIM (WRK-CAMPO-PRODUTO) NOT NUMERIC
                MOVE 'CODIGO DO PRODUTO NAO NUMERICO' TO
                  WRK-MOTIVO-LINHA
              WHEN FUNCTION TRIM (WRK-CAMPO-QTDE) NOT NUMERIC
                MOVE 'QUANTIDADE INVALIDA' TO WRK-MOTIVO-LINHA
              WHEN WRK-CAMPO-DATA NOT = SPACES AND
                   FUNCTION TRIM (WRK-CAMPO-DATA) NOT NUMERIC
                MOVE 'DATA INVALIDA (AAAAMMDD)' TO WRK-MOTIVO-LINHA
              WHEN WRK-CAMPO-VALOR NOT = SPACES AND
                   FUNCTION TEST-NUMVAL (WRK-CAMPO-VALOR) NOT = 0
                MOVE 'VALOR UNITARIO INVALIDO' TO WRK-MOTIVO-LINHA
              WHEN OTHER
                PERFORM 2120-CONVERTE-LINHA
            END-EVALUATE.

       2120-CONVERTE-LINHA.
            IF FUNCTION NUMVAL (WRK-CAMPO-QTDE) = ZEROS OR
               FUNCTION NUMVAL (WRK-CAMPO-QTDE) > 9999
                MOVE 'QUANTIDADE INVALIDA' TO WRK-MOTIVO-LINHA
            END-IF.
            IF FUNCTION NUMVAL (WRK-CAMPO-PRODUTO) > 999999
                MOVE 'CODIGO DO PRODUTO INVALIDO' TO WRK-MOTIVO-LINHA
            END-IF.
            IF FUNCTION NUMVAL (WRK-CAMPO-FONE) > 999999999
                MOVE 'TELEFONE INVALIDO' TO WRK-MOTIVO-LINHA
            END-IF.
            IF WRK-CAMPO-VALOR NOT = SPACES
                IF FUNCTION NUMVAL (WRK-CAMPO-VALOR) < ZEROS OR
                   FUNCTION NUMVAL (WRK-CAMPO-VALOR) > 9999999.99
                    MOVE 'VALOR UNITARIO INVALIDO' TO WRK-MOTIVO-LINHA
                END-IF
            END-IF.
            MOVE WRK-DATA-HOJE TO WRK-DATA-LINHA.
            IF WRK-CAMPO-DATA NOT = SPACES
                IF FUNCTION NUMVAL (WRK-CAMPO-DATA) > 99999999
                    MOVE 'DATA INVALIDA (AAAAMMDD)' TO WRK-MOTIVO-LINHA
                ELSE
                    COMPUTE WRK-DATA-LINHA =
                        FUNCTION NUMVAL (WRK-CAMPO-DATA)
                    IF FUNCTION TEST-DATE-YYYYMMDD (WRK-DATA-LINHA)
                       NOT = 0
                        MOVE 'DATA INVALIDA (AAAAMMDD)' TO
                          WRK-MOTIVO-LINHA
                    END-IF
                END-IF
            END-IF.
            IF WRK-MOTIVO-LINHA = SPACES
                COMPUTE WRK-ITE-QTDE (WRK-ITE-I) =
                    FUNCTION NUMVAL (WRK-CAMPO-QTDE)
                COMPUTE WRK-ITE-PRODUTO (WRK-ITE-I) =
                    FUNCTION NUMVAL (WRK-CAMPO-PRODUTO)
                IF WRK-CAMPO-VALOR NOT = SPACES
                    COMPUTE WRK-ITE-VALOR (WRK-ITE-I) =
                        FUNCTION NUMVAL (WRK-CAMPO-VALOR)
                END-IF
                COMPUTE WRK-FONE-LINHA =
                    FUNCTION NUMVAL (WRK-CAMPO-FONE)
                IF WRK-PED-FONE = ZEROS
                    MOVE WRK-FONE-LINHA TO WRK-PED-FONE
                    MOVE WRK-DATA-LINHA TO WRK-PED-DATA
                ELSE
                    IF WRK-FONE-LINHA NOT = WRK-PED-FONE OR
                       WRK-DATA-LINHA NOT = WRK-PED-DATA
                        MOVE 'FONE/DATA DIFERENTE NO MESMO PEDIDO' TO
                          WRK-MOTIVO-LINHA
                    END-IF
                END-IF
            END-IF.

      *****************************************************
      * REGRAS DO PEDIDO INTEIRO, NA ORDEM: REFERENCIA AINDA
      * NAO CARREGADA, CLIENTE ATIVO, PERIODO ABERTO, PRODUTOS
      * E ESTOQUE DE CADA LINHA E VALOR TOTAL.
      *****************************************************
       2200-VALIDA-PEDIDO.
            MOVE WRK-REF-PEDIDO TO PEDWEB-REFERENCIA.
            READ PEDWEB
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'PEDIDO WEB JA IMPORTADO' TO WRK-MOTIVO-PEDIDO
                    ADD 1 TO WRK-TOTAL-REPETIDOS
            END-READ.
            IF WRK-MOTIVO-PEDIDO = SPACES
                MOVE WRK-PED-FONE TO CLIENTES-F0NE
                READ CLIENTES
                    INVALID KEY
                        MOVE 'CLIENTE INEXISTENTE OU INATIVO' TO
                          WRK-MOTIVO-PEDIDO
                    NOT INVALID KEY
                        IF CLIENTES-SITUACAO = 'I'
                            MOVE 'CLIENTE INEXISTENTE OU INATIVO' TO
                              WRK-MOTIVO-PEDIDO
                        END-IF
                END-READ
            END-IF.
            IF WRK-MOTIVO-PEDIDO = SPACES
                MOVE WRK-PED-DATA TO WRK-PER-DATA
                PERFORM 9500-VERIFICA-PERIODO
                IF WRK-PER-ABERTO NOT = 'S'
                    MOVE 'PERIODO FECHADO' TO WRK-MOTIVO-PEDIDO
                END-IF
            END-IF.
            IF WRK-MOTIVO-PEDIDO = SPACES
                PERFORM 2210-VALIDA-PRODUTO
                    VARYING WRK-ITE-I FROM 1 BY 1
                    UNTIL WRK-ITE-I > WRK-ITE-QTDE-TAB
            END-IF.
            IF WRK-MOTIVO-PEDIDO = SPACES AND WRK-LINHA-ERRO = 'N'
                PERFORM 2240-SOMA-ITEM
                    VARYING WRK-ITE-I FROM 1 BY 1
                    UNTIL WRK-ITE-I > WRK-ITE-QTDE-TAB
                IF WRK-PED-VALOR > 9999999.99
                    MOVE 'VALOR DO PEDIDO ACIMA DO LIMITE' TO
                      WRK-MOTIVO-PEDIDO
                END-IF
            END-IF.
            IF WRK-MOTIVO-PEDIDO = SPACES AND WRK-LINHA-ERRO = 'N'
                PERFORM 2250-VERIFICA-CREDITO
            END-IF.

       2210-VALIDA-PRODUTO.
            MOVE SPACES TO WRK-MOTIVO-LINHA.
            MOVE WRK-ITE-PRODUTO (WRK-ITE-I) TO PRODUTOS-CODIGO.
            READ PRODUTOS
                INVALID KEY
                    MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MOTIVO-LINHA
                NOT INVALID KEY
                    PERFORM 2220-CONFERE-DISPONIVEL
            END-READ.
            IF WRK-MOTIVO-LINHA NOT = SPACES
                MOVE WRK-MOTIVO-LINHA TO WRK-ITE-MOTIVO (WRK-ITE-I)
                MOVE 'S' TO WRK-LINHA-ERRO
            END-IF.

      *****************************************************
      * O DISPONIVEL (ESTOQUE MENOS RESERVADO) DESCONTA O QUE AS
      * LINHAS ANTERIORES DO MESMO PEDIDO JA PEDEM DO PRODUTO.
      *****************************************************
       2220-CONFERE-DISPONIVEL.
            IF PRODUTOS-SITUACAO = 'I'
                MOVE 'PRODUTO INATIVO' TO WRK-MOTIVO-LINHA
            ELSE
                MOVE ZEROS TO WRK-JA-PEDIDO
                PERFORM 2230-SOMA-MESMO-PRODUTO
                    VARYING WRK-ITE-J FROM 1 BY 1
                    UNTIL WRK-ITE-J NOT < WRK-ITE-I
                COMPUTE WRK-DISPONIVEL =
                    PRODUTOS-ESTOQUE - PRODUTOS-RESERVADO
                    - WRK-JA-PEDIDO
                IF WRK-DISPONIVEL < WRK-ITE-QTDE (WRK-ITE-I)
                    MOVE 'ESTOQUE DISPONIVEL INSUFICIENTE' TO
                      WRK-MOTIVO-LINHA
                ELSE
                    MOVE PRODUTOS-DESCRICAO TO
                      WRK-ITE-DESCRICAO (WRK-ITE-I)
                    IF WRK-ITE-VALOR (WRK-ITE-I) = ZEROS
                        MOVE PRODUTOS-PRECO TO
                          WRK-ITE-VALOR (WRK-ITE-I)
                    END-IF
                END-IF
            END-IF.

       2230-SOMA-MESMO-PRODUTO.
            IF WRK-ITE-PRODUTO (WRK-ITE-J) =
               WRK-ITE-PRODUTO (WRK-ITE-I)
                ADD WRK-ITE-QTDE (WRK-ITE-J) TO WRK-JA-PEDIDO
            END-IF.

       2240-SOMA-ITEM.
            COMPUTE WRK-PED-VALOR = WRK-PED-VALOR +
                WRK-ITE-QTDE (WRK-ITE-I) * WRK-ITE-VALOR (WRK-ITE-I).

      *****************************************************
      * CREDITO DO CLIENTE COMO NA INCLUSAO EM CLIPED: BLOQUEIO
      * RECUSA; COM LIMITE (ZERO = SEM LIMITE), O SALDO EM
      * ABERTO (VALOR MENOS PAGAMENTOS ATIVOS DOS PEDIDOS NAO
      * CANCELADOS, INCLUSIVE OS JA IMPORTADOS NESTA CARGA)
      * MAIS O VALOR DO PEDIDO NAO PODE PASSAR DO LIMITE.
      * CLIENTE SEM REGISTRO EM CLICRED.DAT NAO E CONFERIDO.
      *****************************************************
       2250-VERIFICA-CREDITO.
            MOVE WRK-PED-FONE TO CLICRED-FONE.
            READ CLICRED
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CLICRED-BLOQUEIO = 'S'
                        MOVE 'CLIENTE COM CREDITO BLOQUEADO' TO
                          WRK-MOTIVO-PEDIDO
                    ELSE
                        IF CLICRED-LIMITE > ZEROS
                            PERFORM 2260-SALDO-CLIENTE
                            IF WRK-CRED-ABERTO + WRK-PED-VALOR >
                               CLICRED-LIMITE
                                MOVE 'LIMITE DE CREDITO EXCEDIDO' TO
                                  WRK-MOTIVO-PEDIDO
                            END-IF
                        END-IF
                    END-IF
            END-READ.

       2260-SALDO-CLIENTE.
            MOVE ZEROS TO WRK-CRED-ABERTO.
            MOVE WRK-PED-FONE TO PEDIDOS-FONE.
            START PEDIDOS KEY IS EQUAL PEDIDOS-FONE
                INVALID KEY
                    CONTINUE
            END-START.
            IF PEDIDOS-STATUS = ZERO
                MOVE 'S' TO WRK-CRED-ACHOU
                PERFORM 2265-SOMA-UM-PEDIDO UNTIL WRK-CRED-ACHOU = 'N'
            END-IF.

       2265-SOMA-UM-PEDIDO.
            READ PEDIDOS NEXT RECORD
                AT END
                    MOVE 'N' TO WRK-CRED-ACHOU
                NOT AT END
                    IF PEDIDOS-FONE NOT = WRK-PED-FONE
                        MOVE 'N' TO WRK-CRED-ACHOU
                    ELSE
                        IF PEDIDOS-SITUACAO NOT = 'C'
                            PERFORM 2270-SOMA-PAGAMENTOS
                            IF PEDIDOS-VALOR > WRK-PAGO-TOTAL
                                COMPUTE WRK-CRED-ABERTO =
                                    WRK-CRED-ABERTO + PEDIDOS-VALOR
                                    - WRK-PAGO-TOTAL
                            END-IF
                        END-IF
                    END-IF
            END-READ.

       2270-SOMA-PAGAMENTOS.
            MOVE ZEROS TO WRK-PAGO-TOTAL.
            MOVE PEDIDOS-NUMERO TO PAGTOS-NUMERO.
            MOVE ZEROS TO PAGTOS-SEQ.
            START PAGTOS KEY IS NOT LESS PAGTOS-CHAVE
                INVALID KEY
                    CONTINUE
            END-START.
            IF PAGTOS-STATUS = ZERO
                MOVE 'S' TO WRK-PAG-ACHOU
                PERFORM 2275-SOMA-UM-PAGTO UNTIL WRK-PAG-ACHOU = 'N'
            END-IF.

       2275-SOMA-UM-PAGTO.
            READ PAGTOS NEXT RECORD
                AT END
                    MOVE 'N' TO WRK-PAG-ACHOU
                NOT AT END
                    IF PAGTOS-NUMERO NOT = PEDIDOS-NUMERO
                        MOVE 'N' TO WRK-PAG-ACHOU
                    ELSE
                        IF PAGTOS-SITUACAO NOT = 'I'
                            ADD PAGTOS-VALOR TO WRK-PAGO-TOTAL
                        END-IF
                    END-IF
            END-READ.

      *****************************************************
      * GRAVA O PEDIDO COM A NUMERACAO DE CLIPED, A REFERENCIA
      * DA LOJA EM PEDWEB.DAT E OS ITENS, RESERVANDO ESTOQUE.
      *****************************************************
       2300-GRAVA-PEDIDO.
            MOVE WRK-PED-FONE TO PEDIDOS-FONE.
            MOVE WRK-PED-DATA TO PEDIDOS-DATA.
            MOVE SPACES TO PEDIDOS-DESCRICAO.
            STRING 'PEDIDO WEB '   DELIMITED BY SIZE
                   WRK-REF-PEDIDO  DELIMITED BY SIZE
                INTO PEDIDOS-DESCRICAO
            END-STRING.
            MOVE WRK-PED-VALOR TO PEDIDOS-VALOR.
            MOVE 'A' TO PEDIDOS-SITUACAO.
            MOVE SPACES TO PEDIDOS-MOTIVO-CANC.
            PERFORM 2340-GRAVA-REFERENCIA.
            IF WRK-MOTIVO-PEDIDO = SPACES
                PERFORM 2310-PROXIMO-NUMERO
                MOVE 'N' TO WRK-NUM-GRAVADO
                PERFORM 2330-TENTA-GRAVAR
                    UNTIL WRK-NUM-GRAVADO NOT = 'N'
                IF WRK-NUM-GRAVADO = 'S'
                    PERFORM 2320-GRAVA-NUMERO
                    MOVE PEDIDOS-NUMERO TO WRK-NUMERO-PEDIDO
                    PERFORM 2345-ATUALIZA-REFERENCIA
                    PERFORM 2350-GRAVA-ITEM
                        VARYING WRK-ITE-I FROM 1 BY 1
                        UNTIL WRK-ITE-I > WRK-ITE-QTDE-TAB
                    ADD 1 TO WRK-TOTAL-PEDIDOS
                ELSE
                    MOVE 'NUMERACAO DE PEDIDOS ESGOTADA' TO
                      WRK-MOTIVO-PEDIDO
                    PERFORM 2348-APAGA-REFERENCIA
                END-IF
            END-IF.

       2310-PROXIMO-NUMERO.
            MOVE ZEROS TO WRK-ULTIMO-NUMERO.
            OPEN INPUT PEDNUM.
            IF PEDNUM-STATUS = ZERO
                READ PEDNUM NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE PEDNUM-ULTIMO TO WRK-ULTIMO-NUMERO
                END-READ
                CLOSE PEDNUM
            END-IF.

       2320-GRAVA-NUMERO.
            OPEN OUTPUT PEDNUM.
            IF PEDNUM-STATUS NOT = ZERO
                DISPLAY 'CLIPEDIM: ERRO AO ABRIR ' ARQ-PEDNUM
                DISPLAY 'CLIPEDIM: FILE STATUS ' PEDNUM-STATUS
            ELSE
                MOVE WRK-ULTIMO-NUMERO TO PEDNUM-ULTIMO
                WRITE PEDNUM-REG
                CLOSE PEDNUM
            END-IF.

       2330-TENTA-GRAVAR.
            IF WRK-ULTIMO-NUMERO = 999999
                MOVE 'F' TO WRK-NUM-GRAVADO
            ELSE
                ADD 1 TO WRK-ULTIMO-NUMERO
                MOVE WRK-ULTIMO-NUMERO TO PEDIDOS-NUMERO
                WRITE PEDIDOS-REG
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WRK-NUM-GRAVADO
                END-WRITE
            END-IF.

      *****************************************************
      * A REFERENCIA DA LOJA E GRAVADA ANTES DO PEDIDO: SEM ELA
      * O PEDIDO NAO ENTRA (TODAS AS LINHAS VAO PARA O ARQUIVO
      * DE REJEITADOS), PARA UMA NOVA CARGA DO MESMO ARQUIVO
      * NUNCA DUPLICAR O PEDIDO. O NUMERO DO PEDIDO E GRAVADO
      * NELA DEPOIS DA NUMERACAO; SEM NUMERO, ELA E APAGADA
      * PARA O PEDIDO PODER SER CARREGADO MAIS TARDE.
      *****************************************************
       2340-GRAVA-REFERENCIA.
            MOVE WRK-REF-PEDIDO TO PEDWEB-REFERENCIA.
            MOVE ZEROS TO PEDWEB-PEDIDO.
            MOVE WRK-PED-FONE TO PEDWEB-FONE.
            MOVE WRK-DATA-HOJE TO PEDWEB-DATA-IMPORT.
            WRITE PEDWEB-REG
                INVALID KEY
                    DISPLAY 'CLIPEDIM: ERRO AO GRAVAR REFERENCIA '
                            WRK-REF-PEDIDO ' STATUS ' PEDWEB-STATUS
                    MOVE 'ERRO AO GRAVAR REFERENCIA DO PEDIDO' TO
                      WRK-MOTIVO-PEDIDO
            END-WRITE.

       2345-ATUALIZA-REFERENCIA.
            MOVE WRK-NUMERO-PEDIDO TO PEDWEB-PEDIDO.
            REWRITE PEDWEB-REG
                INVALID KEY
                    DISPLAY 'CLIPEDIM: ERRO AO ATUALIZAR REFERENCIA '
                            WRK-REF-PEDIDO ' STATUS ' PEDWEB-STATUS
            END-REWRITE.

       2348-APAGA-REFERENCIA.
            DELETE PEDWEB RECORD
                INVALID KEY
                    DISPLAY 'CLIPEDIM: ERRO AO APAGAR REFERENCIA '
                            WRK-REF-PEDIDO ' STATUS ' PEDWEB-STATUS
            END-DELETE.

       2350-GRAVA-ITEM.
            MOVE WRK-NUMERO-PEDIDO TO PEDITENS-NUMERO.
            MOVE WRK-ITE-I TO PEDITENS-SEQ.
            MOVE WRK-ITE-DESCRICAO (WRK-ITE-I) TO PEDITENS-DESCRICAO.
            MOVE WRK-ITE-QTDE (WRK-ITE-I) TO PEDITENS-QTDE.
            MOVE WRK-ITE-VALOR (WRK-ITE-I) TO PEDITENS-VALOR-UNIT.
            MOVE 'A' TO PEDITENS-SITUACAO.
            MOVE WRK-ITE-PRODUTO (WRK-ITE-I) TO PEDITENS-PRODUTO.
            WRITE PEDITENS-REG
                INVALID KEY
                    DISPLAY 'CLIPEDIM: ERRO AO GRAVAR ITEM '
                            PEDITENS-SEQ ' DO PEDIDO '
                            WRK-NUMERO-PEDIDO ' STATUS '
                            PEDITENS-STATUS
                NOT INVALID KEY
                    ADD 1 TO WRK-TOTAL-ITENS
                    PERFORM 2360-RESERVA-ESTOQUE
            END-WRITE.

      *****************************************************
      * RESERVA DO ITEM, COMO NA DIGITACAO (MOVIMENTO 'R' DE
      * CLIPED): SOMA A QUANTIDADE NO RESERVADO DO PRODUTO.
      *****************************************************
       2360-RESERVA-ESTOQUE.
            MOVE PEDITENS-PRODUTO TO PRODUTOS-CODIGO.
            READ PRODUTOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD PEDITENS-QTDE TO PRODUTOS-RESERVADO
                    MOVE WRK-DATA-HOJE TO PRODUTOS-DATA-ALTERACAO
                    REWRITE PRODUTOS-REG
                        INVALID KEY
                            DISPLAY 'CLIPEDIM: ERRO AO ATUALIZAR '
                                    'ESTOQUE DO PRODUTO '
                                    PRODUTOS-CODIGO
                    END-REWRITE
            END-READ.

      *****************************************************
      * LINHA DE PEDIDO RECUSADO: O MOTIVO DA PROPRIA LINHA OU,
      * SE ELA ESTIVER CORRETA, O DO PEDIDO.
      *****************************************************
       2700-REJEITA-LINHA.
            IF WRK-ITE-MOTIVO (WRK-ITE-I) NOT = SPACES
                MOVE WRK-ITE-MOTIVO (WRK-ITE-I) TO WRK-MOTIVO-LINHA
            ELSE
                IF WRK-MOTIVO-PEDIDO NOT = SPACES
                    MOVE WRK-MOTIVO-PEDIDO TO WRK-MOTIVO-LINHA
                ELSE
                    MOVE 'OUTRA LINHA DO PEDIDO REJEITADA' TO
                      WRK-MOTIVO-LINHA
                END-IF
            END-IF.
            MOVE WRK-ITE-LINHA (WRK-ITE-I) TO WRK-LINHA.
            PERFORM 2800-GRAVA-REJEITO.

       2800-GRAVA-REJEITO.
            MOVE SPACES TO REJ-LINHA.
            STRING FUNCTION TRIM (WRK-LINHA TRAILING)
                                      DELIMITED BY SIZE
                   ','                DELIMITED BY SIZE
                   WRK-MOTIVO-LINHA   DELIMITED BY SIZE
                INTO REJ-LINHA
            END-STRING.
            WRITE REJ-LINHA.
            ADD 1 TO WRK-TOTAL-REJ.
            DISPLAY 'CLIPEDIM: LINHA REJEITADA (' WRK-MOTIVO-LINHA
                    ') REF=' WRK-REF-PEDIDO.

       2900-LE-CSV.
            READ PEDWEB-CSV NEXT RECORD
                AT END
                    MOVE 10 TO CSV-STATUS
                NOT AT END
                    ADD 1 TO WRK-LINHA-ATUAL
                    PERFORM 2910-SEPARA-CAMPOS
            END-READ.

       2910-SEPARA-CAMPOS.
            MOVE CSV-LINHA TO WRK-LINHA.
            MOVE SPACES TO WRK-CAMPO-REF.
            MOVE SPACES TO WRK-CAMPO-FONE.
            MOVE SPACES TO WRK-CAMPO-DATA.
            MOVE SPACES TO WRK-CAMPO-PRODUTO.
            MOVE SPACES TO WRK-CAMPO-QTDE.
            MOVE SPACES TO WRK-CAMPO-VALOR.
            MOVE ZEROS TO WRK-CAMPOS-CONTADOS.
            MOVE 'N' TO WRK-LINHA-MALFORMADA.
            UNSTRING WRK-LINHA DELIMITED BY ','
                INTO WRK-CAMPO-REF
                     WRK-CAMPO-FONE
                     WRK-CAMPO-DATA
                     WRK-CAMPO-PRODUTO
                     WRK-CAMPO-QTDE
                     WRK-CAMPO-VALOR
                TALLYING IN WRK-CAMPOS-CONTADOS
                ON OVERFLOW
                    MOVE 'S' TO WRK-LINHA-MALFORMADA
            END-UNSTRING.
            IF WRK-CAMPOS-CONTADOS NOT = 6
                MOVE 'S' TO WRK-LINHA-MALFORMADA
            END-IF.

       3000-FINALIZAR.
            CLOSE PEDIDOS.
            CLOSE PEDITENS.
            CLOSE CLIENTES.
            CLOSE PRODUTOS.
            CLOSE PEDWEB.
            CLOSE PAGTOS.
            CLOSE CLICRED.
            CLOSE PEDWEB-CSV.
            CLOSE CLIPEDIM-REJ.
            DISPLAY 'CLIPEDIM: ' WRK-TOTAL-PEDIDOS
                    ' PEDIDOS IMPORTADOS (' WRK-TOTAL-ITENS ' ITENS), '
                    WRK-TOTAL-REJ ' LINHAS REJEITADAS, '
                    WRK-TOTAL-REPETIDOS ' PEDIDOS JA IMPORTADOS'.

       COPY PERVALP.
