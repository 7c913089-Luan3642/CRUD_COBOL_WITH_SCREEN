       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIPROD.
      *********************************
      * OBJETIVO:  MANUTENCAO DO CADASTRO DE PRODUTOS (PRODUTOS.DAT)
      *            E ENTRADA DE ESTOQUE, CHAMADO PELA OPCAO P DO
      *            MENU DE CLIENTES.COB (SO ADMINISTRADOR). O
      *            RESERVADO E MANTIDO SOMENTE POR CLIPED (ITENS DE
      *            PEDIDOS ABERTOS); AQUI ELE SO E EXIBIDO E SERVE
      *            DE PISO PARA O AJUSTE DO ESTOQUE E PARA A
      *            INATIVACAO DO PRODUTO.
      * AUTHOR  :  LUAN
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO ARQ-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS PRODUTOS-STATUS
             RECORD KEY IS  PRODUTOS-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
       COPY PRODREG.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO  PIC X(1).
       77 WRK-MODULO PIC X(25).
       77 WRK-TECLA PIC X(1).
       77 PRODUTOS-STATUS PIC 9(2).
       77 WRK-MSGERRO PIC X(40).
       77 WRK-ABORTAR PIC X(1).
       77 WRK-CONFIRMA PIC X(1).
       77 WRK-DADOS-OK PIC X(1).
       77 WRK-QTDE-ENTRADA PIC 9(7).
       77 WRK-DISPONIVEL PIC S9(7).
       77 WRK-DISPONIVEL-ED PIC 9(7).
       77 WRK-PROD-SALVO PIC X(78).
       COPY ARQWS.

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'SISTEMA DE CLIENTES '.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.

       01 TELA-MENU-PROD.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR PRODUTO'.
            05 LINE 08 COLUMN 15 VALUE '2 - ALTERAR PRODUTO'.
            05 LINE 09 COLUMN 15 VALUE '3 - ATIVAR/INATIVAR PRODUTO'.
            05 LINE 10 COLUMN 15 VALUE '4 - ENTRADA DE ESTOQUE'.
            05 LINE 11 COLUMN 15 VALUE '5 - CONSULTAR PRODUTO'.
            05 LINE 12 COLUMN 15 VALUE 'X - VOLTAR'.
            05 LINE 13 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 13 COLUMN 28 USING WRK-OPCAO.

       01 TELA-PRODUTO.
           05 SS-PROD-CHAVE FOREGROUND-COLOR 2.
               10 LINE 05 COLUMN 10 VALUE 'CODIGO...'.
               10 COLUMN PLUS 2 PIC 9(6) USING PRODUTOS-CODIGO
                   BLANK WHEN ZEROS.
           05 SS-PROD-DADOS.
               10 LINE 06 COLUMN 10 VALUE 'DESCRICAO'.
               10 COLUMN PLUS 2 PIC X(30) USING PRODUTOS-DESCRICAO.
               10 LINE 07 COLUMN 10 VALUE 'UNIDADE..'.
               10 COLUMN PLUS 2 PIC X(3) USING PRODUTOS-UNIDADE.
               10 LINE 08 COLUMN 10 VALUE 'PRECO....'.
               10 COLUMN PLUS 2 PIC 9(7)V99 USING PRODUTOS-PRECO
                   BLANK WHEN ZEROS.
               10 LINE 09 COLUMN 10 VALUE 'EST.MINIMO'.
               10 COLUMN PLUS 1 PIC 9(7) USING PRODUTOS-ESTOQUE-MIN.
               10 LINE 10 COLUMN 10 VALUE 'ESTOQUE..'.
               10 COLUMN PLUS 2 PIC 9(7) USING PRODUTOS-ESTOQUE.
           05 SS-PROD-SALDOS.
               10 LINE 11 COLUMN 10 VALUE 'RESERVADO'.
               10 COLUMN PLUS 2 PIC 9(7) FROM PRODUTOS-RESERVADO.
               10 COLUMN PLUS 2 VALUE 'DISPONIVEL'.
               10 COLUMN PLUS 2 PIC 9(7) FROM WRK-DISPONIVEL-ED.
               10 LINE 12 COLUMN 10 VALUE 'SITUACAO.'.
               10 COLUMN PLUS 2 PIC X(1) FROM PRODUTOS-SITUACAO.
               10 COLUMN PLUS 2 VALUE 'ULT.ALTERACAO'.
               10 COLUMN PLUS 2 PIC 9(8) FROM PRODUTOS-DATA-ALTERACAO
                   BLANK WHEN ZEROS.

       01 TELA-ENTRADA.
            05 LINE 14 COLUMN 10 VALUE 'QTDE ENTRADA'.
            05 COLUMN PLUS 2 PIC 9(7) USING WRK-QTDE-ENTRADA
               BLANK WHEN ZEROS.

       01 TELA-CONFIRMA.
            05 LINE 15 COLUMN 10 VALUE 'CONFIRMA (S/N)'.
            05 COLUMN PLUS 2 PIC X(1) USING WRK-CONFIRMA.

       01 MOSTRA-ERRO.
           02 MSG-ERRO.
               10 LINE 16 COLUMN 01 ERASE EOL
                                  BACKGROUND-COLOR 3.
               10 LINE 16 COLUMN 10 PIC X(40)
                           BACKGROUND-COLOR 3
                           FROM WRK-MSGERRO.
               10 COLUMN PLUS 2 PIC X(01) USING WRK-TECLA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF WRK-ABORTAR = 'S'
                CONTINUE
            ELSE
                PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 'X'
                PERFORM 3000-FINALIZAR
            END-IF.
            EXIT PROGRAM.

       1000-INICIAR.
           MOVE 'N' TO WRK-ABORTAR.
           CALL 'CLICFG' USING ARQ-CONFIG.
           IF ARQ-CFG-OK NOT = 'S'
               DISPLAY 'CLIPROD: ' ARQ-CFG-MSG
               MOVE 'S' TO WRK-ABORTAR
           END-IF.
           IF WRK-ABORTAR = 'N'
               OPEN I-O PRODUTOS
                  IF PRODUTOS-STATUS = 35 THEN
                       OPEN OUTPUT PRODUTOS
                       CLOSE PRODUTOS
                       OPEN I-O PRODUTOS
                  END-IF
               IF PRODUTOS-STATUS NOT = ZERO
                   DISPLAY 'CLIPROD: ERRO AO ABRIR ' ARQ-PRODUTOS
                   DISPLAY 'CLIPROD: FILE STATUS ' PRODUTOS-STATUS
                   MOVE 'S' TO WRK-ABORTAR
               END-IF
           END-IF.
           IF WRK-ABORTAR = 'N'
               MOVE SPACES TO WRK-OPCAO
               MOVE 'MODULO - PRODUTOS  ' TO WRK-MODULO
               DISPLAY TELA
               ACCEPT TELA-MENU-PROD
           END-IF.

       2000-PROCESSAR.
            EVALUATE WRK-OPCAO
              WHEN 1
                PERFORM 5000-INCLUIR-PRODUTO
              WHEN 2
                PERFORM 6000-ALTERAR-PRODUTO
              WHEN 3
                PERFORM 7000-SITUACAO-PRODUTO
              WHEN 4
                PERFORM 8000-ENTRADA-ESTOQUE
              WHEN 5
                PERFORM 4000-CONSULTAR-PRODUTO
              WHEN OTHER
                CONTINUE
            END-EVALUATE.
            IF WRK-OPCAO NOT = 'X'
                DISPLAY TELA
                ACCEPT TELA-MENU-PROD
            END-IF.

       3000-FINALIZAR.
             CLOSE PRODUTOS.

       4000-CONSULTAR-PRODUTO.
             PERFORM 9000-LIMPA-PRODUTO.
             DISPLAY TELA.
             DISPLAY TELA-PRODUTO.
             ACCEPT SS-PROD-CHAVE.
             READ PRODUTOS
                 INVALID KEY
                     MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                     PERFORM 9100-CALCULA-DISPONIVEL
                     DISPLAY TELA-PRODUTO
                     MOVE 'TECLE ENTER PARA VOLTAR' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
             END-READ.

       5000-INCLUIR-PRODUTO.
             PERFORM 9000-LIMPA-PRODUTO.
             DISPLAY TELA.
             DISPLAY TELA-PRODUTO.
             ACCEPT SS-PROD-CHAVE.
             ACCEPT SS-PROD-DADOS.
             PERFORM 9200-VALIDA-DADOS.
             IF WRK-DADOS-OK = 'S'
                 MOVE ZEROS TO PRODUTOS-RESERVADO
                 MOVE 'A' TO PRODUTOS-SITUACAO
                 MOVE FUNCTION CURRENT-DATE (1:8) TO
                   PRODUTOS-DATA-ALTERACAO
                 WRITE PRODUTOS-REG
                     INVALID KEY
                         MOVE 'JA EXISTE ' TO WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                     NOT INVALID KEY
                         PERFORM 9100-CALCULA-DISPONIVEL
                         DISPLAY TELA-PRODUTO
                         MOVE 'PRODUTO INCLUIDO' TO WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                 END-WRITE
             END-IF.

      *****************************************************
      * ALTERACAO DOS DADOS CADASTRAIS E AJUSTE DO ESTOQUE
      * (INVENTARIO). O ESTOQUE NAO PODE FICAR ABAIXO DO QUE JA
      * ESTA RESERVADO EM PEDIDOS ABERTOS.
      *****************************************************
       6000-ALTERAR-PRODUTO.
             PERFORM 9000-LIMPA-PRODUTO.
             DISPLAY TELA.
             DISPLAY TELA-PRODUTO.
             ACCEPT SS-PROD-CHAVE.
             READ PRODUTOS
                 INVALID KEY
                     MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                     PERFORM 9100-CALCULA-DISPONIVEL
                     DISPLAY TELA-PRODUTO
                     MOVE PRODUTOS-REG TO WRK-PROD-SALVO
                     ACCEPT SS-PROD-DADOS
                     PERFORM 6010-EFETIVA-ALTERACAO
             END-READ.

       6010-EFETIVA-ALTERACAO.
             PERFORM 9200-VALIDA-DADOS.
             IF WRK-DADOS-OK = 'S'
                 MOVE FUNCTION CURRENT-DATE (1:8) TO
                   PRODUTOS-DATA-ALTERACAO
                 REWRITE PRODUTOS-REG
                     INVALID KEY
                         MOVE 'ERRO ALTERACAO' TO WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                     NOT INVALID KEY
                         PERFORM 9100-CALCULA-DISPONIVEL
                         DISPLAY TELA-PRODUTO
                         MOVE 'PRODUTO ALTERADO' TO WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                 END-REWRITE
             ELSE
                 MOVE WRK-PROD-SALVO TO PRODUTOS-REG
             END-IF.

      *****************************************************
      * PRODUTO INATIVO NAO ENTRA EM NOVOS ITENS DE PEDIDO. NAO
      * INATIVA PRODUTO COM RESERVA EM PEDIDO ABERTO.
      *****************************************************
       7000-SITUACAO-PRODUTO.
             PERFORM 9000-LIMPA-PRODUTO.
             DISPLAY TELA.
             DISPLAY TELA-PRODUTO.
             ACCEPT SS-PROD-CHAVE.
             READ PRODUTOS
                 INVALID KEY
                     MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                     PERFORM 9100-CALCULA-DISPONIVEL
                     DISPLAY TELA-PRODUTO
                     PERFORM 7010-TROCA-SITUACAO
             END-READ.

       7010-TROCA-SITUACAO.
             IF PRODUTOS-SITUACAO NOT = 'I' AND
                PRODUTOS-RESERVADO NOT = ZEROS
                 MOVE 'PRODUTO COM RESERVA EM PEDIDO ABERTO' TO
                   WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             ELSE
                 MOVE SPACES TO WRK-CONFIRMA
                 DISPLAY TELA-CONFIRMA
                 ACCEPT TELA-CONFIRMA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                     IF PRODUTOS-SITUACAO = 'I'
                         MOVE 'A' TO PRODUTOS-SITUACAO
                     ELSE
                         MOVE 'I' TO PRODUTOS-SITUACAO
                     END-IF
                     MOVE FUNCTION CURRENT-DATE (1:8) TO
                       PRODUTOS-DATA-ALTERACAO
                     REWRITE PRODUTOS-REG
                         INVALID KEY
                             MOVE 'ERRO ALTERACAO' TO WRK-MSGERRO
                             ACCEPT MOSTRA-ERRO
                         NOT INVALID KEY
                             DISPLAY TELA-PRODUTO
                     END-REWRITE
                 END-IF
             END-IF.

      *****************************************************
      * ENTRADA DE MERCADORIA: SOMA A QUANTIDADE RECEBIDA AO
      * ESTOQUE FISICO DO PRODUTO.
      *****************************************************
       8000-ENTRADA-ESTOQUE.
             PERFORM 9000-LIMPA-PRODUTO.
             DISPLAY TELA.
             DISPLAY TELA-PRODUTO.
             ACCEPT SS-PROD-CHAVE.
             READ PRODUTOS
                 INVALID KEY
                     MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                     PERFORM 9100-CALCULA-DISPONIVEL
                     DISPLAY TELA-PRODUTO
                     PERFORM 8010-EFETIVA-ENTRADA
             END-READ.

       8010-EFETIVA-ENTRADA.
             MOVE ZEROS TO WRK-QTDE-ENTRADA.
             MOVE SPACES TO WRK-CONFIRMA.
             DISPLAY TELA-ENTRADA.
             ACCEPT TELA-ENTRADA.
             DISPLAY TELA-CONFIRMA.
             ACCEPT TELA-CONFIRMA.
             IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
                 CONTINUE
             ELSE
                 IF WRK-QTDE-ENTRADA = ZEROS OR
                    WRK-QTDE-ENTRADA > 9999999 - PRODUTOS-ESTOQUE
                     MOVE 'QUANTIDADE INVALIDA' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 ELSE
                     ADD WRK-QTDE-ENTRADA TO PRODUTOS-ESTOQUE
                     MOVE FUNCTION CURRENT-DATE (1:8) TO
                       PRODUTOS-DATA-ALTERACAO
                     REWRITE PRODUTOS-REG
                         INVALID KEY
                             MOVE 'ERRO ALTERACAO' TO WRK-MSGERRO
                             ACCEPT MOSTRA-ERRO
                         NOT INVALID KEY
                             PERFORM 9100-CALCULA-DISPONIVEL
                             DISPLAY TELA-PRODUTO
                             MOVE 'ENTRADA REGISTRADA' TO WRK-MSGERRO
                             ACCEPT MOSTRA-ERRO
                     END-REWRITE
                 END-IF
             END-IF.

       9000-LIMPA-PRODUTO.
             MOVE ZEROS TO PRODUTOS-CODIGO.
             MOVE SPACES TO PRODUTOS-DESCRICAO.
             MOVE SPACES TO PRODUTOS-UNIDADE.
             MOVE ZEROS TO PRODUTOS-PRECO.
             MOVE ZEROS TO PRODUTOS-ESTOQUE.
             MOVE ZEROS TO PRODUTOS-RESERVADO.
             MOVE ZEROS TO PRODUTOS-ESTOQUE-MIN.
             MOVE SPACES TO PRODUTOS-SITUACAO.
             MOVE ZEROS TO PRODUTOS-DATA-ALTERACAO.
             MOVE ZEROS TO WRK-DISPONIVEL-ED.

       9100-CALCULA-DISPONIVEL.
             COMPUTE WRK-DISPONIVEL =
                 PRODUTOS-ESTOQUE - PRODUTOS-RESERVADO.
             IF WRK-DISPONIVEL < ZEROS
                 MOVE ZEROS TO WRK-DISPONIVEL
             END-IF.
             MOVE WRK-DISPONIVEL TO WRK-DISPONIVEL-ED.

       9200-VALIDA-DADOS.
             MOVE 'N' TO WRK-DADOS-OK.
             IF PRODUTOS-CODIGO = ZEROS
                 MOVE 'INFORME O CODIGO DO PRODUTO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             ELSE
                 IF PRODUTOS-DESCRICAO = SPACES
                     MOVE 'INFORME A DESCRICAO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 ELSE
                     IF PRODUTOS-PRECO = ZEROS
                         MOVE 'INFORME O PRECO' TO WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                     ELSE
                         IF PRODUTOS-ESTOQUE < PRODUTOS-RESERVADO
                             MOVE 'ESTOQUE ABAIXO DO RESERVADO' TO
                               WRK-MSGERRO
                             ACCEPT MOSTRA-ERRO
                         ELSE
                             MOVE 'S' TO WRK-DADOS-OK
                         END-IF
                     END-IF
                 END-IF
             END-IF.
