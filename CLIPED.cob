      *            EM CLIENTES.DAT. QUANDO CHAMADO COM UM TELEFONE
      *            JA PREENCHIDO (CONSULTA DE CLIENTES), VAI DIRETO
      *            PARA A LISTAGEM DOS PEDIDOS DAQUELE CLIENTE.
      *            OS ITENS SAO DIGITADOS PELO CODIGO DO PRODUTO
      *            (PRODUTOS.DAT), QUE FORNECE DESCRICAO E PRECO;
      *            O ITEM RESERVA ESTOQUE E A MUDANCA DE SITUACAO
      *            DO PEDIDO BAIXA, LIBERA OU DEVOLVE (VER PRODREG).
      *            O FATURAMENTO (A->F) EMITE A NOTA FISCAL DO
      *            PEDIDO (NOTAS.DAT/NOTITENS.DAT, IMPRESSA POR
      *            CLINOTA) E O CANCELAMENTO DE PEDIDO FATURADO
      *            CANCELA A NOTA.
      *            A INCLUSAO E O FATURAMENTO CONFEREM O CREDITO DO
      *            CLIENTE (CLICRED.DAT): BLOQUEIO OU SALDO EM
      *            ABERTO ACIMA DO LIMITE RECUSAM A OPERACAO, SALVO
      *            LIBERACAO DO ADMINISTRADOR COM MOTIVO, GRAVADA
      *            EM CLIENTES.LOG COM O LOGIN DO OPERADOR. NA
      *            INCLUSAO, O LIMITE E CONFERIDO DE NOVO NO FIM DA
      *            DIGITACAO DOS ITENS, JA COM O VALOR DO PEDIDO;
      *            SE RECUSADO E NAO LIBERADO, O PEDIDO E CANCELADO.
      *            PEDIDO ENTREGUE ACEITA DEVOLUCAO DE ITENS, COM
      *            MOTIVO (DEVOLUC.DAT): A MERCADORIA VOLTA AO
      *            ESTOQUE E O VALOR VIRA UMA NOTA DE CREDITO
      *            (CREDITO.DAT), QUE E APLICADA EM OUTRO PEDIDO EM
      *            ABERTO DO CLIENTE OU REEMBOLSADA.
      *            PERIODO FECHADO PELO FECHAMENTO MENSAL (PERIODO.CTL)
      *            NAO ACEITA PEDIDO NOVO (COM SEUS ITENS), MUDANCA
      *            DE SITUACAO DE PEDIDO OU PAGAMENTO DATADOS NELE.
      *            O CANCELAMENTO GRAVA A DATA EM PEDCANC.DAT, PARA
      *            O EXTRATO DE CONTA DO CLIENTE (CLIEXTR).
      * AUTHOR  :  LUAN
      *********************************
       ENVIRONMENT DIVISION.
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS  CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES.
           SELECT PRODUTOS ASSIGN TO ARQ-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS PRODUTOS-STATUS
             RECORD KEY IS  PRODUTOS-CHAVE.
           SELECT CLIENDER ASSIGN TO ARQ-CLIENDER
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENDER-STATUS
             RECORD KEY IS  CLIENDER-CHAVE.
           SELECT NOTAS ASSIGN TO ARQ-NOTAS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS NOTAS-STATUS
             RECORD KEY IS  NOTAS-CHAVE
             ALTERNATE RECORD KEY IS NOTAS-PEDIDO WITH DUPLICATES.
           SELECT NOTITENS ASSIGN TO ARQ-NOTITENS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS NOTITENS-STATUS
             RECORD KEY IS  NOTITENS-CHAVE.
           SELECT NOTANUM ASSIGN TO ARQ-NOTANUM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NOTANUM-STATUS.
           SELECT CLICRED ASSIGN TO ARQ-CLICRED
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLICRED-STATUS
             RECORD KEY IS  CLICRED-CHAVE.
           SELECT CLIENTES-LOG ASSIGN TO ARQ-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CLIENTES-LOG-STATUS.
           SELECT DEVOLUC ASSIGN TO ARQ-DEVOLUC
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS DEVOLUC-STATUS
             RECORD KEY IS  DEVOLUC-CHAVE
             ALTERNATE RECORD KEY IS DEVOLUC-PEDIDO WITH DUPLICATES.
           SELECT CREDITO ASSIGN TO ARQ-CREDITO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CREDITO-STATUS
             RECORD KEY IS  CREDITO-CHAVE
             ALTERNATE RECORD KEY IS CREDITO-FONE WITH DUPLICATES.
           SELECT PERIODO ASSIGN TO ARQ-PERIODO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PERIODO-STATUS.
           SELECT CREDNUM ASSIGN TO ARQ-CREDNUM
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CREDNUM-STATUS.
           SELECT PEDCANC ASSIGN TO ARQ-PEDCANC
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS PEDCANC-STATUS
             RECORD KEY IS  PEDCANC-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
       FD CLIENTES.
       COPY CLIREG.

       FD PRODUTOS.
       COPY PRODREG.

       FD CLIENDER.
       COPY CLIDREG.

       FD NOTAS.
       COPY NOTAREG.

       FD NOTITENS.
       COPY NOTITREG.

      *****************************************************
      * CONTROLE DE NUMERACAO DAS NOTAS FISCAIS, NO MESMO
      * ESQUEMA DE PEDNUM: GUARDA O ULTIMO NOTAS-NUMERO.
      *****************************************************
       FD NOTANUM.
       01 NOTANUM-REG.
           05 NOTANUM-ULTIMO       PIC 9(6).

       FD CLICRED.
       COPY CREDREG.

       FD CLIENTES-LOG.
       COPY LOGREG.

       FD DEVOLUC.
       COPY DEVREG.

       FD CREDITO.
       COPY NCREDREG.

       FD PERIODO.
       COPY PERREG.

      *****************************************************
      * CONTROLE DE NUMERACAO DAS NOTAS DE CREDITO, NO MESMO
      * ESQUEMA DE PEDNUM: GUARDA O ULTIMO CREDITO-NUMERO.
      *****************************************************
       FD CREDNUM.
       01 CREDNUM-REG.
           05 CREDNUM-ULTIMO       PIC 9(6).

       FD PEDCANC.
       COPY CANCREG.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO  PIC X(1).
       77 WRK-MODULO PIC X(25).
       77 WRK-NUMERO-PEDIDO PIC 9(6).
       77 WRK-VALOR-ITEM PIC 9(7)V99.
       77 WRK-VALOR-CALC PIC 9(7)V99.
       77 WRK-ITEM-SALVO PIC X(58).
       77 PEDNUM-STATUS PIC 9(2).
       77 WRK-ULTIMO-NUMERO PIC 9(6).
       77 WRK-NUM-GRAVADO PIC X(1).
       77 WRK-PAGO-TOTAL PIC 9(9)V99.
       77 WRK-SALDO-PEDIDO PIC S9(9)V99.
       77 WRK-SALDO-ED PIC 9(9)V99.
       77 PRODUTOS-STATUS PIC 9(2).
       77 WRK-ITEM-OK PIC X(1).
       77 WRK-ITEM-GRAVADO PIC X(1).
       77 WRK-PROD-ANTIGO PIC 9(6).
       77 WRK-QTDE-ANTIGA PIC 9(4).
       77 WRK-DISPONIVEL PIC S9(7).
       77 WRK-MOV-PRODUTO PIC 9(6).
       77 WRK-MOV-QTDE PIC 9(4).
       77 WRK-MOV-TIPO PIC X(1).
       77 WRK-SIT-ANTIGA PIC X(1).
       77 CLIENDER-STATUS PIC 9(2).
       77 NOTAS-STATUS PIC 9(2).
       77 NOTITENS-STATUS PIC 9(2).
       77 NOTANUM-STATUS PIC 9(2).
       77 WRK-ULTIMA-NOTA PIC 9(6).
       77 WRK-NOTA-GRAVADA PIC X(1).
       77 WRK-NOTA-ACHOU PIC X(1).
       77 WRK-NOTA-PEDIDO PIC 9(6).
       77 WRK-END-COBRANCA PIC X(40).
       77 WRK-END-ACHOU PIC X(1).
       77 WRK-MAIS-END PIC X(1).
       77 WRK-NOTA-SEQ PIC 9(2).
       77 WRK-NOTA-VALOR PIC 9(7)V99.
       77 CLICRED-STATUS PIC 9(2).
       77 CLIENTES-LOG-STATUS PIC 9(2).
       77 WRK-CRED-OK PIC X(1).
       77 WRK-CRED-RECUSA PIC X(40).
       77 WRK-CRED-FONE PIC 9(9).
       77 WRK-CRED-PEDIDO PIC 9(6).
       77 WRK-CRED-ABERTO PIC S9(9)V99.
       77 WRK-CRED-ACHOU PIC X(1).
       77 WRK-CRED-LIBERA PIC X(1).
       77 WRK-CRED-MOTIVO PIC X(40).
       77 WRK-CRED-ED PIC 9(9).99.
       77 WRK-CRED-SO-LIMITE PIC X(1) VALUE 'N'.
       77 WRK-PED-SALVO PIC X(113).
       77 DEVOLUC-STATUS PIC 9(2).
       77 CREDITO-STATUS PIC 9(2).
       77 CREDNUM-STATUS PIC 9(2).
       77 PEDCANC-STATUS PIC 9(2).
       77 WRK-ULTIMO-CREDITO PIC 9(6).
       77 WRK-CREDITO-GRAVADO PIC X(1).
       77 WRK-MAIS-DEVOL PIC X(1).
       77 WRK-DEV-NUMERO PIC 9(6).
       77 WRK-DEV-SEQ PIC 9(2).
       77 WRK-DEV-ITEM PIC 9(2).
       77 WRK-DEV-QTDE PIC 9(4).
       77 WRK-DEV-MOTIVO PIC X(40).
       77 WRK-DEV-JA PIC 9(5).
       77 WRK-DEV-OK PIC X(1).
       77 WRK-DEV-ACHOU PIC X(1).
       77 WRK-DEV-VALOR PIC 9(7)V99.
       77 WRK-NC-NUMERO PIC 9(6).
       77 WRK-NC-ACAO PIC X(1).
       77 WRK-NC-PEDIDO PIC 9(6).
       77 WRK-NC-VALOR PIC 9(7)V99.
       01 WRK-NOTA-PARM.
           05 WRK-NOTA-NUMERO   PIC 9(6).
           05 WRK-NOTA-RETORNO  PIC X(1).
       COPY PERWS.
       COPY ARQWS.

       LINKAGE SECTION.
       01 PED-PARM.
           05 PED-PARM-FONE     PIC 9(9).
           05 PED-PARM-NIVEL    PIC 9(1).
           05 PED-PARM-OPERADOR PIC X(10).

       SCREEN SECTION.
       01 TELA.
            05 LINE 08 COLUMN 15 VALUE '2 - PEDIDOS DO CLIENTE'.
            05 LINE 09 COLUMN 15 VALUE '3 - SITUACAO DO PEDIDO'.
            05 LINE 10 COLUMN 15 VALUE '4 - PAGAMENTOS'.
            05 LINE 11 COLUMN 15 VALUE '5 - REIMPRIMIR NOTA FISCAL'.
            05 LINE 12 COLUMN 15 VALUE '6 - DEVOLUCAO DE PEDIDO'.
            05 LINE 13 COLUMN 15 VALUE '7 - NOTAS DE CREDITO'.
            05 LINE 14 COLUMN 15 VALUE 'X - VOLTAR'.
            05 LINE 15 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 15 COLUMN 28 USING WRK-OPCAO.

       01 TELA-PEDIDO.
           05 SS-PED-CHAVE FOREGROUND-COLOR 2.
            05 LINE 18 COLUMN 10 VALUE 'FORMA....'.
            05 COLUMN PLUS 2 PIC X(10) USING PAGTOS-FORMA.

       01 TELA-NOTA.
            05 LINE 09 COLUMN 10 VALUE 'NOTA FISCAL'.
            05 COLUMN PLUS 2 PIC 9(6) USING WRK-NOTA-NUMERO
               BLANK WHEN ZEROS.
            05 LINE 10 COLUMN 10 VALUE 'OU PEDIDO..'.
            05 COLUMN PLUS 2 PIC 9(6) USING WRK-NOTA-PEDIDO
               BLANK WHEN ZEROS.

       01 TELA-CONF-PAGTO.
            05 LINE 19 COLUMN 10 VALUE 'CONFIRMA PAGAMENTO (S/N)'.
            05 COLUMN PLUS 2 PIC X(1) USING WRK-CONFIRMA.
               10 COLUMN PLUS 2 PIC 9(2) USING PEDITENS-SEQ
                   BLANK WHEN ZEROS.
           05 SS-ITEM-DADOS.
                10 LINE 11 COLUMN 10 VALUE 'PRODUTO..'.
                10 COLUMN PLUS 2 PIC 9(6) USING PEDITENS-PRODUTO
                   BLANK WHEN ZEROS.
                10 LINE 12 COLUMN 10 VALUE 'QUANTID..'.
                10 COLUMN PLUS 2 PIC 9(4) USING PEDITENS-QTDE
                   BLANK WHEN ZEROS.
      *         DESCRICAO E VALOR UNITARIO NAO SAO MAIS DIGITADOS:
      *         VEM DO CADASTRO DE PRODUTOS (5140-VALIDA-PRODUTO).
           05 SS-ITEM-PRODUTO.
                10 LINE 13 COLUMN 10 VALUE 'DESCRICAO'.
                10 COLUMN PLUS 2 PIC X(30) FROM PEDITENS-DESCRICAO.
                10 COLUMN PLUS 2 VALUE 'VLR UNIT.'.
                10 COLUMN PLUS 2 PIC 9(7)V99 FROM PEDITENS-VALOR-UNIT
                   BLANK WHEN ZEROS.

       01 TELA-CONF-ITEM.
       01 TELA-ITEM-LINHA.
            05 LINE 15 COLUMN 10 VALUE 'ITEM'.
            05 COLUMN PLUS 2 PIC 9(2) FROM PEDITENS-SEQ.
            05 COLUMN PLUS 2 PIC 9(6) FROM PEDITENS-PRODUTO.
            05 COLUMN PLUS 2 PIC X(30) FROM PEDITENS-DESCRICAO.
            05 COLUMN PLUS 2 PIC 9(4) FROM PEDITENS-QTDE.
            05 COLUMN PLUS 2 PIC 9(7)V99 FROM PEDITENS-VALOR-UNIT.
            05 LINE 16 COLUMN 10 VALUE 'PROXIMO ITEM (S/N)'.
            05 COLUMN PLUS 2 PIC X(1) USING WRK-MAIS-ITENS.

       01 TELA-LIBERA-CREDITO.
            05 LINE 17 COLUMN 10 VALUE 'LIBERAR CREDITO (S/N)'.
            05 COLUMN PLUS 2 PIC X(1) USING WRK-CRED-LIBERA.
            05 LINE 18 COLUMN 10 VALUE 'MOTIVO DA LIBERACAO..'.
            05 COLUMN PLUS 2 PIC X(40) USING WRK-CRED-MOTIVO.

       01 TELA-DEVOLUCAO.
            05 LINE 17 COLUMN 10 VALUE 'ITEM (ZERO ENCERRA)..'.
            05 COLUMN PLUS 2 PIC 9(2) USING WRK-DEV-ITEM
               BLANK WHEN ZEROS.
            05 COLUMN PLUS 2 VALUE 'QTDE DEVOLVIDA'.
            05 COLUMN PLUS 2 PIC 9(4) USING WRK-DEV-QTDE
               BLANK WHEN ZEROS.
            05 LINE 18 COLUMN 10 VALUE 'MOTIVO DA DEVOLUCAO..'.
            05 COLUMN PLUS 2 PIC X(40) USING WRK-DEV-MOTIVO.

       01 TELA-NOTA-CREDITO.
            05 LINE 09 COLUMN 10 VALUE 'NOTA CRED'.
            05 COLUMN PLUS 2 PIC 9(6) USING WRK-NC-NUMERO
               BLANK WHEN ZEROS.

       01 TELA-DADOS-CREDITO.
            05 LINE 10 COLUMN 10 VALUE 'FONE CLI.'.
            05 COLUMN PLUS 2 PIC 9(9) FROM CREDITO-FONE.
            05 COLUMN PLUS 2 VALUE 'PEDIDO ORIGEM'.
            05 COLUMN PLUS 2 PIC 9(6) FROM CREDITO-PEDIDO.
            05 LINE 11 COLUMN 10 VALUE 'EMISSAO..'.
            05 COLUMN PLUS 2 PIC 9(8) FROM CREDITO-DATA.
            05 COLUMN PLUS 2 VALUE 'SITUACAO'.
            05 COLUMN PLUS 2 PIC X(1) FROM CREDITO-SITUACAO.
            05 LINE 12 COLUMN 10 VALUE 'VALOR....'.
            05 COLUMN PLUS 2 PIC 9(7)V99 FROM CREDITO-VALOR.
            05 COLUMN PLUS 2 VALUE 'APLICADO'.
            05 COLUMN PLUS 2 PIC 9(7)V99 FROM CREDITO-APLICADO.
            05 LINE 13 COLUMN 10 VALUE 'REEMBOLS.'.
            05 COLUMN PLUS 2 PIC 9(7)V99 FROM CREDITO-REEMBOLSADO.
            05 COLUMN PLUS 2 VALUE 'SALDO...'.
            05 COLUMN PLUS 2 PIC 9(7)V99 FROM CREDITO-SALDO.

       01 TELA-USO-CREDITO.
            05 LINE 14 COLUMN 10
               VALUE 'ACAO (A=APLICAR EM PEDIDO R=REEMBOLSAR)'.
            05 COLUMN PLUS 2 PIC X(1) USING WRK-NC-ACAO.
            05 LINE 15 COLUMN 10
               VALUE 'PEDIDO A CREDITAR (SE APLICAR).........'.
            05 COLUMN PLUS 2 PIC 9(6) USING WRK-NC-PEDIDO
               BLANK WHEN ZEROS.

       01 TELA-CONF-CREDITO.
            05 LINE 17 COLUMN 10 VALUE 'VALOR....'.
            05 COLUMN PLUS 2 PIC 9(7)V99 FROM WRK-NC-VALOR.
            05 COLUMN PLUS 2 VALUE 'CONFIRMA (S/N)'.
            05 COLUMN PLUS 2 PIC X(1) USING WRK-CONFIRMA.

       01 MOSTRA-ERRO.
           02 MSG-ERRO.
               10 LINE 16 COLUMN 01 ERASE EOL
                   MOVE 'S' TO WRK-ABORTAR
               END-IF
           END-IF.
           IF WRK-ABORTAR = 'N'
               OPEN I-O PRODUTOS
                  IF PRODUTOS-STATUS = 35 THEN
                       OPEN OUTPUT PRODUTOS
                       CLOSE PRODUTOS
                       OPEN I-O PRODUTOS
                  END-IF
               IF PRODUTOS-STATUS NOT = ZERO
                   DISPLAY 'CLIPED: ERRO AO ABRIR ' ARQ-PRODUTOS
                   DISPLAY 'CLIPED: FILE STATUS ' PRODUTOS-STATUS
                   CLOSE PEDIDOS
                   CLOSE PEDITENS
                   CLOSE PAGTOS
                   CLOSE CLIENTES
                   MOVE 'S' TO WRK-ABORTAR
               END-IF
           END-IF.
           IF WRK-ABORTAR = 'N'
               OPEN INPUT CLIENDER
                  IF CLIENDER-STATUS = 35 THEN
                       OPEN OUTPUT CLIENDER
                       CLOSE CLIENDER
                       OPEN INPUT CLIENDER
                  END-IF
               IF CLIENDER-STATUS NOT = ZERO
                   DISPLAY 'CLIPED: ERRO AO ABRIR ' ARQ-CLIENDER
                   DISPLAY 'CLIPED: FILE STATUS ' CLIENDER-STATUS
                   CLOSE PEDIDOS
                   CLOSE PEDITENS
                   CLOSE PAGTOS
                   CLOSE CLIENTES
                   CLOSE PRODUTOS
                   MOVE 'S' TO WRK-ABORTAR
               END-IF
           END-IF.
           IF WRK-ABORTAR = 'N'
               MOVE SPACES TO WRK-OPCAO
               MOVE 'MODULO - PEDIDOS   ' TO WRK-MODULO
                      WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-IF
              WHEN 5
                PERFORM 6400-REIMPRIME-NOTA
              WHEN 6
                IF PED-PARM-NIVEL = 1
                    PERFORM 6500-DEVOLUCAO
                ELSE
                    MOVE 'ACESSO NEGADO - SEM PERMISSAO' TO
                      WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-IF
              WHEN 7
                IF PED-PARM-NIVEL = 1
                    PERFORM 6600-NOTAS-CREDITO
                ELSE
                    MOVE 'ACESSO NEGADO - SEM PERMISSAO' TO
                      WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-IF
              WHEN OTHER
                CONTINUE
            END-EVALUATE.
             CLOSE PEDITENS.
             CLOSE PAGTOS.
             CLOSE CLIENTES.
             CLOSE PRODUTOS.
             CLOSE CLIENDER.

       4000-CONSULTAR-PEDIDOS.
             MOVE 'MODULO - PEDIDOS   ' TO WRK-MODULO.
                     MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE
                     MOVE WRK-DATA-HOJE TO PEDIDOS-DATA
                 END-IF
                 MOVE PEDIDOS-DATA TO WRK-PER-DATA
                 PERFORM 9500-VERIFICA-PERIODO
                 IF WRK-PER-ABERTO NOT = 'S'
                     MOVE 'N' TO WRK-CRED-OK
                     MOVE 'PERIODO FECHADO - OPERACAO RECUSADA' TO
                       WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 ELSE
                     MOVE PEDIDOS-FONE TO WRK-CRED-FONE
                     MOVE ZEROS TO WRK-CRED-PEDIDO
                     PERFORM 9300-VERIFICA-CREDITO
                 END-IF
             END-IF.
             IF WRK-CLIENTE-OK = 'S' AND WRK-CRED-OK = 'S'
                 MOVE 'A' TO PEDIDOS-SITUACAO
                 PERFORM 5200-PROXIMO-NUMERO
                 MOVE 'N' TO WRK-NUM-GRAVADO
                     PERFORM 5210-GRAVA-NUMERO
                     DISPLAY TELA-PEDIDO
                     PERFORM 5100-ITENS-PEDIDO
                     PERFORM 5300-LIMITE-PEDIDO
                 END-IF
             END-IF.

      *****************************************************
      * FIM DA DIGITACAO DOS ITENS: CONFERE DE NOVO O LIMITE DE
      * CREDITO, AGORA COM O VALOR DO PEDIDO NOVO SOMADO AO
      * SALDO EM ABERTO (O BLOQUEIO JA FOI CONFERIDO NO INICIO
      * DA INCLUSAO). RECUSADO E NAO LIBERADO, O PEDIDO E
      * CANCELADO E AS RESERVAS DOS ITENS SAO LIBERADAS.
      *****************************************************
       5300-LIMITE-PEDIDO.
             MOVE WRK-NUMERO-PEDIDO TO PEDIDOS-NUMERO.
             READ PEDIDOS
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     IF PEDIDOS-VALOR > ZEROS
                         MOVE PEDIDOS-FONE TO WRK-CRED-FONE
                         MOVE PEDIDOS-NUMERO TO WRK-CRED-PEDIDO
                         MOVE 'S' TO WRK-CRED-SO-LIMITE
                         PERFORM 9300-VERIFICA-CREDITO
                         MOVE 'N' TO WRK-CRED-SO-LIMITE
                         IF WRK-CRED-OK NOT = 'S'
                             PERFORM 5310-CANCELA-PEDIDO
                         END-IF
                     END-IF
             END-READ.

       5310-CANCELA-PEDIDO.
             MOVE 'A' TO WRK-SIT-ANTIGA.
             MOVE 'C' TO WRK-SIT-NOVA.
             MOVE 'C' TO PEDIDOS-SITUACAO.
             MOVE WRK-CRED-RECUSA TO PEDIDOS-MOTIVO-CANC.
             REWRITE PEDIDOS-REG
                 INVALID KEY
                     MOVE 'ERRO ALTERACAO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                     PERFORM 6100-MOVIMENTA-ESTOQUE
                     PERFORM 6320-GRAVA-CANCELAMENTO
                     MOVE 'PEDIDO CANCELADO POR FALTA DE CREDITO' TO
                       WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
             END-REWRITE.

      *****************************************************
      * NUMERACAO AUTOMATICA: LE O ULTIMO NUMERO ATRIBUIDO NO
      * ARQUIVO DE CONTROLE E TENTA GRAVAR COM O SEGUINTE. SE O
             MOVE SPACES TO PEDITENS-DESCRICAO.
             MOVE ZEROS TO PEDITENS-QTDE.
             MOVE ZEROS TO PEDITENS-VALOR-UNIT.
             MOVE ZEROS TO PEDITENS-PRODUTO.
             DISPLAY TELA-ITEM.
             ACCEPT TELA-ITEM.
             PERFORM 5140-VALIDA-PRODUTO.
             IF WRK-ITEM-OK = 'S'
                 DISPLAY SS-ITEM-PRODUTO
                 MOVE 'A' TO PEDITENS-SITUACAO
                 MOVE 'N' TO WRK-ITEM-GRAVADO
                 WRITE PEDITENS-REG
                     INVALID KEY
                         PERFORM 5115-REATIVA-ITEM
                     NOT INVALID KEY
                         MOVE 'S' TO WRK-ITEM-GRAVADO
                 END-WRITE
                 IF WRK-ITEM-GRAVADO = 'S'
                     MOVE PEDITENS-PRODUTO TO WRK-MOV-PRODUTO
                     MOVE PEDITENS-QTDE TO WRK-MOV-QTDE
                     MOVE 'R' TO WRK-MOV-TIPO
                     PERFORM 9200-MOVIMENTA-PRODUTO
                 END-IF
             END-IF.

      *****************************************************
      * O NUMERO+SEQ JA EXISTE EM PEDITENS.DAT. SE FOR UM ITEM
                             INVALID KEY
                                 MOVE 'ERRO ALTERACAO' TO WRK-MSGERRO
                                 ACCEPT MOSTRA-ERRO
                             NOT INVALID KEY
                                 MOVE 'S' TO WRK-ITEM-GRAVADO
                         END-REWRITE
                     ELSE
                         MOVE 'JA EXISTE ' TO WRK-MSGERRO
                         MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                     ELSE
                         MOVE PEDITENS-REG TO WRK-ITEM-SALVO
                         MOVE PEDITENS-PRODUTO TO WRK-PROD-ANTIGO
                         MOVE PEDITENS-QTDE TO WRK-QTDE-ANTIGA
                         DISPLAY TELA-ITEM
                         ACCEPT SS-ITEM-DADOS
                         PERFORM 5125-EFETIVA-ALTERACAO
                     END-IF
             END-READ.

      *****************************************************
      * A RESERVA ANTIGA E LIBERADA ANTES DE CONFERIR O NOVO
      * PRODUTO/QUANTIDADE, PARA QUE O PROPRIO ITEM NAO CONTE
      * CONTRA O DISPONIVEL; SE A ALTERACAO FOR RECUSADA, A
      * RESERVA ANTIGA E REFEITA. ITEM ANTIGO SEM PRODUTO QUE
      * CONTINUA SEM PRODUTO SO TEM A QUANTIDADE ALTERADA.
      *****************************************************
       5125-EFETIVA-ALTERACAO.
             MOVE 'N' TO WRK-ITEM-OK.
             IF PEDITENS-PRODUTO = ZEROS AND WRK-PROD-ANTIGO = ZEROS
                 IF PEDITENS-QTDE = ZEROS
                     MOVE 'INFORME A QUANTIDADE' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 ELSE
                     MOVE 'S' TO WRK-ITEM-OK
                 END-IF
             ELSE
                 MOVE WRK-PROD-ANTIGO TO WRK-MOV-PRODUTO
                 MOVE WRK-QTDE-ANTIGA TO WRK-MOV-QTDE
                 MOVE 'L' TO WRK-MOV-TIPO
                 PERFORM 9200-MOVIMENTA-PRODUTO
                 PERFORM 5140-VALIDA-PRODUTO
                 IF WRK-ITEM-OK NOT = 'S'
                     MOVE 'R' TO WRK-MOV-TIPO
                     PERFORM 9200-MOVIMENTA-PRODUTO
                 END-IF
             END-IF.
             IF WRK-ITEM-OK = 'S'
                 DISPLAY SS-ITEM-PRODUTO
                 REWRITE PEDITENS-REG
                     INVALID KEY
                         MOVE 'ERRO ALTERACAO' TO WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                         MOVE WRK-PROD-ANTIGO TO WRK-MOV-PRODUTO
                         MOVE WRK-QTDE-ANTIGA TO WRK-MOV-QTDE
                         MOVE 'R' TO WRK-MOV-TIPO
                         PERFORM 9200-MOVIMENTA-PRODUTO
                     NOT INVALID KEY
                         MOVE PEDITENS-PRODUTO TO WRK-MOV-PRODUTO
                         MOVE PEDITENS-QTDE TO WRK-MOV-QTDE
                         MOVE 'R' TO WRK-MOV-TIPO
                         PERFORM 9200-MOVIMENTA-PRODUTO
                 END-REWRITE
             END-IF.

      *****************************************************
      * CONFERE O PRODUTO DIGITADO NO ITEM: PRECISA EXISTIR,
      * ESTAR ATIVO E TER DISPONIVEL (ESTOQUE MENOS RESERVADO)
      * PARA A QUANTIDADE. DESCRICAO E PRECO SAO COPIADOS DO
      * CADASTRO PARA O ITEM.
      *****************************************************
       5140-VALIDA-PRODUTO.
             MOVE 'N' TO WRK-ITEM-OK.
             IF PEDITENS-QTDE = ZEROS
                 MOVE 'INFORME A QUANTIDADE' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             ELSE
                 MOVE PEDITENS-PRODUTO TO PRODUTOS-CODIGO
                 READ PRODUTOS
                     INVALID KEY
                         MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                     NOT INVALID KEY
                         PERFORM 5145-CONFERE-DISPONIVEL
                 END-READ
             END-IF.

       5145-CONFERE-DISPONIVEL.
             COMPUTE WRK-DISPONIVEL =
                 PRODUTOS-ESTOQUE - PRODUTOS-RESERVADO.
             IF PRODUTOS-SITUACAO = 'I'
                 MOVE 'PRODUTO INATIVO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             ELSE
                 IF WRK-DISPONIVEL < PEDITENS-QTDE
                     MOVE 'ESTOQUE DISPONIVEL INSUFICIENTE' TO
                       WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 ELSE
                     MOVE PRODUTOS-DESCRICAO TO PEDITENS-DESCRICAO
                     MOVE PRODUTOS-PRECO TO PEDITENS-VALOR-UNIT
                     MOVE 'S' TO WRK-ITEM-OK
                 END-IF
             END-IF.

       5130-EXCLUIR-ITEM.
             DISPLAY TELA.
             MOVE WRK-NUMERO-PEDIDO TO PEDITENS-NUMERO.
                                     MOVE 'ERRO EXCLUSAO' TO
                                       WRK-MSGERRO
                                     ACCEPT MOSTRA-ERRO
                                 NOT INVALID KEY
                                     MOVE PEDITENS-PRODUTO TO
                                       WRK-MOV-PRODUTO
                                     MOVE PEDITENS-QTDE TO WRK-MOV-QTDE
                                     MOVE 'L' TO WRK-MOV-TIPO
                                     PERFORM 9200-MOVIMENTA-PRODUTO
                             END-REWRITE
                         END-IF
                     END-IF
                     ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                     DISPLAY TELA-PEDIDO
                     MOVE PEDIDOS-DATA TO WRK-PER-DATA
                     PERFORM 9500-VERIFICA-PERIODO
                     IF WRK-PER-ABERTO NOT = 'S'
                         MOVE 'PERIODO FECHADO - OPERACAO RECUSADA' TO
                           WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                     ELSE
                         PERFORM 6010-EFETIVA-SITUACAO
                     END-IF
             END-READ.

       6010-EFETIVA-SITUACAO.
                       WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 ELSE
                     PERFORM 6020-GRAVA-SITUACAO
                 END-IF
             END-IF.

      *****************************************************
      * FATURAMENTO (A->F) SO COM O CREDITO DO CLIENTE EM DIA
      * OU LIBERADO PELO ADMINISTRADOR (9300-VERIFICA-CREDITO).
      *****************************************************
       6020-GRAVA-SITUACAO.
             MOVE 'S' TO WRK-CRED-OK.
             IF PEDIDOS-SITUACAO = 'A' AND WRK-SIT-NOVA = 'F'
                 MOVE PEDIDOS-FONE TO WRK-CRED-FONE
                 MOVE PEDIDOS-NUMERO TO WRK-CRED-PEDIDO
                 PERFORM 9300-VERIFICA-CREDITO
             END-IF.
             IF WRK-CRED-OK = 'S'
                 MOVE PEDIDOS-SITUACAO TO WRK-SIT-ANTIGA
                 MOVE WRK-SIT-NOVA TO PEDIDOS-SITUACAO
                 IF WRK-SIT-NOVA = 'C'
                     MOVE WRK-MOTIVO-CANC TO PEDIDOS-MOTIVO-CANC
                 END-IF
                 REWRITE PEDIDOS-REG
                     INVALID KEY
                         MOVE 'ERRO ALTERACAO' TO WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                     NOT INVALID KEY
                         PERFORM 6100-MOVIMENTA-ESTOQUE
                         DISPLAY TELA-PEDIDO
                         IF WRK-SIT-ANTIGA = 'A' AND
                            WRK-SIT-NOVA = 'F'
                             PERFORM 6200-EMITE-NOTA
                         END-IF
                         IF WRK-SIT-ANTIGA = 'F' AND
                            WRK-SIT-NOVA = 'C'
                             PERFORM 6300-CANCELA-NOTA
                         END-IF
                         IF WRK-SIT-NOVA = 'C'
                             PERFORM 6320-GRAVA-CANCELAMENTO
                         END-IF
                 END-REWRITE
             END-IF.

      *****************************************************
      * REFLEXO DA MUDANCA DE SITUACAO NO ESTOQUE DOS PRODUTOS
      * DOS ITENS ATIVOS: A->F BAIXA (ESTOQUE E RESERVA), A->C
      * LIBERA A RESERVA, F->C DEVOLVE AO ESTOQUE. F->E NAO
      * MEXE NO ESTOQUE (JA BAIXADO NO FATURAMENTO).
      *****************************************************
       6100-MOVIMENTA-ESTOQUE.
             EVALUATE TRUE
               WHEN WRK-SIT-ANTIGA = 'A' AND WRK-SIT-NOVA = 'F'
                 MOVE 'B' TO WRK-MOV-TIPO
               WHEN WRK-SIT-ANTIGA = 'A' AND WRK-SIT-NOVA = 'C'
                 MOVE 'L' TO WRK-MOV-TIPO
               WHEN WRK-SIT-ANTIGA = 'F' AND WRK-SIT-NOVA = 'C'
                 MOVE 'D' TO WRK-MOV-TIPO
               WHEN OTHER
                 MOVE SPACES TO WRK-MOV-TIPO
             END-EVALUATE.
             IF WRK-MOV-TIPO NOT = SPACES
                 MOVE PEDIDOS-NUMERO TO WRK-NUMERO-PEDIDO
                 MOVE WRK-NUMERO-PEDIDO TO PEDITENS-NUMERO
                 MOVE ZEROS TO PEDITENS-SEQ
                 START PEDITENS KEY IS NOT LESS PEDITENS-CHAVE
                     INVALID KEY
                         CONTINUE
                 END-START
                 IF PEDITENS-STATUS = ZERO
                     MOVE 'S' TO WRK-ITEM-ACHOU
                     PERFORM 6110-MOVIMENTA-UM-ITEM
                         UNTIL WRK-ITEM-ACHOU = 'N'
                 END-IF
             END-IF.

       6110-MOVIMENTA-UM-ITEM.
             READ PEDITENS NEXT RECORD
                 AT END
                     MOVE 'N' TO WRK-ITEM-ACHOU
                 NOT AT END
                     IF PEDITENS-NUMERO NOT = WRK-NUMERO-PEDIDO
                         MOVE 'N' TO WRK-ITEM-ACHOU
                     ELSE
                         IF PEDITENS-SITUACAO = 'I'
                             CONTINUE
                         ELSE
                             MOVE PEDITENS-PRODUTO TO WRK-MOV-PRODUTO
                             MOVE PEDITENS-QTDE TO WRK-MOV-QTDE
                             PERFORM 9200-MOVIMENTA-PRODUTO
                         END-IF
                     END-IF
             END-READ.

      *****************************************************
      * EMISSAO DA NOTA FISCAL DO PEDIDO FATURADO: NUMERO
      * PROPRIO (NOTANUM), NOME E CPF DE CLIENTES.DAT, ENDERECO
      * DE COBRANCA DE CLIENDER.DAT E COPIA DOS ITENS ATIVOS EM
      * NOTITENS.DAT. OS ARQUIVOS DE NOTA SO FICAM ABERTOS
      * DURANTE A GRAVACAO, PARA CLINOTA PODER LE-LOS NA
      * IMPRESSAO LOGO EM SEGUIDA.
      *****************************************************
       6200-EMITE-NOTA.
             PERFORM 6210-DADOS-CLIENTE.
             MOVE 'N' TO WRK-NOTA-GRAVADA.
             OPEN I-O NOTAS
                IF NOTAS-STATUS = 35 THEN
                     OPEN OUTPUT NOTAS
                     CLOSE NOTAS
                     OPEN I-O NOTAS
                END-IF.
             IF NOTAS-STATUS NOT = ZERO
                 DISPLAY 'CLIPED: ERRO AO ABRIR ' ARQ-NOTAS
                 DISPLAY 'CLIPED: FILE STATUS ' NOTAS-STATUS
             ELSE
                 OPEN I-O NOTITENS
                    IF NOTITENS-STATUS = 35 THEN
                         OPEN OUTPUT NOTITENS
                         CLOSE NOTITENS
                         OPEN I-O NOTITENS
                    END-IF
                 IF NOTITENS-STATUS NOT = ZERO
                     DISPLAY 'CLIPED: ERRO AO ABRIR ' ARQ-NOTITENS
                     DISPLAY 'CLIPED: FILE STATUS ' NOTITENS-STATUS
                 ELSE
                     PERFORM 6230-GRAVA-NOTA
                     CLOSE NOTITENS
                 END-IF
                 CLOSE NOTAS
             END-IF.
             IF WRK-NOTA-GRAVADA = 'S'
                 CALL 'CLINOTA' USING WRK-NOTA-PARM
                 MOVE SPACES TO WRK-MSGERRO
                 STRING 'NOTA FISCAL '     DELIMITED BY SIZE
                        WRK-NOTA-NUMERO    DELIMITED BY SIZE
                        ' EMITIDA'         DELIMITED BY SIZE
                     INTO WRK-MSGERRO
                 END-STRING
             ELSE
                 MOVE 'NOTA FISCAL NAO EMITIDA' TO WRK-MSGERRO
             END-IF.
             ACCEPT MOSTRA-ERRO.

       6210-DADOS-CLIENTE.
             MOVE PEDIDOS-NUMERO TO NOTAS-PEDIDO.
             MOVE PEDIDOS-FONE TO NOTAS-FONE.
             MOVE FUNCTION CURRENT-DATE (1:8) TO NOTAS-DATA-EMISSAO.
             MOVE SPACES TO NOTAS-NOME.
             MOVE ZEROS TO NOTAS-CPF.
             MOVE PEDIDOS-FONE TO CLIENTES-F0NE.
             READ CLIENTES
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE CLIENTES-NOME TO NOTAS-NOME
                     MOVE CLIENTES-CPF TO NOTAS-CPF
             END-READ.
             PERFORM 6215-ENDERECO-COBRANCA.
             MOVE WRK-END-COBRANCA TO NOTAS-ENDERECO.
             MOVE ZEROS TO NOTAS-QTDE-ITENS.
             MOVE ZEROS TO NOTAS-VALOR.
             MOVE 'A' TO NOTAS-SITUACAO.
             MOVE ZEROS TO NOTAS-DATA-CANC.
             MOVE SPACES TO NOTAS-MOTIVO-CANC.

      *****************************************************
      * ENDERECO DE COBRANCA: O ENDERECO ATIVO (TIPO E) CUJA
      * DESCRICAO COMECA POR COBRANCA; SEM ELE, O PRIMEIRO
      * ENDERECO ATIVO DO CLIENTE.
      *****************************************************
       6215-ENDERECO-COBRANCA.
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
                 PERFORM 6216-LE-ENDERECO UNTIL WRK-MAIS-END = 'N'
             END-IF.

       6216-LE-ENDERECO.
             READ CLIENDER NEXT RECORD
                 AT END
                     MOVE 'N' TO WRK-MAIS-END
                 NOT AT END
                     IF CLIENDER-FONE NOT = PEDIDOS-FONE
                         MOVE 'N' TO WRK-MAIS-END
                     ELSE
                         IF CLIENDER-TIPO = 'E' AND
                            CLIENDER-SITUACAO NOT = 'I'
                             PERFORM 6217-ESCOLHE-ENDERECO
                         END-IF
                     END-IF
             END-READ.

       6217-ESCOLHE-ENDERECO.
             IF CLIENDER-DESCRICAO (1:8) = 'COBRANCA'
                 MOVE CLIENDER-ENDERECO TO WRK-END-COBRANCA
                 MOVE 'N' TO WRK-MAIS-END
             ELSE
                 IF WRK-END-ACHOU = 'N'
                     MOVE CLIENDER-ENDERECO TO WRK-END-COBRANCA
                     MOVE 'S' TO WRK-END-ACHOU
                 END-IF
             END-IF.

       6230-GRAVA-NOTA.
             MOVE ZEROS TO WRK-ULTIMA-NOTA.
             OPEN INPUT NOTANUM.
             IF NOTANUM-STATUS = ZERO
                 READ NOTANUM NEXT RECORD
                     AT END
                         CONTINUE
                     NOT AT END
                         MOVE NOTANUM-ULTIMO TO WRK-ULTIMA-NOTA
                 END-READ
                 CLOSE NOTANUM
             END-IF.
             MOVE 'N' TO WRK-NOTA-GRAVADA.
             PERFORM 6235-TENTA-GRAVAR-NOTA
                 UNTIL WRK-NOTA-GRAVADA NOT = 'N'.
             IF WRK-NOTA-GRAVADA = 'S'
                 OPEN OUTPUT NOTANUM
                 IF NOTANUM-STATUS NOT = ZERO
                     DISPLAY 'CLIPED: ERRO AO ABRIR ' ARQ-NOTANUM
                     DISPLAY 'CLIPED: FILE STATUS ' NOTANUM-STATUS
                 ELSE
                     MOVE WRK-ULTIMA-NOTA TO NOTANUM-ULTIMO
                     WRITE NOTANUM-REG
                     CLOSE NOTANUM
                 END-IF
                 PERFORM 6240-ITENS-NOTA
             END-IF.

       6235-TENTA-GRAVAR-NOTA.
             IF WRK-ULTIMA-NOTA = 999999
                 DISPLAY 'CLIPED: NUMERACAO DE NOTAS ESGOTADA'
                 MOVE 'F' TO WRK-NOTA-GRAVADA
             ELSE
                 ADD 1 TO WRK-ULTIMA-NOTA
                 MOVE WRK-ULTIMA-NOTA TO NOTAS-NUMERO
                 WRITE NOTAS-REG
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE 'S' TO WRK-NOTA-GRAVADA
                         MOVE WRK-ULTIMA-NOTA TO WRK-NOTA-NUMERO
                 END-WRITE
             END-IF.

      *****************************************************
      * COPIA OS ITENS ATIVOS DO PEDIDO PARA NOTITENS.DAT E
      * ATUALIZA NA NOTA A QUANTIDADE DE ITENS E O VALOR TOTAL.
      *****************************************************
       6240-ITENS-NOTA.
             MOVE ZEROS TO WRK-NOTA-SEQ.
             MOVE ZEROS TO WRK-NOTA-VALOR.
             MOVE PEDIDOS-NUMERO TO WRK-NUMERO-PEDIDO.
             MOVE WRK-NUMERO-PEDIDO TO PEDITENS-NUMERO.
             MOVE ZEROS TO PEDITENS-SEQ.
             START PEDITENS KEY IS NOT LESS PEDITENS-CHAVE
                 INVALID KEY
                     CONTINUE
             END-START.
             IF PEDITENS-STATUS = ZERO
                 MOVE 'S' TO WRK-ITEM-ACHOU
                 PERFORM 6245-COPIA-UM-ITEM UNTIL WRK-ITEM-ACHOU = 'N'
             END-IF.
             MOVE WRK-NOTA-SEQ TO NOTAS-QTDE-ITENS.
             MOVE WRK-NOTA-VALOR TO NOTAS-VALOR.
             REWRITE NOTAS-REG
                 INVALID KEY
                     DISPLAY 'CLIPED: ERRO AO ATUALIZAR NOTA '
                       NOTAS-NUMERO
             END-REWRITE.

       6245-COPIA-UM-ITEM.
             READ PEDITENS NEXT RECORD
                 AT END
                     MOVE 'N' TO WRK-ITEM-ACHOU
                 NOT AT END
                     IF PEDITENS-NUMERO NOT = WRK-NUMERO-PEDIDO
                         MOVE 'N' TO WRK-ITEM-ACHOU
                     ELSE
                         IF PEDITENS-SITUACAO = 'I'
                             CONTINUE
                         ELSE
                             PERFORM 6246-GRAVA-ITEM-NOTA
                         END-IF
                     END-IF
             END-READ.

       6246-GRAVA-ITEM-NOTA.
             ADD 1 TO WRK-NOTA-SEQ.
             MOVE NOTAS-NUMERO TO NOTITENS-NUMERO.
             MOVE WRK-NOTA-SEQ TO NOTITENS-SEQ.
             MOVE PEDITENS-PRODUTO TO NOTITENS-PRODUTO.
             MOVE PEDITENS-DESCRICAO TO NOTITENS-DESCRICAO.
             MOVE PEDITENS-QTDE TO NOTITENS-QTDE.
             MOVE PEDITENS-VALOR-UNIT TO NOTITENS-VALOR-UNIT.
             COMPUTE NOTITENS-VALOR-TOTAL =
                 PEDITENS-QTDE * PEDITENS-VALOR-UNIT.
             ADD NOTITENS-VALOR-TOTAL TO WRK-NOTA-VALOR.
             WRITE NOTITENS-REG
                 INVALID KEY
                     DISPLAY 'CLIPED: ERRO AO GRAVAR ITEM DA NOTA '
                       NOTAS-NUMERO
             END-WRITE.

      *****************************************************
      * PEDIDO FATURADO CANCELADO: A NOTA DO PEDIDO FICA NO
      * ARQUIVO, MARCADA COMO CANCELADA COM DATA E MOTIVO.
      *****************************************************
       6300-CANCELA-NOTA.
             OPEN I-O NOTAS.
             IF NOTAS-STATUS = ZERO
                 MOVE PEDIDOS-NUMERO TO NOTAS-PEDIDO
                 START NOTAS KEY IS EQUAL NOTAS-PEDIDO
                     INVALID KEY
                         CONTINUE
                 END-START
                 IF NOTAS-STATUS = ZERO
                     MOVE 'S' TO WRK-NOTA-ACHOU
                     PERFORM 6310-CANCELA-UMA-NOTA
                         UNTIL WRK-NOTA-ACHOU = 'N'
                 END-IF
                 CLOSE NOTAS
             END-IF.

       6310-CANCELA-UMA-NOTA.
             READ NOTAS NEXT RECORD
                 AT END
                     MOVE 'N' TO WRK-NOTA-ACHOU
                 NOT AT END
                     IF NOTAS-PEDIDO NOT = PEDIDOS-NUMERO
                         MOVE 'N' TO WRK-NOTA-ACHOU
                     ELSE
                         IF NOTAS-SITUACAO NOT = 'C'
                             MOVE 'C' TO NOTAS-SITUACAO
                             MOVE FUNCTION CURRENT-DATE (1:8) TO
                               NOTAS-DATA-CANC
                             MOVE PEDIDOS-MOTIVO-CANC TO
                               NOTAS-MOTIVO-CANC
                             REWRITE NOTAS-REG
                                 INVALID KEY
                                     MOVE 'ERRO AO CANCELAR NOTA' TO
                                       WRK-MSGERRO
                                     ACCEPT MOSTRA-ERRO
                             END-REWRITE
                         END-IF
                     END-IF
             END-READ.

      *****************************************************
      * DATA DO CANCELAMENTO DO PEDIDO (PEDCANC.DAT), COM A
      * SITUACAO ANTERIOR, O VALOR ESTORNADO E O OPERADOR. E O
      * QUE DATA O ESTORNO NO EXTRATO DO CLIENTE.
      *****************************************************
       6320-GRAVA-CANCELAMENTO.
             OPEN I-O PEDCANC.
             IF PEDCANC-STATUS = 35 THEN
                 OPEN OUTPUT PEDCANC
                 CLOSE PEDCANC
                 OPEN I-O PEDCANC
             END-IF.
             IF PEDCANC-STATUS NOT = ZERO
                 MOVE 'ERRO AO ABRIR PEDCANC' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             ELSE
                 MOVE PEDIDOS-NUMERO TO PEDCANC-NUMERO
                 MOVE PEDIDOS-FONE TO PEDCANC-FONE
                 MOVE FUNCTION CURRENT-DATE (1:8) TO PEDCANC-DATA
                 MOVE WRK-SIT-ANTIGA TO PEDCANC-SITUACAO-ANT
                 MOVE PEDIDOS-VALOR TO PEDCANC-VALOR
                 MOVE PED-PARM-OPERADOR TO PEDCANC-USUARIO
                 WRITE PEDCANC-REG
                     INVALID KEY
                         REWRITE PEDCANC-REG
                             INVALID KEY
                                 MOVE 'ERRO AO GRAVAR PEDCANC' TO
                                   WRK-MSGERRO
                                 ACCEPT MOSTRA-ERRO
                         END-REWRITE
                 END-WRITE
                 CLOSE PEDCANC
             END-IF.

      *****************************************************
      * REIMPRESSAO DE NOTA PELO NUMERO DA NOTA OU, SE ELE NAO
      * FOR INFORMADO, PELO NUMERO DO PEDIDO (ULTIMA NOTA DO
      * PEDIDO). CANCELADA SAI COM A TARJA DE CANCELAMENTO.
      *****************************************************
       6400-REIMPRIME-NOTA.
             MOVE 'MODULO - PEDIDOS   ' TO WRK-MODULO.
             DISPLAY TELA.
             MOVE ZEROS TO WRK-NOTA-NUMERO.
             MOVE ZEROS TO WRK-NOTA-PEDIDO.
             DISPLAY TELA-NOTA.
             ACCEPT TELA-NOTA.
             IF WRK-NOTA-NUMERO = ZEROS AND WRK-NOTA-PEDIDO NOT = ZEROS
                 PERFORM 6410-NOTA-DO-PEDIDO
             END-IF.
             IF WRK-NOTA-NUMERO = ZEROS
                 MOVE 'NOTA NAO ENCONTRADA' TO WRK-MSGERRO
             ELSE
                 CALL 'CLINOTA' USING WRK-NOTA-PARM
                 IF WRK-NOTA-RETORNO = 'S'
                     MOVE SPACES TO WRK-MSGERRO
                     STRING 'NOTA FISCAL '     DELIMITED BY SIZE
                            WRK-NOTA-NUMERO    DELIMITED BY SIZE
                            ' REIMPRESSA'      DELIMITED BY SIZE
                         INTO WRK-MSGERRO
                     END-STRING
                 ELSE
                     MOVE 'NOTA NAO ENCONTRADA' TO WRK-MSGERRO
                 END-IF
             END-IF.
             ACCEPT MOSTRA-ERRO.

       6410-NOTA-DO-PEDIDO.
             OPEN INPUT NOTAS.
             IF NOTAS-STATUS = ZERO
                 MOVE WRK-NOTA-PEDIDO TO NOTAS-PEDIDO
                 START NOTAS KEY IS EQUAL NOTAS-PEDIDO
                     INVALID KEY
                         CONTINUE
                 END-START
                 IF NOTAS-STATUS = ZERO
                     MOVE 'S' TO WRK-NOTA-ACHOU
                     PERFORM 6420-LE-NOTA-PEDIDO
                         UNTIL WRK-NOTA-ACHOU = 'N'
                 END-IF
                 CLOSE NOTAS
             END-IF.

       6420-LE-NOTA-PEDIDO.
             READ NOTAS NEXT RECORD
                 AT END
                     MOVE 'N' TO WRK-NOTA-ACHOU
                 NOT AT END
                     IF NOTAS-PEDIDO NOT = WRK-NOTA-PEDIDO
                         MOVE 'N' TO WRK-NOTA-ACHOU
                     ELSE
                         MOVE NOTAS-NUMERO TO WRK-NOTA-NUMERO
                     END-IF
             END-READ.

      *****************************************************
      * DEVOLUCAO DE ITENS DE PEDIDO ENTREGUE, LINHA A LINHA
      * (ITEM, QUANTIDADE E MOTIVO) ATE O ITEM ZERO. A PRIMEIRA
      * LINHA ACEITA ABRE A NOTA DE CREDITO DA DEVOLUCAO E AS
      * SEGUINTES SOMAM NELA. A MERCADORIA VOLTA AO ESTOQUE. O
      * PEDIDO E SEUS ITENS NAO SAO ALTERADOS: O QUE JA FOI
      * DEVOLVIDO DE CADA ITEM VEM DE DEVOLUC.DAT.
      *****************************************************
       6500-DEVOLUCAO.
             MOVE 'MODULO - PEDIDOS   ' TO WRK-MODULO.
             DISPLAY TELA.
             MOVE ZEROS TO PEDIDOS-NUMERO.
             MOVE ZEROS TO PEDIDOS-FONE.
             MOVE ZEROS TO PEDIDOS-DATA.
             MOVE SPACES TO PEDIDOS-DESCRICAO.
             MOVE ZEROS TO PEDIDOS-VALOR.
             MOVE SPACES TO PEDIDOS-SITUACAO.
             MOVE SPACES TO PEDIDOS-MOTIVO-CANC.
             DISPLAY TELA-PEDIDO.
             ACCEPT SS-PED-CHAVE.
             READ PEDIDOS
                 INVALID KEY
                     MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                     DISPLAY TELA-PEDIDO
                     IF PEDIDOS-SITUACAO NOT = 'E'
                         MOVE 'SO PEDIDO ENTREGUE ACEITA DEVOLUCAO' TO
                           WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                     ELSE
                         PERFORM 6510-ABRE-DEVOLUCAO
                     END-IF
             END-READ.

       6510-ABRE-DEVOLUCAO.
             OPEN I-O DEVOLUC
                IF DEVOLUC-STATUS = 35 THEN
                     OPEN OUTPUT DEVOLUC
                     CLOSE DEVOLUC
                     OPEN I-O DEVOLUC
                END-IF.
             IF DEVOLUC-STATUS NOT = ZERO
                 DISPLAY 'CLIPED: ERRO AO ABRIR ' ARQ-DEVOLUC
                 DISPLAY 'CLIPED: FILE STATUS ' DEVOLUC-STATUS
                 MOVE 'DEVOLUCOES INDISPONIVEIS' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             ELSE
                 OPEN I-O CREDITO
                    IF CREDITO-STATUS = 35 THEN
                         OPEN OUTPUT CREDITO
                         CLOSE CREDITO
                         OPEN I-O CREDITO
                    END-IF
                 IF CREDITO-STATUS NOT = ZERO
                     DISPLAY 'CLIPED: ERRO AO ABRIR ' ARQ-CREDITO
                     DISPLAY 'CLIPED: FILE STATUS ' CREDITO-STATUS
                     MOVE 'NOTAS DE CREDITO INDISPONIVEIS' TO
                       WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 ELSE
                     MOVE PEDIDOS-NUMERO TO WRK-NUMERO-PEDIDO
                     MOVE ZEROS TO WRK-DEV-NUMERO
                     MOVE ZEROS TO WRK-DEV-SEQ
                     MOVE 'S' TO WRK-MAIS-DEVOL
                     PERFORM 6520-DEVOLVE-ITEM
                         UNTIL WRK-MAIS-DEVOL = 'N'
                     CLOSE CREDITO
                 END-IF
                 CLOSE DEVOLUC
             END-IF.

       6520-DEVOLVE-ITEM.
             MOVE ZEROS TO WRK-DEV-ITEM.
             MOVE ZEROS TO WRK-DEV-QTDE.
             MOVE SPACES TO WRK-DEV-MOTIVO.
             DISPLAY TELA-DEVOLUCAO.
             ACCEPT TELA-DEVOLUCAO.
             IF WRK-DEV-ITEM = ZEROS
                 MOVE 'N' TO WRK-MAIS-DEVOL
             ELSE
                 PERFORM 6530-VALIDA-DEVOLUCAO
                 IF WRK-DEV-OK = 'S'
                     PERFORM 6540-GRAVA-DEVOLUCAO
                 END-IF
             END-IF.

       6530-VALIDA-DEVOLUCAO.
             MOVE 'N' TO WRK-DEV-OK.
             MOVE WRK-NUMERO-PEDIDO TO PEDITENS-NUMERO.
             MOVE WRK-DEV-ITEM TO PEDITENS-SEQ.
             READ PEDITENS
                 INVALID KEY
                     MOVE 'ITEM NAO ENCONTRADO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                     IF PEDITENS-SITUACAO = 'I'
                         MOVE 'ITEM NAO ENCONTRADO' TO WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                     ELSE
                         DISPLAY TELA-ITEM-LINHA
                         PERFORM 6535-CONFERE-QTDE
                     END-IF
             END-READ.

       6535-CONFERE-QTDE.
             IF WRK-DEV-QTDE = ZEROS
                 MOVE 'INFORME A QUANTIDADE' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             ELSE
                 IF WRK-DEV-MOTIVO = SPACES
                     MOVE 'INFORME O MOTIVO DA DEVOLUCAO' TO
                       WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 ELSE
                     PERFORM 6536-SOMA-DEVOLVIDO
                     IF WRK-DEV-JA + WRK-DEV-QTDE > PEDITENS-QTDE
                         MOVE 'QTDE MAIOR QUE O SALDO DO ITEM' TO
                           WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                     ELSE
                         IF WRK-DEV-SEQ = 99
                             MOVE 'LIMITE DE LINHAS DA DEVOLUCAO' TO
                               WRK-MSGERRO
                             ACCEPT MOSTRA-ERRO
                             MOVE 'N' TO WRK-MAIS-DEVOL
                         ELSE
                             MOVE 'S' TO WRK-DEV-OK
                         END-IF
                     END-IF
                 END-IF
             END-IF.

      *****************************************************
      * QUANTIDADE JA DEVOLVIDA DO ITEM EM DEVOLUCOES
      * ANTERIORES (E NAS LINHAS JA GRAVADAS NESTA), PELA CHAVE
      * ALTERNADA DEVOLUC-PEDIDO.
      *****************************************************
       6536-SOMA-DEVOLVIDO.
             MOVE ZEROS TO WRK-DEV-JA.
             MOVE WRK-NUMERO-PEDIDO TO DEVOLUC-PEDIDO.
             START DEVOLUC KEY IS EQUAL DEVOLUC-PEDIDO
                 INVALID KEY
                     CONTINUE
             END-START.
             IF DEVOLUC-STATUS = ZERO
                 MOVE 'S' TO WRK-DEV-ACHOU
                 PERFORM 6537-SOMA-UMA-DEVOLUCAO
                     UNTIL WRK-DEV-ACHOU = 'N'
             END-IF.

       6537-SOMA-UMA-DEVOLUCAO.
             READ DEVOLUC NEXT RECORD
                 AT END
                     MOVE 'N' TO WRK-DEV-ACHOU
                 NOT AT END
                     IF DEVOLUC-PEDIDO NOT = WRK-NUMERO-PEDIDO
                         MOVE 'N' TO WRK-DEV-ACHOU
                     ELSE
                         IF DEVOLUC-ITEM = WRK-DEV-ITEM
                             ADD DEVOLUC-QTDE TO WRK-DEV-JA
                         END-IF
                     END-IF
             END-READ.

       6540-GRAVA-DEVOLUCAO.
             COMPUTE WRK-DEV-VALOR =
                 WRK-DEV-QTDE * PEDITENS-VALOR-UNIT.
             IF WRK-DEV-NUMERO = ZEROS
                 PERFORM 6550-ABRE-NOTA-CREDITO
             END-IF.
             IF WRK-DEV-NUMERO = ZEROS
                 MOVE 'NOTA DE CREDITO NAO GERADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 MOVE 'N' TO WRK-MAIS-DEVOL
             ELSE
                 ADD 1 TO WRK-DEV-SEQ
                 MOVE WRK-DEV-NUMERO TO DEVOLUC-CREDITO
                 MOVE WRK-DEV-SEQ TO DEVOLUC-SEQ
                 MOVE WRK-NUMERO-PEDIDO TO DEVOLUC-PEDIDO
                 MOVE WRK-DEV-ITEM TO DEVOLUC-ITEM
                 MOVE PEDIDOS-FONE TO DEVOLUC-FONE
                 MOVE PEDITENS-PRODUTO TO DEVOLUC-PRODUTO
                 MOVE WRK-DEV-QTDE TO DEVOLUC-QTDE
                 MOVE PEDITENS-VALOR-UNIT TO DEVOLUC-VALOR-UNIT
                 MOVE WRK-DEV-VALOR TO DEVOLUC-VALOR
                 MOVE FUNCTION CURRENT-DATE (1:8) TO DEVOLUC-DATA
                 MOVE WRK-DEV-MOTIVO TO DEVOLUC-MOTIVO
                 MOVE PED-PARM-OPERADOR TO DEVOLUC-USUARIO
                 WRITE DEVOLUC-REG
                     INVALID KEY
                         MOVE 'ERRO AO GRAVAR DEVOLUCAO' TO WRK-MSGERRO
                     NOT INVALID KEY
                         MOVE SPACES TO WRK-MSGERRO
                         STRING 'DEVOLVIDO - NOTA DE CREDITO '
                                                DELIMITED BY SIZE
                                WRK-DEV-NUMERO  DELIMITED BY SIZE
                             INTO WRK-MSGERRO
                         END-STRING
                         PERFORM 6560-SOMA-NOTA-CREDITO
                         MOVE PEDITENS-PRODUTO TO WRK-MOV-PRODUTO
                         MOVE WRK-DEV-QTDE TO WRK-MOV-QTDE
                         MOVE 'D' TO WRK-MOV-TIPO
                         PERFORM 9200-MOVIMENTA-PRODUTO
                 END-WRITE
                 ACCEPT MOSTRA-ERRO
             END-IF.

      *****************************************************
      * ABRE A NOTA DE CREDITO DA DEVOLUCAO, ZERADA, COM O
      * PROXIMO NUMERO DO CONTROLE CREDNUM (MESMO ESQUEMA DA
      * NUMERACAO DE NOTAS FISCAIS EM 6230-GRAVA-NOTA).
      *****************************************************
       6550-ABRE-NOTA-CREDITO.
             MOVE ZEROS TO WRK-ULTIMO-CREDITO.
             OPEN INPUT CREDNUM.
             IF CREDNUM-STATUS = ZERO
                 READ CREDNUM NEXT RECORD
                     AT END
                         CONTINUE
                     NOT AT END
                         MOVE CREDNUM-ULTIMO TO WRK-ULTIMO-CREDITO
                 END-READ
                 CLOSE CREDNUM
             END-IF.
             MOVE PEDIDOS-FONE TO CREDITO-FONE.
             MOVE WRK-NUMERO-PEDIDO TO CREDITO-PEDIDO.
             MOVE FUNCTION CURRENT-DATE (1:8) TO CREDITO-DATA.
             MOVE ZEROS TO CREDITO-VALOR.
             MOVE ZEROS TO CREDITO-APLICADO.
             MOVE ZEROS TO CREDITO-REEMBOLSADO.
             MOVE ZEROS TO CREDITO-SALDO.
             MOVE ZEROS TO CREDITO-DATA-REEMBOLSO.
             MOVE 'A' TO CREDITO-SITUACAO.
             MOVE CREDITO-DATA TO CREDITO-DATA-ALTERACAO.
             MOVE PED-PARM-OPERADOR TO CREDITO-USUARIO.
             MOVE 'N' TO WRK-CREDITO-GRAVADO.
             PERFORM 6555-TENTA-GRAVAR-CREDITO
                 UNTIL WRK-CREDITO-GRAVADO NOT = 'N'.
             IF WRK-CREDITO-GRAVADO = 'S'
                 MOVE WRK-ULTIMO-CREDITO TO WRK-DEV-NUMERO
                 OPEN OUTPUT CREDNUM
                 IF CREDNUM-STATUS NOT = ZERO
                     DISPLAY 'CLIPED: ERRO AO ABRIR ' ARQ-CREDNUM
                     DISPLAY 'CLIPED: FILE STATUS ' CREDNUM-STATUS
                 ELSE
                     MOVE WRK-ULTIMO-CREDITO TO CREDNUM-ULTIMO
                     WRITE CREDNUM-REG
                     CLOSE CREDNUM
                 END-IF
             END-IF.

       6555-TENTA-GRAVAR-CREDITO.
             IF WRK-ULTIMO-CREDITO = 999999
                 DISPLAY 'CLIPED: NUMERACAO DE NOTAS DE CREDITO '
                   'ESGOTADA'
                 MOVE 'F' TO WRK-CREDITO-GRAVADO
             ELSE
                 ADD 1 TO WRK-ULTIMO-CREDITO
                 MOVE WRK-ULTIMO-CREDITO TO CREDITO-NUMERO
                 WRITE CREDITO-REG
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE 'S' TO WRK-CREDITO-GRAVADO
                 END-WRITE
             END-IF.

       6560-SOMA-NOTA-CREDITO.
             MOVE WRK-DEV-NUMERO TO CREDITO-NUMERO.
             READ CREDITO
                 INVALID KEY
                     MOVE 'NOTA DE CREDITO NAO ENCONTRADA' TO
                       WRK-MSGERRO
                 NOT INVALID KEY
                     ADD WRK-DEV-VALOR TO CREDITO-VALOR
                     ADD WRK-DEV-VALOR TO CREDITO-SALDO
                     PERFORM 6690-ATUALIZA-CREDITO
             END-READ.

      *****************************************************
      * USO DE UMA NOTA DE CREDITO COM SALDO: APLICACAO EM
      * PEDIDO NAO CANCELADO DO MESMO CLIENTE, COMO PAGAMENTO
      * (FORMA 'NC' + NUMERO DA NOTA) LIMITADO AO MENOR ENTRE O
      * SALDO DA NOTA E O SALDO DEVEDOR DO PEDIDO; OU REEMBOLSO
      * DO SALDO INTEIRO DA NOTA AO CLIENTE.
      *****************************************************
       6600-NOTAS-CREDITO.
             MOVE 'MODULO - PEDIDOS   ' TO WRK-MODULO.
             DISPLAY TELA.
             MOVE ZEROS TO WRK-NC-NUMERO.
             DISPLAY TELA-NOTA-CREDITO.
             ACCEPT TELA-NOTA-CREDITO.
             OPEN I-O CREDITO
                IF CREDITO-STATUS = 35 THEN
                     OPEN OUTPUT CREDITO
                     CLOSE CREDITO
                     OPEN I-O CREDITO
                END-IF.
             IF CREDITO-STATUS NOT = ZERO
                 DISPLAY 'CLIPED: ERRO AO ABRIR ' ARQ-CREDITO
                 DISPLAY 'CLIPED: FILE STATUS ' CREDITO-STATUS
                 MOVE 'NOTAS DE CREDITO INDISPONIVEIS' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             ELSE
                 MOVE WRK-NC-NUMERO TO CREDITO-NUMERO
                 READ CREDITO
                     INVALID KEY
                         MOVE 'NOTA DE CREDITO NAO ENCONTRADA' TO
                           WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                     NOT INVALID KEY
                         DISPLAY TELA-DADOS-CREDITO
                         IF CREDITO-SALDO = ZEROS
                             MOVE 'NOTA DE CREDITO SEM SALDO' TO
                               WRK-MSGERRO
                             ACCEPT MOSTRA-ERRO
                         ELSE
                             PERFORM 6610-USA-CREDITO
                         END-IF
                 END-READ
                 CLOSE CREDITO
             END-IF.

       6610-USA-CREDITO.
             MOVE SPACES TO WRK-NC-ACAO.
             MOVE ZEROS TO WRK-NC-PEDIDO.
             DISPLAY TELA-USO-CREDITO.
             ACCEPT TELA-USO-CREDITO.
             EVALUATE WRK-NC-ACAO
               WHEN 'A'
               WHEN 'a'
                 PERFORM 6620-APLICA-CREDITO
               WHEN 'R'
               WHEN 'r'
                 PERFORM 6650-REEMBOLSA-CREDITO
               WHEN OTHER
                 MOVE 'ACAO INVALIDA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-EVALUATE.

       6620-APLICA-CREDITO.
             MOVE WRK-NC-PEDIDO TO PEDIDOS-NUMERO.
             READ PEDIDOS
                 INVALID KEY
                     MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                     PERFORM 6625-CONFERE-PEDIDO-CREDITO
             END-READ.

       6625-CONFERE-PEDIDO-CREDITO.
             IF PEDIDOS-FONE NOT = CREDITO-FONE
                 MOVE 'PEDIDO DE OUTRO CLIENTE' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             ELSE
                 IF PEDIDOS-SITUACAO = 'C'
                     MOVE 'PEDIDO CANCELADO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 ELSE
                     MOVE PEDIDOS-NUMERO TO WRK-NUMERO-PEDIDO
                     PERFORM 7100-SOMA-PAGAMENTOS
                     COMPUTE WRK-SALDO-PEDIDO =
                         PEDIDOS-VALOR - WRK-PAGO-TOTAL
                     IF WRK-SALDO-PEDIDO NOT > ZEROS
                         MOVE 'PEDIDO SEM SALDO DEVEDOR' TO WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                     ELSE
                         IF WRK-PAG-ULT-SEQ = 99
                             MOVE 'LIMITE DE PAGAMENTOS DO PEDIDO' TO
                               WRK-MSGERRO
                             ACCEPT MOSTRA-ERRO
                         ELSE
                             PERFORM 6630-GRAVA-APLICACAO
                         END-IF
                     END-IF
                 END-IF
             END-IF.

       6630-GRAVA-APLICACAO.
             IF CREDITO-SALDO < WRK-SALDO-PEDIDO
                 MOVE CREDITO-SALDO TO WRK-NC-VALOR
             ELSE
                 MOVE WRK-SALDO-PEDIDO TO WRK-NC-VALOR
             END-IF.
             MOVE SPACES TO WRK-CONFIRMA.
             DISPLAY TELA-CONF-CREDITO.
             ACCEPT TELA-CONF-CREDITO.
             IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                 MOVE WRK-NUMERO-PEDIDO TO PAGTOS-NUMERO
                 ADD 1 TO WRK-PAG-ULT-SEQ
                 MOVE WRK-PAG-ULT-SEQ TO PAGTOS-SEQ
                 MOVE FUNCTION CURRENT-DATE (1:8) TO PAGTOS-DATA
                 MOVE WRK-NC-VALOR TO PAGTOS-VALOR
                 MOVE SPACES TO PAGTOS-FORMA
                 STRING 'NC'           DELIMITED BY SIZE
                        WRK-NC-NUMERO  DELIMITED BY SIZE
                     INTO PAGTOS-FORMA
                 END-STRING
                 MOVE 'A' TO PAGTOS-SITUACAO
                 WRITE PAGTOS-REG
                     INVALID KEY
                         MOVE 'ERRO AO GRAVAR PAGAMENTO' TO WRK-MSGERRO
                     NOT INVALID KEY
                         MOVE SPACES TO WRK-MSGERRO
                         STRING 'CREDITO APLICADO NO PEDIDO '
                                                   DELIMITED BY SIZE
                                WRK-NUMERO-PEDIDO  DELIMITED BY SIZE
                             INTO WRK-MSGERRO
                         END-STRING
                         ADD WRK-NC-VALOR TO CREDITO-APLICADO
                         SUBTRACT WRK-NC-VALOR FROM CREDITO-SALDO
                         PERFORM 6690-ATUALIZA-CREDITO
                 END-WRITE
                 ACCEPT MOSTRA-ERRO
             END-IF.

       6650-REEMBOLSA-CREDITO.
             MOVE CREDITO-SALDO TO WRK-NC-VALOR.
             MOVE SPACES TO WRK-CONFIRMA.
             DISPLAY TELA-CONF-CREDITO.
             ACCEPT TELA-CONF-CREDITO.
             IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                 MOVE 'REEMBOLSO REGISTRADO' TO WRK-MSGERRO
                 ADD WRK-NC-VALOR TO CREDITO-REEMBOLSADO
                 MOVE ZEROS TO CREDITO-SALDO
                 MOVE FUNCTION CURRENT-DATE (1:8) TO
                   CREDITO-DATA-REEMBOLSO
                 PERFORM 6690-ATUALIZA-CREDITO
                 ACCEPT MOSTRA-ERRO
             END-IF.

      *****************************************************
      * REGRAVA A NOTA DE CREDITO CORRENTE. QUEM CHAMA JA
      * DEIXOU EM WRK-MSGERRO A MENSAGEM DE SUCESSO; EM CASO
      * DE ERRO ELA E TROCADA PELA MENSAGEM DE ERRO.
      *****************************************************
       6690-ATUALIZA-CREDITO.
             IF CREDITO-SALDO = ZEROS
                 MOVE 'E' TO CREDITO-SITUACAO
             ELSE
                 MOVE 'A' TO CREDITO-SITUACAO
             END-IF.
             MOVE FUNCTION CURRENT-DATE (1:8) TO
               CREDITO-DATA-ALTERACAO.
             MOVE PED-PARM-OPERADOR TO CREDITO-USUARIO.
             REWRITE CREDITO-REG
                 INVALID KEY
                     MOVE 'ERRO AO ATUALIZAR NOTA DE CREDITO' TO
                       WRK-MSGERRO
             END-REWRITE.

      *****************************************************
      * REGISTRO DE RECEBIMENTOS (TOTAIS OU PARCIAIS) CONTRA UM
      * PEDIDO. O SALDO DEVEDOR E PEDIDOS-VALOR MENOS A SOMA DOS
      * PAGAMENTOS ATIVOS EM PAGTOS.DAT; PAGAMENTO MAIOR QUE O
      * SALDO OU CONTRA PEDIDO CANCELADO E RECUSADO.
      *****************************************************
       7000-PAGAMENTOS.
             MOVE 'MODULO - PEDIDOS   ' TO WRK-MODULO.
             DISPLAY TELA.
             MOVE ZEROS TO PEDIDOS-NUMERO.
             MOVE ZEROS TO PEDIDOS-FONE.
             MOVE ZEROS TO PEDIDOS-DATA.
             MOVE SPACES TO PEDIDOS-DESCRICAO.
             MOVE ZEROS TO PEDIDOS-VALOR.
             MOVE SPACES TO PEDIDOS-SITUACAO.
             MOVE SPACES TO PEDIDOS-MOTIVO-CANC.
             DISPLAY TELA-PEDIDO.
             ACCEPT SS-PED-CHAVE.
             READ PEDIDOS
                 INVALID KEY
                     MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                     IF PEDIDOS-SITUACAO = 'C'
                         MOVE 'PEDIDO CANCELADO' TO WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                     ELSE
                         DISPLAY TELA-PEDIDO
                         PERFORM 7010-EFETIVA-PAGTO
                     END-IF
             END-READ.

       7010-EFETIVA-PAGTO.
             MOVE PEDIDOS-NUMERO TO WRK-NUMERO-PEDIDO.
             PERFORM 7100-SOMA-PAGAMENTOS.
             COMPUTE WRK-SALDO-PEDIDO =
                 PEDIDOS-VALOR - WRK-PAGO-TOTAL.
             IF WRK-SALDO-PEDIDO < ZEROS
                 MOVE ZEROS TO WRK-SALDO-PEDIDO
             END-IF.
             MOVE WRK-SALDO-PEDIDO TO WRK-SALDO-ED.
             DISPLAY TELA-SALDO-PEDIDO.
             IF WRK-SALDO-PEDIDO = ZEROS
                 MOVE 'PEDIDO SEM SALDO DEVEDOR' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             ELSE
                 MOVE WRK-NUMERO-PEDIDO TO PAGTOS-NUMERO
                 MOVE ZEROS TO PAGTOS-SEQ
                 MOVE ZEROS TO PAGTOS-DATA
                 MOVE ZEROS TO PAGTOS-VALOR
                 MOVE SPACES TO PAGTOS-FORMA
                 MOVE SPACES TO WRK-CONFIRMA
                 DISPLAY TELA-PAGAMENTO
                 ACCEPT TELA-PAGAMENTO
                 DISPLAY TELA-CONF-PAGTO
                 ACCEPT TELA-CONF-PAGTO
                 IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
                     CONTINUE
                 ELSE
                     IF PAGTOS-VALOR = ZEROS OR
                        PAGTOS-VALOR > WRK-SALDO-PEDIDO
                         MOVE 'VALOR INVALIDO PARA O SALDO' TO
                           WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                     ELSE
                         IF PAGTOS-DATA = ZEROS
                             MOVE FUNCTION CURRENT-DATE (1:8) TO
                               WRK-DATA-HOJE
                             MOVE WRK-DATA-HOJE TO PAGTOS-DATA
                         END-IF
                         MOVE PAGTOS-DATA TO WRK-PER-DATA
                         PERFORM 9500-VERIFICA-PERIODO
                         IF WRK-PER-ABERTO NOT = 'S'
                             MOVE 'PERIODO FECHADO - OPERACAO RECUSADA'
                               TO WRK-MSGERRO
                             ACCEPT MOSTRA-ERRO
                         ELSE
                             PERFORM 7020-GRAVA-PAGTO
                         END-IF
                     END-IF
                 END-IF
             END-IF.

       7020-GRAVA-PAGTO.
             ADD 1 TO WRK-PAG-ULT-SEQ.
             MOVE WRK-PAG-ULT-SEQ TO PAGTOS-SEQ.
             MOVE 'A' TO PAGTOS-SITUACAO.
             WRITE PAGTOS-REG
                 INVALID KEY
                     MOVE 'ERRO AO GRAVAR PAGAMENTO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                     PERFORM 7100-SOMA-PAGAMENTOS
                     COMPUTE WRK-SALDO-PEDIDO =
                         PEDIDOS-VALOR - WRK-PAGO-TOTAL
                     IF WRK-SALDO-PEDIDO < ZEROS
                         MOVE ZEROS TO WRK-SALDO-PEDIDO
                     END-IF
                     MOVE WRK-SALDO-PEDIDO TO WRK-SALDO-ED
                     DISPLAY TELA-SALDO-PEDIDO
                     MOVE 'PAGAMENTO REGISTRADO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
             END-WRITE.

       7100-SOMA-PAGAMENTOS.
             MOVE ZEROS TO WRK-PAGO-TOTAL.
             MOVE ZEROS TO WRK-PAG-ULT-SEQ.
                         MOVE 'S' TO WRK-CLIENTE-OK
                     END-IF
             END-READ.

      *****************************************************
      * CONFERENCIA DE CREDITO DO CLIENTE WRK-CRED-FONE. SALDO
      * EM ABERTO = VALOR MENOS PAGAMENTOS ATIVOS DE TODOS OS
      * PEDIDOS NAO CANCELADOS DO CLIENTE (O PEDIDO QUE ESTA
      * SENDO FATURADO, AINDA ABERTO, JA ENTRA NA CONTA).
      * RECUSA SE O CLIENTE ESTIVER BLOQUEADO OU SE O SALDO
      * PASSAR DO LIMITE (LIMITE ZERO = SEM LIMITE). CLIENTE
      * SEM REGISTRO EM CLICRED.DAT (OU SEM O ARQUIVO) NAO E
      * CONFERIDO; OUTRO ERRO NA ABERTURA RECUSA. COM
      * WRK-CRED-SO-LIMITE = 'S' (FIM DA INCLUSAO DO PEDIDO) SO
      * O LIMITE E CONFERIDO.
      * DEVOLVE WRK-CRED-OK = 'S' SE A OPERACAO PODE SEGUIR.
      *****************************************************
       9300-VERIFICA-CREDITO.
             MOVE 'S' TO WRK-CRED-OK.
             MOVE SPACES TO WRK-CRED-RECUSA.
             MOVE ZEROS TO WRK-CRED-ABERTO.
             OPEN INPUT CLICRED.
             IF CLICRED-STATUS = ZERO
                 MOVE WRK-CRED-FONE TO CLICRED-FONE
                 READ CLICRED
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         PERFORM 9310-CONFERE-CREDITO
                 END-READ
                 CLOSE CLICRED
             ELSE
                 IF CLICRED-STATUS NOT = 35
                     DISPLAY 'CLIPED: ERRO AO ABRIR ' ARQ-CLICRED
                     DISPLAY 'CLIPED: FILE STATUS ' CLICRED-STATUS
                     STRING 'ERRO AO ABRIR CLICRED - STATUS '
                                            DELIMITED BY SIZE
                            CLICRED-STATUS  DELIMITED BY SIZE
                         INTO WRK-CRED-RECUSA
                     END-STRING
                 END-IF
             END-IF.
             IF WRK-CRED-RECUSA NOT = SPACES
                 MOVE 'N' TO WRK-CRED-OK
                 PERFORM 9350-LIBERA-CREDITO
             END-IF.

       9310-CONFERE-CREDITO.
             IF CLICRED-BLOQUEIO = 'S' AND WRK-CRED-SO-LIMITE NOT = 'S'
                 MOVE 'CLIENTE COM CREDITO BLOQUEADO' TO
                   WRK-CRED-RECUSA
             ELSE
                 IF CLICRED-LIMITE > ZEROS
                     PERFORM 9320-SALDO-CLIENTE
                     IF WRK-CRED-ABERTO > CLICRED-LIMITE
                         MOVE 'LIMITE DE CREDITO EXCEDIDO' TO
                           WRK-CRED-RECUSA
                     END-IF
                 END-IF
             END-IF.

      *****************************************************
      * PERCORRE OS PEDIDOS DO CLIENTE PELA CHAVE ALTERNADA; O
      * REGISTRO CORRENTE DE PEDIDOS E GUARDADO E DEVOLVIDO NO
      * FIM, POIS QUEM CHAMA AINDA VAI GRAVA-LO.
      *****************************************************
       9320-SALDO-CLIENTE.
             MOVE PEDIDOS-REG TO WRK-PED-SALVO.
             MOVE WRK-CRED-FONE TO PEDIDOS-FONE.
             START PEDIDOS KEY IS EQUAL PEDIDOS-FONE
                 INVALID KEY
                     CONTINUE
             END-START.
             IF PEDIDOS-STATUS = ZERO
                 MOVE 'S' TO WRK-CRED-ACHOU
                 PERFORM 9325-SOMA-UM-PEDIDO UNTIL WRK-CRED-ACHOU = 'N'
             END-IF.
             MOVE WRK-PED-SALVO TO PEDIDOS-REG.

       9325-SOMA-UM-PEDIDO.
             READ PEDIDOS NEXT RECORD
                 AT END
                     MOVE 'N' TO WRK-CRED-ACHOU
                 NOT AT END
                     IF PEDIDOS-FONE NOT = WRK-CRED-FONE
                         MOVE 'N' TO WRK-CRED-ACHOU
                     ELSE
                         IF PEDIDOS-SITUACAO NOT = 'C'
                             MOVE PEDIDOS-NUMERO TO WRK-NUMERO-PEDIDO
                             PERFORM 7100-SOMA-PAGAMENTOS
                             IF PEDIDOS-VALOR > WRK-PAGO-TOTAL
                                 COMPUTE WRK-CRED-ABERTO =
                                     WRK-CRED-ABERTO + PEDIDOS-VALOR
                                     - WRK-PAGO-TOTAL
                             END-IF
                         END-IF
                     END-IF
             END-READ.

      *****************************************************
      * CREDITO RECUSADO: SO O ADMINISTRADOR (NIVEL 1) PODE
      * LIBERAR A OPERACAO, E SO COM MOTIVO. A LIBERACAO E
      * GRAVADA EM CLIENTES.LOG (OPERACAO LIBCREDITO); SEM LOG
      * GRAVADO NAO HA LIBERACAO.
      *****************************************************
       9350-LIBERA-CREDITO.
             MOVE WRK-CRED-RECUSA TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             IF PED-PARM-NIVEL = 1
                 MOVE SPACES TO WRK-CRED-LIBERA
                 MOVE SPACES TO WRK-CRED-MOTIVO
                 DISPLAY TELA-LIBERA-CREDITO
                 ACCEPT TELA-LIBERA-CREDITO
                 IF WRK-CRED-LIBERA = 'S' OR WRK-CRED-LIBERA = 's'
                     IF WRK-CRED-MOTIVO = SPACES
                         MOVE 'INFORME O MOTIVO DA LIBERACAO' TO
                           WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                     ELSE
                         PERFORM 9360-GRAVA-LOG-CREDITO
                     END-IF
                 END-IF
             END-IF.

       9360-GRAVA-LOG-CREDITO.
             OPEN EXTEND CLIENTES-LOG
                IF CLIENTES-LOG-STATUS = 35 THEN
                     OPEN OUTPUT CLIENTES-LOG
                     CLOSE CLIENTES-LOG
                     OPEN EXTEND CLIENTES-LOG
                END-IF.
             IF CLIENTES-LOG-STATUS NOT = ZERO
                 DISPLAY 'CLIPED: ERRO AO ABRIR ' ARQ-LOG
                 DISPLAY 'CLIPED: FILE STATUS ' CLIENTES-LOG-STATUS
                 MOVE 'LOG INDISPONIVEL - CREDITO NAO LIBERADO' TO
                   WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             ELSE
                 MOVE WRK-CRED-ABERTO TO WRK-CRED-ED
                 MOVE FUNCTION CURRENT-DATE TO LOG-DATA-HORA
                 MOVE 'LIBCREDITO' TO LOG-OPERACAO
                 MOVE WRK-CRED-FONE TO LOG-FONE
                 MOVE SPACES TO LOG-NOME-ANTERIOR
                 MOVE WRK-CRED-RECUSA TO LOG-EMAIL-ANTERIOR
                 MOVE SPACES TO LOG-NOME-NOVO
                 MOVE SPACES TO LOG-EMAIL-NOVO
                 EVALUATE TRUE
                   WHEN WRK-CRED-PEDIDO = ZEROS
                     STRING 'INCLUSAO DE PEDIDO' DELIMITED BY SIZE
                         INTO LOG-NOME-NOVO
                     END-STRING
                   WHEN WRK-CRED-SO-LIMITE = 'S'
                     STRING 'INCLUSAO DO PEDIDO ' DELIMITED BY SIZE
                            WRK-CRED-PEDIDO       DELIMITED BY SIZE
                         INTO LOG-NOME-NOVO
                     END-STRING
                   WHEN OTHER
                     STRING 'FATURAMENTO PEDIDO ' DELIMITED BY SIZE
                            WRK-CRED-PEDIDO       DELIMITED BY SIZE
                         INTO LOG-NOME-NOVO
                     END-STRING
                 END-EVALUATE
                 STRING 'SALDO EM ABERTO ' DELIMITED BY SIZE
                        WRK-CRED-ED        DELIMITED BY SIZE
                     INTO LOG-EMAIL-NOVO
                 END-STRING
                 MOVE WRK-CRED-MOTIVO TO LOG-MOTIVO
                 MOVE PED-PARM-OPERADOR TO LOG-USUARIO
                 WRITE LOG-REG
                 CLOSE CLIENTES-LOG
                 MOVE 'S' TO WRK-CRED-OK
             END-IF.

      *****************************************************
      * MOVIMENTO DE ESTOQUE DE UM PRODUTO (WRK-MOV-PRODUTO,
      * WRK-MOV-QTDE) CONFORME WRK-MOV-TIPO:
      *   R = RESERVA   (RESERVADO + QTDE)
      *   L = LIBERA    (RESERVADO - QTDE)
      *   B = BAIXA     (ESTOQUE - QTDE E RESERVADO - QTDE)
      *   D = DEVOLVE   (ESTOQUE + QTDE)
      * PRODUTO ZERO (ITEM ANTIGO) NAO MOVIMENTA. OS SALDOS
      * NUNCA FICAM NEGATIVOS.
      *****************************************************
       9200-MOVIMENTA-PRODUTO.
             IF WRK-MOV-PRODUTO NOT = ZEROS AND
                WRK-MOV-QTDE NOT = ZEROS
                 MOVE WRK-MOV-PRODUTO TO PRODUTOS-CODIGO
                 READ PRODUTOS
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         PERFORM 9210-ATUALIZA-SALDOS
                 END-READ
             END-IF.

       9210-ATUALIZA-SALDOS.
             EVALUATE WRK-MOV-TIPO
               WHEN 'R'
                 ADD WRK-MOV-QTDE TO PRODUTOS-RESERVADO
               WHEN 'L'
                 PERFORM 9220-TIRA-RESERVA
               WHEN 'B'
                 PERFORM 9220-TIRA-RESERVA
                 IF PRODUTOS-ESTOQUE > WRK-MOV-QTDE
                     SUBTRACT WRK-MOV-QTDE FROM PRODUTOS-ESTOQUE
                 ELSE
                     MOVE ZEROS TO PRODUTOS-ESTOQUE
                 END-IF
               WHEN 'D'
                 ADD WRK-MOV-QTDE TO PRODUTOS-ESTOQUE
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
             MOVE FUNCTION CURRENT-DATE (1:8) TO
               PRODUTOS-DATA-ALTERACAO.
             REWRITE PRODUTOS-REG
                 INVALID KEY
                     MOVE 'ERRO AO ATUALIZAR ESTOQUE' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
             END-REWRITE.

       9220-TIRA-RESERVA.
             IF PRODUTOS-RESERVADO > WRK-MOV-QTDE
                 SUBTRACT WRK-MOV-QTDE FROM PRODUTOS-RESERVADO
             ELSE
                 MOVE ZEROS TO PRODUTOS-RESERVADO
             END-IF.

       COPY PERVALP.
