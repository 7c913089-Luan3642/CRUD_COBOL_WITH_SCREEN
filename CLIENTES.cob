       PROGRAM-ID.  CLIENTES.
      *********************************
      * OBJETIVO:  SISTEMA DE GESTAO DE CLIENTES
      *            OPCAO R (ADMINISTRADOR): REABERTURA DE PERIODO
      *            FECHADO PELO FECHAMENTO MENSAL, COM MOTIVO
      *            GRAVADO EM CLIENTES.LOG.
      *            A CONSULTA MOSTRA TAMBEM O EXTRATO DE CONTA DO
      *            CLIENTE NO PERIODO PEDIDO (MONTADO POR CLIEXTR)
      *            E O SEGMENTO DO CLIENTE CALCULADO PELO CLIRFM.
      *            INCLUSAO E ALTERACAO REGISTRAM O CONSENTIMENTO DE
      *            MARKETING DO CLIENTE (CLICONS.DAT), COM CADA
      *            MUDANCA GRAVADA EM CLIENTES.LOG.
      * AUTHOR  :  LUAN
      *********************************
       ENVIRONMENT DIVISION.
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLIHIST-STATUS
             RECORD KEY IS  CLIHIST-CHAVE.
           SELECT CLICRED ASSIGN TO ARQ-CLICRED
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLICRED-STATUS
             RECORD KEY IS  CLICRED-CHAVE.
           SELECT CREDITO ASSIGN TO ARQ-CREDITO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CREDITO-STATUS
             RECORD KEY IS  CREDITO-CHAVE
             ALTERNATE RECORD KEY IS CREDITO-FONE WITH DUPLICATES.
           SELECT DEVOLUC ASSIGN TO ARQ-DEVOLUC
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS DEVOLUC-STATUS
             RECORD KEY IS  DEVOLUC-CHAVE
             ALTERNATE RECORD KEY IS DEVOLUC-PEDIDO WITH DUPLICATES.
           SELECT BOLETOS ASSIGN TO ARQ-BOLETOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS BOLETOS-STATUS
             RECORD KEY IS  BOLETOS-CHAVE
             ALTERNATE RECORD KEY IS BOLETOS-PEDIDO WITH DUPLICATES.
           SELECT CLICONS ASSIGN TO ARQ-CLICONS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLICONS-STATUS
             RECORD KEY IS  CLICONS-CHAVE.
           SELECT CLISEGM ASSIGN TO ARQ-CLISEGM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLISEGM-STATUS
             RECORD KEY IS  CLISEGM-CHAVE.
           SELECT PERIODO ASSIGN TO ARQ-PERIODO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PERIODO-STATUS.
           SELECT USERS ASSIGN TO ARQ-USERS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
       FD USERS.
       COPY USERSREG.

       FD CLICRED.
       COPY CREDREG.

       FD CREDITO.
       COPY NCREDREG.

       FD DEVOLUC.
       COPY DEVREG.

       FD BOLETOS.
       COPY BOLREG.

       FD CLISEGM.
       COPY SEGMREG.

       FD CLICONS.
       COPY CONSREG.

       FD PERIODO.
       COPY PERREG.


       WORKING-STORAGE SECTION.
       77 WRK-OPCAO  PIC X(1).
       77 WRK-TIPO-CONSULTA PIC X(1).
       77 WRK-NOME-BUSCA PIC X(30).
       77 WRK-VER-PEDIDOS PIC X(1).
       77 WRK-VER-EXTRATO PIC X(1).
       77 CLISEGM-STATUS PIC 9(2).
       77 WRK-SEGMENTO PIC X(30).
       77 CLICONS-STATUS PIC 9(2).
       77 WRK-CONS-EXISTE PIC X(1).
       77 WRK-ACEITE-ANTIGO PIC X(1).
       77 WRK-CANAL-ANTIGO PIC X(1).
       77 WRK-CONS-SALVO PIC X(29).
       77 WRK-EXT-INI PIC 9(8).
       77 WRK-EXT-FIM PIC 9(8).
       77 WRK-EXT-NOME PIC X(30).
       77 WRK-EXT-ATIVO PIC X(1).
       77 WRK-EXT-PAGINA PIC 9(2).
       77 WRK-EXT-PAGINAS PIC 9(2).
       77 WRK-EXT-I PIC 9(3).
       77 WRK-EXT-ROW PIC 9(1).
       77 WRK-FONE-ANTIGO PIC 9(9).
       77 WRK-FONE-NOVO PIC 9(9).
       77 WRK-REG-SALVO PIC X(147).
       77 WRK-PROX-NOME PIC X(30).
       77 WRK-PROX-FONE PIC 9(9).
       77 WRK-PAG-ATUAL PIC 9(2).
       77 CLICRED-STATUS PIC 9(2).
       77 CREDITO-STATUS PIC 9(2).
       77 DEVOLUC-STATUS PIC 9(2).
       77 BOLETOS-STATUS PIC 9(2).
       77 WRK-NC-ACHOU PIC X(1).
       77 WRK-DEV-ACHOU PIC X(1).
       77 WRK-BOL-ACHOU PIC X(1).
       77 WRK-CRED-EXISTE PIC X(1).
       77 WRK-CRED-SALVO PIC X(37).
       77 WRK-LIMITE-ANTIGO PIC 9(7)V99.
       77 WRK-BLOQUEIO-ANTIGO PIC X(1).
       77 WRK-LIMITE-ANT-ED PIC 9(7).99.
       77 WRK-LIMITE-NOVO-ED PIC 9(7).99.
       77 WRK-REAB-MOTIVO PIC X(40).
       77 WRK-REAB-ANTERIOR PIC 9(6).
       01 WRK-REAB-MES PIC 9(6).
       01 WRK-REAB-MES-R REDEFINES WRK-REAB-MES.
           05 WRK-REAB-ANO      PIC 9(4).
           05 WRK-REAB-MM       PIC 9(2).
       01 WRK-PAG-TAB.
           05 WRK-PAG-ITEM OCCURS 99.
               10 WRK-PAG-NOME      PIC X(30).
           05 WRK-BRW-LINHA OCCURS 9 PIC X(44).
       01 WRK-BRW-FONES.
           05 WRK-BRW-FONE OCCURS 9 PIC 9(9).
       01 WRK-EXT-LINHAS.
           05 WRK-EXT-L1        PIC X(65).
           05 WRK-EXT-L2        PIC X(65).
           05 WRK-EXT-L3        PIC X(65).
           05 WRK-EXT-L4        PIC X(65).
           05 WRK-EXT-L5        PIC X(65).
           05 WRK-EXT-L6        PIC X(65).
           05 WRK-EXT-L7        PIC X(65).
           05 WRK-EXT-L8        PIC X(65).
           05 WRK-EXT-L9        PIC X(65).
       01 WRK-EXT-LINHAS-R REDEFINES WRK-EXT-LINHAS.
           05 WRK-EXT-LINHA OCCURS 9 PIC X(65).
       01 WRK-EXT-DET.
           05 WRK-EXT-DET-DATA  PIC 9(8).
           05 FILLER            PIC X(1).
           05 WRK-EXT-DET-TIPO  PIC X(12).
           05 FILLER            PIC X(1).
           05 WRK-EXT-DET-PED   PIC 9(6).
           05 FILLER            PIC X(1).
           05 WRK-EXT-DET-DOC   PIC X(10).
           05 FILLER            PIC X(1).
           05 WRK-EXT-DET-VALOR PIC -(7)9.99.
           05 FILLER            PIC X(1).
           05 WRK-EXT-DET-SALDO PIC -(9)9.99.
       01 WRK-PED-PARM.
           05 WRK-PED-FONE      PIC 9(9).
           05 WRK-PED-NIVEL     PIC 9(1).
           05 WRK-PED-OPERADOR  PIC X(10).
       COPY CPFWS.
       COPY PERWS.
       COPY EXTWS.
       COPY ARQWS.


            05 LINE 13 COLUMN 15 VALUE '7 - TROCA DE TELEFONE'.
            05 LINE 14 COLUMN 15 VALUE '8 - ENDERECOS/CONTATOS'.
            05 LINE 15 COLUMN 15 VALUE '9 - HISTORICO DE EXCLUIDOS'.
            05 LINE 07 COLUMN 45 VALUE 'P - PRODUTOS/ESTOQUE'.
            05 LINE 08 COLUMN 45 VALUE 'R - REABRIR PERIODO'.
            05 LINE 16 COLUMN 15 VALUE 'X - SAIDA'.
            05 LINE 17 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 17 COLUMN 28 USING WRK-OPCAO.
                10 COLUMN PLUS 2 PIC 9(11) USING CLIENTES-CPF
                   BLANK WHEN ZEROS.

       01 TELA-SEGMENTO.
            05 LINE 10 COLUMN 40 VALUE 'SEGMENTO'.
            05 COLUMN PLUS 2 PIC X(30) FROM WRK-SEGMENTO.

       01 TELA-MENU-END.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR CONTATO'.
            05 LINE 08 COLUMN 15 VALUE '2 - ALTERAR CONTATO'.
            05 LINE 17 COLUMN 10 VALUE 'VER PEDIDOS DO CLIENTE (S/N)'.
            05 COLUMN PLUS 2 PIC X(1) USING WRK-VER-PEDIDOS.

       01 TELA-VER-EXTRATO.
            05 LINE 17 COLUMN 01 ERASE EOL.
            05 LINE 17 COLUMN 10 VALUE 'VER EXTRATO (S/N)'.
            05 COLUMN PLUS 2 PIC X(1) USING WRK-VER-EXTRATO.
            05 COLUMN PLUS 2 VALUE 'DE'.
            05 COLUMN PLUS 1 PIC 9(8) USING WRK-EXT-INI.
            05 COLUMN PLUS 1 VALUE 'ATE'.
            05 COLUMN PLUS 1 PIC 9(8) USING WRK-EXT-FIM.

       01 TELA-EXTRATO.
            05 LINE 04 COLUMN 05 VALUE 'CLIENTE'.
            05 COLUMN PLUS 1 PIC 9(9) FROM EXT-FONE.
            05 COLUMN PLUS 1 PIC X(30) FROM WRK-EXT-NOME.
            05 LINE 05 COLUMN 05 VALUE 'PERIODO'.
            05 COLUMN PLUS 1 PIC 9(8) FROM EXT-DATA-INI.
            05 COLUMN PLUS 1 VALUE 'A'.
            05 COLUMN PLUS 1 PIC 9(8) FROM EXT-DATA-FIM.
            05 COLUMN PLUS 3 VALUE 'SALDO ANTERIOR'.
            05 COLUMN PLUS 1 PIC -(9)9.99 FROM EXT-SALDO-INICIAL.
            05 LINE 06 COLUMN 05
               VALUE 'DATA     MOVIMENTO    PEDIDO DOCUMENTO'.
            05 LINE 06 COLUMN 51 VALUE 'VALOR'.
            05 LINE 06 COLUMN 65 VALUE 'SALDO'.
            05 LINE 07 COLUMN 05 PIC X(65) FROM WRK-EXT-L1.
            05 LINE 08 COLUMN 05 PIC X(65) FROM WRK-EXT-L2.
            05 LINE 09 COLUMN 05 PIC X(65) FROM WRK-EXT-L3.
            05 LINE 10 COLUMN 05 PIC X(65) FROM WRK-EXT-L4.
            05 LINE 11 COLUMN 05 PIC X(65) FROM WRK-EXT-L5.
            05 LINE 12 COLUMN 05 PIC X(65) FROM WRK-EXT-L6.
            05 LINE 13 COLUMN 05 PIC X(65) FROM WRK-EXT-L7.
            05 LINE 14 COLUMN 05 PIC X(65) FROM WRK-EXT-L8.
            05 LINE 15 COLUMN 05 PIC X(65) FROM WRK-EXT-L9.
            05 LINE 16 COLUMN 05 VALUE 'SALDO FINAL'.
            05 COLUMN PLUS 1 PIC -(9)9.99 FROM EXT-SALDO-FINAL.
            05 COLUMN PLUS 3 VALUE 'PAGINA'.
            05 COLUMN PLUS 1 PIC 9(2) FROM WRK-EXT-PAGINA.
            05 COLUMN PLUS 1 VALUE 'DE'.
            05 COLUMN PLUS 1 PIC 9(2) FROM WRK-EXT-PAGINAS.

       01 TELA-EXTRATO-CMD.
            05 LINE 17 COLUMN 01 ERASE EOL.
            05 LINE 17 COLUMN 05
               VALUE 'P=PROXIMA V=ANTERIOR X=SAIR'.
            05 COLUMN PLUS 2 PIC X(1) USING WRK-BRW-CMD.

       01 TELA-TIPO-CONSULTA.
            05 LINE 10 COLUMN 10 VALUE 'CONSULTAR POR (1)FONE (2)NOME'.
            05 COLUMN PLUS 2 PIC X(1) USING WRK-TIPO-CONSULTA.
                10 LINE 15 COLUMN 10 VALUE 'ARQ.EM..'.
                10 COLUMN PLUS 2 PIC 9(8) FROM CLIHIST-DATA-ARQUIVO.

       01 TELA-CREDITO.
            05 LINE 14 COLUMN 10 VALUE 'LIMITE CREDITO'.
            05 COLUMN PLUS 2 PIC 9(7)V99 USING CLICRED-LIMITE.
            05 COLUMN PLUS 2 VALUE '(ZERO = SEM LIMITE)'.
            05 LINE 15 COLUMN 10 VALUE 'CREDITO BLOQUEADO (S/N)'.
            05 COLUMN PLUS 2 PIC X(1) USING CLICRED-BLOQUEIO.

       01 TELA-CONSENTIMENTO.
            05 LINE 16 COLUMN 10 VALUE 'ACEITA MARKETING (S/N)'.
            05 COLUMN PLUS 2 PIC X(1) USING CLICONS-ACEITE.
            05 COLUMN PLUS 3 VALUE 'CANAL (E=EMAIL T=TELEFONE)'.
            05 COLUMN PLUS 2 PIC X(1) USING CLICONS-CANAL.

       01 TELA-REABERTURA.
            05 LINE 10 COLUMN 10 VALUE 'FECHADO ATE (AAAAMM)....'.
            05 COLUMN PLUS 2 PIC 9(6) FROM WRK-PER-FECHADO.
            05 LINE 11 COLUMN 10 VALUE 'REABRIR A PARTIR DE.....'.
            05 COLUMN PLUS 2 PIC 9(6) USING WRK-REAB-MES.
            05 LINE 12 COLUMN 10 VALUE 'MOTIVO..................'.
            05 COLUMN PLUS 2 PIC X(40) USING WRK-REAB-MOTIVO.
            05 LINE 13 COLUMN 10 VALUE 'CONFIRMA REABERTURA (S/N)'.
            05 COLUMN PLUS 2 PIC X(1) USING WRK-CONFIRMA.

       01 TELA-REINTEGRA.
            05 LINE 16 COLUMN 10 VALUE 'REINTEGRAR CLIENTE (S/N)'.
            05 COLUMN PLUS 2 PIC X(1) USING WRK-CONFIRMA.
                END-IF
              WHEN 9
                PERFORM 6700-HISTORICO
              WHEN 'P'
              WHEN 'p'
                IF WRK-NIVEL = 1
                    PERFORM 8600-PRODUTOS
                ELSE
                    PERFORM 9300-SEM-PERMISSAO
                END-IF
              WHEN 'R'
              WHEN 'r'
                IF WRK-NIVEL = 1
                    PERFORM 8700-REABRE-PERIODO
                ELSE
                    PERFORM 9300-SEM-PERMISSAO
                END-IF
              WHEN OTHER
                IF WRK-OPCAO NOT EQUAL 'X'
                    DISPLAY 'ENTRE COM OPCAO CORRETA'
                         ACCEPT MOSTRA-ERRO
                     ELSE
                         DISPLAY TELA-REGISTRO
                         PERFORM 4052-MOSTRA-SEGMENTO
                         PERFORM 4055-MOSTRA-CONTATOS
                         PERFORM 4060-PEDIDOS-DO-CLIENTE
                     END-IF
             END-READ.

      *****************************************************
      * SEGMENTO DO CLIENTE NA ULTIMA SEGMENTACAO DO CLIRFM
      * (CLISEGM.DAT), COM AS NOTAS DE RECENCIA, FREQUENCIA E
      * VALOR. CLIENTE AINDA NAO CLASSIFICADO (OU SEM O ARQUIVO)
      * APARECE COMO NAO CALCULADO.
      *****************************************************
       4052-MOSTRA-SEGMENTO.
             MOVE 'NAO CALCULADO' TO WRK-SEGMENTO.
             OPEN INPUT CLISEGM.
             IF CLISEGM-STATUS = ZERO
                 MOVE CLIENTES-F0NE TO CLISEGM-FONE
                 READ CLISEGM
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         PERFORM 4053-DESCREVE-SEGMENTO
                 END-READ
                 CLOSE CLISEGM
             END-IF.
             DISPLAY TELA-SEGMENTO.

       4053-DESCREVE-SEGMENTO.
             MOVE SPACES TO WRK-SEGMENTO.
             EVALUATE CLISEGM-SEGMENTO
               WHEN 'C'
                 MOVE 'CAMPEAO' TO WRK-SEGMENTO
               WHEN 'R'
                 MOVE 'REGULAR' TO WRK-SEGMENTO
               WHEN 'A'
                 MOVE 'EM RISCO' TO WRK-SEGMENTO
               WHEN OTHER
                 MOVE 'INATIVO' TO WRK-SEGMENTO
             END-EVALUATE.
             IF CLISEGM-SEGMENTO NOT = 'I'
                 STRING 'R'               DELIMITED BY SIZE
                        CLISEGM-NOTA-R    DELIMITED BY SIZE
                        ' F'              DELIMITED BY SIZE
                        CLISEGM-NOTA-F    DELIMITED BY SIZE
                        ' V'              DELIMITED BY SIZE
                        CLISEGM-NOTA-V    DELIMITED BY SIZE
                     INTO WRK-SEGMENTO (10:8)
                 END-STRING
             END-IF.
             STRING '(' DELIMITED BY SIZE
                    CLISEGM-DATA-CALCULO DELIMITED BY SIZE
                    ')' DELIMITED BY SIZE
                 INTO WRK-SEGMENTO (19:10)
             END-STRING.

       4055-MOSTRA-CONTATOS.
             MOVE CLIENTES-F0NE TO WRK-END-FONE.
             MOVE WRK-END-FONE TO CLIENDER-FONE.
             END-READ.

       4060-PEDIDOS-DO-CLIENTE.
             MOVE CLIENTES-F0NE TO EXT-FONE.
             MOVE CLIENTES-NOME TO WRK-EXT-NOME.
             MOVE SPACES TO WRK-VER-PEDIDOS.
             DISPLAY TELA-VER-PEDIDOS.
             ACCEPT TELA-VER-PEDIDOS.
             IF WRK-VER-PEDIDOS = 'S' OR WRK-VER-PEDIDOS = 's'
                 MOVE CLIENTES-F0NE TO WRK-PED-FONE
                 MOVE WRK-NIVEL TO WRK-PED-NIVEL
                 PERFORM 8510-CHAMA-CLIPED
             END-IF.
             PERFORM 4070-EXTRATO-DO-CLIENTE.

      *****************************************************
      * EXTRATO DE CONTA DO CLIENTE: PERIODO SUGERIDO DO DIA 1
      * DO MES ATE HOJE. CLIEXTR MONTA O EXTRATO (SALDO ANTERIOR,
      * MOVIMENTOS COM SALDO E SALDO FINAL), MOSTRADO AQUI EM
      * PAGINAS DE 9 LINHAS. VALOR POSITIVO E DEBITO DO CLIENTE
      * (PEDIDO), NEGATIVO E CREDITO (CANCELAMENTO, PAGAMENTO).
      *****************************************************
       4070-EXTRATO-DO-CLIENTE.
             MOVE SPACES TO WRK-VER-EXTRATO.
             MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-EXT-FIM.
             MOVE WRK-EXT-FIM TO WRK-EXT-INI.
             MOVE '01' TO WRK-EXT-INI (7:2).
             DISPLAY TELA-VER-EXTRATO.
             ACCEPT TELA-VER-EXTRATO.
             IF WRK-VER-EXTRATO = 'S' OR WRK-VER-EXTRATO = 's'
                 IF FUNCTION TEST-DATE-YYYYMMDD (WRK-EXT-INI) NOT = 0
                    OR FUNCTION TEST-DATE-YYYYMMDD (WRK-EXT-FIM)
                       NOT = 0
                    OR WRK-EXT-INI > WRK-EXT-FIM
                     MOVE 'PERIODO INVALIDO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 ELSE
                     MOVE 'E' TO EXT-ACAO
                     MOVE WRK-EXT-INI TO EXT-DATA-INI
                     MOVE WRK-EXT-FIM TO EXT-DATA-FIM
                     CALL 'CLIEXTR' USING EXT-PARM
                     IF EXT-OK NOT = 'S'
                         MOVE EXT-MSG TO WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                     ELSE
                         PERFORM 4075-INICIA-EXTRATO
                         PERFORM 4080-MOSTRA-PAGINA-EXTRATO
                             UNTIL WRK-EXT-ATIVO = 'N'
                     END-IF
                     MOVE 'F' TO EXT-ACAO
                     CALL 'CLIEXTR' USING EXT-PARM
                 END-IF
             END-IF.

       4075-INICIA-EXTRATO.
             MOVE 'S' TO WRK-EXT-ATIVO.
             MOVE 1 TO WRK-EXT-PAGINA.
             COMPUTE WRK-EXT-PAGINAS = (EXT-QTDE + 8) / 9.
             IF WRK-EXT-PAGINAS = ZEROS
                 MOVE 1 TO WRK-EXT-PAGINAS
             END-IF.
             IF EXT-EXCEDEU = 'S'
                 MOVE 'EXTRATO PARCIAL - REDUZA O PERIODO' TO
                   WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-IF.

       4080-MOSTRA-PAGINA-EXTRATO.
             MOVE SPACES TO WRK-EXT-LINHAS.
             COMPUTE WRK-EXT-I = (WRK-EXT-PAGINA - 1) * 9 + 1.
             MOVE ZEROS TO WRK-EXT-ROW.
             PERFORM 4085-MONTA-LINHA-EXTRATO
                 UNTIL WRK-EXT-ROW = 9 OR WRK-EXT-I > EXT-QTDE.
             DISPLAY TELA.
             DISPLAY TELA-EXTRATO.
             MOVE SPACES TO WRK-BRW-CMD.
             DISPLAY TELA-EXTRATO-CMD.
             ACCEPT TELA-EXTRATO-CMD.
             EVALUATE WRK-BRW-CMD
               WHEN 'P'
               WHEN 'p'
                 IF WRK-EXT-PAGINA < WRK-EXT-PAGINAS
                     ADD 1 TO WRK-EXT-PAGINA
                 ELSE
                     MOVE 'ULTIMA PAGINA' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 END-IF
               WHEN 'V'
               WHEN 'v'
                 IF WRK-EXT-PAGINA > 1
                     SUBTRACT 1 FROM WRK-EXT-PAGINA
                 ELSE
                     MOVE 'PRIMEIRA PAGINA' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 END-IF
               WHEN 'X'
               WHEN 'x'
                 MOVE 'N' TO WRK-EXT-ATIVO
               WHEN OTHER
                 MOVE 'COMANDO INVALIDO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-EVALUATE.

       4085-MONTA-LINHA-EXTRATO.
             ADD 1 TO WRK-EXT-ROW.
             MOVE SPACES TO WRK-EXT-DET.
             MOVE EXT-MOV-DATA (WRK-EXT-I) TO WRK-EXT-DET-DATA.
             MOVE EXT-MOV-TIPO (WRK-EXT-I) TO WRK-EXT-DET-TIPO.
             MOVE EXT-MOV-PEDIDO (WRK-EXT-I) TO WRK-EXT-DET-PED.
             MOVE EXT-MOV-DOC (WRK-EXT-I) TO WRK-EXT-DET-DOC.
             COMPUTE WRK-EXT-DET-VALOR = EXT-MOV-DEBITO (WRK-EXT-I)
                 - EXT-MOV-CREDITO (WRK-EXT-I).
             MOVE EXT-MOV-SALDO (WRK-EXT-I) TO WRK-EXT-DET-SALDO.
             MOVE WRK-EXT-DET TO WRK-EXT-LINHA (WRK-EXT-ROW).
             ADD 1 TO WRK-EXT-I.

      *****************************************************
      * CONSULTA POR NOME EM FORMA DE BROWSE PAGINADO: O OPERADOR
      * DIGITA AS PRIMEIRAS LETRAS DO NOME E RECEBE, PELA CHAVE
                         NOT INVALID KEY
                             DISPLAY TELA
                             DISPLAY TELA-REGISTRO
                             PERFORM 4052-MOSTRA-SEGMENTO
                             PERFORM 4055-MOSTRA-CONTATOS
                             PERFORM 4060-PEDIDOS-DO-CLIENTE
                     END-READ
                       MOVE SPACES TO WRK-EMAIL-ANTIGO
                       MOVE 'INCLUSAO' TO LOG-OPERACAO
                       PERFORM 9200-GRAVA-LOG
                       PERFORM 6080-CONSENTIMENTO
                    END-WRITE
             END-IF.
                   DISPLAY TELA.
                                         MOVE 'ALTERACAO' TO
                                           LOG-OPERACAO
                                         PERFORM 9200-GRAVA-LOG
                                         PERFORM 6050-CREDITO-CLIENTE
                                         PERFORM 6080-CONSENTIMENTO
                                 END-REWRITE
                             END-IF
                         END-IF
             DISPLAY TELA.
             ACCEPT TELA-MENU.

      *****************************************************
      * LIMITE DE CREDITO E BLOQUEIO DO CLIENTE (CLICRED.DAT),
      * MANTIDOS NA MESMA TELA DA ALTERACAO. CLIPED CONFERE OS
      * DOIS NA INCLUSAO E NO FATURAMENTO DE PEDIDOS. O ARQUIVO
      * SO FICA ABERTO AQUI, PARA CLIPED PODER LE-LO A PARTE.
      *****************************************************
       6050-CREDITO-CLIENTE.
             OPEN I-O CLICRED
                IF CLICRED-STATUS = 35 THEN
                     OPEN OUTPUT CLICRED
                     CLOSE CLICRED
                     OPEN I-O CLICRED
                END-IF.
             IF CLICRED-STATUS NOT = ZERO
                 DISPLAY 'CLIENTES: ERRO AO ABRIR ' ARQ-CLICRED
                 DISPLAY 'CLIENTES: FILE STATUS ' CLICRED-STATUS
                 MOVE 'CREDITO DO CLIENTE NAO ALTERADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             ELSE
                 MOVE CLIENTES-F0NE TO CLICRED-FONE
                 READ CLICRED
                     INVALID KEY
                         MOVE 'N' TO WRK-CRED-EXISTE
                         MOVE ZEROS TO CLICRED-LIMITE
                         MOVE 'N' TO CLICRED-BLOQUEIO
                     NOT INVALID KEY
                         MOVE 'S' TO WRK-CRED-EXISTE
                 END-READ
                 MOVE CLICRED-LIMITE TO WRK-LIMITE-ANTIGO
                 MOVE CLICRED-BLOQUEIO TO WRK-BLOQUEIO-ANTIGO
                 DISPLAY TELA-CREDITO
                 ACCEPT TELA-CREDITO
                 PERFORM 6055-GRAVA-CREDITO
                 CLOSE CLICRED
             END-IF.

       6055-GRAVA-CREDITO.
             IF CLICRED-BLOQUEIO = 's'
                 MOVE 'S' TO CLICRED-BLOQUEIO
             END-IF.
             IF CLICRED-BLOQUEIO = 'n' OR CLICRED-BLOQUEIO = SPACE
                 MOVE 'N' TO CLICRED-BLOQUEIO
             END-IF.
             IF CLICRED-BLOQUEIO NOT = 'S' AND
                CLICRED-BLOQUEIO NOT = 'N'
                 MOVE 'BLOQUEIO DEVE SER S OU N' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             ELSE
                 IF CLICRED-LIMITE = WRK-LIMITE-ANTIGO AND
                    CLICRED-BLOQUEIO = WRK-BLOQUEIO-ANTIGO
                     CONTINUE
                 ELSE
                     MOVE CLIENTES-F0NE TO CLICRED-FONE
                     MOVE WRK-DATA-HOJE TO CLICRED-DATA-ALTERACAO
                     MOVE WRK-OPERADOR TO CLICRED-USUARIO
                     IF WRK-CRED-EXISTE = 'S'
                         REWRITE CLICRED-REG
                             INVALID KEY
                                 MOVE 'ERRO AO GRAVAR CREDITO' TO
                                   WRK-MSGERRO
                                 ACCEPT MOSTRA-ERRO
                             NOT INVALID KEY
                                 PERFORM 6060-GRAVA-LOG-CREDITO
                         END-REWRITE
                     ELSE
                         WRITE CLICRED-REG
                             INVALID KEY
                                 MOVE 'ERRO AO GRAVAR CREDITO' TO
                                   WRK-MSGERRO
                                 ACCEPT MOSTRA-ERRO
                             NOT INVALID KEY
                                 PERFORM 6060-GRAVA-LOG-CREDITO
                         END-WRITE
                     END-IF
                 END-IF
             END-IF.

       6060-GRAVA-LOG-CREDITO.
             MOVE WRK-LIMITE-ANTIGO TO WRK-LIMITE-ANT-ED.
             MOVE CLICRED-LIMITE TO WRK-LIMITE-NOVO-ED.
             MOVE FUNCTION CURRENT-DATE TO LOG-DATA-HORA.
             MOVE 'CREDITO' TO LOG-OPERACAO.
             MOVE CLIENTES-F0NE TO LOG-FONE.
             MOVE CLIENTES-NOME TO LOG-NOME-ANTERIOR.
             MOVE CLIENTES-EMAIL TO LOG-EMAIL-ANTERIOR.
             MOVE CLIENTES-NOME TO LOG-NOME-NOVO.
             MOVE CLIENTES-EMAIL TO LOG-EMAIL-NOVO.
             MOVE SPACES TO LOG-MOTIVO.
             STRING 'LIMITE '            DELIMITED BY SIZE
                    WRK-LIMITE-ANT-ED    DELIMITED BY SIZE
                    '>'                  DELIMITED BY SIZE
                    WRK-LIMITE-NOVO-ED   DELIMITED BY SIZE
                    ' BLOQ '             DELIMITED BY SIZE
                    WRK-BLOQUEIO-ANTIGO  DELIMITED BY SIZE
                    '>'                  DELIMITED BY SIZE
                    CLICRED-BLOQUEIO     DELIMITED BY SIZE
                 INTO LOG-MOTIVO
             END-STRING.
             MOVE WRK-OPERADOR TO LOG-USUARIO.
             WRITE LOG-REG.

      *****************************************************
      * CONSENTIMENTO DE MARKETING (CLICONS.DAT): ACEITE S/N E
      * CANAL AUTORIZADO, INFORMADOS NA INCLUSAO E NA ALTERACAO.
      * CLIENTE SEM REGISTRO APARECE COMO NAO ACEITE POR EMAIL.
      * O REGISTRO E GRAVADO QUANDO MUDA (OU NA PRIMEIRA VEZ),
      * COM DATA E OPERADOR, E A MUDANCA VAI PARA O LOG.
      *****************************************************
       6080-CONSENTIMENTO.
             OPEN I-O CLICONS
                IF CLICONS-STATUS = 35 THEN
                     OPEN OUTPUT CLICONS
                     CLOSE CLICONS
                     OPEN I-O CLICONS
                END-IF.
             IF CLICONS-STATUS NOT = ZERO
                 DISPLAY 'CLIENTES: ERRO AO ABRIR ' ARQ-CLICONS
                 DISPLAY 'CLIENTES: FILE STATUS ' CLICONS-STATUS
                 MOVE 'CONSENTIMENTO NAO REGISTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             ELSE
                 MOVE CLIENTES-F0NE TO CLICONS-FONE
                 READ CLICONS
                     INVALID KEY
                         MOVE 'N' TO WRK-CONS-EXISTE
                         MOVE 'N' TO CLICONS-ACEITE
                         MOVE 'E' TO CLICONS-CANAL
                     NOT INVALID KEY
                         MOVE 'S' TO WRK-CONS-EXISTE
                 END-READ
                 MOVE CLICONS-ACEITE TO WRK-ACEITE-ANTIGO
                 MOVE CLICONS-CANAL TO WRK-CANAL-ANTIGO
                 DISPLAY TELA-CONSENTIMENTO
                 ACCEPT TELA-CONSENTIMENTO
                 PERFORM 6085-GRAVA-CONSENTIMENTO
                 CLOSE CLICONS
             END-IF.

       6085-GRAVA-CONSENTIMENTO.
             IF CLICONS-ACEITE = 's'
                 MOVE 'S' TO CLICONS-ACEITE
             END-IF.
             IF CLICONS-ACEITE = 'n' OR CLICONS-ACEITE = SPACE
                 MOVE 'N' TO CLICONS-ACEITE
             END-IF.
             IF CLICONS-CANAL = 'e' OR CLICONS-CANAL = SPACE
                 MOVE 'E' TO CLICONS-CANAL
             END-IF.
             IF CLICONS-CANAL = 't'
                 MOVE 'T' TO CLICONS-CANAL
             END-IF.
             IF (CLICONS-ACEITE NOT = 'S' AND
                 CLICONS-ACEITE NOT = 'N') OR
                (CLICONS-CANAL NOT = 'E' AND
                 CLICONS-CANAL NOT = 'T')
                 MOVE 'MARKETING S/N E CANAL E/T' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             ELSE
                 IF WRK-CONS-EXISTE = 'S' AND
                    CLICONS-ACEITE = WRK-ACEITE-ANTIGO AND
                    CLICONS-CANAL = WRK-CANAL-ANTIGO
                     CONTINUE
                 ELSE
                     MOVE CLIENTES-F0NE TO CLICONS-FONE
                     MOVE FUNCTION CURRENT-DATE (1:8) TO CLICONS-DATA
                     MOVE WRK-OPERADOR TO CLICONS-USUARIO
                     IF WRK-CONS-EXISTE = 'S'
                         REWRITE CLICONS-REG
                             INVALID KEY
                                 MOVE 'ERRO AO GRAVAR CONSENTIMENTO' TO
                                   WRK-MSGERRO
                                 ACCEPT MOSTRA-ERRO
                             NOT INVALID KEY
                                 PERFORM 6090-GRAVA-LOG-CONSENTIMENTO
                         END-REWRITE
                     ELSE
                         WRITE CLICONS-REG
                             INVALID KEY
                                 MOVE 'ERRO AO GRAVAR CONSENTIMENTO' TO
                                   WRK-MSGERRO
                                 ACCEPT MOSTRA-ERRO
                             NOT INVALID KEY
                                 PERFORM 6090-GRAVA-LOG-CONSENTIMENTO
                         END-WRITE
                     END-IF
                 END-IF
             END-IF.

       6090-GRAVA-LOG-CONSENTIMENTO.
             MOVE FUNCTION CURRENT-DATE TO LOG-DATA-HORA.
             MOVE 'CONSENTIM' TO LOG-OPERACAO.
             MOVE CLIENTES-F0NE TO LOG-FONE.
             MOVE CLIENTES-NOME TO LOG-NOME-ANTERIOR.
             MOVE CLIENTES-EMAIL TO LOG-EMAIL-ANTERIOR.
             MOVE CLIENTES-NOME TO LOG-NOME-NOVO.
             MOVE CLIENTES-EMAIL TO LOG-EMAIL-NOVO.
             MOVE SPACES TO LOG-MOTIVO.
             IF WRK-CONS-EXISTE = 'S'
                 STRING 'MARKETING '         DELIMITED BY SIZE
                        WRK-ACEITE-ANTIGO    DELIMITED BY SIZE
                        '>'                  DELIMITED BY SIZE
                        CLICONS-ACEITE       DELIMITED BY SIZE
                        ' CANAL '            DELIMITED BY SIZE
                        WRK-CANAL-ANTIGO     DELIMITED BY SIZE
                        '>'                  DELIMITED BY SIZE
                        CLICONS-CANAL        DELIMITED BY SIZE
                     INTO LOG-MOTIVO
                 END-STRING
             ELSE
                 STRING 'MARKETING '         DELIMITED BY SIZE
                        CLICONS-ACEITE       DELIMITED BY SIZE
                        ' CANAL '            DELIMITED BY SIZE
                        CLICONS-CANAL        DELIMITED BY SIZE
                     INTO LOG-MOTIVO
                 END-STRING
             END-IF.
             MOVE WRK-OPERADOR TO LOG-USUARIO.
             WRITE LOG-REG.

       6500-TROCAR-FONE.
             MOVE 'MODULO - TROCA FONE' TO WRK-MODULO.
             DISPLAY TELA.
                     MOVE WRK-FONE-NOVO TO CLIENTES-F0NE
                     PERFORM 6530-TROCA-FONE-ENDERECOS
                     PERFORM 6550-TROCA-FONE-PEDIDOS
                     PERFORM 6570-TROCA-FONE-CREDITO
                     PERFORM 6575-TROCA-FONE-CONSENTIMENTO
                     PERFORM 6580-TROCA-FONE-CREDITOS
                     PERFORM 6582-TROCA-FONE-DEVOLUCOES
                     PERFORM 6584-TROCA-FONE-BOLETOS
                     PERFORM 6590-GRAVA-LOG-TROCA
             END-DELETE.

                 END-READ
             END-IF.

      *****************************************************
      * O CREDITO DO CLIENTE (CLICRED.DAT) E CHAVEADO PELO FONE
      * E ACOMPANHA A TROCA. SEM O ARQUIVO NAO HA O QUE MOVER.
      *****************************************************
       6570-TROCA-FONE-CREDITO.
             OPEN I-O CLICRED.
             IF CLICRED-STATUS = ZERO
                 MOVE WRK-FONE-ANTIGO TO CLICRED-FONE
                 READ CLICRED
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE CLICRED-REG TO WRK-CRED-SALVO
                         DELETE CLICRED RECORD
                             INVALID KEY
                                 CONTINUE
                             NOT INVALID KEY
                                 MOVE WRK-CRED-SALVO TO CLICRED-REG
                                 MOVE WRK-FONE-NOVO TO CLICRED-FONE
                                 WRITE CLICRED-REG
                                     INVALID KEY
                                         REWRITE CLICRED-REG
                                             INVALID KEY
                                                 CONTINUE
                                         END-REWRITE
                                 END-WRITE
                         END-DELETE
                 END-READ
                 CLOSE CLICRED
             END-IF.

      *****************************************************
      * O CONSENTIMENTO DE MARKETING (CLICONS.DAT) TAMBEM E
      * CHAVEADO PELO FONE E ACOMPANHA A TROCA, NO MESMO ESQUEMA
      * DO CREDITO.
      *****************************************************
       6575-TROCA-FONE-CONSENTIMENTO.
             OPEN I-O CLICONS.
             IF CLICONS-STATUS = ZERO
                 MOVE WRK-FONE-ANTIGO TO CLICONS-FONE
                 READ CLICONS
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE CLICONS-REG TO WRK-CONS-SALVO
                         DELETE CLICONS RECORD
                             INVALID KEY
                                 CONTINUE
                             NOT INVALID KEY
                                 MOVE WRK-CONS-SALVO TO CLICONS-REG
                                 MOVE WRK-FONE-NOVO TO CLICONS-FONE
                                 WRITE CLICONS-REG
                                     INVALID KEY
                                         REWRITE CLICONS-REG
                                             INVALID KEY
                                                 CONTINUE
                                         END-REWRITE
                                 END-WRITE
                         END-DELETE
                 END-READ
                 CLOSE CLICONS
             END-IF.

      *****************************************************
      * AS NOTAS DE CREDITO (CREDITO.DAT) SAO DO CLIENTE PELO
      * CREDITO-FONE, CHAVE ALTERNADA: REGRAVADAS COM O FONE
      * NOVO COMO OS PEDIDOS, PARA CONTINUAREM APLICAVEIS AOS
      * PEDIDOS DELE. SEM O ARQUIVO NAO HA O QUE MOVER.
      *****************************************************
       6580-TROCA-FONE-CREDITOS.
             OPEN I-O CREDITO.
             IF CREDITO-STATUS = ZERO
                 MOVE 'S' TO WRK-NC-ACHOU
                 PERFORM 6581-MOVE-UM-CREDITO
                     UNTIL WRK-NC-ACHOU = 'N'
                 CLOSE CREDITO
             ELSE
                 IF CREDITO-STATUS NOT = 35
                     DISPLAY 'CLIENTES: ERRO AO ABRIR ' ARQ-CREDITO
                     DISPLAY 'CLIENTES: FILE STATUS ' CREDITO-STATUS
                     MOVE 'CREDITOS NAO TRANSFERIDOS P/ FONE NOVO' TO
                       WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 END-IF
             END-IF.

       6581-MOVE-UM-CREDITO.
             MOVE 'N' TO WRK-NC-ACHOU.
             MOVE WRK-FONE-ANTIGO TO CREDITO-FONE.
             START CREDITO KEY IS EQUAL CREDITO-FONE
                 INVALID KEY
                     CONTINUE
             END-START.
             IF CREDITO-STATUS = ZERO
                 READ CREDITO NEXT RECORD
                     AT END
                         CONTINUE
                     NOT AT END
                         IF CREDITO-FONE = WRK-FONE-ANTIGO
                             MOVE WRK-FONE-NOVO TO CREDITO-FONE
                             REWRITE CREDITO-REG
                                 INVALID KEY
                                     CONTINUE
                                 NOT INVALID KEY
                                     MOVE 'S' TO WRK-NC-ACHOU
                             END-REWRITE
                         END-IF
                 END-READ
             END-IF.

      *****************************************************
      * DEVOLUCOES (DEVOLUC.DAT) E BOLETOS (BOLETOS.DAT) GUARDAM
      * O FONE SEM SER CHAVE: O ARQUIVO E LIDO INTEIRO E CADA
      * REGISTRO DO FONE ANTIGO E REGRAVADO COM O FONE NOVO.
      *****************************************************
       6582-TROCA-FONE-DEVOLUCOES.
             OPEN I-O DEVOLUC.
             IF DEVOLUC-STATUS = ZERO
                 MOVE ZEROS TO DEVOLUC-CHAVE
                 START DEVOLUC KEY IS NOT LESS DEVOLUC-CHAVE
                     INVALID KEY
                         CONTINUE
                 END-START
                 IF DEVOLUC-STATUS = ZERO
                     MOVE 'S' TO WRK-DEV-ACHOU
                     PERFORM 6583-MOVE-UMA-DEVOLUCAO
                         UNTIL WRK-DEV-ACHOU = 'N'
                 END-IF
                 CLOSE DEVOLUC
             ELSE
                 IF DEVOLUC-STATUS NOT = 35
                     DISPLAY 'CLIENTES: ERRO AO ABRIR ' ARQ-DEVOLUC
                     DISPLAY 'CLIENTES: FILE STATUS ' DEVOLUC-STATUS
                     MOVE 'DEVOLUCOES NAO TRANSFERIDAS P/ FONE NOVO'
                       TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 END-IF
             END-IF.

       6583-MOVE-UMA-DEVOLUCAO.
             READ DEVOLUC NEXT RECORD
                 AT END
                     MOVE 'N' TO WRK-DEV-ACHOU
                 NOT AT END
                     IF DEVOLUC-FONE = WRK-FONE-ANTIGO
                         MOVE WRK-FONE-NOVO TO DEVOLUC-FONE
                         REWRITE DEVOLUC-REG
                             INVALID KEY
                                 CONTINUE
                         END-REWRITE
                     END-IF
             END-READ.

       6584-TROCA-FONE-BOLETOS.
             OPEN I-O BOLETOS.
             IF BOLETOS-STATUS = ZERO
                 MOVE ZEROS TO BOLETOS-CHAVE
                 START BOLETOS KEY IS NOT LESS BOLETOS-CHAVE
                     INVALID KEY
                         CONTINUE
                 END-START
                 IF BOLETOS-STATUS = ZERO
                     MOVE 'S' TO WRK-BOL-ACHOU
                     PERFORM 6585-MOVE-UM-BOLETO
                         UNTIL WRK-BOL-ACHOU = 'N'
                 END-IF
                 CLOSE BOLETOS
             ELSE
                 IF BOLETOS-STATUS NOT = 35
                     DISPLAY 'CLIENTES: ERRO AO ABRIR ' ARQ-BOLETOS
                     DISPLAY 'CLIENTES: FILE STATUS ' BOLETOS-STATUS
                     MOVE 'BOLETOS NAO TRANSFERIDOS P/ FONE NOVO' TO
                       WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 END-IF
             END-IF.

       6585-MOVE-UM-BOLETO.
             READ BOLETOS NEXT RECORD
                 AT END
                     MOVE 'N' TO WRK-BOL-ACHOU
                 NOT AT END
                     IF BOLETOS-FONE = WRK-FONE-ANTIGO
                         MOVE WRK-FONE-NOVO TO BOLETOS-FONE
                         REWRITE BOLETOS-REG
                             INVALID KEY
                                 CONTINUE
                         END-REWRITE
                     END-IF
             END-READ.

       6590-GRAVA-LOG-TROCA.
             MOVE FUNCTION CURRENT-DATE TO LOG-DATA-HORA.
             MOVE 'TROCAFONE' TO LOG-OPERACAO.
       8500-PEDIDOS.
             MOVE 'MODULO - PEDIDOS   ' TO WRK-MODULO.
             DISPLAY TELA.
             MOVE ZEROS TO WRK-PED-FONE.
             MOVE WRK-NIVEL TO WRK-PED-NIVEL.
             PERFORM 8510-CHAMA-CLIPED.
             DISPLAY TELA.
             ACCEPT TELA-MENU.

      *****************************************************
      * CLIPED ABRE POR CONTA PROPRIA CLIENTES.DAT E
      * CLIENDER.DAT, E GRAVA NO LOG AS LIBERACOES DE CREDITO;
      * OS TRES SAO FECHADOS AQUI DURANTE A CHAMADA E
      * REABERTOS NA VOLTA.
      *****************************************************
       8510-CHAMA-CLIPED.
             MOVE WRK-OPERADOR TO WRK-PED-OPERADOR.
             CLOSE CLIENTES.
             CLOSE CLIENDER.
             CLOSE CLIENTES-LOG.
             CALL 'CLIPED' USING WRK-PED-PARM.
             OPEN EXTEND CLIENTES-LOG.
             IF CLIENTES-LOG-STATUS NOT = ZERO
                 DISPLAY 'CLIENTES: ERRO AO ABRIR ' ARQ-LOG
                 DISPLAY 'CLIENTES: FILE STATUS ' CLIENTES-LOG-STATUS
                 STOP RUN
             END-IF.
             OPEN I-O CLIENTES.
             IF CLIENTES-STATUS NOT = ZERO
                 DISPLAY 'CLIENTES: ERRO AO ABRIR ' ARQ-CLIENTES
                 DISPLAY 'CLIENTES: FILE STATUS ' CLIENTES-STATUS
                 STOP RUN
             END-IF.
             OPEN I-O CLIENDER.
             IF CLIENDER-STATUS NOT = ZERO
                 DISPLAY 'CLIENTES: ERRO AO ABRIR ' ARQ-CLIENDER
                 DISPLAY 'CLIENTES: FILE STATUS ' CLIENDER-STATUS
                 STOP RUN
             END-IF.

      *****************************************************
      * CADASTRO DE PRODUTOS E ENTRADA DE ESTOQUE (CLIPROD),
      * SO PARA ADMINISTRADOR. CLIPROD ABRE E FECHA O PROPRIO
      * PRODUTOS.DAT; CLIENTES.DAT NAO PRECISA SER FECHADO.
      *****************************************************
       8600-PRODUTOS.
             MOVE 'MODULO - PRODUTOS  ' TO WRK-MODULO.
             DISPLAY TELA.
             CALL 'CLIPROD'.
             DISPLAY TELA.
             ACCEPT TELA-MENU.

      *****************************************************
      * REABERTURA DE PERIODO FECHADO PELO FECHAMENTO MENSAL
      * (CLIFECHA). O CONTROLE VOLTA PARA O MES ANTERIOR AO
      * REABERTO, LIBERANDO EM CLIPED E CLIRETOR O MOVIMENTO
      * DAQUELE MES EM DIANTE; O PROXIMO FECHAMENTO REFAZ A
      * FOTOGRAFIA. EXIGE MOTIVO E FICA EM CLIENTES.LOG.
      *****************************************************
       8700-REABRE-PERIODO.
             MOVE 'MODULO - PERIODOS  ' TO WRK-MODULO.
             DISPLAY TELA.
             MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-PER-DATA.
             PERFORM 9500-VERIFICA-PERIODO.
             IF WRK-PER-FECHADO = ZEROS
                 MOVE 'NENHUM PERIODO FECHADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             ELSE
                 MOVE WRK-PER-FECHADO TO WRK-REAB-MES
                 MOVE SPACES TO WRK-REAB-MOTIVO
                 MOVE SPACES TO WRK-CONFIRMA
                 DISPLAY TELA-REABERTURA
                 ACCEPT TELA-REABERTURA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                     PERFORM 8710-VALIDA-REABERTURA
                 END-IF
             END-IF.
             DISPLAY TELA.
             ACCEPT TELA-MENU.

       8710-VALIDA-REABERTURA.
             IF WRK-REAB-MM < 1 OR WRK-REAB-MM > 12 OR
                WRK-REAB-ANO < 1601
                 MOVE 'MES INVALIDO (AAAAMM)' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             ELSE
                 IF WRK-REAB-MES > WRK-PER-FECHADO
                     MOVE 'MES NAO ESTA FECHADO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                 ELSE
                     IF WRK-REAB-MOTIVO = SPACES
                         MOVE 'INFORME O MOTIVO DA REABERTURA' TO
                           WRK-MSGERRO
                         ACCEPT MOSTRA-ERRO
                     ELSE
                         PERFORM 8720-GRAVA-REABERTURA
                     END-IF
                 END-IF
             END-IF.

       8720-GRAVA-REABERTURA.
             MOVE WRK-PER-FECHADO TO WRK-REAB-ANTERIOR.
             IF WRK-REAB-MM = 1
                 MOVE 12 TO WRK-REAB-MM
                 SUBTRACT 1 FROM WRK-REAB-ANO
             ELSE
                 SUBTRACT 1 FROM WRK-REAB-MM
             END-IF.
             OPEN OUTPUT PERIODO.
             IF PERIODO-STATUS NOT = ZERO
                 MOVE 'ERRO AO GRAVAR PERIODO.CTL' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             ELSE
                 MOVE WRK-REAB-MES TO PERIODO-FECHADO
                 MOVE FUNCTION CURRENT-DATE (1:8) TO PERIODO-DATA
                 MOVE 'REABERTURA' TO PERIODO-OPERACAO
                 MOVE WRK-OPERADOR TO PERIODO-USUARIO
                 WRITE PERIODO-REG
                 CLOSE PERIODO
                 PERFORM 8730-GRAVA-LOG-REABERTURA
                 MOVE 'PERIODO REABERTO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-IF.

       8730-GRAVA-LOG-REABERTURA.
             MOVE FUNCTION CURRENT-DATE TO LOG-DATA-HORA.
             MOVE 'REABERTURA' TO LOG-OPERACAO.
             MOVE ZEROS TO LOG-FONE.
             MOVE SPACES TO LOG-NOME-ANTERIOR.
             STRING 'FECHADO ATE '     DELIMITED BY SIZE
                    WRK-REAB-ANTERIOR  DELIMITED BY SIZE
                 INTO LOG-NOME-ANTERIOR
             END-STRING.
             MOVE SPACES TO LOG-EMAIL-ANTERIOR.
             MOVE SPACES TO LOG-NOME-NOVO.
             STRING 'FECHADO ATE '     DELIMITED BY SIZE
                    WRK-REAB-MES       DELIMITED BY SIZE
                 INTO LOG-NOME-NOVO
             END-STRING.
             MOVE SPACES TO LOG-EMAIL-NOVO.
             MOVE WRK-REAB-MOTIVO TO LOG-MOTIVO.
             MOVE WRK-OPERADOR TO LOG-USUARIO.
             WRITE LOG-REG.

       9300-SEM-PERMISSAO.
             MOVE 'ACESSO NEGADO - SEM PERMISSAO' TO WRK-MSGERRO.
             ACCEPT MOSTRA-ERRO.
             WRITE LOG-REG.

       COPY CPFVALP.
       COPY PERVALP.
